       DATA DIVISION.
       FILE SECTION.
      *EL RENGLON MAS ANCHO QUE PASA POR AQUI ES EL DEL DIARIO
      *EMP-JRN (8+8+1, LA IMAGEN DE 259 Y EL LOTE DE 22 = 298);
      *LOS BUFFERS DEBEN CUBRIRLO COMPLETO O LA RETENCION
      *TRUNCARIA LA IMAGEN QUE DYN-RECOVER REAPLICA. CRECER AQUI
      *SI REG-EMPL VUELVE A CRECER.
       FD LOG-ARCH.
       01 ARCH-REC                     PIC X(298).

       FD LOG-TMP.
       01 TMP-REC                      PIC X(298).

           COPY AUDITFD.
           COPY EXCFD.
