      *****************************************************************
      *    APL-MAST - CANDIDATOS POR REQUISICION (FD)                 *
      *    UN RENGLON POR CANDIDATO DE UNA REQUISICION, CON SUS       *
      *    DATOS DE CONTACTO Y SU ETAPA: 'R' RECIBIDO / 'E'           *
      *    ENTREVISTADO / 'O' CON OFERTA (SUELDO Y FECHA DE INGRESO)  *
      *    / 'A' OFERTA ACEPTADA (ALTA EN PEND-MAST CON AP-ID-EMPL)   *
      *    / 'N' DECLINO O ALTA RECHAZADA / 'D' DESCARTADO.           *
      *****************************************************************
       FD  APL-MAST.
       01  APL-REC.
           05  AP-KEY.
               10  AP-RQ-NUM           PIC 9(06).
               10  AP-SEQ              PIC 9(02).
           05  AP-NOM                  PIC X(30).
           05  AP-TELEFONO             PIC X(12).
           05  AP-EMAIL                PIC X(30).
           05  AP-F-NAC                PIC X(08).
           05  AP-RFC                  PIC X(13).
           05  AP-CURP                 PIC X(18).
           05  AP-ETAPA                PIC X.
           05  AP-F-ETAPA              PIC X(08).
           05  AP-SUE-OFERTA           PIC 9(07)V99.
           05  AP-F-ING                PIC X(08).
           05  AP-ID-EMPL              PIC 9(06).
           05  AP-OPER                 PIC X(06).
