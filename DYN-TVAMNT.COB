      *********************************************************
      *PROGRAMA - MANTENIMIENTO DE LAS TARIFAS DE DESTAJO Y   *
      *COMISION (TAR-VAR). DOS CLASES DE REGISTRO: 'P'        *
      *PRODUCTO (PAGO POR UNIDAD A DESTAJO Y COMISION SOBRE   *
      *SU VENTA) Y 'B' BANDA DE COMISION (PORCENTAJE QUE RIGE *
      *DESDE UNA VENTA TOTAL DEL PERIODO). LA CARGA DE        *
      *PRODUCCION Y VENTAS (DYN-VARLOAD) LAS APLICA AL        *
      *DETALLE VAR-DET; UN REGISTRO EXISTENTE SE MUESTRA Y SE *
      *REEMPLAZA. MISMO ESTILO QUE DYN-PRIMNT.                *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-TVAMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TVAFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY TVAFD.

       WORKING-STORAGE SECTION.
           COPY TVASTAT.
       01 WS-TIPO                      PIC X.
       01 WS-CLV                       PIC X(06).
       01 WS-OTRO                      PIC X VALUE 'S'.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     TARIFAS DE DESTAJO Y COMISION'.
           DISPLAY SEP.
           MOVE WS-TARVAR-PATH-DFLT TO WS-TARVAR-PATH.
           DISPLAY 'TARVAR_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-TARVAR-PATH FROM ENVIRONMENT-VALUE.
           IF WS-TARVAR-PATH = SPACES
               MOVE WS-TARVAR-PATH-DFLT TO WS-TARVAR-PATH
           END-IF.
           OPEN I-O TAR-VAR.
           IF WS-TVA-STATUS = '35'
               OPEN OUTPUT TAR-VAR
               CLOSE TAR-VAR
               OPEN I-O TAR-VAR
           END-IF.
           PERFORM 100-UNA-TARIFA UNTIL WS-OTRO NOT = 'S'.
           CLOSE TAR-VAR.
           DISPLAY SEP.
           STOP RUN.

       100-UNA-TARIFA.
           DISPLAY SEP.
           DISPLAY 'CLASE (P=PRODUCTO B=BANDA DE COMISION, OTRA=FIN):'.
           ACCEPT WS-TIPO.
           IF WS-TIPO NOT = 'P' AND WS-TIPO NOT = 'B'
               MOVE 'N' TO WS-OTRO
           ELSE
               DISPLAY 'CLAVE DEL PRODUCTO O DE LA BANDA:'
               ACCEPT WS-CLV
               MOVE WS-TIPO TO TV-TIPO
               MOVE WS-CLV TO TV-CLV
               READ TAR-VAR KEY IS TV-KEY
                   INVALID KEY
                       PERFORM 200-CAPTURA
                       WRITE TVA-REC
                       DISPLAY 'TARIFA GRABADA'
                   NOT INVALID KEY
                       DISPLAY 'TARIFA ACTUAL - ' TV-DESC
                           ' POR UNIDAD: ' TV-TARIFA ' PCT: ' TV-PCT
                           ' DESDE: ' TV-DESDE
                       PERFORM 200-CAPTURA
                       REWRITE TVA-REC
                       DISPLAY 'TARIFA ACTUALIZADA'
               END-READ
           END-IF.

       200-CAPTURA.
           MOVE WS-TIPO TO TV-TIPO.
           MOVE WS-CLV TO TV-CLV.
           DISPLAY 'DESCRIPCION:'.
           ACCEPT TV-DESC.
           MOVE 0 TO TV-TARIFA.
           MOVE 0 TO TV-PCT.
           MOVE 0 TO TV-DESDE.
           IF WS-TIPO = 'P'
               PERFORM 210-PRODUCTO
           ELSE
               PERFORM 220-BANDA
           END-IF.

      *UN PRODUCTO PUEDE TENER TARIFA DE DESTAJO, COMISION PROPIA O
      *AMBAS; SIN NINGUNA, SU VENTA SE COMISIONA POR BANDA.
           210-PRODUCTO.
               DISPLAY 'PAGO POR UNIDAD A DESTAJO (0 = NO APLICA):'
               ACCEPT TV-TARIFA
               DISPLAY 'COMISION SOBRE LA VENTA (9V9999, 0.0300 = 3%;'
                   ' 0 = POR BANDA):'
               ACCEPT TV-PCT
               IF TV-TARIFA = 0 AND TV-PCT = 0
                   DISPLAY 'SIN TARIFA NI COMISION: ESTA VENTA SE '
                       'COMISIONA POR BANDA'
               END-IF.

           220-BANDA.
               DISPLAY 'VENTA TOTAL DEL PERIODO DESDE LA QUE RIGE:'
               ACCEPT TV-DESDE
               DISPLAY 'COMISION DE LA BANDA (9V9999, 0.0300 = 3%):'
               ACCEPT TV-PCT
               IF TV-PCT = 0
                   DISPLAY 'PORCENTAJE INVALIDO'
                   PERFORM 220-BANDA
               END-IF.
