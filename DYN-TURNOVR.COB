      *(APROXIMADA CON LA PLANTILLA ACTIVA ACTUAL MAS LA      *
      *MITAD DE LAS BAJAS DEL MES) - EL NUMERO QUE LE PIDEN   *
      *A RH EN CADA JUNTA TRIMESTRAL.                         *
      *EL EMPLEADO EN LICENCIA (EMP-STATUS 'L', DYN-LOAMNT)   *
      *SIGUE EN LA PLANTILLA Y NO ES BAJA; SE MUESTRA APARTE  *
      *CUANTOS DE LOS ACTIVOS ESTAN EN LICENCIA.              *
      *********************************************************

       IDENTIFICATION DIVISION.
       01 REG-EMPL.
           05 ID-EMPL                  PIC 9(06).
           05 NOM-EMPL                 PIC X(30).
           05 CLV-DEP                  PIC 9(03).
           05 NOM-DEP                  PIC X(20).
           05 ID-TAB-S                 PIC A.
           05 SUE-MEN                  PIC 9(07)V99.
           05 F-ING                    PIC X(08).
           05 EMP-STATUS               PIC X.
           05 TERM-REASON               PIC X.
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.
           COPY TRANSSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-MES                       PIC X(06).
       01 WS-IX                        PIC 9(04).
       01 WS-CLV                       PIC 9(03).

      *CONTADORES POR DEPARTAMENTO (CLV-DEP 0-999; SUBSCRIPT + 1).
       01 WS-DEP-TABLA.
           05 WS-DEP-ENT OCCURS 1000 TIMES.
               10 WS-DEP-ALTAS         PIC 9(05).
               10 WS-DEP-BAJAS         PIC 9(05).
               10 WS-DEP-TR-IN         PIC 9(05).
               10 WS-DEP-TR-OUT        PIC 9(05).
               10 WS-DEP-ACTIVOS       PIC 9(05).
               10 WS-DEP-LICENCIA      PIC 9(05).

      *DISTRIBUCION DE RAZONES DE BAJA DEL MES (V/I/R/T/OTRA).
       01 WS-RZN-V                     PIC 9(05) VALUE 0.
                       IF EMP-STATUS NOT = 'I'
                           COMPUTE WS-IX = CLV-DEP + 1
                           ADD 1 TO WS-DEP-ACTIVOS(WS-IX)
                           IF EMP-STATUS = 'L'
                               ADD 1 TO WS-DEP-LICENCIA(WS-IX)
                           END-IF
                       END-IF
               END-READ.

           DISPLAY 'ROTACION DEL MES ' WS-MES ' POR DEPARTAMENTO'.
           DISPLAY SEP.
           MOVE 0 TO WS-CLV.
           PERFORM 510-LINEA-DEPTO 1000 TIMES.
           DISPLAY SEP.
           DISPLAY 'RAZONES DE BAJA DEL MES:'.
           DISPLAY '  V (VOLUNTARIA): ' WS-RZN-V.
                       ' TRANSF-OUT: ' WS-DEP-TR-OUT(WS-IX)
                   DISPLAY '        ACTIVOS: '
                       WS-DEP-ACTIVOS(WS-IX)
                       ' (EN LICENCIA: ' WS-DEP-LICENCIA(WS-IX)
                       ') ROTACION: ' WS-ROT-ED ' %'
               END-IF
               ADD 1 TO WS-CLV.

