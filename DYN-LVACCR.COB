      *MISMO MES SI LA CORRIDA SE RELANZA. EL DERECHO ANUAL   *
      *ES 12 DIAS EL PRIMER ANO MAS 2 POR CADA ANO ADICIONAL, *
      *CON TOPE DE 30.                                        *
      *EL EMPLEADO EN LICENCIA (EMP-STATUS 'L', DYN-LOAMNT)   *
      *NO DEVENGA MIENTRAS DURE; SU ANTIGUEDAD NO SE CORTA.   *
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
       01 WS-DEVENGO                   PIC 9(02)V99.
       01 WS-CONTADOR                  PIC 9(05) VALUE 0.
       01 WS-OMITIDOS                  PIC 9(05) VALUE 0.
       01 WS-EN-LICENCIA               PIC 9(05) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           DISPLAY SEP.
           DISPLAY 'EMPLEADOS DEVENGADOS: ' WS-CONTADOR.
           DISPLAY 'OMITIDOS (YA DEVENGADOS ESTE MES): ' WS-OMITIDOS.
           DISPLAY 'EN LICENCIA (SIN DEVENGO): ' WS-EN-LICENCIA.
           DISPLAY SEP.
           STOP RUN.

               READ EMPLEADO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF EMP-STATUS = 'L'
                           ADD 1 TO WS-EN-LICENCIA
                       ELSE
                           IF EMP-STATUS NOT = 'I'
                               AND F-ING IS NUMERIC
                               PERFORM 200-DEVENGA
                           END-IF
                       END-IF
               END-READ.

