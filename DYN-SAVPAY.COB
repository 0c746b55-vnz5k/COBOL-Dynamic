      *TENGAN SALDO; 'B' = SOLO A LOS QUE YA CAUSARON BAJA    *
      *(EMP-STATUS 'I'), PARA DEVOLVER EL AHORRO CUANDO EL    *
      *EMPLEADO SE VA SIN ESPERAR AL CIERRE DEL ANO.          *
      *EL SALDO DE UN EMPLEADO FALLECIDO (TERM-REASON 'F')    *
      *NO SE TOCA AQUI: LO ENTREGA DYN-DEFUNC A SUS           *
      *BENEFICIARIOS.                                         *
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
           COPY PAYHSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-MODO                      PIC X.
       01 WS-ENTREGA                   PIC 9(08)V99.
       01 WS-CONTADOR                  PIC 9(05) VALUE 0.
       01 WS-TOTAL-ENTREGADO           PIC 9(09)V99 VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
                   INVALID KEY
                       DISPLAY 'INSCRITO SIN MAESTRO: ' SV-ID-EMPL
                   NOT INVALID KEY
                       IF EMP-STATUS = 'I' AND TERM-REASON = 'F'
                           DISPLAY ID-EMPL ' ' NOM-EMPL ' FALLECIDO: '
                               'SE ENTREGA A SUS BENEFICIARIOS POR '
                               'DYN-DEFUNC'
                       ELSE
                       IF WS-MODO = 'A'
                           OR (WS-MODO = 'B' AND EMP-STATUS = 'I')
                           PERFORM 300-ENTREGA
                       END-IF
                       END-IF
               END-READ.

           300-ENTREGA.
