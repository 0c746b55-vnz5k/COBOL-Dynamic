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
           05 METODO-PAGO                PIC X.
           05 SUC-CLV                    PIC X(03).

      *EL RESTO DEBE CUBRIR REG-EMPL COMPLETO (HOY 259 BYTES);
      *CRECER AQUI CADA VEZ QUE REG-EMPL CREZCA O LA COPIA
      *TRUNCARIA LA COLA DEL REGISTRO.
       FD EMP-NUEVO.
       01 REG-NUEVO.
           05 N-ID-EMPL                PIC 9(06).
           05 N-RESTO                  PIC X(253).

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
       01 WS-BYTES                     PIC 9(10).

      *TAMANO LOGICO DEL REGISTRO, PARA LAS ESTADISTICAS.
       01 WS-REC-BYTES                 PIC 9(04) VALUE 259.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
