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
      *ESTADO RECONSTRUIDO DEL EMPLEADO EN CAPTURA: EXISTIA,
      *ESTABA ACTIVO, Y SU DEPTO/SUELDO A LA FECHA OBJETIVO.
       01 WS-ASOF-ACTIVO               PIC X.
       01 WS-ASOF-CLV                  PIC 9(03).
       01 WS-ASOF-SUE                  PIC 9(07)V99.
       01 WS-AUD-VISTO                 PIC X.

       01 WS-DEP-TABLA.
           05 WS-DEP-ENT OCCURS 1000 TIMES.
               10 WS-DEP-CUENTA        PIC 9(05).
               10 WS-DEP-COSTO         PIC 9(09)V99.
       01 WS-IX                        PIC 9(04).
       01 WS-TOT-CUENTA                PIC 9(06) VALUE 0.
       01 WS-TOT-COSTO                 PIC 9(10)V99 VALUE 0.

       01 WS-LINEA.
           05 WS-L-NOM-DEP             PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-COUNT               PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-TOTAL               PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-ENCABEZADO.
           05 FILLER                   PIC X(20) VALUE 'DEPARTAMENTO'.
