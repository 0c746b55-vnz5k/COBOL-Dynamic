       01  WS-CYC-STATUS               PIC X(02).
       01  WS-CYCCTL-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\CYCCTL.TXT'.
       01  WS-CYCCTL-PATH              PIC X(80).
      *GRUPO ('S' / 'M'; SPACE = TODOS LOS DEL PERIODO), PERIODO Y
      *PASO QUE CARGA EL LLAMADOR; RESULTADO A ANOTAR Y VEREDICTO
      *DE LA CHECADA ('S' PUEDE CORRER).
       01  WS-CYC-GRUPO                PIC X.
       01  WS-CYC-PERIODO              PIC X(06).
       01  WS-CYC-PASO                 PIC 9(02).
       01  WS-CYC-RES                  PIC X.
       01  WS-CYC-OK                   PIC X.
       01  WS-CYC-HAY                  PIC 9.
       01  WS-CYC-I                    PIC 9(02).
      *PASOS DEL CICLO EN ORDEN DE CORRIDA.
       01  WS-CYC-NOMBRES.
           05  FILLER                  PIC X(11) VALUE 'DYN-PREPAY'.
           05  FILLER                  PIC X(11) VALUE 'DYN-PAYRUN'.
           05  FILLER                  PIC X(11) VALUE 'DYN-PAYVAR'.
           05  FILLER                  PIC X(11) VALUE 'DYN-PAYAUD'.
           05  FILLER                  PIC X(11) VALUE 'DYN-DEPEXT'.
           05  FILLER                  PIC X(11) VALUE 'DYN-CHKPAY'.
           05  FILLER                  PIC X(11) VALUE 'DYN-PAYREC'.
           05  FILLER                  PIC X(11) VALUE 'DYN-GLVOUCH'.
           05  FILLER                  PIC X(11) VALUE 'DYN-CFDEXT'.
           05  FILLER                  PIC X(11) VALUE 'DYN-REMVCH'.
       01  WS-CYC-NOMBRE-TAB REDEFINES WS-CYC-NOMBRES.
           05  WS-CYC-NOMBRE           PIC X(11) OCCURS 10 TIMES.
      *PASOS QUE CADA PASO EXIGE COMPLETOS ('S' EN LA POSICION DEL
      *PASO PREVIO). EL DEPOSITO Y LOS CHEQUES SOLO ESPERAN LA
      *AUDITORIA (YA CON LA VARIACION REVISADA) Y LA CONCILIACION
      *ESPERA A LOS DOS, PORQUE CRUZA LO QUE AMBOS GENERARON.
       01  WS-CYC-REQUISITOS.
           05  FILLER                  PIC X(10) VALUE 'NNNNNNNNNN'.
           05  FILLER                  PIC X(10) VALUE 'SNNNNNNNNN'.
           05  FILLER                  PIC X(10) VALUE 'NSNNNNNNNN'.
           05  FILLER                  PIC X(10) VALUE 'NNSNNNNNNN'.
           05  FILLER                  PIC X(10) VALUE 'NNNSNNNNNN'.
           05  FILLER                  PIC X(10) VALUE 'NNNSNNNNNN'.
           05  FILLER                  PIC X(10) VALUE 'NNNNSSNNNN'.
           05  FILLER                  PIC X(10) VALUE 'NNNNNNSNNN'.
           05  FILLER                  PIC X(10) VALUE 'NNNNNNNSNN'.
           05  FILLER                  PIC X(10) VALUE 'NNNNNNNNSN'.
       01  WS-CYC-REQ-TAB REDEFINES WS-CYC-REQUISITOS.
           05  WS-CYC-REQ              PIC X(10) OCCURS 10 TIMES.
