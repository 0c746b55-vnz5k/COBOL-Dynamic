       01  WS-LOA-STATUS               PIC X(02).
       01  WS-LOAMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\LOAMAST.TXT'.
       01  WS-LOAMAST-PATH             PIC X(80).
      *LICENCIAS DEL EMPLEADO EN TURNO EN EL PERIODO WS-LOA-PERIODO
      *(935-LICENCIA-PERIODO).
       01  WS-LOA-PERIODO              PIC X(06).
       01  WS-LOA-HALLO                PIC X.
       01  WS-LOA-TIPO                 PIC X.
       01  WS-LOA-IMSS                 PIC X.
       01  WS-LOA-F-INI                PIC X(08).
       01  WS-LOA-DIAS                 PIC 9(02).
       01  WS-LOA-FLAG                 PIC 9.
       01  WS-LOA-DD-INI               PIC 9(02).
       01  WS-LOA-DD-FIN               PIC 9(02).
