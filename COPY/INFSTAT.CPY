       01  WS-INF-STATUS               PIC X(02).
       01  WS-INFMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\INFMAST.TXT'.
       01  WS-INFMAST-PATH             PIC X(80).
      *DESCUENTO INFONAVIT DEL PERIODO (944-CALCULA-INFONAVIT).
       01  WS-INF-CALC                 PIC 9(07)V99.
       01  WS-INF-DIAS                 PIC 9(02).
       01  WS-INF-FECHA                PIC X(08).
       01  WS-INF-MUESTRA              PIC X VALUE 'N'.
       01  WS-INF-APLICA               PIC X VALUE 'N'.
