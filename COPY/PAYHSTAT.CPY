       01  WS-PAYHIST-PATH             PIC X(80).
       01  WS-PH-PERIODO               PIC X(06).
       01  WS-PH-LISTO                 PIC X.
      *CON 'S' 915-PAYHIST-DETALLE ESCRIBE EN LA PRENOMINA DE
      *PRUEBA (PAYHPRE, MISMO FORMATO) Y NO EN EL HISTORICO REAL.
       01  WS-PH-PRUEBA                PIC X VALUE 'N'.
       01  WS-PAYHPRE-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\PAYHPRE.TXT'.
