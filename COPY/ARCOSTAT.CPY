       01  WS-ARCO-STATUS              PIC X(02).
       01  WS-ARCOMAST-PATH-DFLT       PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\ARCOMAST.TXT'.
       01  WS-ARCOMAST-PATH            PIC X(80).
      *PLAZO LEGAL DE RESPUESTA (DIAS HABILES) Y ANOS QUE LA LEY
      *FISCAL OBLIGA A CONSERVAR LA NOMINA DESPUES DE LA BAJA.
       01  WS-ARCO-PLAZO               PIC 9(02) VALUE 20.
       01  WS-ARCO-RETENCION           PIC 9(02) VALUE 05.
