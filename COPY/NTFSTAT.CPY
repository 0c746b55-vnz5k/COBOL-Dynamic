       01  WS-NTF-STATUS               PIC X(02).
       01  WS-NTFOUT-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\NTFOUT.TXT'.
       01  WS-NTFOUT-PATH              PIC X(80).
      *PARAMETROS DE NTFLKUP: EVENTO, EMPLEADO Y REFERENCIA (LA
      *LLAVE DEL AVISO), NOMBRE, DESTINATARIO ('S'/'E', SU ID O 0
      *PARA TOMAR EL SUP-ID DEL EMPLEADO, Y EL CORREO SI YA SE
      *CONOCE), TEXTO Y PROGRAMA QUE AVISA. LOS CONTADORES SE
      *MUESTRAN AL CERRAR LA BANDEJA.
       01  WS-NT-EVENTO                PIC X(04).
       01  WS-NT-ID-EMPL               PIC 9(06).
       01  WS-NT-REF                   PIC X(16).
       01  WS-NT-NOM                   PIC X(30).
       01  WS-NT-DEST-TIPO             PIC X.
       01  WS-NT-DEST-ID               PIC 9(06).
       01  WS-NT-EMAIL                 PIC X(30).
       01  WS-NT-TEXTO                 PIC X(60).
       01  WS-NT-PROGRAMA              PIC X(08).
       01  WS-NT-ABIERTA               PIC X VALUE 'N'.
       01  WS-NT-GRABADOS              PIC 9(05) VALUE 0.
       01  WS-NT-REPETIDOS             PIC 9(05) VALUE 0.
