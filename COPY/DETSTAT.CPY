       01  WS-DET-TIPO                 PIC X.
       01  WS-DET-CLAVE                PIC X(10).
       01  WS-DET-DESC                 PIC X(20).
       01  WS-DET-MONTO                PIC 9(07)V99.
      *GRUPO DEL RENGLON DE PAYHIST QUE RESPALDA EL DETALLE; EN
      *ESPACIO 962-DED-DETALLE TOMA EL DEL EMPLEADO COMO LO HACE
      *915-PAYHIST-DETALLE ('M' SI NO TIENE).
       01  WS-DET-GRUPO                PIC X VALUE SPACE.
      *CON 'S' 962-DED-DETALLE ESCRIBE EN EL DETALLE DE LA
      *PRENOMINA DE PRUEBA (DEDPRE) Y NO EN DEDDET.
       01  WS-DET-PRUEBA               PIC X VALUE 'N'.
       01  WS-DEDPRE-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\DEDPRE.TXT'.
