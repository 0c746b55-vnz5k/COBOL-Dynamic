       01  WS-REF-STATUS               PIC X(02).
       01  WS-REFMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\REFMAST.TXT'.
       01  WS-REFMAST-PATH             PIC X(80).
       01  WS-REF-FLAG                 PIC 9.
      *FECHA PARA LA QUE SE PIDEN LOS VALORES (LA CARGA EL
      *LLAMADOR; EN BLANCO/NO NUMERICA SE USA LA DE HOY), VERSION
      *SELECCIONADA Y SUS VALORES ('S' EN WS-REF-HALLO SI HUBO).
       01  WS-REF-VIG-PIDE             PIC X(08).
       01  WS-REF-VIG-SEL              PIC X(08).
       01  WS-REF-HALLO                PIC X.
       01  WS-REF-UMA                  PIC 9(05)V99.
       01  WS-REF-SM-GRAL              PIC 9(05)V99.
       01  WS-REF-SM-FRONT             PIC 9(05)V99.
      *SALARIO MINIMO DE LA ZONA DE LA SUCURSAL Y RESULTADO DE LA
      *REVISION DE SUELDO CONTRA EL MINIMO (985-CHECA-MINIMO).
       01  WS-REF-SM-ZONA              PIC 9(05)V99.
       01  WS-REF-SM-MES               PIC 9(07)V99.
       01  WS-REF-MIN-OK               PIC X.
