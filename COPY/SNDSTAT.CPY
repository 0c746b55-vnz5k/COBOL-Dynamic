       01  WS-SNDC-STATUS              PIC X(02).
       01  WS-SNDCAT-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\SNDCAT.TXT'.
       01  WS-SNDCAT-PATH              PIC X(80).
       01  WS-SNDM-STATUS              PIC X(02).
       01  WS-SNDMEM-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\SNDMEM.TXT'.
       01  WS-SNDMEM-PATH              PIC X(80).
      *CUOTA SINDICAL DEL PERIODO (938-CALCULA-SINDICAL); FUERA DE
      *LA NOMINA ORDINARIA QUEDA EN CERO.
       01  WS-SND-CALC                 PIC 9(07)V99 VALUE 0.
      *SUELDO BASE DEL PERIODO SOBRE EL QUE SE APLICA SN-PCT.
       01  WS-SND-BASE                 PIC 9(07)V99 VALUE 0.
      *AFILIACION VIGENTE A WS-SND-HOY (938-SND-MIEMBRO): SINDICATO
      *(SPACES = PERSONAL DE CONFIANZA) Y NUMERO DE AFILIADO.
       01  WS-SND-CLV                  PIC X(04).
       01  WS-SND-AFIL                 PIC X(10).
       01  WS-SND-HOY                  PIC X(08).
       01  WS-SND-FLAG                 PIC 9.
