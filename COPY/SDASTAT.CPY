       01  WS-SDA-STATUS               PIC X(02).
       01  WS-SDALOG-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\SDALOG.TXT'.
       01  WS-SDALOG-PATH              PIC X(80).
      *DATOS DEL RENGLON A GRABAR (LOS CARGA EL LLAMADOR ANTES DE
      *963-MSK-BITACORA).
       01  WS-SDA-PROGRAMA             PIC X(08).
       01  WS-SDA-TIPO                 PIC X.
       01  WS-SDA-ID-EMPL              PIC 9(06).
       01  WS-SDA-MOTIVO               PIC X(40).
