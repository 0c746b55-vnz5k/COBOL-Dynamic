       01  WS-OXR-STATUS               PIC X(02).
       01  WS-OXREG-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\OXREG.TXT'.
       01  WS-OXREG-PATH               PIC X(80).
      *PARAMETROS DE OXRLKUP/OXROVR: INTERFAZ Y PERIODO DEL ARCHIVO,
      *CONTEO E IMPORTE (LOS DEL ACUSE EN 997-OX-ACUSE), RUTA Y
      *OPERADOR QUE LO GENERO.
       01  WS-OX-INTERFAZ              PIC X(08).
       01  WS-OX-PERIODO               PIC X(10).
       01  WS-OX-REGS                  PIC 9(07).
       01  WS-OX-IMPORTE               PIC 9(13)V99.
       01  WS-OX-ARCHIVO               PIC X(80).
       01  WS-OX-OPER                  PIC X(06).
       01  WS-OX-OK                    PIC X.
       01  WS-OX-MODO                  PIC X.
       01  WS-OX-FIN                   PIC X.
       01  WS-OX-RES                   PIC X.
       01  WS-OX-VIVOS                 PIC 9(02).
       01  WS-OX-SEQ                   PIC 9(02).
       01  WS-OX-SUP-ID                PIC X(06).
       01  WS-OX-SUP-PIN               PIC X(04).
       01  WS-OX-MOTIVO                PIC X(40).
       01  WS-OX-ULT-KEY               PIC X(20).
       01  WS-OX-ULT-FH                PIC X(14).
