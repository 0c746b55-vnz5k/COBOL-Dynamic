       01  WS-IXR-STATUS               PIC X(02).
       01  WS-IXREG-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\IXREG.TXT'.
       01  WS-IXREG-PATH               PIC X(80).
       01  WS-IXP-STATUS               PIC X(02).
      *PARAMETROS DE IXRLKUP: PROGRAMA QUE CARGA, RUTA DEL ARCHIVO
      *(LA MISMA QUE ABRE EL PROGRAMA), OPERADOR Y, PARA
      *998-IX-REGISTRA, ACEPTADOS, RECHAZADOS Y UN RESULTADO EN
      *TEXTO.
       01  WS-IX-PROGRAMA              PIC X(08).
       01  WS-IX-ARCHIVO               PIC X(80).
       01  WS-IX-OPER                  PIC X(06).
       01  WS-IX-ACEPT                 PIC 9(07).
       01  WS-IX-RECH                  PIC 9(07).
       01  WS-IX-RESULTADO             PIC X(40).
      *HUELLA QUE DEJA 998-IX-HUELLA.
       01  WS-IX-LEIDO                 PIC X.
       01  WS-IX-REGS                  PIC 9(07).
       01  WS-IX-BYTES                 PIC 9(10).
       01  WS-IX-HASH                  PIC 9(15).
       01  WS-IX-HREG                  PIC 9(09).
       01  WS-IX-LARGO                 PIC 9(03).
       01  WS-IX-P                     PIC 9(03).
       01  WS-IX-OK                    PIC X.
       01  WS-IX-MODO                  PIC X.
       01  WS-IX-FIN                   PIC X.
       01  WS-IX-RES                   PIC X.
       01  WS-IX-PREVIOS               PIC 9(02).
       01  WS-IX-SEQ                   PIC 9(02).
       01  WS-IX-SUP-ID                PIC X(06).
       01  WS-IX-SUP-PIN               PIC X(04).
       01  WS-IX-MOTIVO                PIC X(40).
