       01  WS-SHIFTMAST-PATH-DFLT      PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\SHIFTMAST.TXT'.
       01  WS-SHIFTMAST-PATH           PIC X(80).
       01  WS-PAGO-BASE                PIC 9(07)V99.
       01  WS-TURNO-CALC               PIC 9(07)V99.
      *RETARDO DEL RENGLON DE PUNCH-DET EN TURNO (964-CALCULA-RETARDO):
      *WS-TAR-EVALUA = 'S' SI HUBO CHECADA Y HORA DE ENTRADA DEL TURNO
      *CONTRA QUE MEDIR; WS-TAR-MINUTOS DESDE LA ENTRADA DEL TURNO.
       01  WS-TAR-EVALUA               PIC X.
       01  WS-TAR-RETARDO              PIC X.
       01  WS-TAR-MINUTOS              PIC 9(04).
       01  WS-TAR-TURNO                PIC X.
       01  WS-TAR-ULT-TURNO            PIC X VALUE LOW-VALUE.
       01  WS-TAR-INI                  PIC X(04).
       01  WS-TAR-TOL                  PIC 9(02).
       01  WS-TAR-HHMM                 PIC 9(04).
       01  WS-TAR-HHMM-R REDEFINES WS-TAR-HHMM.
           05  WS-TAR-HH               PIC 9(02).
           05  WS-TAR-MM               PIC 9(02).
       01  WS-TAR-MIN-INI              PIC 9(04).
       01  WS-TAR-MIN-ENT              PIC 9(04).
