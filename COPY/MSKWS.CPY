      *****************************************************************
      *    CAMPOS DE TRABAJO DEL ENMASCARADO DE DATOS SENSIBLES       *
      *    (MSKLKUP). WS-MSK-VER = 'S' SI EL ROL DEL OPERADOR FIRMADO *
      *    TIENE LA FUNCION 10 (DATOS SENSIBLES) EN PERM-MAST;        *
      *    WS-MSK-REG = 'S' SI UN SUPERVISOR DESENMASCARO EL          *
      *    REGISTRO EN TURNO. LAS PANTALLAS Y EXTRACTOS MUESTRAN      *
      *    SIEMPRE LOS WS-MSK-* Y NUNCA LOS CAMPOS DEL REGISTRO.      *
      *****************************************************************
       01  WS-MSK-ROL                  PIC X.
       01  WS-MSK-VER                  PIC X VALUE 'N'.
       01  WS-MSK-REG                  PIC X VALUE 'N'.
       01  WS-MSK-FUNCION              PIC X(02) VALUE '10'.
       01  WS-MSK-RFC                  PIC X(13).
       01  WS-MSK-CURP                 PIC X(18).
       01  WS-MSK-NSS                  PIC X(11).
       01  WS-MSK-CLABE                PIC X(18).
       01  WS-MSK-FNAC                 PIC X(08).
