      *    UNA CLAVE DE TURNO Y SU PORCENTAJE DE PRIMA SOBRE EL PAGO  *
      *    BASE DEL PERIODO; LA PRIMA SE APLICA EXPLICITAMENTE EN     *
      *    912-CALCULA-PAGO EN VEZ DE INFLARSE TARIFA-HORA A MANO.    *
      *    SH-ENTRADA ES LA HORA DE ENTRADA DEL TURNO (HHMM, EN       *
      *    BLANCO SI NO TIENE HORA FIJA) Y SH-TOLERA LOS MINUTOS DE   *
      *    GRACIA; UNA CHECADA DESPUES DE AMBOS ES RETARDO.           *
      *****************************************************************
       FD  SHIFT-MAST.
       01  SHIFT-REC.
           05  SH-CLV                  PIC X.
           05  SH-DESC                 PIC X(20).
           05  SH-PCT                  PIC 9V999.
           05  SH-ENTRADA              PIC X(04).
           05  SH-TOLERA               PIC 9(02).
