      *****************************************************************
      *    SDA-LOG - BITACORA DE ACCESO A DATOS SENSIBLES (FD)        *
      *    UN RENGLON POR CADA VEZ QUE UN OPERADOR VE O EXTRAE RFC,   *
      *    CURP, NSS, CTA-CLABE Y F-NAC COMPLETOS: SA-TIPO 'U' UN     *
      *    SUPERVISOR DESENMASCARO UN REGISTRO (SA-ID-EMPL) CON SU    *
      *    MOTIVO; 'X' EXTRACTO CON DATOS COMPLETOS (SA-ID-EMPL EN    *
      *    CERO = TODO EL ARCHIVO). LA CONSULTA ES DYN-AUDINQ.        *
      *****************************************************************
       FD  SDA-LOG.
       01  SDA-REC.
           05  SA-FECHA                PIC X(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  SA-HORA                 PIC X(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  SA-OPER                 PIC X(06).
           05  FILLER                  PIC X VALUE SPACE.
           05  SA-PROGRAMA             PIC X(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  SA-ID-EMPL              PIC 9(06).
           05  FILLER                  PIC X VALUE SPACE.
           05  SA-TIPO                 PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  SA-MOTIVO               PIC X(40).
