      *    LOS DEMAS RENGLONES SON LOS CANDIDATOS EN ORDEN DE         *
      *    LIQUIDACION ('P' PROPUESTO / 'X' YA EJECUTADO), QUE ES EL  *
      *    CHECKPOINT PARA REANUDAR UNA EJECUCION CAIDA A LA MITAD.   *
      *    LE-DEPTOS ES UNA LISTA DE HASTA DIEZ CLV-DEP DE TRES       *
      *    DIGITOS SEGUIDOS.                                          *
      *****************************************************************
       FD  LAYOFF-EVT.
       01  LAY-REC.
               10  LE-EVENTO           PIC X(06).
               10  LE-ID-EMPL          PIC 9(06).
           05  LE-ORDEN                PIC 9(04).
           05  LE-DEPTOS               PIC X(30).
           05  LE-REGLA                PIC X.
           05  LE-EST                  PIC X.
