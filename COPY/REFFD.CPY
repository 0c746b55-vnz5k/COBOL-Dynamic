      *****************************************************************
      *    REF-MAST - VALORES DE REFERENCIA DE LEY (FD)               *
      *    UN REGISTRO POR FECHA DE ENTRADA EN VIGOR: UMA DIARIA Y    *
      *    SALARIO MINIMO DIARIO GENERAL Y DE LA ZONA LIBRE DE LA     *
      *    FRONTERA NORTE. SE CARGAN POR ADELANTADO EN DYN-REFMNT,    *
      *    IGUAL QUE TAX-MAST, Y CADA CALCULO TOMA LA VERSION QUE     *
      *    RIJA EN LA FECHA QUE PIDE (984-REF-VIGENTE).               *
      *****************************************************************
       FD  REF-MAST.
       01  REF-REC.
           05  RF-VIG                  PIC X(08).
           05  RF-UMA                  PIC 9(05)V99.
           05  RF-SM-GRAL              PIC 9(05)V99.
           05  RF-SM-FRONT             PIC 9(05)V99.
