       01  WS-ABS-DIAS-SG              PIC 9(02).
       01  WS-ABS-DIAS-INC             PIC 9(02).
       01  WS-ABS-CUOTA                PIC 9(05)V99.
       01  WS-ABS-DESC                 PIC 9(07)V99.
       01  WS-ABS-FLAG                 PIC 9.
      *PARTE DEL DIA DE INCAPACIDAD QUE PAGA LA EMPRESA; EL RESTO
      *LO CUBRE EL SUBSIDIO DEL IMSS, NO LA NOMINA.
