      *****************************************************************
      *    DVL-CTL - DEPOSITOS DEVUELTOS POR EL BANCO (FD)            *
      *    UN REGISTRO POR DEPOSITO DE DYN-DEPEXT QUE EL BANCO        *
      *    REGRESO (CUENTA CANCELADA, CLABE ERRONEA), CON LA MISMA    *
      *    LLAVE QUE EL NETO DE PAYHIST QUE PAGABA. LO CARGA          *
      *    DYN-DEVIMP; DYN-DEVREX LO REEXPIDE CON CHEQUE DE CHK-REG.  *
      *    DL-EST: 'D' DEVUELTO SIN REEXPEDIR / 'X' REEXPEDIDO CON    *
      *    EL CHEQUE DL-CHEQUE.                                       *
      *****************************************************************
       FD  DVL-CTL.
       01  DVL-REC.
           05  DL-KEY.
               10  DL-ID-EMPL          PIC 9(06).
               10  DL-PERIODO          PIC X(06).
               10  DL-GRUPO            PIC X.
               10  DL-SEC              PIC 9(02).
           05  DL-NETO                 PIC 9(07)V99.
           05  DL-CLABE                PIC X(18).
           05  DL-MOTIVO               PIC X(20).
           05  DL-FECHA                PIC X(08).
           05  DL-EST                  PIC X.
           05  DL-CHEQUE               PIC 9(06).
           05  DL-REX-OPER             PIC X(06).
           05  DL-REX-FECHA            PIC X(08).
