      *****************************************************************
      *    CAMPOS DEL ESTADO DE COMPENSACION TOTAL QUE ARMA           *
      *    957-COMPENSACION-ANUAL PARA EL ANO WS-CMP-ANO: LO QUE EL   *
      *    EMPLEADO RECIBIO, LO QUE LA EMPRESA APORTO POR EL Y LOS    *
      *    RENGLONES DEL ESTADO YA FORMATEADOS (WS-CMP-RENGLON,       *
      *    WS-CMP-N USADOS) PARA QUE EL LLAMADOR LOS IMPRIMA O LOS    *
      *    MUESTRE.                                                   *
      *****************************************************************
       01  WS-CMP-ANO                  PIC X(04).
       01  WS-CMP-HOY                  PIC X(08).
       01  WS-CMP-FLAG                 PIC 9.
      *ULTIMO MES DEL ANO QUE CUENTA PARA LAS PRIMAS DE PLANES (EL
      *MES EN CURSO SI EL ANO ES EL ACTUAL).
       01  WS-CMP-MES-TOPE             PIC 9(02).
       01  WS-CMP-M-INI                PIC 9(02).
       01  WS-CMP-M-FIN                PIC 9(02).
       01  WS-CMP-MM                   PIC 9(02).
       01  WS-CMP-MESES                PIC 9(02).
      *RENGLON DE PAYHIST EN TURNO (VIVO O PARTICION).
       01  WS-CMP-GRUPO                PIC X.
       01  WS-CMP-BRUTO                PIC 9(07)V99.
       01  WS-CMP-NETO-PER             PIC 9(07)V99.
      *LO QUE EL EMPLEADO RECIBIO.
       01  WS-CMP-REGULAR              PIC 9(09)V99.
       01  WS-CMP-BASE                 PIC 9(09)V99.
       01  WS-CMP-EXTRA                PIC 9(09)V99.
       01  WS-CMP-TURNO                PIC 9(09)V99.
       01  WS-CMP-PRIMAS               PIC 9(09)V99.
       01  WS-CMP-EXTRAORD             PIC 9(09)V99.
       01  WS-CMP-AGUIN                PIC 9(09)V99.
       01  WS-CMP-PRIMAVAC             PIC 9(09)V99.
       01  WS-CMP-PTU                  PIC 9(09)V99.
       01  WS-CMP-PERCIBIDO            PIC 9(09)V99.
       01  WS-CMP-NETO                 PIC 9(09)V99.
      *VIATICOS GRAVADOS QUE VIENEN DENTRO DEL BRUTO REGULAR Y DEL
      *EXTRAORDINARIO (NO SON COMPENSACION).
       01  WS-CMP-VIAT-REG             PIC 9(09)V99.
       01  WS-CMP-VIAT-EXT             PIC 9(09)V99.
      *LO QUE LA EMPRESA APORTO POR EL.
       01  WS-CMP-IMSS                 PIC 9(09)V99.
       01  WS-CMP-AHORRO-EMP           PIC 9(09)V99.
       01  WS-CMP-AHORRO               PIC 9(09)V99.
       01  WS-CMP-BENEF                PIC 9(09)V99.
       01  WS-CMP-APORTADO             PIC 9(09)V99.
       01  WS-CMP-TOTAL                PIC 9(09)V99.
       01  WS-CMP-N                    PIC 9(02).
       01  WS-CMP-RENGLONES.
           05  WS-CMP-RENGLON          PIC X(79) OCCURS 24 TIMES.
       01  WS-CMP-LINEA.
           05  WS-CMP-L-DESC           PIC X(44).
           05  WS-CMP-L-IMPORTE        PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-CMP-L-IMPORTE-X REDEFINES WS-CMP-L-IMPORTE
                                       PIC X(14).
