      *****************************************************************
      *    RET-PARM - ANTIGUEDAD DE RETENCION POR ARCHIVO (FD)        *
      *    UN REGISTRO POR ARCHIVO SATELITE QUE PURGA DYN-SATARC:     *
      *    MESES QUE UN REGISTRO CERRADO SE QUEDA EN EL MAESTRO VIVO  *
      *    ANTES DE PASAR AL ARCHIVO HISTORICO, Y LA ULTIMA CORRIDA.  *
      *    RP-ARCHIVO: 'LOAN' LOAN-MAST / 'GARN' GARN-MAST / 'ENRL'   *
      *    ENROLL / 'LVRQ' LV-REQ / 'CHKR' CHK-REG / 'REMC' REM-CTL.  *
      *    SIN REGISTRO SE TOMAN 24 MESES. SE MANTIENE EN DYN-RETMNT. *
      *****************************************************************
       FD  RET-PARM.
       01  RTP-REC.
           05  RP-ARCHIVO              PIC X(04).
           05  RP-MESES                PIC 9(03).
           05  RP-DESC                 PIC X(30).
           05  RP-F-ULT                PIC X(08).
           05  RP-ULT-REGS             PIC 9(07).
