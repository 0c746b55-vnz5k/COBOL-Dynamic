      *****************************************************************
      *    OX-REG - REGISTRO DE ARCHIVOS DE SALIDA (FD)               *
      *    UN RENGLON POR ARCHIVO QUE SALE A UN TERCERO, GRABADO POR  *
      *    EL PROGRAMA QUE LO GENERA (OXRLKUP). LLAVE: INTERFAZ,      *
      *    PERIODO Y CONSECUTIVO. INTERFACES Y SU PERIODO:            *
      *      DEPEXT   GRUPO + AAAAMM (DYN-DEPEXT)                     *
      *      PRENOTA  GRUPO + AAAAMM (PRENOTAS DENTRO DE DEPEXT)      *
      *      POSPAY   AAAAMM (DYN-POSPAY)                             *
      *      PAYEXT   AAAAMMDD DE LA CORRIDA (DYN-PAYEXT)             *
      *      CFDEXT   AAAAMM (DYN-CFDEXT)                             *
      *      GLVOUCH  GRUPO + CIA + AAAAMM (DYN-GLVOUCH)              *
      *      IDSE     AAAAMMDD DE LOS AVISOS (CORTE EN DYN-OXREG)     *
      *      CARFEED  PLAN + ' ' + AAAAMM (DYN-CARFEED)               *
      *      TCKSYNC  AAAAMMDD + ' ' + MODO D/T (DYN-TCKSYNC)         *
      *    OX-EST: 'G' GENERADO / 'E' ENVIADO / 'A' ACUSADO POR EL    *
      *    TERCERO (DYN-PAYACK, DYN-CFDACK, DYN-PRNACK) / 'S'         *
      *    SUSTITUIDO POR UNA REGENERACION DEL MISMO PERIODO.         *
      *    REGENERAR O REENVIAR EXIGE OVERRIDE DE SUPERVISOR; SU ID Y *
      *    EL MOTIVO QUEDAN EN OX-OVR-OPER/OX-OVR-MOTIVO. OX-IMPORTE  *
      *    ES LA SUMA DE CONTROL DE LOS IMPORTES DEL ARCHIVO.         *
      *****************************************************************
       FD  OX-REG.
       01  OXR-REC.
           05  OX-KEY.
               10  OX-INTERFAZ         PIC X(08).
               10  OX-PERIODO          PIC X(10).
               10  OX-SEQ              PIC 9(02).
           05  OX-EST                  PIC X.
           05  OX-REGS                 PIC 9(07).
           05  OX-IMPORTE              PIC 9(13)V99.
           05  OX-ARCHIVO              PIC X(80).
           05  OX-GEN-FH.
               10  OX-F-GEN            PIC X(08).
               10  OX-H-GEN            PIC X(06).
           05  OX-OPER-GEN             PIC X(06).
           05  OX-F-ENV                PIC X(08).
           05  OX-OPER-ENV             PIC X(06).
           05  OX-ENVIOS               PIC 9(02).
           05  OX-F-ACK                PIC X(08).
           05  OX-ACK-REGS             PIC 9(07).
           05  OX-ACK-IMPORTE          PIC 9(13)V99.
           05  OX-OVR-OPER             PIC X(06).
           05  OX-OVR-MOTIVO           PIC X(40).
