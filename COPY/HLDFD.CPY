      *****************************************************************
      *    HLD-MAST - RETENCION DE PAGO POR EMPLEADO (FD)             *
      *    RH RETIENE EL PAGO DE UNA PERSONA (INVESTIGACION,          *
      *    DOCUMENTOS FALTANTES, CUENTA EN DISPUTA) SIN SACARLA DE    *
      *    LA CORRIDA: LA NOMINA SE CALCULA Y POSTEA IGUAL (YTD-SUE   *
      *    Y EL TIMBRADO NO SE ROMPEN) PERO EL DEPOSITO, LOS CHEQUES  *
      *    Y LA CONCILIACION BRINCAN SU NETO. HD-EST: 'R' RETENIDO /  *
      *    'L' LIBERADO POR UN SUPERVISOR EN DYN-HLDREL.              *
      *****************************************************************
       FD  HLD-MAST.
       01  HLD-REC.
           05  HD-ID-EMPL              PIC 9(06).
           05  HD-EST                  PIC X.
           05  HD-MOTIVO               PIC X(30).
           05  HD-OPER                 PIC X(06).
           05  HD-FECHA                PIC X(08).
           05  HD-LIB-OPER             PIC X(06).
           05  HD-LIB-FECHA            PIC X(08).
      *****************************************************************
      *    HLD-PAG - NETOS RETENIDOS (FD)                             *
      *    UN REGISTRO POR NETO DE PAYHIST QUE NO SE PAGO POR ESTAR   *
      *    RETENIDO EL EMPLEADO, CON LA FECHA EN QUE SE DETUVO (BASE  *
      *    DE LA ANTIGUEDAD DE DYN-HLDRPT). LO ABRE EL PRIMERO DE     *
      *    DYN-DEPEXT / DYN-CHKPAY QUE LO BRINCA; UNA VEZ AQUI, ESE   *
      *    NETO SOLO SE PAGA POR DYN-HLDREL AUNQUE LA RETENCION YA SE *
      *    HAYA LEVANTADO. HP-EST: 'R' RETENIDO / 'C' PAGADO CON      *
      *    CHEQUE (HP-CHEQUE) / 'D' PAGADO EN DEPOSITO (HLDDEP) /     *
      *    'B' PAGADO A LOS BENEFICIARIOS DE UN EMPLEADO FALLECIDO    *
      *    (DYN-DEFUNC, DEPOSITO DEFDEP).                             *
      *****************************************************************
       FD  HLD-PAG.
       01  HLP-REC.
           05  HP-KEY.
               10  HP-ID-EMPL          PIC 9(06).
               10  HP-PERIODO          PIC X(06).
               10  HP-GRUPO            PIC X.
           05  HP-NETO                 PIC 9(07)V99.
           05  HP-FECHA                PIC X(08).
           05  HP-EST                  PIC X.
           05  HP-CHEQUE               PIC 9(06).
           05  HP-LIB-OPER             PIC X(06).
           05  HP-LIB-FECHA            PIC X(08).
