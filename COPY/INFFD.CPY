      *****************************************************************
      *    INF-MAST - CREDITOS DE VIVIENDA INFONAVIT (FD)             *
      *    UNO POR EMPLEADO (EL INSTITUTO SOLO ADMITE UN CREDITO      *
      *    VIGENTE POR TRABAJADOR): NUMERO DE CREDITO, TIPO DE        *
      *    DESCUENTO Y SU VALOR, Y LAS FECHAS DE LOS AVISOS DE        *
      *    RETENCION Y DE SUSPENSION. IF-TIPO-DESC:                   *
      *      'P' PORCENTAJE DEL SDI (IF-VALOR 0.2000 = 20%)           *
      *      'F' CUOTA FIJA MENSUAL EN PESOS (IF-VALOR EN PESOS)      *
      *      'V' FACTOR DE VECES UMA MENSUAL (ANTES VSM)              *
      *    EL DESCUENTO CORRE DESDE EL AVISO DE RETENCION HASTA EL    *
      *    AVISO DE SUSPENSION (EN BLANCO = SIGUE VIGENTE). LA        *
      *    CORRIDA DE NOMINA LO CALCULA (944-CALCULA-INFONAVIT) Y     *
      *    ACUMULA LO RETENIDO EN IF-RETENIDO. SE MANTIENE EN         *
      *    DYN-INFMNT.                                                *
      *****************************************************************
       FD  INF-MAST.
       01  INF-REC.
           05  IF-ID-EMPL              PIC 9(06).
           05  IF-CREDITO              PIC X(10).
           05  IF-TIPO-DESC            PIC X.
           05  IF-VALOR                PIC 9(05)V9999.
           05  IF-F-RETENCION          PIC X(08).
           05  IF-F-SUSPENSION         PIC X(08).
           05  IF-RETENIDO             PIC 9(09)V99.
           05  IF-FECHA-ALTA           PIC X(08).
