      *****************************************************************
      *    CIA-TRF - TRASPASOS ENTRE COMPANIAS (FD)                   *
      *    UN REGISTRO POR TRASPASO DEL EMPLEADO DE UNA COMPANIA A    *
      *    OTRA SIN BAJA NI REINGRESO (DYN-CIATRF): CONSERVA ID-EMPL  *
      *    Y F-ING. TF-PERIODO ES EL PRIMER PERIODO (AAAAMM) QUE      *
      *    PAGA LA COMPANIA NUEVA: LOS RENGLONES DE PAYHIST DE        *
      *    PERIODOS ANTERIORES SON DE LA COMPANIA ANTERIOR, ASI EL    *
      *    ESTADO ANUAL (DYN-YESTMT) Y EL AJUSTE ANUAL (DYN-AJUANU)   *
      *    SEPARAN A CADA COMPANIA. TF-YTD-CIERRE ES EL YTD-SUE AL    *
      *    MOMENTO DEL TRASPASO (YTD-SUE SIGUE ACUMULANDO EL ANO      *
      *    COMPLETO). TF-REG-PAT-ANT/NVO SON LOS REGISTROS PATRONALES *
      *    DE LOS AVISOS DE BAJA Y REINGRESO. TF-LON-LIQ, TF-GAR-LIQ  *
      *    Y TF-SAV-LIQ SON LOS SALDOS QUE SE LIQUIDARON EN VEZ DE    *
      *    PASAR CON EL EMPLEADO (CERO SI TODO PASO).                 *
      *****************************************************************
       FD  CIA-TRF.
       01  CTF-REC.
           05  TF-KEY.
               10  TF-ID-EMPL          PIC 9(06).
               10  TF-PERIODO          PIC X(06).
           05  TF-FECHA                PIC X(08).
           05  TF-CIA-ANT              PIC X(02).
           05  TF-CIA-NVA              PIC X(02).
           05  TF-REG-PAT-ANT          PIC X(11).
           05  TF-REG-PAT-NVO          PIC X(11).
           05  TF-YTD-CIERRE           PIC 9(08)V99.
           05  TF-LON-LIQ              PIC 9(07)V99.
           05  TF-GAR-LIQ              PIC 9(07)V99.
           05  TF-SAV-LIQ              PIC 9(08)V99.
           05  TF-OPER                 PIC X(06).
           05  TF-F-CAP                PIC X(08).
