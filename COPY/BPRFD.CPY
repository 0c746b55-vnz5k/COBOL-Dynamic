      *****************************************************************
      *    BUD-PROJ - PROYECCION DE PRESUPUESTO DE NOMINA (FD)        *
      *    UN RENGLON POR ANO, DEPARTAMENTO Y MES CON LA PLANTILLA Y  *
      *    EL COSTO PROYECTADOS POR DYN-BUDPROJ: SUELDO (EL PAGO DEL  *
      *    PERIODO DE 912-CALCULA-PAGO) Y LOS COSTOS PATRONALES       *
      *    (CUOTA PATRONAL IMSS, DOCEAVO DE AGUINALDO Y DE PRIMA      *
      *    VACACIONAL, APORTACION DE LA EMPRESA AL FONDO DE AHORRO).  *
      *    BP-EST: 'P' PROYECTADO (UNA NUEVA CORRIDA LO REEMPLAZA) /  *
      *    'A' APROBADO Y CARGADO A DEPBUD-MAST (DYN-BUDAPR), CON     *
      *    QUIEN Y CUANDO; UN ANO APROBADO YA NO SE REPROYECTA.       *
      *****************************************************************
       FD  BUD-PROJ.
       01  BPR-REC.
           05  BP-KEY.
               10  BP-ANO              PIC X(04).
               10  BP-CLV-DEP          PIC 9(03).
               10  BP-MES              PIC 9(02).
           05  BP-NOM-DEP              PIC X(20).
           05  BP-PLANT                PIC 9(05).
           05  BP-SUELDO               PIC 9(09)V99.
           05  BP-IMSS                 PIC 9(09)V99.
           05  BP-AGUIN                PIC 9(09)V99.
           05  BP-PRIMA                PIC 9(09)V99.
           05  BP-AHORRO               PIC 9(09)V99.
           05  BP-COSTO                PIC 9(10)V99.
           05  BP-EST                  PIC X.
           05  BP-F-CALC               PIC X(08).
           05  BP-OPER                 PIC X(06).
           05  BP-F-APR                PIC X(08).
