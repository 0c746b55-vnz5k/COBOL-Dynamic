      *    UN RENGLON POR CAMBIO DE SUELDO (DYN-RAISE, DYN-STEPUP,    *
      *    DYN-MERIT) CON EL NSS, EL SDI ANTERIOR Y EL NUEVO Y LA     *
      *    FECHA EN QUE RIGE, LISTO PARA PRESENTARSE EN EL IDSE EN    *
      *    VEZ DE TECLEARSE A MANO. IDS-TIPO-MOV ES EL TIPO DE        *
      *    MOVIMIENTO DEL IDSE: '07' MODIFICACION DE SALARIO, '02'    *
      *    BAJA Y '08' REINGRESO; LA BAJA Y EL REINGRESO LOS DEJA UN  *
      *    TRASPASO ENTRE COMPANIAS (DYN-CIATRF) CON EL REGISTRO      *
      *    PATRONAL DE CADA COMPANIA EN IDS-REG-PAT (EN BLANCO EN LAS *
      *    MODIFICACIONES: RIGE EL DE LA COMPANIA DEL EMPLEADO). EN   *
      *    LA BAJA EL SDI NUEVO VA EN CERO. LOS RENGLONES ANTERIORES  *
      *    A ESTOS DOS CAMPOS SON MODIFICACIONES.                     *
      *****************************************************************
       FD  IDSE-EXT.
       01  IDSE-REC.
           05  IDS-FECHA               PIC X(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  IDS-ID-EMPL             PIC 9(06).
           05  FILLER                  PIC X VALUE SPACE.
           05  IDS-TIPO-MOV            PIC X(02).
           05  FILLER                  PIC X VALUE SPACE.
           05  IDS-REG-PAT             PIC X(11).
