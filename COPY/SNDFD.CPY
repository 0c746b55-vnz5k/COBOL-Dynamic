      *****************************************************************
      *    SND-CAT - CATALOGO DE SINDICATOS (FD)                      *
      *    CADA SINDICATO TRAE SU REGLA DE CUOTA SINDICAL: SN-TIPO    *
      *    'P' UN PORCENTAJE (SN-PCT) DEL SUELDO BASE DEL PERIODO, 'M'*
      *    UN MONTO FIJO MENSUAL (SN-MONTO; AL GRUPO SEMANAL SE LE    *
      *    APLICA 7/30). SN-RFC ES EL DEL SINDICATO PARA EL ENTERO.   *
      *****************************************************************
       FD  SND-CAT.
       01  SNDCAT-REC.
           05  SN-CLV                  PIC X(04).
           05  SN-NOMBRE               PIC X(30).
           05  SN-RFC                  PIC X(13).
           05  SN-TIPO                 PIC X.
           05  SN-PCT                  PIC 9V9999.
           05  SN-MONTO                PIC 9(05)V99.
           05  SN-F-MOD                PIC X(08).
      *****************************************************************
      *    SND-MEM - AFILIACIONES SINDICALES POR EMPLEADO (FD)        *
      *    UN RENGLON POR AFILIACION, CON FECHA DE ALTA Y DE BAJA     *
      *    (SPACES = SIGUE AFILIADO); LA LLAVE LLEVA LA FECHA DE ALTA *
      *    PARA CONSERVAR LA HISTORIA. UN EMPLEADO SIN AFILIACION     *
      *    VIGENTE ES DE CONFIANZA. SE MANTIENE EN DYN-SNDMEM.        *
      *****************************************************************
       FD  SND-MEM.
       01  SNDMEM-REC.
           05  SM-KEY.
               10  SM-ID-EMPL          PIC 9(06).
               10  SM-F-INICIO         PIC X(08).
           05  SM-SINDICATO            PIC X(04).
           05  SM-NUM-AFIL             PIC X(10).
           05  SM-F-FIN                PIC X(08).
