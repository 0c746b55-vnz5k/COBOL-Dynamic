      *FACTOR DE INTEGRACION MINIMO DE LEY: AGUINALDO DE 15 DIAS
      *Y PRIMA VACACIONAL DEL 25% SOBRE 12 DIAS, SOBRE 365.
       01  WS-SDI-FACTOR               PIC 9V9999 VALUE 1.0493.
      *TOPE DEL SDI (25 UMA DE REF-MAST, LO CARGA LA CORRIDA);
      *EN CERO NO SE TOPA.
       01  WS-SDI-TOPE                 PIC 9(05)V99 VALUE 0.
       01  WS-IMSS-BASE                PIC 9(07)V99.
      *PERCEPCIONES VARIABLES DEL PERIODO QUE COTIZAN ENCIMA DEL
      *SDI (PRIMAS DOMINICAL Y DE FESTIVO); LAS CARGA EL LLAMADOR
      *POR EMPLEADO, EN CERO NO CAMBIAN LA BASE.
       01  WS-IMSS-VARIABLE            PIC 9(07)V99 VALUE 0.
       01  WS-IMSS-OBR                 PIC 9(07)V99.
       01  WS-IMSS-PAT                 PIC 9(07)V99.
       01  WS-IMSS-APLICA              PIC X VALUE 'N'.
      *EN 'S' SOLO CORRE LA CUOTA PATRONAL (LICENCIA POR
      *INCAPACIDAD: NO HAY SUELDO DEL CUAL RETENER LA OBRERA).
       01  WS-IMSS-SOLO-PAT            PIC X VALUE 'N'.
      *PERIODO QUE VIAJA EN EL DETALLE IMSDET; LO CARGA LA CORRIDA.
       01  WS-IMSS-PERIODO             PIC X(06).
      *PRIMA DE RIESGO DE TRABAJO QUE RIGE EN EL PERIODO Y SI SE
      *HALLO REGISTRO DE CUOTAS (DE LA COMPANIA O EL '01').
       01  WS-IMSS-PRIMA               PIC 9V9(07).
       01  WS-IMSS-FECHA               PIC X(08).
       01  WS-IMSS-HALLO               PIC X.
