      *****************************************************************
      *    IX-REG - REGISTRO DE ARCHIVOS DE ENTRADA (FD)              *
      *    UN RENGLON POR CADA CARGA TERMINADA DE UN ARCHIVO DE       *
      *    FUERA, GRABADO POR EL PROGRAMA QUE LO CARGA (IXRLKUP).     *
      *    LLAVE: PROGRAMA, HUELLA DEL CONTENIDO (IX-HASH), TAMANO    *
      *    (IX-BYTES) Y CONSECUTIVO; UN MISMO CONTENIDO CARGADO OTRA  *
      *    VEZ POR EL MISMO PROGRAMA CAE EN LA MISMA LLAVE Y SE       *
      *    RECHAZA SALVO OVERRIDE DE SUPERVISOR, CUYO ID Y MOTIVO     *
      *    QUEDAN EN IX-OVR-OPER/IX-OVR-MOTIVO. PROGRAMAS:            *
      *      DYNTMLOD  RELOJ CHECADOR (DYN-TIMLOAD)                   *
      *      DYNHIRLD  NUEVOS INGRESOS (DYN-HIRLOAD)                  *
      *      DYNBNKIM  CHEQUES PAGADOS DEL BANCO (DYN-BNKIMP)         *
      *      DYNPRNAK  RESPUESTA DE PRENOTAS (DYN-PRNACK)             *
      *      DYNCFDAK  RESPUESTA DEL TIMBRADO (DYN-CFDACK)            *
      *      DYNPAYAK  ACUSE DEL PROVEEDOR DE NOMINA (DYN-PAYACK)     *
      *      DYNCSVIM  CAMBIOS MASIVOS EN CSV (DYN-CSVIMP)            *
      *    IX-BYTES: CARACTERES HASTA EL ULTIMO NO BLANCO DE CADA     *
      *    RENGLON MAS UNO POR FIN DE RENGLON. IX-OPER ES 'LOTE' EN   *
      *    LAS CARGAS SIN FIRMA DE OPERADOR.                          *
      *****************************************************************
       FD  IX-REG.
       01  IXR-REC.
           05  IX-KEY.
               10  IX-PROGRAMA         PIC X(08).
               10  IX-HASH             PIC 9(15).
               10  IX-BYTES            PIC 9(10).
               10  IX-SEQ              PIC 9(02).
           05  IX-REGS                 PIC 9(07).
           05  IX-ARCHIVO              PIC X(80).
           05  IX-CARGA-FH.
               10  IX-F-CARGA          PIC X(08).
               10  IX-H-CARGA          PIC X(06).
           05  IX-OPER                 PIC X(06).
           05  IX-ACEPT                PIC 9(07).
           05  IX-RECH                 PIC 9(07).
           05  IX-RESULTADO            PIC X(40).
           05  IX-OVR-OPER             PIC X(06).
           05  IX-OVR-MOTIVO           PIC X(40).
       FD  IX-PLANO.
       01  IXP-REC                     PIC X(512).
