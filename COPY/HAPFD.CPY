      *****************************************************************
      *    HIRE-APR - BITACORA DE ALTAS APROBADAS (FD)                *
      *    UN RENGLON POR ALTA QUE 908-PEND-APPROVE ESCRIBE A         *
      *    EMPLEADO, CON EL OPERADOR QUE LA CAPTURO (PEND-OPER-ID) Y  *
      *    EL QUE LA APROBO. EL PENDIENTE SE BORRA AL APROBARSE, ASI  *
      *    QUE ESTA ES LA UNICA HUELLA DE QUIEN CAPTURO; LA REVISA EL *
      *    BARRIDO DE FRAUDE (DYN-FRDSCAN).                           *
      *****************************************************************
       FD  HIRE-APR.
       01  HAP-REC.
           05  HA-FECHA                PIC X(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  HA-HORA                 PIC X(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  HA-ID-EMPL              PIC 9(06).
           05  FILLER                  PIC X VALUE SPACE.
           05  HA-CAPTURO              PIC X(06).
           05  FILLER                  PIC X VALUE SPACE.
           05  HA-F-CAPTURA            PIC X(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  HA-APROBO               PIC X(06).
