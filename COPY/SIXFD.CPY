      *****************************************************************
      *    SAT-IDX - INDICE DEL ARCHIVO HISTORICO DE SATELITES (FD)   *
      *    UN RENGLON POR REGISTRO CERRADO QUE DYN-SATARC SACO DE UN  *
      *    MAESTRO SATELITE Y ESCRIBIO EN SU SARC-XXXX-AAAAMMDD, CON  *
      *    EL ARCHIVO DE ORIGEN, EL EMPLEADO (CERO EN REM-CTL, QUE ES *
      *    POR PERIODO Y TERCERO), LA LLAVE DEL REGISTRO, LA FECHA DE *
      *    CIERRE (AAAAMMDD, O SOLO AAAAMM CUANDO EL CIERRE SE CONOCE *
      *    POR EL PERIODO DEL ULTIMO DESCUENTO) Y EL ARCHIVO DONDE    *
      *    QUEDO LA IMAGEN COMPLETA. MISMA IDEA QUE ARCH-IDX, PERO    *
      *    DYN-SATARC LO VA EXTENDIENDO EN CADA CORRIDA. LO CONSULTA  *
      *    DYN-SATINQ Y LO ACEPTA DYN-REFCHK COMO PADRE VALIDO.       *
      *****************************************************************
       FD  SAT-IDX.
       01  SIX-REC.
           05  SX-ARCHIVO              PIC X(04).
           05  FILLER                  PIC X VALUE SPACE.
           05  SX-ID-EMPL              PIC 9(06).
           05  FILLER                  PIC X VALUE SPACE.
           05  SX-LLAVE                PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  SX-F-CIERRE             PIC X(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  SX-F-ARCH               PIC X(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  SX-ARCH-NOM             PIC X(48).
