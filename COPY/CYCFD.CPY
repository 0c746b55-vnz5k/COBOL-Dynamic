      *****************************************************************
      *    CYC-CTL - AVANCE DEL CICLO DE NOMINA (FD)                  *
      *    UN REGISTRO POR GRUPO DE PAGO REGULAR ('S' / 'M') Y        *
      *    PERIODO, COMO PERCTL. LO ABRE DYN-PREPAY (PASO 01) Y CADA  *
      *    PASO DEL CICLO DEJA EN SU RENGLON CUANDO TERMINO, QUIEN    *
      *    LO CORRIO Y SU RESULTADO: 'C' COMPLETO, 'E' TERMINO CON    *
      *    EXCEPCIONES (NO LIBERA EL SIGUIENTE PASO HASTA QUE UN      *
      *    SUPERVISOR LO FIRME EN DYN-CICLO) O 'V' EXCEPCIONES        *
      *    REVISADAS Y FIRMADAS (CY-FIRMA). EN BLANCO = PENDIENTE.    *
      *    EL ORDEN DE LOS PASOS Y LO QUE CADA UNO ESPERA VIVEN EN    *
      *    CYCSTAT.                                                   *
      *****************************************************************
       FD  CYC-CTL.
       01  CYC-REC.
           05  CY-KEY.
               10  CY-GRUPO            PIC X.
               10  CY-PERIODO          PIC X(06).
           05  CY-PASO OCCURS 10 TIMES.
               10  CY-FECHA            PIC X(08).
               10  CY-HORA             PIC X(06).
               10  CY-OPER             PIC X(06).
               10  CY-RES              PIC X.
               10  CY-FIRMA            PIC X(06).
