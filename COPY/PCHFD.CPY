      *    DYN-TIMLOAD PARA QUE "QUE DIAS TRABAJO 12 HORAS" TENGA     *
      *    RESPUESTA (DYN-PCHINQ) Y PARA QUE LA EXTRA SE DERIVE POR   *
      *    SEMANA, QUE ES LA BASE LEGAL, Y NO DEL TOTAL DEL PERIODO.  *
      *    PD-ENTRADA / PD-SALIDA SON LAS CHECADAS DEL RELOJ EN HHMM; *
      *    EN BLANCO CUANDO EL DIA SE CAPTURO A MANO (DYN-HRSBAT) O   *
      *    EL RELOJ NO MANDO HORAS. CONTRA LA ENTRADA DEL TURNO EN    *
      *    SHIFT-MAST SE MIDEN LOS RETARDOS (964-CALCULA-RETARDO).    *
      *****************************************************************
       FD  PUNCH-DET.
       01  PCH-REC.
           05  PD-HORAS                PIC 9(02)V99.
           05  PD-TURNO                PIC X.
           05  PD-PROYECTO             PIC X(06).
           05  PD-ENTRADA              PIC X(04).
           05  PD-SALIDA               PIC X(04).
