      *****************************************************************
      *    MIDE SI LA CHECADA DE ENTRADA DEL RENGLON DE PUNCH-DET EN  *
      *    TURNO (PD-ENTRADA, HHMM) FUE RETARDO CONTRA LA ENTRADA DE  *
      *    SU TURNO EN SHIFT-MAST (PD-TURNO, O TURNO-CLV SI EL RELOJ  *
      *    NO LO MANDO) MAS LOS MINUTOS DE TOLERANCIA. UNA ENTRADA    *
      *    MAS DE DOCE HORAS ANTES DEL INICIO ES DEL DIA SIGUIENTE    *
      *    (TURNO QUE CRUZA LA MEDIANOCHE). SIN CHECADA O SIN HORA DE *
      *    ENTRADA EN EL TURNO NO HAY CONTRA QUE MEDIR: WS-TAR-EVALUA *
      *    = 'N'. DEJA WS-TAR-RETARDO Y WS-TAR-MINUTOS. REQUIERE      *
      *    SHIFT-MAST ABIERTO DE ENTRADA, TURNO-CLV EN REG-EMPL Y     *
      *    COPY SHFSTAT Y PCHSTAT (CON SUS FILE/FD).                  *
      *****************************************************************
       964-CALCULA-RETARDO.
           MOVE 'N' TO WS-TAR-EVALUA
           MOVE 'N' TO WS-TAR-RETARDO
           MOVE 0 TO WS-TAR-MINUTOS
           MOVE PD-TURNO TO WS-TAR-TURNO
           IF WS-TAR-TURNO = SPACE
               MOVE TURNO-CLV TO WS-TAR-TURNO
           END-IF
           IF PD-ENTRADA IS NUMERIC AND WS-TAR-TURNO NOT = SPACE
               IF WS-TAR-TURNO NOT = WS-TAR-ULT-TURNO
                   PERFORM 972-RETARDO-TURNO
               END-IF
               IF WS-TAR-INI IS NUMERIC
                   MOVE 'S' TO WS-TAR-EVALUA
                   MOVE WS-TAR-INI TO WS-TAR-HHMM
                   COMPUTE WS-TAR-MIN-INI = WS-TAR-HH * 60 + WS-TAR-MM
                   MOVE PD-ENTRADA TO WS-TAR-HHMM
                   COMPUTE WS-TAR-MIN-ENT = WS-TAR-HH * 60 + WS-TAR-MM
                   IF WS-TAR-MIN-ENT + 720 < WS-TAR-MIN-INI
                       ADD 1440 TO WS-TAR-MIN-ENT
                   END-IF
                   IF WS-TAR-MIN-ENT > WS-TAR-MIN-INI + WS-TAR-TOL
                       MOVE 'S' TO WS-TAR-RETARDO
                       COMPUTE WS-TAR-MINUTOS =
                           WS-TAR-MIN-ENT - WS-TAR-MIN-INI
                   END-IF
               END-IF
           END-IF.

      *EL TURNO SE LEE UNA VEZ MIENTRAS NO CAMBIE; UN TURNO QUE NO
      *EXISTE QUEDA SIN HORA DE ENTRADA.
           972-RETARDO-TURNO.
               MOVE WS-TAR-TURNO TO WS-TAR-ULT-TURNO
               MOVE SPACES TO WS-TAR-INI
               MOVE 0 TO WS-TAR-TOL
               MOVE WS-TAR-TURNO TO SH-CLV
               READ SHIFT-MAST KEY IS SH-CLV
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SH-ENTRADA TO WS-TAR-INI
                       MOVE SH-TOLERA TO WS-TAR-TOL
               END-READ.
