      *DE PRIMA SOBRE EL PAGO BASE. LA PRIMA LA APLICA        *
      *912-CALCULA-PAGO EXPLICITAMENTE, PARA DEJAR DE INFLAR  *
      *TARIFA-HORA A MANO. MISMO ESTILO QUE DYN-RATMNT.       *
      *CADA TURNO LLEVA SU HORA DE ENTRADA Y LOS MINUTOS DE   *
      *TOLERANCIA CONTRA LOS QUE SE MIDEN LOS RETARDOS DEL    *
      *RELOJ (DYN-TARRPT, DYN-PUNCALC); UN TURNO YA GRABADO   *
      *SE PUEDE ACTUALIZAR.                                   *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY SHFSTAT.
       01 WS-RES                       PIC X VALUE 'S'.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-CLV                       PIC X.
       01 WS-ENTRADA-OK                PIC X.
       01 WS-HHMM                      PIC X(04).
       01 WS-HHMM-R REDEFINES WS-HHMM.
           05 WS-HH                    PIC 9(02).
           05 WS-MM                    PIC 9(02).

       01 SEP.
           05 FILLER                   PIC X(80) VALUE ALL '-'.
               MOVE WS-SHIFTMAST-PATH-DFLT TO WS-SHIFTMAST-PATH.
           OPEN I-O SHIFT-MAST.
           IF WS-SHF-STATUS = '35'
               OPEN OUTPUT SHIFT-MAST
               CLOSE SHIFT-MAST
               OPEN I-O SHIFT-MAST.

       200-CERRAR.
           DISPLAY SEP.
       100-PROCESO.
           DISPLAY SEP.
           DISPLAY 'CLAVE DE TURNO (UNA LETRA):'.
           ACCEPT WS-CLV.
           MOVE WS-CLV TO SH-CLV.
           READ SHIFT-MAST KEY IS SH-CLV
               INVALID KEY
                   PERFORM 150-CAPTURA
                   WRITE SHIFT-REC
                   DISPLAY 'TURNO GRABADO'
               NOT INVALID KEY
                   DISPLAY 'TURNO ACTUAL - ' SH-DESC ' PRIMA: ' SH-PCT
                       ' ENTRADA: ' SH-ENTRADA ' TOLERANCIA: '
                       SH-TOLERA
                   DISPLAY 'ACTUALIZARLO? S/N'
                   ACCEPT WS-RES
                   IF WS-RES = 'S'
                       PERFORM 150-CAPTURA
                       REWRITE SHIFT-REC
                       DISPLAY 'TURNO ACTUALIZADO'
                   END-IF
           END-READ.
           DISPLAY 'AGREGAR OTRO TURNO? S/N'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               MOVE 1 TO WS-FLAG.

       150-CAPTURA.
           MOVE WS-CLV TO SH-CLV.
           DISPLAY 'DESCRIPCION:'.                 ACCEPT SH-DESC.
           DISPLAY 'PRIMA (EJ. 0.150 = 15%):'.     ACCEPT SH-PCT.
           MOVE 'N' TO WS-ENTRADA-OK.
           PERFORM 160-ENTRADA UNTIL WS-ENTRADA-OK = 'S'.
           IF SH-ENTRADA = SPACES
               MOVE 0 TO SH-TOLERA
           ELSE
               DISPLAY 'MINUTOS DE TOLERANCIA (EJ. 10):'
               ACCEPT SH-TOLERA
           END-IF.

      *HHMM DE 24 HORAS; EN BLANCO EL TURNO NO TIENE HORA FIJA Y
      *SUS CHECADAS NO SE MIDEN PARA RETARDOS.
           160-ENTRADA.
               DISPLAY 'HORA DE ENTRADA (HHMM, EJ. 0700; ENTER = '
                   'SIN HORA FIJA):'
               MOVE SPACES TO WS-HHMM
               ACCEPT WS-HHMM
               MOVE 'S' TO WS-ENTRADA-OK
               IF WS-HHMM NOT = SPACES
                   IF WS-HHMM IS NOT NUMERIC
                       MOVE 'N' TO WS-ENTRADA-OK
                   ELSE
                       IF WS-HH > 23 OR WS-MM > 59
                           MOVE 'N' TO WS-ENTRADA-OK
                       END-IF
                   END-IF
               END-IF
               IF WS-ENTRADA-OK = 'S'
                   MOVE WS-HHMM TO SH-ENTRADA
               ELSE
                   DISPLAY 'HORA INVALIDA'
               END-IF.
