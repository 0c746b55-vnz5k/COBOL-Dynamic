      *********************************************************
      *PROGRAMA - MANTENIMIENTO DE LAS REGLAS DEL PREMIO DE   *
      *PUNTUALIDAD Y ASISTENCIA (PUN-RULES). DOS REGISTROS:   *
      *'P' PUNTUALIDAD (RETARDOS CONTRA LA ENTRADA DEL TURNO) *
      *Y 'A' ASISTENCIA (FALTAS INJUSTIFICADAS DE ABS-DIARIO),*
      *CADA UNO CON LAS INCIDENCIAS QUE TOLERA EN EL PERIODO, *
      *SU PORCENTAJE SOBRE EL PAGO BASE Y UN IMPORTE FIJO.    *
      *DYN-PUNCALC LOS APLICA CADA PERIODO; SIN REGISTRO NO   *
      *HAY PREMIO. MISMO MOLDE QUE DYN-PRIMNT.                *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-PUNMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PUNFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY PUNFD.

       WORKING-STORAGE SECTION.
           COPY PUNSTAT.
       01 WS-CLV                       PIC X.
       01 WS-OTRO                      PIC X VALUE 'S'.
       01 WS-RES                       PIC X.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     REGLAS DE PREMIO DE PUNTUALIDAD Y ASISTENCIA'.
           DISPLAY SEP.
           MOVE WS-PUNRULES-PATH-DFLT TO WS-PUNRULES-PATH.
           DISPLAY 'PUNRULES_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PUNRULES-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PUNRULES-PATH = SPACES
               MOVE WS-PUNRULES-PATH-DFLT TO WS-PUNRULES-PATH
           END-IF.
           OPEN I-O PUN-RULES.
           IF WS-PUN-STATUS = '35'
               OPEN OUTPUT PUN-RULES
               CLOSE PUN-RULES
               OPEN I-O PUN-RULES
           END-IF.
           PERFORM 100-UNA-REGLA UNTIL WS-OTRO NOT = 'S'.
           CLOSE PUN-RULES.
           DISPLAY SEP.
           STOP RUN.

      *UNA REGLA EXISTENTE SE PUEDE CAMBIAR O QUITAR (SIN REGLA
      *ESE PREMIO DEJA DE PAGARSE).
       100-UNA-REGLA.
           DISPLAY 'PREMIO (P=PUNTUALIDAD A=ASISTENCIA, OTRA=FIN):'.
           ACCEPT WS-CLV.
           IF WS-CLV NOT = 'P' AND WS-CLV NOT = 'A'
               MOVE 'N' TO WS-OTRO
           ELSE
               MOVE WS-CLV TO PU-CLV
               READ PUN-RULES KEY IS PU-CLV
                   INVALID KEY
                       PERFORM 200-CAPTURA
                       WRITE PUN-REC
                       DISPLAY 'REGLA GRABADA'
                   NOT INVALID KEY
                       DISPLAY 'REGLA ACTUAL - ' PU-DESC
                           ' INCIDENCIAS: ' PU-MAX-INC
                           ' PCT: ' PU-PCT ' FIJO: ' PU-FIJO
                       DISPLAY 'C=CAMBIAR B=BORRAR OTRA=DEJARLA:'
                       ACCEPT WS-RES
                       EVALUATE WS-RES
                           WHEN 'C'
                               PERFORM 200-CAPTURA
                               REWRITE PUN-REC
                               DISPLAY 'REGLA ACTUALIZADA'
                           WHEN 'B'
                               DELETE PUN-RULES RECORD
                               DISPLAY 'REGLA BORRADA; EL PREMIO YA '
                                   'NO SE CALCULA'
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

       200-CAPTURA.
           MOVE WS-CLV TO PU-CLV.
           IF WS-CLV = 'P'
               MOVE 'PREMIO PUNTUALIDAD' TO PU-DESC
           ELSE
               MOVE 'PREMIO ASISTENCIA' TO PU-DESC
           END-IF.
           PERFORM 210-MAX-INC.
           PERFORM 220-PCT.
           PERFORM 230-FIJO.
           IF PU-PCT = 0 AND PU-FIJO = 0
               DISPLAY 'EL PREMIO NO PAGA NADA; CAPTURE PORCENTAJE '
                   'O IMPORTE FIJO'
               PERFORM 220-PCT
               PERFORM 230-FIJO
           END-IF.

           210-MAX-INC.
               IF WS-CLV = 'P'
                   DISPLAY 'RETARDOS TOLERADOS EN EL PERIODO '
                       '(0 = NINGUNO):'
               ELSE
                   DISPLAY 'FALTAS INJUSTIFICADAS TOLERADAS EN EL '
                       'PERIODO (0 = NINGUNA):'
               END-IF
               ACCEPT PU-MAX-INC.

           220-PCT.
               DISPLAY 'PORCENTAJE SOBRE EL PAGO BASE DEL PERIODO '
                   '(9V999, 0.100 = 10%, 0 = NINGUNO):'
               ACCEPT PU-PCT
               IF PU-PCT > 0.300
                   DISPLAY 'PORCENTAJE INVALIDO (A LO MAS 30%)'
                   PERFORM 220-PCT
               END-IF.

           230-FIJO.
               DISPLAY 'IMPORTE FIJO DEL PREMIO (0 = NINGUNO):'
               ACCEPT PU-FIJO.
