      *********************************************************
      *PROGRAMA - MANTENIMIENTO DE LAS REGLAS DE PRIMA        *
      *DOMINICAL Y DE FESTIVO TRABAJADO (PRI-RULES). DOS      *
      *REGISTROS: 'D' DOMINGO Y 'F' FERIADO DE CAL-MAST, CADA *
      *UNO CON SU PORCENTAJE Y SU BASE ('J' CUOTA DE LA       *
      *JORNADA POR DIA TRABAJADO, 'H' HORAS TRABAJADAS ESE    *
      *DIA A TARIFA-HORA). LA CARGA DE HORAS (DYN-TIMLOAD /   *
      *DYN-HRSBAT) LAS APLICA AL DETALLE DIARIO PUNCH-DET;    *
      *SIN REGISTRO RIGEN LAS DE LEY (25% DE LA JORNADA EN    *
      *DOMINGO, PAGO DOBLE ADICIONAL EN FESTIVO).             *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-PRIMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRIFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY PRIFD.

       WORKING-STORAGE SECTION.
           COPY PRISTAT.
       01 WS-CLV                       PIC X.
       01 WS-OTRO                      PIC X VALUE 'S'.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     REGLAS DE PRIMA DOMINICAL Y FESTIVO'.
           DISPLAY SEP.
           MOVE WS-PRIRULES-PATH-DFLT TO WS-PRIRULES-PATH.
           DISPLAY 'PRIRULES_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRIRULES-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PRIRULES-PATH = SPACES
               MOVE WS-PRIRULES-PATH-DFLT TO WS-PRIRULES-PATH
           END-IF.
           OPEN I-O PRI-RULES.
           IF WS-PRI-STATUS = '35'
               OPEN OUTPUT PRI-RULES
               CLOSE PRI-RULES
               OPEN I-O PRI-RULES
           END-IF.
           PERFORM 100-UNA-REGLA UNTIL WS-OTRO NOT = 'S'.
           CLOSE PRI-RULES.
           DISPLAY SEP.
           STOP RUN.

       100-UNA-REGLA.
           DISPLAY 'REGLA (D=DOMINGO F=FESTIVO, OTRA=FIN):'.
           ACCEPT WS-CLV.
           IF WS-CLV NOT = 'D' AND WS-CLV NOT = 'F'
               MOVE 'N' TO WS-OTRO
           ELSE
               MOVE WS-CLV TO PI-CLV
               READ PRI-RULES KEY IS PI-CLV
                   INVALID KEY
                       PERFORM 200-CAPTURA
                       WRITE PRI-REC
                       DISPLAY 'REGLA GRABADA'
                   NOT INVALID KEY
                       DISPLAY 'REGLA ACTUAL - ' PI-DESC ' PCT: '
                           PI-PCT ' BASE: ' PI-BASE
                       PERFORM 200-CAPTURA
                       REWRITE PRI-REC
                       DISPLAY 'REGLA ACTUALIZADA'
               END-READ
           END-IF.

       200-CAPTURA.
           MOVE WS-CLV TO PI-CLV.
           IF WS-CLV = 'D'
               MOVE 'PRIMA DOMINICAL' TO PI-DESC
           ELSE
               MOVE 'FESTIVO TRABAJADO' TO PI-DESC
           END-IF.
           PERFORM 210-PCT.
           PERFORM 220-BASE.

           210-PCT.
               DISPLAY 'PORCENTAJE SOBRE LA BASE (9V99, 0.25 = 25%):'
               ACCEPT PI-PCT
               IF PI-PCT = 0
                   DISPLAY 'PORCENTAJE INVALIDO'
                   PERFORM 210-PCT
               END-IF.

           220-BASE.
               DISPLAY 'BASE (J=CUOTA DE LA JORNADA POR DIA, '
                   'H=HORAS DEL DIA A TARIFA):'
               ACCEPT PI-BASE
               IF PI-BASE NOT = 'J' AND PI-BASE NOT = 'H'
                   DISPLAY 'BASE INVALIDA'
                   PERFORM 220-BASE
               END-IF.
