      *********************************************************
      *PROGRAMA - REPORTE DE CONFLICTOS DE SEGREGACION DE     *
      *FUNCIONES. PERM-MAST DICE QUE PUEDE HACER CADA ROL,    *
      *PERO NADIE REVISABA SI UN MISMO OPERADOR PUEDE, POR    *
      *EJEMPLO, DAR DE ALTA A UN EMPLEADO Y LIBERAR SU        *
      *DINERO. CON LAS REGLAS DE SOD-RULE (DYN-SODMNT):       *
      * 1. PERMISOS: CADA CUENTA DE OPER-MAST CUYO ROL TIENE  *
      *    EN PERM-MAST LAS DOS FUNCIONES DE UNA REGLA.       *
      * 2. EVIDENCIA: DENTRO DE UN RANGO DE FECHAS, OPERADORES*
      *    QUE DE HECHO EJERCIERON LOS DOS LADOS DE UNA REGLA *
      *    SOBRE EL MISMO EMPLEADO, SEGUN AUDIT-LOG,          *
      *    PEND-MAST, LA BITACORA DE ALTAS APROBADAS          *
      *    (HIRE-APR) Y SES-LOG.                              *
      *    UNA FIRMA EN SES-LOG NO NOMBRA EMPLEADO Y CUBRE A  *
      *    TODOS LOS QUE TOCA EL OTRO LADO. SE LISTA UN       *
      *    RENGLON POR REGLA, OPERADOR Y EMPLEADO DEL LADO A  *
      *    (SI EL LADO A ES UNA FIRMA, UNO POR OPERADOR).     *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-SODRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SODFILE.
           COPY OPERFILE.
           COPY SESFILE.
           COPY PRMFILE.
           COPY AUDITFILE.
           COPY PENDFILE.
           COPY HAPFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY SODFD.
           COPY OPERFD.
           COPY SESFD.
           COPY PRMFD.
           COPY AUDITFD.
           COPY PENDFD.
           COPY HAPFD.

       WORKING-STORAGE SECTION.
           COPY SODSTAT.
           COPY OPERSTAT.
           COPY PRMSTAT.
           COPY AUDITSTAT.
           COPY PENDSTAT.
           COPY HAPSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-DESDE                     PIC X(08).
       01 WS-HASTA                     PIC X(08).
       01 WS-PERM-A                    PIC X.
       01 WS-PERM-B                    PIC X.
       01 WS-CASA                      PIC X.
       01 WS-CASA-ALGUNA               PIC X.
       01 WS-LLENO                     PIC X VALUE 'N'.

      *REGLAS CARGADAS DE SOD-RULE.
       01 WS-RG-TABLA.
           05 WS-RG-ENT OCCURS 50 TIMES.
               10 WS-RG-CLV            PIC X(02).
               10 WS-RG-DESC           PIC X(30).
               10 WS-RG-FUN-A          PIC X(02).
               10 WS-RG-PROG-A         PIC X(08).
               10 WS-RG-OP-A           PIC X.
               10 WS-RG-FUN-B          PIC X(02).
               10 WS-RG-PROG-B         PIC X(08).
               10 WS-RG-OP-B           PIC X.
       01 WS-RG-USADOS                 PIC 9(02) VALUE 0.
       01 WS-RG-I                      PIC 9(02).

      *EVENTOS DEL RANGO QUE CAEN EN ALGUN LADO DE ALGUNA REGLA.
      *EV-ID = 0 CUANDO LA FUENTE ES UNA FIRMA DE SES-LOG.
       01 WS-EV-TABLA.
           05 WS-EV-ENT OCCURS 5000 TIMES.
               10 WS-EV-OPER           PIC X(06).
               10 WS-EV-ID             PIC 9(06).
               10 WS-EV-PROG           PIC X(08).
               10 WS-EV-OP             PIC X.
               10 WS-EV-FECHA          PIC X(08).
       01 WS-EV-USADOS                 PIC 9(04) VALUE 0.
       01 WS-EV-I                      PIC 9(04).
       01 WS-EV-J                      PIC 9(04).
       01 WS-EV-X                      PIC 9(04).
       01 WS-NV-OPER                   PIC X(06).
       01 WS-NV-ID                     PIC 9(06).
       01 WS-NV-PROG                   PIC X(08).
       01 WS-NV-OP                     PIC X.
       01 WS-NV-FECHA                  PIC X(08).

      *LADO QUE SE COMPARA CONTRA UN EVENTO EN 850-CASA-LADO.
       01 WS-LD-PROG                   PIC X(08).
       01 WS-LD-OP                     PIC X.

      *CONFLICTOS YA LISTADOS (REGLA, OPERADOR, EMPLEADO).
       01 WS-YA-TABLA.
           05 WS-YA-ENT OCCURS 2000 TIMES.
               10 WS-YA-RG             PIC X(02).
               10 WS-YA-OPER           PIC X(06).
               10 WS-YA-ID             PIC 9(06).
       01 WS-YA-USADOS                 PIC 9(04) VALUE 0.
       01 WS-YA-I                      PIC 9(04).
       01 WS-YA-ESTA                   PIC X.
       01 WS-YA-ID-N                   PIC 9(06).

       01 WS-CTA-PERM                  PIC 9(05) VALUE 0.
       01 WS-CTA-EVID                  PIC 9(05) VALUE 0.

       01 WS-LINEA-P.
           05 WS-LP-OPER               PIC X(06).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LP-NOM                PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LP-ROL                PIC X.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LP-RG                 PIC X(02).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LP-DESC               PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LP-BLOQ               PIC X(09).

       01 WS-LINEA-E.
           05 WS-LE-RG                 PIC X(02).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LE-OPER               PIC X(06).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LE-ID                 PIC X(06).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LE-FECHA-A            PIC X(08).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LE-PROG-A             PIC X(08).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LE-OP-A               PIC X.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LE-FECHA-B            PIC X(08).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LE-PROG-B             PIC X(08).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LE-OP-B               PIC X.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     CONFLICTOS DE SEGREGACION DE FUNCIONES'.
           DISPLAY SEP.
           MOVE WS-SODRULE-PATH-DFLT TO WS-SODRULE-PATH.
           DISPLAY 'SODRULE_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SODRULE-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SODRULE-PATH = SPACES
               MOVE WS-SODRULE-PATH-DFLT TO WS-SODRULE-PATH
           END-IF.
           OPEN INPUT SOD-RULE.
           IF WS-SOD-STATUS NOT = '00'
               DISPLAY 'SIN REGLAS DE SEGREGACION; CORRA DYN-SODMNT. '
                   'FILE STATUS: ' WS-SOD-STATUS
               STOP RUN
           END-IF.
           PERFORM 050-CARGA-REGLAS UNTIL WS-FLAG = 1.
           CLOSE SOD-RULE.
           PERFORM 060-PIDE-DESDE.
           PERFORM 070-PIDE-HASTA.
           PERFORM 100-PERMISOS.
           PERFORM 300-EVENTOS.
           PERFORM 500-EVIDENCIA.
           DISPLAY SEP.
           DISPLAY 'CUENTAS CON PERMISOS EN CONFLICTO: ' WS-CTA-PERM.
           DISPLAY 'CONFLICTOS EJERCIDOS EN EL RANGO:  ' WS-CTA-EVID.
           IF WS-LLENO = 'S'
               DISPLAY 'AVISO: SE LLENO UNA TABLA DE TRABAJO; ACORTE '
                   'EL RANGO DE FECHAS.'
           END-IF.
           DISPLAY SEP.
           STOP RUN.

           050-CARGA-REGLAS.
               READ SOD-RULE NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF WS-RG-USADOS < 50
                           ADD 1 TO WS-RG-USADOS
                           MOVE SD-CLV TO WS-RG-CLV (WS-RG-USADOS)
                           MOVE SD-DESC TO WS-RG-DESC (WS-RG-USADOS)
                           MOVE SD-FUN-A TO WS-RG-FUN-A (WS-RG-USADOS)
                           MOVE SD-PROG-A TO WS-RG-PROG-A (WS-RG-USADOS)
                           MOVE SD-OP-A TO WS-RG-OP-A (WS-RG-USADOS)
                           MOVE SD-FUN-B TO WS-RG-FUN-B (WS-RG-USADOS)
                           MOVE SD-PROG-B TO WS-RG-PROG-B (WS-RG-USADOS)
                           MOVE SD-OP-B TO WS-RG-OP-B (WS-RG-USADOS)
                       END-IF
               END-READ.

           060-PIDE-DESDE.
               DISPLAY 'EVIDENCIA DESDE (AAAAMMDD):'
               ACCEPT WS-DESDE
               IF WS-DESDE NOT NUMERIC
                   DISPLAY 'FECHA INVALIDA'
                   PERFORM 060-PIDE-DESDE
               END-IF.

           070-PIDE-HASTA.
               DISPLAY 'EVIDENCIA HASTA (AAAAMMDD):'
               ACCEPT WS-HASTA
               IF WS-HASTA NOT NUMERIC OR WS-HASTA < WS-DESDE
                   DISPLAY 'FECHA INVALIDA'
                   PERFORM 070-PIDE-HASTA
               END-IF.

      *PARTE 1: CADA CUENTA CONTRA CADA REGLA, POR EL ROL.
       100-PERMISOS.
           DISPLAY SEP.
           DISPLAY 'CUENTAS CUYO ROL PERMITE AMBOS LADOS DE UNA REGLA'.
           DISPLAY 'OPER   NOMBRE               ROL REGLA'.
           DISPLAY SEP.
           MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH.
           DISPLAY 'OPERMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-OPERMAST-PATH = SPACES
               MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
           END-IF.
           MOVE WS-PERMMAST-PATH-DFLT TO WS-PERMMAST-PATH.
           DISPLAY 'PERMMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PERMMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PERMMAST-PATH = SPACES
               MOVE WS-PERMMAST-PATH-DFLT TO WS-PERMMAST-PATH
           END-IF.
           OPEN INPUT OPER-MAST.
           OPEN INPUT PERM-MAST.
           IF WS-OPER-STATUS NOT = '00' OR WS-PERM-STATUS NOT = '00'
               DISPLAY 'SIN OPER-MAST O PERM-MAST; NO SE REVISAN '
                   'PERMISOS.'
           ELSE
               MOVE 0 TO WS-FLAG
               PERFORM 110-LEE-OPERADOR UNTIL WS-FLAG = 1
           END-IF.
           CLOSE OPER-MAST.
           CLOSE PERM-MAST.

           110-LEE-OPERADOR.
               READ OPER-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       PERFORM 120-OPERADOR-REGLA
                           VARYING WS-RG-I FROM 1 BY 1
                           UNTIL WS-RG-I > WS-RG-USADOS
               END-READ.

           120-OPERADOR-REGLA.
               MOVE OP-ROL TO PM-ROL
               MOVE WS-RG-FUN-A (WS-RG-I) TO PM-FUNCION
               READ PERM-MAST KEY IS PM-KEY
                   INVALID KEY MOVE 'N' TO WS-PERM-A
                   NOT INVALID KEY MOVE 'S' TO WS-PERM-A
               END-READ
               MOVE OP-ROL TO PM-ROL
               MOVE WS-RG-FUN-B (WS-RG-I) TO PM-FUNCION
               READ PERM-MAST KEY IS PM-KEY
                   INVALID KEY MOVE 'N' TO WS-PERM-B
                   NOT INVALID KEY MOVE 'S' TO WS-PERM-B
               END-READ
               IF WS-PERM-A = 'S' AND WS-PERM-B = 'S'
                   ADD 1 TO WS-CTA-PERM
                   MOVE OP-ID TO WS-LP-OPER
                   MOVE OP-NOMBRE TO WS-LP-NOM
                   MOVE OP-ROL TO WS-LP-ROL
                   MOVE WS-RG-CLV (WS-RG-I) TO WS-LP-RG
                   MOVE WS-RG-DESC (WS-RG-I) TO WS-LP-DESC
                   MOVE SPACES TO WS-LP-BLOQ
                   IF OP-BLOQUEADO = 'S'
                       MOVE 'BLOQUEADO' TO WS-LP-BLOQ
                   END-IF
                   IF OP-BLOQUEADO = 'R'
                       MOVE 'REVOCADO' TO WS-LP-BLOQ
                   END-IF
                   DISPLAY WS-LINEA-P
               END-IF.

      *PARTE 2: JUNTA LOS EVENTOS DEL RANGO DE LAS CUATRO FUENTES.
       300-EVENTOS.
           MOVE WS-AUDITLOG-PATH-DFLT TO WS-AUDITLOG-PATH.
           DISPLAY 'AUDITLOG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-AUDITLOG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-AUDITLOG-PATH = SPACES
               MOVE WS-AUDITLOG-PATH-DFLT TO WS-AUDITLOG-PATH
           END-IF.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 310-LEE-AUDITORIA UNTIL WS-FLAG = 1
               CLOSE AUDIT-LOG
           END-IF.
           MOVE WS-PENDMAST-PATH-DFLT TO WS-PENDMAST-PATH.
           DISPLAY 'PENDMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PENDMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PENDMAST-PATH = SPACES
               MOVE WS-PENDMAST-PATH-DFLT TO WS-PENDMAST-PATH
           END-IF.
           OPEN INPUT PEND-MAST.
           IF WS-PEND-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 320-LEE-PENDIENTE UNTIL WS-FLAG = 1
               CLOSE PEND-MAST
           END-IF.
           MOVE WS-HIREAPR-PATH-DFLT TO WS-HIREAPR-PATH.
           DISPLAY 'HIREAPR_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-HIREAPR-PATH FROM ENVIRONMENT-VALUE.
           IF WS-HIREAPR-PATH = SPACES
               MOVE WS-HIREAPR-PATH-DFLT TO WS-HIREAPR-PATH
           END-IF.
           OPEN INPUT HIRE-APR.
           IF WS-HAP-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 330-LEE-APROBADA UNTIL WS-FLAG = 1
               CLOSE HIRE-APR
           END-IF.
           MOVE WS-SESLOG-PATH-DFLT TO WS-SESLOG-PATH.
           DISPLAY 'SESLOG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SESLOG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SESLOG-PATH = SPACES
               MOVE WS-SESLOG-PATH-DFLT TO WS-SESLOG-PATH
           END-IF.
           OPEN INPUT SES-LOG.
           IF WS-SES-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 340-LEE-SESION UNTIL WS-FLAG = 1
               CLOSE SES-LOG
           END-IF.

           310-LEE-AUDITORIA.
               READ AUDIT-LOG
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF AUD-OPER-ID NOT = SPACES
                           AND AUD-FECHA NOT < WS-DESDE
                           AND AUD-FECHA NOT > WS-HASTA
                           MOVE AUD-OPER-ID TO WS-NV-OPER
                           MOVE AUD-ID-EMPL TO WS-NV-ID
                           MOVE AUD-PROGRAMA TO WS-NV-PROG
                           MOVE AUD-OPER TO WS-NV-OP
                           MOVE AUD-FECHA TO WS-NV-FECHA
                           PERFORM 400-AGREGA-EVENTO
                       END-IF
               END-READ.

      *UNA ALTA QUE SIGUE EN ESPERA: QUIEN LA CAPTURO.
           320-LEE-PENDIENTE.
               READ PEND-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF PEND-OPER-ID NOT = SPACES
                           AND PEND-FECHA NOT < WS-DESDE
                           AND PEND-FECHA NOT > WS-HASTA
                           MOVE PEND-OPER-ID TO WS-NV-OPER
                           MOVE PEND-ID-EMPL TO WS-NV-ID
                           MOVE PEND-PROGRAMA TO WS-NV-PROG
                           MOVE 'A' TO WS-NV-OP
                           MOVE PEND-FECHA TO WS-NV-FECHA
                           PERFORM 400-AGREGA-EVENTO
                       END-IF
               END-READ.

      *UNA ALTA YA APROBADA: QUIEN LA CAPTURO (EL APROBADOR YA
      *QUEDO EN AUDIT-LOG). NO SE SABE EL PROGRAMA DE CAPTURA.
           330-LEE-APROBADA.
               READ HIRE-APR
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF HA-CAPTURO NOT = SPACES
                           AND HA-F-CAPTURA NOT < WS-DESDE
                           AND HA-F-CAPTURA NOT > WS-HASTA
                           MOVE HA-CAPTURO TO WS-NV-OPER
                           MOVE HA-ID-EMPL TO WS-NV-ID
                           MOVE SPACES TO WS-NV-PROG
                           MOVE 'A' TO WS-NV-OP
                           MOVE HA-F-CAPTURA TO WS-NV-FECHA
                           PERFORM 400-AGREGA-EVENTO
                       END-IF
               END-READ.

           340-LEE-SESION.
               READ SES-LOG
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF SL-TIPO = 'E'
                           AND SL-FECHA NOT < WS-DESDE
                           AND SL-FECHA NOT > WS-HASTA
                           MOVE SL-OPER TO WS-NV-OPER
                           MOVE 0 TO WS-NV-ID
                           MOVE SL-PROGRAMA TO WS-NV-PROG
                           MOVE SPACE TO WS-NV-OP
                           MOVE SL-FECHA TO WS-NV-FECHA
                           PERFORM 400-AGREGA-EVENTO
                       END-IF
               END-READ.

      *SOLO SE GUARDA EL EVENTO WS-NV-* SI CAE EN ALGUN LADO DE
      *ALGUNA REGLA; SE USA LA ULTIMA POSICION COMO AREA DE PRUEBA.
       400-AGREGA-EVENTO.
           IF WS-EV-USADOS < 5000
               COMPUTE WS-EV-X = WS-EV-USADOS + 1
               MOVE WS-NV-OPER TO WS-EV-OPER (WS-EV-X)
               MOVE WS-NV-ID TO WS-EV-ID (WS-EV-X)
               MOVE WS-NV-PROG TO WS-EV-PROG (WS-EV-X)
               MOVE WS-NV-OP TO WS-EV-OP (WS-EV-X)
               MOVE WS-NV-FECHA TO WS-EV-FECHA (WS-EV-X)
               MOVE 'N' TO WS-CASA-ALGUNA
               PERFORM 410-PRUEBA-REGLA
                   VARYING WS-RG-I FROM 1 BY 1
                   UNTIL WS-RG-I > WS-RG-USADOS
                      OR WS-CASA-ALGUNA = 'S'
               IF WS-CASA-ALGUNA = 'S'
                   MOVE WS-EV-X TO WS-EV-USADOS
               END-IF
           ELSE
               MOVE 'S' TO WS-LLENO
           END-IF.

           410-PRUEBA-REGLA.
               MOVE WS-RG-PROG-A (WS-RG-I) TO WS-LD-PROG
               MOVE WS-RG-OP-A (WS-RG-I) TO WS-LD-OP
               PERFORM 850-CASA-LADO
               IF WS-CASA = 'S'
                   MOVE 'S' TO WS-CASA-ALGUNA
               ELSE
                   MOVE WS-RG-PROG-B (WS-RG-I) TO WS-LD-PROG
                   MOVE WS-RG-OP-B (WS-RG-I) TO WS-LD-OP
                   PERFORM 850-CASA-LADO
                   IF WS-CASA = 'S'
                       MOVE 'S' TO WS-CASA-ALGUNA
                   END-IF
               END-IF.

      *CADA EVENTO DEL LADO A CONTRA CADA EVENTO DEL LADO B DEL
      *MISMO OPERADOR Y EMPLEADO (UNA FIRMA CUBRE A CUALQUIERA).
       500-EVIDENCIA.
           DISPLAY SEP.
           DISPLAY 'CONFLICTOS EJERCIDOS DEL ' WS-DESDE ' AL '
               WS-HASTA.
           DISPLAY 'RG OPER   EMPL   LADO A              LADO B'.
           DISPLAY SEP.
           PERFORM 510-UNA-REGLA
               VARYING WS-RG-I FROM 1 BY 1
               UNTIL WS-RG-I > WS-RG-USADOS.

           510-UNA-REGLA.
               PERFORM 520-EVENTO-A
                   VARYING WS-EV-I FROM 1 BY 1
                   UNTIL WS-EV-I > WS-EV-USADOS.

           520-EVENTO-A.
               MOVE WS-RG-PROG-A (WS-RG-I) TO WS-LD-PROG
               MOVE WS-RG-OP-A (WS-RG-I) TO WS-LD-OP
               MOVE WS-EV-I TO WS-EV-X
               PERFORM 850-CASA-LADO
               IF WS-CASA = 'S'
                   PERFORM 530-EVENTO-B
                       VARYING WS-EV-J FROM 1 BY 1
                       UNTIL WS-EV-J > WS-EV-USADOS
               END-IF.

           530-EVENTO-B.
               IF WS-EV-J NOT = WS-EV-I
                   AND WS-EV-OPER (WS-EV-J) = WS-EV-OPER (WS-EV-I)
                   AND (WS-EV-ID (WS-EV-J) = WS-EV-ID (WS-EV-I)
                     OR WS-EV-ID (WS-EV-J) = 0
                     OR WS-EV-ID (WS-EV-I) = 0)
                   AND NOT (WS-EV-ID (WS-EV-J) = 0
                     AND WS-EV-ID (WS-EV-I) = 0)
                   MOVE WS-RG-PROG-B (WS-RG-I) TO WS-LD-PROG
                   MOVE WS-RG-OP-B (WS-RG-I) TO WS-LD-OP
                   MOVE WS-EV-J TO WS-EV-X
                   PERFORM 850-CASA-LADO
                   IF WS-CASA = 'S'
                       PERFORM 540-LISTA-CONFLICTO
                   END-IF
               END-IF.

           540-LISTA-CONFLICTO.
               MOVE 'N' TO WS-YA-ESTA
               PERFORM 550-BUSCA-LISTADO
                   VARYING WS-YA-I FROM 1 BY 1
                   UNTIL WS-YA-I > WS-YA-USADOS OR WS-YA-ESTA = 'S'
               IF WS-YA-ESTA = 'N'
                   IF WS-YA-USADOS < 2000
                       ADD 1 TO WS-YA-USADOS
                       MOVE WS-RG-CLV (WS-RG-I) TO
                           WS-YA-RG (WS-YA-USADOS)
                       MOVE WS-EV-OPER (WS-EV-I) TO
                           WS-YA-OPER (WS-YA-USADOS)
                       MOVE WS-EV-ID (WS-EV-I) TO
                           WS-YA-ID (WS-YA-USADOS)
                   ELSE
                       MOVE 'S' TO WS-LLENO
                   END-IF
                   ADD 1 TO WS-CTA-EVID
                   MOVE WS-RG-CLV (WS-RG-I) TO WS-LE-RG
                   MOVE WS-EV-OPER (WS-EV-I) TO WS-LE-OPER
                   IF WS-EV-ID (WS-EV-I) = 0
                       MOVE WS-EV-ID (WS-EV-J) TO WS-YA-ID-N
                   ELSE
                       MOVE WS-EV-ID (WS-EV-I) TO WS-YA-ID-N
                   END-IF
                   MOVE WS-YA-ID-N TO WS-LE-ID
                   MOVE WS-EV-FECHA (WS-EV-I) TO WS-LE-FECHA-A
                   MOVE WS-EV-PROG (WS-EV-I) TO WS-LE-PROG-A
                   MOVE WS-EV-OP (WS-EV-I) TO WS-LE-OP-A
                   MOVE WS-EV-FECHA (WS-EV-J) TO WS-LE-FECHA-B
                   MOVE WS-EV-PROG (WS-EV-J) TO WS-LE-PROG-B
                   MOVE WS-EV-OP (WS-EV-J) TO WS-LE-OP-B
                   DISPLAY WS-LINEA-E
               END-IF.

           550-BUSCA-LISTADO.
               IF WS-YA-RG (WS-YA-I) = WS-RG-CLV (WS-RG-I)
                   AND WS-YA-OPER (WS-YA-I) = WS-EV-OPER (WS-EV-I)
                   AND WS-YA-ID (WS-YA-I) = WS-EV-ID (WS-EV-I)
                   MOVE 'S' TO WS-YA-ESTA
               END-IF.

      *EL EVENTO WS-EV-X CAE EN EL LADO WS-LD-* SI COINCIDE EL
      *PROGRAMA (O EL LADO NO LO EXIGE) Y LA OPERACION (O EL LADO
      *NO LA EXIGE).
       850-CASA-LADO.
           MOVE 'N' TO WS-CASA.
           IF (WS-LD-PROG = SPACES
                   OR WS-LD-PROG = WS-EV-PROG (WS-EV-X))
               AND (WS-LD-OP = SPACE
                   OR WS-LD-OP = WS-EV-OP (WS-EV-X))
               MOVE 'S' TO WS-CASA
           END-IF.
