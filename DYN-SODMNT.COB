      *********************************************************
      *PROGRAMA - MANTENIMIENTO DE LAS REGLAS DE SEGREGACION  *
      *DE FUNCIONES (SOD-RULE). CADA REGLA JUNTA DOS LADOS    *
      *QUE UN SOLO OPERADOR NO DEBE PODER EJERCER: LA FUNCION *
      *DE PERM-MAST QUE LO PERMITE Y EL PROGRAMA/OPERACION    *
      *QUE DEJA LA EVIDENCIA. SOLO UN SUPERVISOR FIRMADO LAS  *
      *MANTIENE. LA PRIMERA VEZ EL ARCHIVO NACE CON LAS       *
      *REGLAS BASICAS: ALTA + CAMBIO DE CUENTA, CAMBIO DE     *
      *CUENTA + DISPERSION (DYN-DEPEXT) Y NIVELES DE SUELDO + *
      *CORRIDA DE NOMINA. UNA REGLA EXISTENTE SE MUESTRA Y SE *
      *REEMPLAZA. LAS REVISA DYN-SODRPT.                      *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-SODMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SODFILE.
           COPY OPERFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY SODFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY SODSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-CLV                       PIC X(02).
       01 WS-OTRO                      PIC X VALUE 'S'.

      *REGLAS CON LAS QUE NACE EL ARCHIVO. FUNCIONES DEL CATALOGO
      *DE DYN-RBMENU: 03 ALTA, 04 EDICION, 07 NOMINA, 08
      *DISPERSION, 09 NIVELES DE SUELDO.
       01 WS-BASE-TABLA.
           05 FILLER PIC X(32) VALUE '01ALTA Y CAMBIO DE CUENTA       '.
           05 FILLER PIC X(22) VALUE '03        A04DYN-EDITK'.
           05 FILLER PIC X(32) VALUE '02CAMBIO DE CUENTA Y DISPERSION '.
           05 FILLER PIC X(22) VALUE '04DYN-EDITK08DYNDPEXT '.
           05 FILLER PIC X(32) VALUE '03NIVELES DE SUELDO Y NOMINA    '.
           05 FILLER PIC X(22) VALUE '09DYNRATMN 07DYNPYRUN '.
       01 WS-BASE-RED REDEFINES WS-BASE-TABLA.
           05 WS-BASE-ENT OCCURS 3 TIMES   PIC X(54).
       01 WS-IX                        PIC 9(02).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     REGLAS DE SEGREGACION DE FUNCIONES'.
           DISPLAY SEP.
           MOVE 'DYNSODMN' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-CHECA-ROL.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR PUEDE MANTENER LAS REGLAS '
                   'DE SEGREGACION'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-SODRULE-PATH-DFLT TO WS-SODRULE-PATH.
           DISPLAY 'SODRULE_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SODRULE-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SODRULE-PATH = SPACES
               MOVE WS-SODRULE-PATH-DFLT TO WS-SODRULE-PATH
           END-IF.
           OPEN I-O SOD-RULE.
           IF WS-SOD-STATUS = '35'
               OPEN OUTPUT SOD-RULE
               PERFORM 060-REGLA-BASE
                   VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 3
               CLOSE SOD-RULE
               OPEN I-O SOD-RULE
               DISPLAY 'ARCHIVO NUEVO CON LAS 3 REGLAS BASICAS'
           END-IF.
           PERFORM 100-UNA-REGLA UNTIL WS-OTRO NOT = 'S'.
           CLOSE SOD-RULE.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

           060-REGLA-BASE.
               MOVE WS-BASE-ENT (WS-IX) TO SOD-REC
               WRITE SOD-REC.

       100-UNA-REGLA.
           DISPLAY SEP.
           DISPLAY 'CLAVE DE LA REGLA (2 DIGITOS, ESPACIOS = FIN):'.
           ACCEPT WS-CLV.
           IF WS-CLV = SPACES
               MOVE 'N' TO WS-OTRO
           ELSE
               MOVE WS-CLV TO SD-CLV
               READ SOD-RULE KEY IS SD-CLV
                   INVALID KEY
                       PERFORM 200-CAPTURA
                       WRITE SOD-REC
                       DISPLAY 'REGLA GRABADA'
                   NOT INVALID KEY
                       DISPLAY 'REGLA ACTUAL - ' SD-DESC
                       DISPLAY '  LADO A: FUNCION ' SD-FUN-A
                           ' PROGRAMA ' SD-PROG-A ' OPERACION ' SD-OP-A
                       DISPLAY '  LADO B: FUNCION ' SD-FUN-B
                           ' PROGRAMA ' SD-PROG-B ' OPERACION ' SD-OP-B
                       PERFORM 200-CAPTURA
                       REWRITE SOD-REC
                       DISPLAY 'REGLA ACTUALIZADA'
               END-READ
           END-IF.

       200-CAPTURA.
           MOVE WS-CLV TO SD-CLV.
           DISPLAY 'DESCRIPCION:'.
           ACCEPT SD-DESC.
           DISPLAY 'LADO A - FUNCION DE PERM-MAST (01-99):'.
           ACCEPT SD-FUN-A.
           DISPLAY 'LADO A - PROGRAMA EN LAS BITACORAS (ESPACIOS = '
               'CUALQUIERA):'.
           ACCEPT SD-PROG-A.
           DISPLAY 'LADO A - OPERACION A/E/K/D (ESPACIO = '
               'CUALQUIERA):'.
           ACCEPT SD-OP-A.
           DISPLAY 'LADO B - FUNCION DE PERM-MAST (01-99):'.
           ACCEPT SD-FUN-B.
           DISPLAY 'LADO B - PROGRAMA EN LAS BITACORAS (ESPACIOS = '
               'CUALQUIERA):'.
           ACCEPT SD-PROG-B.
           DISPLAY 'LADO B - OPERACION A/E/K/D (ESPACIO = '
               'CUALQUIERA):'.
           ACCEPT SD-OP-B.

      *RESUELVE EL ROL DEL OPERADOR FIRMADO, IGUAL QUE DYN-OPRMNT.
           050-CHECA-ROL.
               MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
               DISPLAY 'OPERMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-OPERMAST-PATH = SPACES
                   MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
               END-IF
               OPEN INPUT OPER-MAST
               MOVE WS-CUR-OPER-ID TO OP-ID
               READ OPER-MAST KEY IS OP-ID
                   INVALID KEY MOVE SPACE TO WS-CUR-ROL
                   NOT INVALID KEY MOVE OP-ROL TO WS-CUR-ROL
               END-READ
               CLOSE OPER-MAST.

           COPY OPERLKUP.
