      *********************************************************
      *PROGRAMA - CONSULTA DEL ARCHIVO HISTORICO DE LOS       *
      *MAESTROS SATELITES. BUSCA EN EL INDICE SAT-IDX QUE     *
      *DEJA DYN-SATARC LOS REGISTROS CERRADOS QUE SE SACARON  *
      *DE LOAN-MAST, GARN-MAST, ENROLL, LV-REQ, CHK-REG Y     *
      *REM-CTL, POR EMPLEADO O POR ARCHIVO DE ORIGEN, EN      *
      *LISTADO PAGINADO, Y MUESTRA EL REGISTRO COMPLETO DE UNO*
      *ELEGIDO RELEYENDOLO DE SU SARC-XXXX-AAAAMMDD. SOLO     *
      *CONSULTA: LO ARCHIVADO NO REGRESA AL MAESTRO VIVO.     *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-SATINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAT-ARCH ASSIGN TO WS-SARC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SARC-STATUS.
           COPY SIXFILE.

       DATA DIVISION.
       FILE SECTION.
       FD SAT-ARCH.
       01 SARC-REC                     PIC X(80).

           COPY SIXFD.

       WORKING-STORAGE SECTION.
           COPY SIXSTAT.
           COPY REPTWS.
       01 WS-SARC-STATUS               PIC X(02).
       01 WS-SARC-PATH                 PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-RES                       PIC 9(03) VALUE 0.
       01 WS-ID-BUSCA                  PIC 9(06).
       01 WS-ARCH-BUSCA                PIC X(04).
       01 WS-LLAVE-BUSCA               PIC X(20).
       01 WS-ENCONTRADO                PIC X.

      *VISTAS DEL REGISTRO ARCHIVADO, UNA POR ARCHIVO DE ORIGEN
      *(MISMAS POSICIONES QUE SU FD).
       01 WS-IMG                       PIC X(80).
       01 WS-IMG-LOAN REDEFINES WS-IMG.
           05 WL-ID-EMPL               PIC 9(06).
           05 WL-NUM                   PIC X(04).
           05 WL-ORIGINAL              PIC 9(07)V99.
           05 WL-ABONO-PER             PIC 9(07)V99.
           05 WL-SALDO                 PIC 9(07)V99.
           05 WL-FECHA-ALTA            PIC X(08).
           05 FILLER                   PIC X(35).
       01 WS-IMG-GARN REDEFINES WS-IMG.
           05 WG-ID-EMPL               PIC 9(06).
           05 WG-CASO                  PIC X(10).
           05 WG-TOTAL                 PIC 9(07)V99.
           05 WG-SALDO                 PIC 9(07)V99.
           05 WG-MONTO-PER             PIC 9(07)V99.
           05 WG-PRIORIDAD             PIC 9.
           05 FILLER                   PIC X(36).
       01 WS-IMG-ENRL REDEFINES WS-IMG.
           05 WE-ID-EMPL               PIC 9(06).
           05 WE-PLAN                  PIC X(03).
           05 WE-F-INICIO              PIC X(08).
           05 WE-F-FIN                 PIC X(08).
           05 FILLER                   PIC X(55).
       01 WS-IMG-LVRQ REDEFINES WS-IMG.
           05 WV-ID-EMPL               PIC 9(06).
           05 WV-F-INICIO              PIC X(08).
           05 WV-F-FIN                 PIC X(08).
           05 WV-DIAS                  PIC 9(02)V99.
           05 WV-CLV-DEP               PIC 9(03).
           05 WV-PERIODO               PIC X(06).
           05 WV-EST                   PIC X.
           05 WV-OPER-CAP              PIC X(06).
           05 WV-OPER-APR              PIC X(06).
           05 FILLER                   PIC X(32).
       01 WS-IMG-CHKR REDEFINES WS-IMG.
           05 WC-NUM                   PIC 9(06).
           05 WC-ID-EMPL               PIC 9(06).
           05 WC-PERIODO               PIC X(06).
           05 WC-MONTO                 PIC 9(07)V99.
           05 WC-EST                   PIC X.
           05 WC-MOTIVO                PIC X(20).
           05 WC-REEMPLAZA             PIC 9(06).
           05 WC-FECHA                 PIC X(08).
           05 WC-GRUPO                 PIC X.
           05 FILLER                   PIC X(17).
       01 WS-IMG-REMC REDEFINES WS-IMG.
           05 WR-PERIODO               PIC X(06).
           05 WR-TIPO                  PIC X.
           05 WR-CLAVE                 PIC X(10).
           05 WR-MONTO                 PIC 9(09)V99.
           05 WR-ENTERADO              PIC X.
           05 WR-FECHA-ENTERO          PIC X(08).
           05 FILLER                   PIC X(43).
       01 WS-MONTO-ED                  PIC Z,ZZZ,ZZ9.99.
       01 WS-MONTO-ED2                 PIC Z,ZZZ,ZZ9.99.
       01 WS-MONTO-ED3                 PIC Z,ZZZ,ZZ9.99.
       01 WS-MONTO-ED9                 PIC ZZZ,ZZZ,ZZ9.99.

       01 TITLE-M.
           05 FILLER PIC X(50) VALUE
               '1|EMPLEADO  2|ARCHIVO  3|DETALLE  9|SALIR'.
       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       010-INITIAL.
           MOVE WS-SATIDX-PATH-DFLT TO WS-SATIDX-PATH.
           DISPLAY 'SATIDX_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SATIDX-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SATIDX-PATH = SPACES
               MOVE WS-SATIDX-PATH-DFLT TO WS-SATIDX-PATH
           END-IF.
           PERFORM 100-MENU UNTIL WS-RES = 9.
           STOP RUN.

       100-MENU.
           DISPLAY SEP.
           DISPLAY TITLE-M.
           DISPLAY SEP.
           ACCEPT WS-RES.
           EVALUATE TRUE
               WHEN WS-RES = 1 PERFORM 200-POR-EMPLEADO
               WHEN WS-RES = 2 PERFORM 300-POR-ARCHIVO
               WHEN WS-RES = 3 PERFORM 500-DETALLE
               WHEN WS-RES = 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       200-POR-EMPLEADO.
           DISPLAY 'ID DEL EMPLEADO:'. ACCEPT WS-ID-BUSCA.
           MOVE SPACES TO WS-ARCH-BUSCA.
           PERFORM 600-RECORRE-INDICE.

       300-POR-ARCHIVO.
           DISPLAY 'ARCHIVO (LOAN GARN ENRL LVRQ CHKR REMC):'.
           ACCEPT WS-ARCH-BUSCA.
           DISPLAY 'ID DEL EMPLEADO (CERO = TODOS):'.
           ACCEPT WS-ID-BUSCA.
           PERFORM 600-RECORRE-INDICE.

       600-RECORRE-INDICE.
           OPEN INPUT SAT-IDX.
           IF WS-SIX-STATUS NOT = '00'
               DISPLAY 'SIN INDICE DEL HISTORICO DE SATELITES (CORRA '
                   'DYN-SATARC). FILE STATUS: ' WS-SIX-STATUS
           ELSE
               MOVE 0 TO WS-FLAG
               MOVE 0 TO WS-RPT-REGISTROS
               MOVE 0 TO WS-RPT-PAGINA
               PERFORM 910-ENCABEZADO
               PERFORM 601-LEE UNTIL WS-FLAG = 1
               DISPLAY SEP
               DISPLAY 'REGISTROS ARCHIVADOS ENCONTRADOS: '
                   WS-RPT-REGISTROS
               DISPLAY SEP
               CLOSE SAT-IDX
           END-IF.

           601-LEE.
               READ SAT-IDX
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF (WS-ARCH-BUSCA = SPACES
                               OR SX-ARCHIVO = WS-ARCH-BUSCA)
                           AND (WS-ID-BUSCA = 0
                               OR SX-ID-EMPL = WS-ID-BUSCA)
                           PERFORM 602-MUESTRA
                       END-IF
               END-READ.

           602-MUESTRA.
               DISPLAY SX-ARCHIVO ' ' SX-ID-EMPL ' ' SX-LLAVE
                   ' CIERRE ' SX-F-CIERRE ' ARCH ' SX-F-ARCH
               ADD 1 TO WS-RPT-LINEA
               ADD 1 TO WS-RPT-REGISTROS
               IF WS-RPT-LINEA >= WS-RPT-TAMPAG
                   PERFORM 910-ENCABEZADO
               END-IF.

           910-ENCABEZADO.
               ADD 1 TO WS-RPT-PAGINA
               DISPLAY SEP
               DISPLAY 'HISTORICO DE SATELITES - PAGINA: '
                   WS-RPT-PAGINA
               DISPLAY 'ARCH EMPLEADO LLAVE                '
                   'CIERRE          ARCHIVADO'
               DISPLAY SEP
               MOVE 0 TO WS-RPT-LINEA.

      *UBICA EL REGISTRO EN EL INDICE POR ARCHIVO Y LLAVE Y LO
      *RELEE COMPLETO DEL SARC-XXXX-AAAAMMDD DONDE QUEDO.
       500-DETALLE.
           DISPLAY 'ARCHIVO (LOAN GARN ENRL LVRQ CHKR REMC):'.
           ACCEPT WS-ARCH-BUSCA.
           DISPLAY 'ID DEL EMPLEADO (CERO EN REMC):'.
           ACCEPT WS-ID-BUSCA.
           DISPLAY 'LLAVE TAL COMO LA MUESTRA EL LISTADO:'.
           ACCEPT WS-LLAVE-BUSCA.
           OPEN INPUT SAT-IDX.
           IF WS-SIX-STATUS NOT = '00'
               DISPLAY 'SIN INDICE DEL HISTORICO DE SATELITES (CORRA '
                   'DYN-SATARC).'
           ELSE
               MOVE 'N' TO WS-ENCONTRADO
               MOVE 0 TO WS-FLAG
               PERFORM 501-BUSCA-INDICE UNTIL WS-FLAG = 1
               CLOSE SAT-IDX
               IF WS-ENCONTRADO = 'S'
                   PERFORM 502-RELEE
               ELSE
                   DISPLAY 'ESE REGISTRO NO ESTA EN EL INDICE'
               END-IF
           END-IF.

      *SI EL MISMO REGISTRO SE ARCHIVO MAS DE UNA VEZ (SE VOLVIO A
      *CAPTURAR CON LA MISMA LLAVE), SE QUEDA LA ULTIMA ENTRADA.
           501-BUSCA-INDICE.
               READ SAT-IDX
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF SX-ARCHIVO = WS-ARCH-BUSCA
                           AND SX-ID-EMPL = WS-ID-BUSCA
                           AND SX-LLAVE = WS-LLAVE-BUSCA
                           MOVE 'S' TO WS-ENCONTRADO
                           MOVE SX-ARCH-NOM TO WS-SARC-PATH
                       END-IF
               END-READ.

           502-RELEE.
               OPEN INPUT SAT-ARCH
               IF WS-SARC-STATUS NOT = '00'
                   DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO HISTORICO: '
                       WS-SARC-PATH
               ELSE
                   MOVE 'N' TO WS-ENCONTRADO
                   MOVE 0 TO WS-FLAG
                   PERFORM 503-BUSCA-REGISTRO UNTIL WS-FLAG = 1
                   CLOSE SAT-ARCH
                   IF WS-ENCONTRADO = 'S'
                       PERFORM 510-MUESTRA-REGISTRO
                   ELSE
                       DISPLAY 'EL REGISTRO NO APARECE EN ' WS-SARC-PATH
                   END-IF
               END-IF.

           503-BUSCA-REGISTRO.
               READ SAT-ARCH
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE SARC-REC TO WS-IMG
                       PERFORM 504-COMPARA
               END-READ.

           504-COMPARA.
               EVALUATE WS-ARCH-BUSCA
                   WHEN 'LOAN'
                       IF WL-ID-EMPL = WS-ID-BUSCA
                           AND WL-NUM = WS-LLAVE-BUSCA (1:4)
                           MOVE 'S' TO WS-ENCONTRADO
                       END-IF
                   WHEN 'GARN'
                       IF WG-ID-EMPL = WS-ID-BUSCA
                           AND WG-CASO = WS-LLAVE-BUSCA (1:10)
                           MOVE 'S' TO WS-ENCONTRADO
                       END-IF
                   WHEN 'ENRL'
                       IF WE-ID-EMPL = WS-ID-BUSCA
                           AND WE-PLAN = WS-LLAVE-BUSCA (1:3)
                           MOVE 'S' TO WS-ENCONTRADO
                       END-IF
                   WHEN 'LVRQ'
                       IF WV-ID-EMPL = WS-ID-BUSCA
                           AND WV-F-INICIO = WS-LLAVE-BUSCA (1:8)
                           MOVE 'S' TO WS-ENCONTRADO
                       END-IF
                   WHEN 'CHKR'
                       IF WS-IMG (1:6) = WS-LLAVE-BUSCA (1:6)
                           MOVE 'S' TO WS-ENCONTRADO
                       END-IF
                   WHEN 'REMC'
                       IF WS-IMG (1:17) = WS-LLAVE-BUSCA (1:17)
                           MOVE 'S' TO WS-ENCONTRADO
                       END-IF
               END-EVALUATE
               IF WS-ENCONTRADO = 'S'
                   MOVE 1 TO WS-FLAG
               END-IF.

           510-MUESTRA-REGISTRO.
               DISPLAY SEP
               DISPLAY 'REGISTRO ARCHIVADO EN ' WS-SARC-PATH
               EVALUATE WS-ARCH-BUSCA
                   WHEN 'LOAN'
                       MOVE WL-ORIGINAL TO WS-MONTO-ED
                       MOVE WL-ABONO-PER TO WS-MONTO-ED2
                       MOVE WL-SALDO TO WS-MONTO-ED3
                       DISPLAY 'PRESTAMO ' WL-NUM ' DEL EMPLEADO '
                           WL-ID-EMPL ' ALTA ' WL-FECHA-ALTA
                       DISPLAY 'ORIGINAL ' WS-MONTO-ED ' ABONO '
                           WS-MONTO-ED2 ' SALDO ' WS-MONTO-ED3
                   WHEN 'GARN'
                       MOVE WG-TOTAL TO WS-MONTO-ED
                       MOVE WG-MONTO-PER TO WS-MONTO-ED2
                       MOVE WG-SALDO TO WS-MONTO-ED3
                       DISPLAY 'CASO ' WG-CASO ' DEL EMPLEADO '
                           WG-ID-EMPL ' PRIORIDAD ' WG-PRIORIDAD
                       DISPLAY 'TOTAL ' WS-MONTO-ED ' POR PERIODO '
                           WS-MONTO-ED2 ' SALDO ' WS-MONTO-ED3
                   WHEN 'ENRL'
                       DISPLAY 'PLAN ' WE-PLAN ' DEL EMPLEADO '
                           WE-ID-EMPL ' INICIO ' WE-F-INICIO
                           ' BAJA ' WE-F-FIN
                   WHEN 'LVRQ'
                       DISPLAY 'VACACIONES DEL EMPLEADO ' WV-ID-EMPL
                           ' DEL ' WV-F-INICIO ' AL ' WV-F-FIN
                           ' DIAS ' WV-DIAS
                       DISPLAY 'DEPTO ' WV-CLV-DEP ' PERIODO '
                           WV-PERIODO ' ESTADO ' WV-EST ' CAPTURO '
                           WV-OPER-CAP ' DECIDIO ' WV-OPER-APR
                   WHEN 'CHKR'
                       MOVE WC-MONTO TO WS-MONTO-ED
                       DISPLAY 'CHEQUE ' WC-NUM ' EMPLEADO '
                           WC-ID-EMPL ' PERIODO ' WC-PERIODO
                           ' GRUPO ' WC-GRUPO
                       DISPLAY 'MONTO ' WS-MONTO-ED ' ESTADO ' WC-EST
                           ' FECHA ' WC-FECHA ' REEMPLAZA '
                           WC-REEMPLAZA
                       IF WC-MOTIVO NOT = SPACES
                           DISPLAY 'MOTIVO: ' WC-MOTIVO
                       END-IF
                   WHEN 'REMC'
                       MOVE WR-MONTO TO WS-MONTO-ED9
                       DISPLAY 'ENTERO ' WR-PERIODO ' TIPO ' WR-TIPO
                           ' BENEFICIARIO ' WR-CLAVE
                       DISPLAY 'MONTO ' WS-MONTO-ED9 ' ENTERADO '
                           WR-ENTERADO ' EL ' WR-FECHA-ENTERO
               END-EVALUATE
               DISPLAY SEP.
