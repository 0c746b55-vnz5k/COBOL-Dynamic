      *PAGINADO CON ENCABEZADO, Y AL FINAL TOTALIZA LAS       *
      *OPERACIONES POR OPERADOR PARA LA REVISION DE CONTROL   *
      *MENSUAL.                                               *
      *CON LA OPCION S CONSULTA EN CAMBIO SDA-LOG (ACCESOS A  *
      *DATOS SENSIBLES: U DESENMASCARADO, X EXTRACTO          *
      *COMPLETO) CON LOS MISMOS FILTROS.                      *
      *********************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY AUDITFILE.
           COPY LIXFILE.
           COPY SDAFILE.

           SELECT AUD-ARCH ASSIGN TO WS-AUDARCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY AUDITFD.
           COPY LIXFD.
           COPY SDAFD.

       FD  AUD-ARCH.
       01  ARCAUD-REC                  PIC X(124).

       WORKING-STORAGE SECTION.
           COPY AUDITSTAT.
           COPY LIXSTAT.
           COPY SDASTAT.
           COPY REPTWS.
       01 WS-AUDARCH-STATUS            PIC X(02).
       01 WS-AUDARCH-PATH              PIC X(80).
       01 WS-F-OPER                    PIC X.
       01 WS-F-DESDE                   PIC X(08).
       01 WS-F-HASTA                   PIC X(08).
       01 WS-F-BITACORA                PIC X.

      *TOTALES DE OPERACIONES POR OPERADOR.
       01 WS-OP-TABLA.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-L-OPER-ID             PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-L-DEP-ANT             PIC 9(03).
           05 FILLER                   PIC X(02) VALUE '->'.
           05 WS-L-DEP-NVO             PIC 9(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-L-SUE-ANT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE '->'.
           05 WS-L-SUE-NVO             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-L-NOM                 PIC X(20).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           DISPLAY SEP.
           DISPLAY '     CONSULTA DE LA BITACORA DE AUDITORIA'.
           DISPLAY SEP.
           DISPLAY 'BITACORA (A = AUDITORIA, S = DATOS SENSIBLES):'.
           ACCEPT WS-F-BITACORA.
           DISPLAY 'ID-EMPL A FILTRAR (0 = TODOS):'.
           ACCEPT WS-F-ID.
           DISPLAY 'OPERADOR A FILTRAR (SPACES = TODOS):'.
           ACCEPT WS-F-OPER-ID.
           IF WS-F-BITACORA = 'S'
               DISPLAY 'TIPO A FILTRAR U/X (SPACE = TODOS):'
           ELSE
               DISPLAY 'OPERACION A FILTRAR A/E/D (SPACE = TODAS):'
           END-IF.
           ACCEPT WS-F-OPER.
           DISPLAY 'FECHA DESDE YYYYMMDD (SPACES = SIN LIMITE):'.
           ACCEPT WS-F-DESDE.
           DISPLAY 'FECHA HASTA YYYYMMDD (SPACES = SIN LIMITE):'.
           ACCEPT WS-F-HASTA.
           IF WS-F-BITACORA = 'S'
               PERFORM 700-DATOS-SENSIBLES THRU 700-SALIDA
               STOP RUN
           END-IF.
           MOVE WS-AUDITLOG-PATH-DFLT TO WS-AUDITLOG-PATH.
           DISPLAY 'AUDITLOG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-AUDITLOG-PATH FROM ENVIRONMENT-VALUE.
               MOVE AUD-SUE-MEN-NVO TO WS-L-SUE-NVO
               MOVE AUD-NOM-EMPL TO WS-L-NOM
               DISPLAY WS-LINEA
               IF AUD-LOTE NOT = SPACES
                   DISPLAY '         LOTE ' AUD-LOTE
               END-IF
               PERFORM 300-CUENTA-OPERADOR
               ADD 1 TO WS-RPT-LINEA
               ADD 1 TO WS-RPT-REGISTROS
                       WS-OP-CUENTA(WS-OP-IX)
               END-IF.

      *ACCESOS A DATOS SENSIBLES. EL RENGLON DE SDA-LOG YA TRAE
      *SUS COLUMNAS SEPARADAS Y SE LISTA TAL CUAL.
       700-DATOS-SENSIBLES.
           MOVE WS-SDALOG-PATH-DFLT TO WS-SDALOG-PATH.
           DISPLAY 'SDALOG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SDALOG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SDALOG-PATH = SPACES
               MOVE WS-SDALOG-PATH-DFLT TO WS-SDALOG-PATH
           END-IF.
           OPEN INPUT SDA-LOG.
           IF WS-SDA-STATUS NOT = '00'
               DISPLAY 'SIN BITACORA DE DATOS SENSIBLES. FILE STATUS: '
                   WS-SDA-STATUS
               GO TO 700-SALIDA
           END-IF.
           PERFORM 920-ENCABEZADO-SDA.
           MOVE 0 TO WS-FLAG.
           PERFORM 710-LEE-SDA UNTIL WS-FLAG = 1.
           CLOSE SDA-LOG.
           DISPLAY SEP.
           DISPLAY 'ACCESOS LISTADOS: ' WS-RPT-REGISTROS.
           DISPLAY SEP.
       700-SALIDA.
           EXIT.

           710-LEE-SDA.
               READ SDA-LOG
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF (WS-F-ID = 0 OR SA-ID-EMPL = WS-F-ID)
                           AND (WS-F-OPER-ID = SPACES
                               OR SA-OPER = WS-F-OPER-ID)
                           AND (WS-F-OPER = SPACE
                               OR SA-TIPO = WS-F-OPER)
                           AND (WS-F-DESDE = SPACES
                               OR SA-FECHA NOT < WS-F-DESDE)
                           AND (WS-F-HASTA = SPACES
                               OR SA-FECHA NOT > WS-F-HASTA)
                           DISPLAY SDA-REC
                           ADD 1 TO WS-RPT-LINEA
                           ADD 1 TO WS-RPT-REGISTROS
                           IF WS-RPT-LINEA >= WS-RPT-TAMPAG
                               PERFORM 920-ENCABEZADO-SDA
                           END-IF
                       END-IF
               END-READ.

           920-ENCABEZADO-SDA.
               ADD 1 TO WS-RPT-PAGINA
               DISPLAY SEP
               DISPLAY 'ACCESOS A DATOS SENSIBLES - PAGINA: '
                   WS-RPT-PAGINA
               DISPLAY SEP
               DISPLAY 'FECHA    HORA     OPERAD PROGRAMA ID     T '
                   'MOTIVO'
               DISPLAY SEP
               MOVE 0 TO WS-RPT-LINEA.

           910-ENCABEZADO.
               ADD 1 TO WS-RPT-PAGINA
               DISPLAY SEP
               DISPLAY 'BITACORA DE AUDITORIA - PAGINA: ' WS-RPT-PAGINA
               DISPLAY SEP
               DISPLAY 'FECHA    O ID     OPERAD DEP    SUELDO'
                   '                     NOMBRE'
               DISPLAY SEP
               MOVE 0 TO WS-RPT-LINEA.
