      *********************************************************
      *PROGRAMA - LICENCIAS (AUSENCIAS PROLONGADAS). PONE AL  *
      *EMPLEADO EN LICENCIA (EMP-STATUS 'L') CON SU TIPO -    *
      *MATERNIDAD, INCAPACIDAD PROLONGADA, PERMISO SIN GOCE O *
      *SABATICO -, FECHA DE INICIO Y REGRESO ESPERADO EN      *
      *LOA-MAST, Y LO REINCORPORA EN UNA SOLA ACCION (CIERRA  *
      *LA LICENCIA CON LA FECHA REAL Y LO DEVUELVE A 'A').    *
      *EN LICENCIA SIGUE EN LA PLANTILLA Y CONSERVA SU        *
      *ANTIGUEDAD (NO ES BAJA NI REINGRESO), PERO DYN-PAYRUN  *
      *NO LE PAGA LOS DIAS DE LA LICENCIA, DYN-LVACCR NO LE   *
      *DEVENGA VACACIONES Y LA CUOTA IMSS SIGUE AL TIPO: EN   *
      *LAS INCAPACIDADES LA EMPRESA SIGUE PAGANDO LA PATRONAL *
      *Y EN EL PERMISO Y EL SABATICO SE SUSPENDE. TAMBIEN     *
      *CAMBIA EL REGRESO ESPERADO Y MUESTRA EL HISTORIAL.     *
      *LA LICENCIA SE CAPTURA EL DIA QUE INICIA (O DESPUES),  *
      *NO POR ADELANTADO. CADA CAMBIO DE ESTADO QUEDA EN LA   *
      *AUDITORIA COMO EDICION Y EN EL DIARIO DE EMPLEADO.     *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-LOAMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADO ASSIGN TO WS-DYN-PATH
           ORGANIZATION  IS  INDEXED
           RECORD KEY IS ID-EMPL
           ALTERNATE RECORD KEY NOM-DEP  WITH DUPLICATES
           ALTERNATE RECORD KEY NOM-EMPL WITH DUPLICATES
           ALTERNATE RECORD KEY CLV-DEP WITH DUPLICATES
           ALTERNATE RECORD KEY F-ING WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-EMP-STATUS.
           COPY LOAFILE.
           COPY AUDITFILE.
           COPY JRNFILE.
           COPY QSCFILE.
           COPY OPERFILE.
           COPY EXCFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO.
       01 REG-EMPL.
           05 ID-EMPL                  PIC 9(06).
           05 NOM-EMPL                 PIC X(30).
           05 CLV-DEP                  PIC 9(03).
           05 NOM-DEP                  PIC X(20).
           05 ID-TAB-S                 PIC A.
           05 SUE-MEN                  PIC 9(07)V99.
           05 F-ING                    PIC X(08).
           05 EMP-STATUS               PIC X.
           05 TERM-REASON               PIC X.
           05 TERM-FECHA                PIC X(08).
           05 REHIRE-FECHA              PIC X(08).
           05 REHIRE-ID-ORIG            PIC 9(06).
           05 TELEFONO                   PIC X(12).
           05 EMAIL                      PIC X(30).
           05 TIPO-PAGO                  PIC X.
           05 HORAS-TRAB                 PIC 9(03)V99.
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.
           05 F-NAC                      PIC X(08).
           05 RFC                        PIC X(13).
           05 CURP                       PIC X(18).
           05 NSS                        PIC X(11).
           05 GRUPO-PAGO                 PIC X.
           05 SUP-ID                     PIC 9(06).
           05 CIA-CLV                    PIC X(02).
           05 METODO-PAGO                PIC X.
           05 SUC-CLV                    PIC X(03).

           COPY LOAFD.
           COPY AUDITFD.
           COPY JRNFD.
           COPY QSCFD.
           COPY OPERFD.
           COPY EXCFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY OPERSTAT.
           COPY EXCSTAT.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY LOASTAT.
           COPY AUDITSTAT.
           COPY JRNSTAT.
           COPY DATEWS.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-ACCION                    PIC X.
       01 WS-RES                       PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).
       01 WS-ID                        PIC 9(06).
       01 WS-F-ING-SAVE                PIC X(08).
       01 WS-FECHA                     PIC X(08).
       01 WS-FECHA-OK                  PIC X.
      *LICENCIA ABIERTA DEL EMPLEADO EN TURNO (LA LLAVE, PARA
      *VOLVER A LEERLA ANTES DE REESCRIBIR).
       01 WS-ABIERTA                   PIC X.
       01 WS-AB-KEY                    PIC X(14).
       01 WS-LICENCIAS                 PIC 9(03).

      *CAPTURA DE UNA LICENCIA NUEVA.
       01 WS-CAP-TIPO                  PIC X.
       01 WS-CAP-F-INI                 PIC X(08).
       01 WS-CAP-F-EST                 PIC X(08).
       01 WS-CAP-MOTIVO                PIC X(30).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
      *CANDADO DE VENTANA DE LOTE, COMO EN DYN-DPNMNT: CAMBIAR
      *EL ESTADO A MEDIA CORRIDA DE NOMINA LA DESCUADRARIA.
           MOVE 'DYNLOAMN' TO WS-QSC-PROGRAMA.
           PERFORM 977-CHECA-QUIESCE.
           IF WS-QSC-BLOQUEA = 'S'
               PERFORM 978-QUIESCE-OVERRIDE THRU 978-SALIDA
               IF WS-QSC-PASA NOT = 'S'
                   DISPLAY 'CAPTURA CERRADA MIENTRAS CORRE EL '
                       'LOTE; INTENTE AL TERMINAR.'
                   STOP RUN
               END-IF
           END-IF.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     LICENCIAS (AUSENCIAS PROLONGADAS)'.
           DISPLAY SEP.
           MOVE 'DYNLOAMN' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN I-O EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-LOAMAST-PATH-DFLT TO WS-LOAMAST-PATH.
           DISPLAY 'LOAMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LOAMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LOAMAST-PATH = SPACES
               MOVE WS-LOAMAST-PATH-DFLT TO WS-LOAMAST-PATH
           END-IF.
           OPEN I-O LOA-MAST.
           IF WS-LOA-STATUS = '35'
               OPEN OUTPUT LOA-MAST
               CLOSE LOA-MAST
               OPEN I-O LOA-MAST
           END-IF.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           CLOSE LOA-MAST.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'ACCION (I=INICIA LICENCIA R=REINCORPORA '
               'C=CAMBIA REGRESO ESPERADO V=VER F=FIN):'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'I' PERFORM 200-INICIA THRU 200-SALIDA
               WHEN 'R' PERFORM 300-REINCORPORA THRU 300-SALIDA
               WHEN 'C' PERFORM 400-CAMBIA THRU 400-SALIDA
               WHEN 'V' PERFORM 500-HISTORIAL THRU 500-SALIDA
               WHEN 'F' MOVE 1 TO WS-FLAG
               WHEN OTHER DISPLAY 'ACCION INVALIDA'
           END-EVALUATE.

      *LEE AL EMPLEADO Y SU LICENCIA ABIERTA, SI LA TIENE.
       110-EMPLEADO.
           DISPLAY 'ID DEL EMPLEADO:'.
           ACCEPT WS-ID.
           MOVE WS-ID TO ID-EMPL.
           MOVE 'N' TO WS-ABIERTA.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   DISPLAY 'EMPLEADO NO EXISTE'
                   MOVE SPACE TO EMP-STATUS
               NOT INVALID KEY
                   DISPLAY ID-EMPL ' ' NOM-EMPL ' ESTADO: '
                       EMP-STATUS
                   PERFORM 120-BUSCA-ABIERTA
           END-READ.

           120-BUSCA-ABIERTA.
               MOVE 0 TO WS-LOA-FLAG
               MOVE WS-ID TO LO-ID-EMPL
               MOVE LOW-VALUES TO LO-F-INI
               START LOA-MAST KEY IS NOT LESS THAN LO-KEY
                   INVALID KEY MOVE 1 TO WS-LOA-FLAG
               END-START
               PERFORM 130-LEE-ABIERTA UNTIL WS-LOA-FLAG = 1.

           130-LEE-ABIERTA.
               READ LOA-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-LOA-FLAG
                   NOT AT END
                       IF LO-ID-EMPL NOT = WS-ID
                           MOVE 1 TO WS-LOA-FLAG
                       ELSE
                           IF LO-EST = 'A'
                               MOVE 'S' TO WS-ABIERTA
                               MOVE LO-KEY TO WS-AB-KEY
                           END-IF
                       END-IF
               END-READ.

      *950-VALIDA-FECHA VALIDA SOBRE F-ING, ASI QUE SE PRESTA EL
      *CAMPO Y SE RESTAURA ANTES DE CUALQUIER REESCRITURA.
       150-VALIDA-FECHA.
           MOVE F-ING TO WS-F-ING-SAVE.
           MOVE WS-FECHA TO F-ING.
           PERFORM 950-VALIDA-FECHA.
           MOVE WS-F-ING-SAVE TO F-ING.
           MOVE WS-DATE-OK TO WS-FECHA-OK.

      *INICIO DE LICENCIA: SOLO PARA UN EMPLEADO ACTIVO. EL TIPO
      *FIJA EL TRATO IMSS.
       200-INICIA.
           PERFORM 110-EMPLEADO.
           IF EMP-STATUS = SPACE
               GO TO 200-SALIDA
           END-IF.
           IF EMP-STATUS = 'L'
               DISPLAY 'YA ESTA EN LICENCIA; USE R PARA '
                   'REINCORPORARLO'
               GO TO 200-SALIDA
           END-IF.
           IF EMP-STATUS = 'I'
               DISPLAY 'EL EMPLEADO ESTA DE BAJA'
               GO TO 200-SALIDA
           END-IF.
           MOVE SPACE TO WS-CAP-TIPO.
           PERFORM 210-TIPO UNTIL WS-CAP-TIPO = 'M' OR 'E' OR 'S'
               OR 'B'.
           MOVE 'N' TO WS-FECHA-OK.
           PERFORM 220-F-INI UNTIL WS-FECHA-OK = 'S'.
           MOVE 'N' TO WS-FECHA-OK.
           PERFORM 230-F-EST UNTIL WS-FECHA-OK = 'S'.
           DISPLAY 'MOTIVO / REFERENCIA (CERTIFICADO, OFICIO):'.
           MOVE SPACES TO WS-CAP-MOTIVO.
           ACCEPT WS-CAP-MOTIVO.
           DISPLAY 'PONER EN LICENCIA ' WS-CAP-TIPO ' DEL '
               WS-CAP-F-INI ' AL ' WS-CAP-F-EST ' (S/N)?'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               DISPLAY 'NO SE REGISTRO NADA'
               GO TO 200-SALIDA
           END-IF.
           MOVE WS-ID TO LO-ID-EMPL.
           MOVE WS-CAP-F-INI TO LO-F-INI.
           MOVE WS-CAP-TIPO TO LO-TIPO.
           IF WS-CAP-TIPO = 'M' OR WS-CAP-TIPO = 'E'
               MOVE 'P' TO LO-IMSS
           ELSE
               MOVE 'N' TO LO-IMSS
           END-IF.
           MOVE WS-CAP-F-EST TO LO-F-REG-EST.
           MOVE SPACES TO LO-F-REG.
           MOVE 'A' TO LO-EST.
           MOVE WS-CAP-MOTIVO TO LO-MOTIVO.
           MOVE WS-CUR-OPER-ID TO LO-OPER.
           MOVE WS-HOY TO LO-F-CAP.
           MOVE SPACES TO LO-OPER-REG.
           WRITE LOA-REC
               INVALID KEY
                   DISPLAY 'YA HAY UNA LICENCIA CON ESA FECHA DE '
                       'INICIO'
                   GO TO 200-SALIDA
           END-WRITE.
           MOVE 'L' TO EMP-STATUS.
           PERFORM 600-GRABA-EMPLEADO.
           DISPLAY 'EN LICENCIA DESDE ' WS-CAP-F-INI '; LA NOMINA NO '
               'LE PAGA ESOS DIAS.'.
           IF LO-IMSS = 'P'
               DISPLAY 'IMSS: LA EMPRESA SIGUE CUBRIENDO LA CUOTA '
                   'PATRONAL.'
           ELSE
               DISPLAY 'IMSS: SE SUSPENDE LA COTIZACION MIENTRAS '
                   'DURE.'
           END-IF.
       200-SALIDA.
           EXIT.

           210-TIPO.
               DISPLAY 'TIPO (M=MATERNIDAD E=INCAPACIDAD PROLONGADA '
                   'S=PERMISO SIN GOCE B=SABATICO):'
               ACCEPT WS-CAP-TIPO.

           220-F-INI.
               DISPLAY 'FECHA DE INICIO (YYYYMMDD, ENTER = HOY):'
               MOVE SPACES TO WS-FECHA
               ACCEPT WS-FECHA
               IF WS-FECHA = SPACES
                   MOVE WS-HOY TO WS-FECHA
               END-IF
               PERFORM 150-VALIDA-FECHA
               IF WS-FECHA-OK = 'S'
                   IF WS-FECHA > WS-HOY
                       DISPLAY 'CAPTURE LA LICENCIA EL DIA QUE INICIA'
                       MOVE 'N' TO WS-FECHA-OK
                   ELSE
                       IF F-ING IS NUMERIC AND WS-FECHA < F-ING
                           DISPLAY 'ANTERIOR A SU FECHA DE INGRESO'
                           MOVE 'N' TO WS-FECHA-OK
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'FECHA INVALIDA'
               END-IF
               MOVE WS-FECHA TO WS-CAP-F-INI.

           230-F-EST.
               DISPLAY 'REGRESO ESPERADO (YYYYMMDD):'
               ACCEPT WS-FECHA
               PERFORM 150-VALIDA-FECHA
               IF WS-FECHA-OK = 'S'
                   IF WS-FECHA NOT > WS-CAP-F-INI
                       DISPLAY 'DEBE SER POSTERIOR AL INICIO'
                       MOVE 'N' TO WS-FECHA-OK
                   END-IF
               ELSE
                   DISPLAY 'FECHA INVALIDA'
               END-IF
               MOVE WS-FECHA TO WS-CAP-F-EST.

      *REINCORPORACION EN UNA SOLA ACCION: CIERRA LA LICENCIA CON
      *LA FECHA REAL DE REGRESO Y DEVUELVE AL EMPLEADO A ACTIVO.
      *LA NOMINA LE PAGA DESDE ESE DIA.
       300-REINCORPORA.
           PERFORM 110-EMPLEADO.
           IF EMP-STATUS = SPACE
               GO TO 300-SALIDA
           END-IF.
           IF EMP-STATUS NOT = 'L' OR WS-ABIERTA = 'N'
               DISPLAY 'EL EMPLEADO NO ESTA EN LICENCIA'
               GO TO 300-SALIDA
           END-IF.
           MOVE WS-AB-KEY TO LO-KEY.
           READ LOA-MAST KEY IS LO-KEY.
           DISPLAY 'LICENCIA ' LO-TIPO ' DESDE ' LO-F-INI
               ' REGRESO ESPERADO ' LO-F-REG-EST.
           MOVE 'N' TO WS-FECHA-OK.
           PERFORM 310-F-REG UNTIL WS-FECHA-OK = 'S'.
           DISPLAY 'REINCORPORAR EL ' WS-FECHA ' (S/N)?'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               DISPLAY 'NO SE REGISTRO NADA'
               GO TO 300-SALIDA
           END-IF.
           MOVE WS-FECHA TO LO-F-REG.
           MOVE 'C' TO LO-EST.
           MOVE WS-CUR-OPER-ID TO LO-OPER-REG.
           REWRITE LOA-REC.
           MOVE 'A' TO EMP-STATUS.
           PERFORM 600-GRABA-EMPLEADO.
           DISPLAY 'REINCORPORADO EL ' WS-FECHA '; VUELVE A NOMINA.'.
       300-SALIDA.
           EXIT.

           310-F-REG.
               DISPLAY 'FECHA DE REGRESO (YYYYMMDD, ENTER = HOY):'
               MOVE SPACES TO WS-FECHA
               ACCEPT WS-FECHA
               IF WS-FECHA = SPACES
                   MOVE WS-HOY TO WS-FECHA
               END-IF
               PERFORM 150-VALIDA-FECHA
               IF WS-FECHA-OK = 'S'
                   IF WS-FECHA > WS-HOY OR WS-FECHA NOT > LO-F-INI
                       DISPLAY 'DEBE SER POSTERIOR AL INICIO Y NO '
                           'FUTURA'
                       MOVE 'N' TO WS-FECHA-OK
                   END-IF
               ELSE
                   DISPLAY 'FECHA INVALIDA'
               END-IF.

       400-CAMBIA.
           PERFORM 110-EMPLEADO.
           IF EMP-STATUS = SPACE
               GO TO 400-SALIDA
           END-IF.
           IF WS-ABIERTA = 'N'
               DISPLAY 'EL EMPLEADO NO TIENE LICENCIA ABIERTA'
               GO TO 400-SALIDA
           END-IF.
           MOVE WS-AB-KEY TO LO-KEY.
           READ LOA-MAST KEY IS LO-KEY.
           DISPLAY 'REGRESO ESPERADO ACTUAL: ' LO-F-REG-EST.
           MOVE LO-F-INI TO WS-CAP-F-INI.
           MOVE 'N' TO WS-FECHA-OK.
           PERFORM 230-F-EST UNTIL WS-FECHA-OK = 'S'.
           MOVE WS-CAP-F-EST TO LO-F-REG-EST.
           REWRITE LOA-REC.
           DISPLAY 'REGRESO ESPERADO ACTUALIZADO'.
       400-SALIDA.
           EXIT.

       500-HISTORIAL.
           PERFORM 110-EMPLEADO.
           IF EMP-STATUS = SPACE
               GO TO 500-SALIDA
           END-IF.
           MOVE 0 TO WS-LICENCIAS.
           MOVE 0 TO WS-LOA-FLAG.
           MOVE WS-ID TO LO-ID-EMPL.
           MOVE LOW-VALUES TO LO-F-INI.
           START LOA-MAST KEY IS NOT LESS THAN LO-KEY
               INVALID KEY MOVE 1 TO WS-LOA-FLAG
           END-START.
           PERFORM 510-LINEA UNTIL WS-LOA-FLAG = 1.
           IF WS-LICENCIAS = 0
               DISPLAY 'SIN LICENCIAS REGISTRADAS'
           END-IF.
       500-SALIDA.
           EXIT.

           510-LINEA.
               READ LOA-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-LOA-FLAG
                   NOT AT END
                       IF LO-ID-EMPL NOT = WS-ID
                           MOVE 1 TO WS-LOA-FLAG
                       ELSE
                           ADD 1 TO WS-LICENCIAS
                           DISPLAY LO-TIPO ' ' LO-F-INI ' ESPERADO '
                               LO-F-REG-EST ' REGRESO ' LO-F-REG
                               ' IMSS ' LO-IMSS ' ' LO-EST ' '
                               LO-MOTIVO
                       END-IF
               END-READ.

      *EL CAMBIO DE ESTADO VA AL DIARIO Y A LA AUDITORIA COMO
      *EDICION ('E'): NO ES ALTA NI BAJA PARA LA ROTACION.
       600-GRABA-EMPLEADO.
           REWRITE REG-EMPL.
           MOVE 'R' TO WS-JRN-OP.
           PERFORM 937-JOURNAL.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE 'DYNLOAMN' TO WS-AUD-PROGRAMA.
           MOVE 'E' TO WS-AUD-OPER.
           MOVE WS-CUR-OPER-ID TO WS-AUD-OPER-ID.
           MOVE CLV-DEP TO WS-AUD-CLV-DEP-ANT.
           MOVE CLV-DEP TO WS-AUD-CLV-DEP-NVO.
           MOVE SUE-MEN TO WS-AUD-SUE-MEN-ANT.
           MOVE SUE-MEN TO WS-AUD-SUE-MEN-NVO.
           PERFORM 903-AUDITORIA.

           COPY DATELKUP.
           COPY AUDITLKUP.
           COPY JRNLKUP.
           COPY EMPCHKLKUP.
           COPY OPERLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
