      *********************************************************
      *PROGRAMA - LISTA DE TRABAJO DE REINCORPORACIONES.      *
      *RECORRE LOA-MAST Y, PARA CADA LICENCIA ABIERTA, MUESTRA*
      *AL EMPLEADO (RESUELTO DEL MAESTRO), TIPO, INICIO,      *
      *REGRESO ESPERADO Y DIAS EN LICENCIA, MARCANDO LAS      *
      *VENCIDAS (EL REGRESO ESPERADO YA PASO Y NADIE LO       *
      *REINCORPORO NI LE CAMBIO LA FECHA) Y LAS QUE REGRESAN  *
      *DENTRO DE LOS DIAS DE AVISO CAPTURADOS (7 SI SE DEJA   *
      *EN BLANCO). TAMBIEN AVISA SI EL MAESTRO NO CUADRA CON  *
      *LA LICENCIA (EMPLEADO QUE YA NO ESTA EN 'L'). LA       *
      *REINCORPORACION SE HACE CON LA ACCION R DE DYN-LOAMNT. *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-LOARPT.

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

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY LOASTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).
       01 WS-HOY-JUL                   PIC 9(08).
       01 WS-FECHA-N                   PIC 9(08).
       01 WS-AVISO-X                   PIC X(03).
       01 WS-AVISO                     PIC 9(03).
       01 WS-DIAS-LIC                  PIC 9(05).
       01 WS-DIAS-FALTA                PIC S9(05).
       01 WS-MARCA                     PIC X(10).
       01 WS-NOMBRE                    PIC X(30).

       01 WS-ABIERTAS                  PIC 9(05) VALUE 0.
       01 WS-VENCIDAS                  PIC 9(05) VALUE 0.
       01 WS-PROXIMAS                  PIC 9(05) VALUE 0.
       01 WS-DESCUADRE                 PIC 9(05) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-HOY-JUL = FUNCTION INTEGER-OF-DATE(WS-HOY).
           DISPLAY SEP.
           DISPLAY '     REINCORPORACIONES PENDIENTES AL ' WS-HOY.
           DISPLAY SEP.
           DISPLAY 'DIAS DE AVISO ANTES DEL REGRESO (ENTER = 7):'.
           MOVE SPACES TO WS-AVISO-X.
           ACCEPT WS-AVISO-X.
           IF WS-AVISO-X = SPACES OR WS-AVISO-X NOT NUMERIC
               MOVE 7 TO WS-AVISO
           ELSE
               MOVE WS-AVISO-X TO WS-AVISO
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-LOAMAST-PATH-DFLT TO WS-LOAMAST-PATH.
           DISPLAY 'LOAMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LOAMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LOAMAST-PATH = SPACES
               MOVE WS-LOAMAST-PATH-DFLT TO WS-LOAMAST-PATH
           END-IF.
           OPEN INPUT LOA-MAST.
           IF WS-LOA-STATUS NOT = '00'
               DISPLAY 'SIN ARCHIVO DE LICENCIAS (DYN-LOAMNT). '
                   'FILE STATUS: ' WS-LOA-STATUS
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           DISPLAY 'ID     NOMBRE                         T INICIO   '
               'ESPERADO DIAS  '.
           DISPLAY SEP.
           PERFORM 100-LICENCIA UNTIL WS-FLAG = 1.
           CLOSE LOA-MAST.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY 'LICENCIAS ABIERTAS: ' WS-ABIERTAS
               ' VENCIDAS: ' WS-VENCIDAS
               ' REGRESAN EN ' WS-AVISO ' DIAS: ' WS-PROXIMAS.
           IF WS-DESCUADRE > 0
               DISPLAY 'LICENCIAS ABIERTAS CON EMPLEADO FUERA DE '
                   'LICENCIA EN EL MAESTRO: ' WS-DESCUADRE
           END-IF.
           DISPLAY SEP.
           STOP RUN.

       100-LICENCIA.
           READ LOA-MAST NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF LO-EST = 'A'
                       PERFORM 200-LINEA
                   END-IF
           END-READ.

      *VENCIDA: EL REGRESO ESPERADO YA PASO. PROXIMA: REGRESA
      *HOY O DENTRO DE LOS DIAS DE AVISO.
       200-LINEA.
           ADD 1 TO WS-ABIERTAS.
           MOVE LO-F-INI TO WS-FECHA-N.
           COMPUTE WS-DIAS-LIC = WS-HOY-JUL
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-N).
           MOVE LO-F-REG-EST TO WS-FECHA-N.
           COMPUTE WS-DIAS-FALTA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-N) - WS-HOY-JUL.
           MOVE SPACES TO WS-MARCA.
           IF WS-DIAS-FALTA < 0
               MOVE 'VENCIDA' TO WS-MARCA
               ADD 1 TO WS-VENCIDAS
           ELSE
               IF WS-DIAS-FALTA NOT > WS-AVISO
                   MOVE 'PROXIMA' TO WS-MARCA
                   ADD 1 TO WS-PROXIMAS
               END-IF
           END-IF.
           MOVE LO-ID-EMPL TO ID-EMPL.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   MOVE '(NO EXISTE EN EL MAESTRO)' TO WS-NOMBRE
                   MOVE SPACE TO EMP-STATUS
               NOT INVALID KEY
                   MOVE NOM-EMPL TO WS-NOMBRE
           END-READ.
           DISPLAY LO-ID-EMPL ' ' WS-NOMBRE ' ' LO-TIPO ' ' LO-F-INI
               ' ' LO-F-REG-EST ' ' WS-DIAS-LIC ' ' WS-MARCA.
           IF EMP-STATUS NOT = 'L'
               ADD 1 TO WS-DESCUADRE
               DISPLAY '        AVISO: EL MAESTRO TIENE ESTADO '
                   EMP-STATUS '; REVISE EN DYN-LOAMNT'
           END-IF.

           COPY EMPCHKLKUP.
