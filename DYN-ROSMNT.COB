      *********************************************************
      *PROGRAMA - PROGRAMA DE TRABAJO SEMANAL (ROSTER). POR   *
      *EMPLEADO Y SEMANA (LUNES A DOMINGO) SE CAPTURA CADA    *
      *DIA COMO DIA DE TRABAJO (TURNO DE SHIFT-MAST, HORAS    *
      *PLANEADAS Y SUCURSAL DE LOC-MAST) O COMO DESCANSO.     *
      *LA SEMANA ARMADA SE USA COMO PATRON: SE COPIA HACIA    *
      *ADELANTE LAS SEMANAS QUE SE PIDAN, Y UNA SEMANA VACIA  *
      *PUEDE ARRANCAR COMO COPIA DE LA ANTERIOR. LOS CAMBIOS  *
      *SE GRABAN JUNTOS AL FINAL. DYN-ROSEXC COMPARA EL       *
      *PROGRAMA CONTRA LAS CHECADAS Y AUSENCIAS DEL DIA.      *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-ROSMNT.

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
           COPY ROSFILE.
           COPY SHFFILE.
           COPY LOCFILE.
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

           COPY ROSFD.
           COPY SHFFD.
           COPY LOCFD.
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
           COPY ROSSTAT.
           COPY SHFSTAT.
           COPY LOCSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-RES                       PIC X VALUE 'S'.
       01 WS-ACCION                    PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).
       01 WS-ID                        PIC 9(06).
       01 WS-ED-FIN                    PIC X.
       01 WS-CAMBIOS                   PIC X.
       01 WS-EXISTE                    PIC X.
       01 WS-VACIA                     PIC X.
       01 WS-SOBRESCRIBE               PIC X.
       01 WS-DIA                       PIC 9.
       01 WS-SEMANAS                   PIC 9(02).
       01 WS-SEM-K                     PIC 9(02).

      *FECHAS: LA CAPTURADA, EL LUNES DE SU SEMANA Y LA DE CADA
      *DIA, EN NUMERO DE DIA (INTEGER-OF-DATE) PARA MOVERSE.
       01 WS-FECHA-N                   PIC 9(08).
       01 WS-FECHA-JUL                 PIC 9(07).
       01 WS-LUNES-JUL                 PIC 9(07).
       01 WS-DIA-JUL                   PIC 9(07).
       01 WS-FECHA-X                   PIC X(08).

      *CAPTURA DEL DIA; EN BLANCO CONSERVA LO QUE TENIA.
       01 WS-CAP-TURNO                 PIC X.
       01 WS-CAP-HORAS                 PIC X(05).
       01 WS-CAP-HORAS-N REDEFINES WS-CAP-HORAS PIC 9(02)V99.
       01 WS-CAP-SUC                   PIC X(03).
       01 WS-CAP-OK                    PIC X.

      *LA SEMANA EN PANTALLA, DIA 1 = LUNES ... 7 = DOMINGO.
       01 WS-SEM-TABLA.
           05 WS-SD-ENT OCCURS 7 TIMES.
               10 WS-SD-FECHA          PIC X(08).
               10 WS-SD-USADO          PIC X.
               10 WS-SD-TRABAJA        PIC X.
               10 WS-SD-TURNO          PIC X.
               10 WS-SD-HORAS          PIC 9(02)V99.
               10 WS-SD-SUC            PIC X(03).
       01 WS-SD-I                      PIC 9.
       01 WS-SD-TOTAL                  PIC 9(03)V99.
       01 WS-NOM-DIA                   PIC X(21) VALUE
               'LUNMARMIEJUEVIESABDOM'.
       01 WS-NOM-DIA-T REDEFINES WS-NOM-DIA.
           05 WS-ND                    PIC X(03) OCCURS 7 TIMES.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
      *CANDADO DE VENTANA DE LOTE, COMO EN DYN-ENRMNT.
           MOVE 'DYNROSMN' TO WS-QSC-PROGRAMA.
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
           DISPLAY '     PROGRAMA DE TRABAJO SEMANAL'.
           DISPLAY SEP.
           MOVE 'DYNROSMN' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-SHIFTMAST-PATH-DFLT TO WS-SHIFTMAST-PATH.
           DISPLAY 'SHIFTMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SHIFTMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SHIFTMAST-PATH = SPACES
               MOVE WS-SHIFTMAST-PATH-DFLT TO WS-SHIFTMAST-PATH
           END-IF.
           MOVE WS-LOCMAST-PATH-DFLT TO WS-LOCMAST-PATH.
           DISPLAY 'LOCMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LOCMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LOCMAST-PATH = SPACES
               MOVE WS-LOCMAST-PATH-DFLT TO WS-LOCMAST-PATH
           END-IF.
           MOVE WS-ROSTER-PATH-DFLT TO WS-ROSTER-PATH.
           DISPLAY 'ROSTER_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ROSTER-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ROSTER-PATH = SPACES
               MOVE WS-ROSTER-PATH-DFLT TO WS-ROSTER-PATH
           END-IF.
           OPEN I-O ROSTER.
           IF WS-ROS-STATUS = '35'
               OPEN OUTPUT ROSTER
               CLOSE ROSTER
               OPEN I-O ROSTER
           END-IF.
           PERFORM 100-PROCESO UNTIL WS-FLAG = 1.
           CLOSE ROSTER.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-PROCESO.
           DISPLAY SEP.
           DISPLAY 'ID DEL EMPLEADO:'.
           ACCEPT WS-ID.
           MOVE WS-ID TO ID-EMPL.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   DISPLAY 'EMPLEADO NO EXISTE'
               NOT INVALID KEY
                   DISPLAY ID-EMPL ' ' NOM-EMPL ' TURNO ' TURNO-CLV
                       ' SUCURSAL ' SUC-CLV
                   IF TIPO-PAGO NOT = 'H'
                       DISPLAY 'AVISO: NO ES EMPLEADO POR HORA; EL '
                           'RELOJ NO CARGA SUS CHECADAS'
                   END-IF
                   IF EMP-STATUS = 'I'
                       DISPLAY 'AVISO: EMPLEADO DADO DE BAJA'
                   END-IF
                   PERFORM 150-SEMANA
           END-READ.
           DISPLAY 'OTRO EMPLEADO? S/N'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               MOVE 1 TO WS-FLAG.

      *CUALQUIER FECHA DE LA SEMANA; SE TOMA SU LUNES.
       150-SEMANA.
           DISPLAY 'FECHA DE LA SEMANA (YYYYMMDD, ENTER = HOY):'.
           MOVE SPACES TO WS-FECHA-X.
           ACCEPT WS-FECHA-X.
           IF WS-FECHA-X = SPACES
               MOVE WS-HOY TO WS-FECHA-X
           END-IF.
           IF WS-FECHA-X NOT NUMERIC
               DISPLAY 'FECHA INVALIDA'
           ELSE
               MOVE WS-FECHA-X TO WS-FECHA-N
               COMPUTE WS-FECHA-JUL =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-N)
               COMPUTE WS-LUNES-JUL = WS-FECHA-JUL
                   - FUNCTION MOD(WS-FECHA-JUL - 1, 7)
               PERFORM 200-CARGA
               IF WS-VACIA = 'S'
                   PERFORM 250-COPIA-ANTERIOR
               END-IF
               MOVE 'N' TO WS-ED-FIN
               PERFORM 300-EDITA UNTIL WS-ED-FIN = 'S'
           END-IF.

      *SUBE A LA TABLA LOS SIETE DIAS DE LA SEMANA DEL LUNES
      *WS-LUNES-JUL.
       200-CARGA.
           MOVE 'S' TO WS-VACIA.
           MOVE 'N' TO WS-CAMBIOS.
           MOVE 1 TO WS-SD-I.
           PERFORM 210-LEE-DIA 7 TIMES.

           210-LEE-DIA.
               COMPUTE WS-DIA-JUL = WS-LUNES-JUL + WS-SD-I - 1
               COMPUTE WS-FECHA-N =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-JUL)
               MOVE WS-FECHA-N TO WS-SD-FECHA(WS-SD-I)
               MOVE WS-ID TO RS-ID-EMPL
               MOVE WS-FECHA-N TO RS-FECHA
               READ ROSTER KEY IS RS-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-SD-USADO(WS-SD-I)
                       MOVE SPACE TO WS-SD-TRABAJA(WS-SD-I)
                       MOVE SPACE TO WS-SD-TURNO(WS-SD-I)
                       MOVE 0 TO WS-SD-HORAS(WS-SD-I)
                       MOVE SPACES TO WS-SD-SUC(WS-SD-I)
                   NOT INVALID KEY
                       MOVE 'N' TO WS-VACIA
                       MOVE 'S' TO WS-SD-USADO(WS-SD-I)
                       MOVE RS-TRABAJA TO WS-SD-TRABAJA(WS-SD-I)
                       MOVE RS-TURNO TO WS-SD-TURNO(WS-SD-I)
                       MOVE RS-HORAS TO WS-SD-HORAS(WS-SD-I)
                       MOVE RS-SUC TO WS-SD-SUC(WS-SD-I)
               END-READ
               ADD 1 TO WS-SD-I.

      *UNA SEMANA SIN PROGRAMA PUEDE ARRANCAR COMO LA ANTERIOR.
       250-COPIA-ANTERIOR.
           DISPLAY 'SEMANA SIN PROGRAMA; COPIAR LA SEMANA ANTERIOR? '
               'S/N'.
           ACCEPT WS-RES.
           IF WS-RES = 'S'
               MOVE 'N' TO WS-EXISTE
               MOVE 1 TO WS-SD-I
               PERFORM 260-LEE-ANTERIOR 7 TIMES
               IF WS-EXISTE = 'N'
                   DISPLAY 'LA SEMANA ANTERIOR TAMPOCO TIENE PROGRAMA'
               ELSE
                   MOVE 'S' TO WS-CAMBIOS
               END-IF
           END-IF.
           MOVE 'S' TO WS-RES.

           260-LEE-ANTERIOR.
               COMPUTE WS-DIA-JUL = WS-LUNES-JUL + WS-SD-I - 8
               COMPUTE WS-FECHA-N =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-JUL)
               MOVE WS-ID TO RS-ID-EMPL
               MOVE WS-FECHA-N TO RS-FECHA
               READ ROSTER KEY IS RS-KEY
                   NOT INVALID KEY
                       MOVE 'S' TO WS-EXISTE
                       MOVE 'S' TO WS-SD-USADO(WS-SD-I)
                       MOVE RS-TRABAJA TO WS-SD-TRABAJA(WS-SD-I)
                       MOVE RS-TURNO TO WS-SD-TURNO(WS-SD-I)
                       MOVE RS-HORAS TO WS-SD-HORAS(WS-SD-I)
                       MOVE RS-SUC TO WS-SD-SUC(WS-SD-I)
               END-READ
               ADD 1 TO WS-SD-I.

       300-EDITA.
           PERFORM 310-LISTA.
           DISPLAY 'ACCION (C=CAPTURAR DIA D=DESCANSO B=BORRAR DIA '
               'G=GRABAR P=GRABAR Y COPIAR ADELANTE '
               'X=SALIR SIN GRABAR):'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'C' PERFORM 320-CAPTURA THRU 320-SALIDA
               WHEN 'D' PERFORM 330-DESCANSO THRU 330-SALIDA
               WHEN 'B' PERFORM 340-BORRA THRU 340-SALIDA
               WHEN 'G' PERFORM 350-GRABA
               WHEN 'P' PERFORM 370-COPIA-ADELANTE THRU 370-SALIDA
               WHEN 'X' PERFORM 360-SALIR
               WHEN OTHER DISPLAY 'ACCION INVALIDA'
           END-EVALUATE.

           310-LISTA.
               DISPLAY SEP
               DISPLAY 'SEMANA DE ' WS-ID ' DEL LUNES '
                   WS-SD-FECHA(1) ':'
               MOVE 0 TO WS-SD-TOTAL
               MOVE 1 TO WS-SD-I
               PERFORM 311-RENGLON 7 TIMES
               DISPLAY 'HORAS PLANEADAS EN LA SEMANA: ' WS-SD-TOTAL.

           311-RENGLON.
               EVALUATE TRUE
                   WHEN WS-SD-USADO(WS-SD-I) NOT = 'S'
                       DISPLAY ' ' WS-SD-I ' ' WS-ND(WS-SD-I) ' '
                           WS-SD-FECHA(WS-SD-I) '  (SIN PROGRAMA)'
                   WHEN WS-SD-TRABAJA(WS-SD-I) = 'N'
                       DISPLAY ' ' WS-SD-I ' ' WS-ND(WS-SD-I) ' '
                           WS-SD-FECHA(WS-SD-I) '  DESCANSO'
                   WHEN OTHER
                       DISPLAY ' ' WS-SD-I ' ' WS-ND(WS-SD-I) ' '
                           WS-SD-FECHA(WS-SD-I) '  TURNO '
                           WS-SD-TURNO(WS-SD-I) ' HORAS '
                           WS-SD-HORAS(WS-SD-I) ' SUCURSAL '
                           WS-SD-SUC(WS-SD-I)
                       ADD WS-SD-HORAS(WS-SD-I) TO WS-SD-TOTAL
               END-EVALUATE
               ADD 1 TO WS-SD-I.

      *UN DIA DE TRABAJO: TURNO, HORAS Y SUCURSAL. SI EL DIA NO
      *TENIA PROGRAMA, EL TURNO Y LA SUCURSAL DEL MAESTRO SON EL
      *VALOR INICIAL.
       320-CAPTURA.
           PERFORM 380-PIDE-DIA.
           IF WS-DIA = 0
               GO TO 320-SALIDA
           END-IF.
           IF WS-SD-USADO(WS-DIA) NOT = 'S'
               OR WS-SD-TRABAJA(WS-DIA) NOT = 'S'
               MOVE TURNO-CLV TO WS-SD-TURNO(WS-DIA)
               MOVE SUC-CLV TO WS-SD-SUC(WS-DIA)
               MOVE 0 TO WS-SD-HORAS(WS-DIA)
           END-IF.
           DISPLAY 'LO QUE SE DEJE EN BLANCO CONSERVA SU VALOR'.
           MOVE 'N' TO WS-CAP-OK.
           PERFORM 321-TURNO UNTIL WS-CAP-OK = 'S'.
           MOVE 'N' TO WS-CAP-OK.
           PERFORM 322-HORAS UNTIL WS-CAP-OK = 'S'.
           MOVE 'N' TO WS-CAP-OK.
           PERFORM 323-SUCURSAL UNTIL WS-CAP-OK = 'S'.
           MOVE 'S' TO WS-SD-USADO(WS-DIA).
           MOVE 'S' TO WS-SD-TRABAJA(WS-DIA).
           MOVE 'S' TO WS-CAMBIOS.
       320-SALIDA.
           EXIT.

           321-TURNO.
               DISPLAY 'TURNO (' WS-SD-TURNO(WS-DIA) '):'
               MOVE SPACE TO WS-CAP-TURNO
               ACCEPT WS-CAP-TURNO
               IF WS-CAP-TURNO NOT = SPACE
                   MOVE WS-CAP-TURNO TO WS-SD-TURNO(WS-DIA)
               END-IF
               MOVE 'S' TO WS-CAP-OK
               IF WS-SD-TURNO(WS-DIA) NOT = SPACE
                   MOVE WS-SD-TURNO(WS-DIA) TO SH-CLV
                   OPEN INPUT SHIFT-MAST
                   READ SHIFT-MAST KEY IS SH-CLV
                       INVALID KEY MOVE 'N' TO WS-CAP-OK
                   END-READ
                   CLOSE SHIFT-MAST
               END-IF
               IF WS-CAP-OK = 'N'
                   DISPLAY 'ESE TURNO NO EXISTE EN SHIFT-MAST'
                   MOVE TURNO-CLV TO WS-SD-TURNO(WS-DIA)
               END-IF.

           322-HORAS.
               DISPLAY 'HORAS PLANEADAS (' WS-SD-HORAS(WS-DIA)
                   ', FORMATO 9999 = 99.99):'
               MOVE SPACES TO WS-CAP-HORAS
               ACCEPT WS-CAP-HORAS
               IF WS-CAP-HORAS NOT = SPACES
                   IF WS-CAP-HORAS(1:4) NUMERIC
                       MOVE WS-CAP-HORAS(1:4) TO WS-CAP-HORAS-N
                       MOVE WS-CAP-HORAS-N TO WS-SD-HORAS(WS-DIA)
                   ELSE
                       MOVE 0 TO WS-SD-HORAS(WS-DIA)
                   END-IF
               END-IF
               MOVE 'S' TO WS-CAP-OK
               IF WS-SD-HORAS(WS-DIA) = 0
                   OR WS-SD-HORAS(WS-DIA) > 24
                   DISPLAY 'HORAS INVALIDAS (MAYOR A 0 Y HASTA 24; '
                       'PARA UN DIA SIN TRABAJO USE D=DESCANSO)'
                   MOVE 'N' TO WS-CAP-OK
               END-IF.

           323-SUCURSAL.
               DISPLAY 'SUCURSAL (' WS-SD-SUC(WS-DIA)
                   ', . = MATRIZ):'
               MOVE SPACES TO WS-CAP-SUC
               ACCEPT WS-CAP-SUC
               IF WS-CAP-SUC = '.'
                   MOVE SPACES TO WS-SD-SUC(WS-DIA)
               ELSE
                   IF WS-CAP-SUC NOT = SPACES
                       MOVE WS-CAP-SUC TO WS-SD-SUC(WS-DIA)
                   END-IF
               END-IF
               MOVE 'S' TO WS-CAP-OK
               IF WS-SD-SUC(WS-DIA) NOT = SPACES
                   MOVE WS-SD-SUC(WS-DIA) TO LC-CLV
                   OPEN INPUT LOC-MAST
                   READ LOC-MAST KEY IS LC-CLV
                       INVALID KEY MOVE 'N' TO WS-CAP-OK
                   END-READ
                   CLOSE LOC-MAST
               END-IF
               IF WS-CAP-OK = 'N'
                   DISPLAY 'ESA SUCURSAL NO EXISTE EN LOC-MAST'
                   MOVE SUC-CLV TO WS-SD-SUC(WS-DIA)
               END-IF.

       330-DESCANSO.
           PERFORM 380-PIDE-DIA.
           IF WS-DIA = 0
               GO TO 330-SALIDA
           END-IF.
           MOVE 'S' TO WS-SD-USADO(WS-DIA).
           MOVE 'N' TO WS-SD-TRABAJA(WS-DIA).
           MOVE SPACE TO WS-SD-TURNO(WS-DIA).
           MOVE 0 TO WS-SD-HORAS(WS-DIA).
           MOVE SPACES TO WS-SD-SUC(WS-DIA).
           MOVE 'S' TO WS-CAMBIOS.
       330-SALIDA.
           EXIT.

      *BORRAR DEJA EL DIA SIN PROGRAMA (NI TRABAJO NI DESCANSO).
       340-BORRA.
           PERFORM 380-PIDE-DIA.
           IF WS-DIA = 0
               GO TO 340-SALIDA
           END-IF.
           MOVE 'N' TO WS-SD-USADO(WS-DIA).
           MOVE SPACE TO WS-SD-TRABAJA(WS-DIA).
           MOVE 'S' TO WS-CAMBIOS.
       340-SALIDA.
           EXIT.

       350-GRABA.
           MOVE WS-LUNES-JUL TO WS-DIA-JUL.
           MOVE 'S' TO WS-SOBRESCRIBE.
           MOVE 1 TO WS-SD-I.
           PERFORM 600-GRABA-DIA 7 TIMES.
           DISPLAY 'SEMANA GRABADA'.
           MOVE 'S' TO WS-ED-FIN.

           360-SALIR.
               IF WS-CAMBIOS = 'S'
                   DISPLAY 'HAY CAMBIOS SIN GRABAR; DESCARTARLOS? S/N'
                   ACCEPT WS-RES
                   IF WS-RES = 'S'
                       MOVE 'S' TO WS-ED-FIN
                   END-IF
               ELSE
                   MOVE 'S' TO WS-ED-FIN
               END-IF
               MOVE 'S' TO WS-RES.

      *GRABA LA SEMANA EN PANTALLA Y LA REPITE COMO PATRON EN LAS
      *SIGUIENTES SEMANAS. LOS DIAS YA PROGRAMADOS EN ESAS SEMANAS
      *SOLO SE REEMPLAZAN SI ASI SE PIDE.
       370-COPIA-ADELANTE.
           DISPLAY 'COPIAR A CUANTAS SEMANAS SIGUIENTES (1-52):'.
           ACCEPT WS-SEMANAS.
           IF WS-SEMANAS = 0 OR WS-SEMANAS > 52
               DISPLAY 'NUMERO DE SEMANAS INVALIDO'
               GO TO 370-SALIDA
           END-IF.
           PERFORM 350-GRABA.
           DISPLAY 'REEMPLAZAR DIAS YA PROGRAMADOS EN ESAS SEMANAS? '
               'S/N'.
           ACCEPT WS-SOBRESCRIBE.
           IF WS-SOBRESCRIBE NOT = 'S'
               MOVE 'N' TO WS-SOBRESCRIBE
           END-IF.
           PERFORM 375-COPIA-SEMANA VARYING WS-SEM-K FROM 1 BY 1
               UNTIL WS-SEM-K > WS-SEMANAS.
           DISPLAY 'PATRON COPIADO A ' WS-SEMANAS ' SEMANA(S)'.
       370-SALIDA.
           EXIT.

           375-COPIA-SEMANA.
               COMPUTE WS-DIA-JUL = WS-LUNES-JUL + (7 * WS-SEM-K)
               MOVE 1 TO WS-SD-I
               PERFORM 600-GRABA-DIA 7 TIMES.

           380-PIDE-DIA.
               DISPLAY 'DIA (1=LUN 2=MAR 3=MIE 4=JUE 5=VIE 6=SAB '
                   '7=DOM):'
               ACCEPT WS-DIA
               IF WS-DIA < 1 OR WS-DIA > 7
                   DISPLAY 'DIA INVALIDO'
                   MOVE 0 TO WS-DIA
               END-IF.

      *GRABA EL DIA WS-SD-I DE LA TABLA EN LA FECHA WS-DIA-JUL (LA
      *SEMANA PROPIA O UNA COPIA). CON WS-SOBRESCRIBE = 'N' UN DIA
      *YA PROGRAMADO SE RESPETA. AVANZA WS-DIA-JUL Y WS-SD-I.
       600-GRABA-DIA.
           COMPUTE WS-FECHA-N = FUNCTION DATE-OF-INTEGER(WS-DIA-JUL).
           MOVE WS-ID TO RS-ID-EMPL.
           MOVE WS-FECHA-N TO RS-FECHA.
           MOVE 'S' TO WS-EXISTE.
           READ ROSTER KEY IS RS-KEY
               INVALID KEY MOVE 'N' TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 'S' AND WS-SOBRESCRIBE = 'N'
               CONTINUE
           ELSE
               IF WS-SD-USADO(WS-SD-I) = 'S'
                   MOVE WS-ID TO RS-ID-EMPL
                   MOVE WS-FECHA-N TO RS-FECHA
                   MOVE WS-SD-TRABAJA(WS-SD-I) TO RS-TRABAJA
                   MOVE WS-SD-TURNO(WS-SD-I) TO RS-TURNO
                   MOVE WS-SD-HORAS(WS-SD-I) TO RS-HORAS
                   MOVE WS-SD-SUC(WS-SD-I) TO RS-SUC
                   MOVE WS-CUR-OPER-ID TO RS-OPER
                   MOVE WS-HOY TO RS-F-CAP
                   IF WS-EXISTE = 'S'
                       REWRITE ROSTER-REC
                   ELSE
                       WRITE ROSTER-REC
                   END-IF
               ELSE
                   IF WS-EXISTE = 'S'
                       DELETE ROSTER RECORD
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-DIA-JUL.
           ADD 1 TO WS-SD-I.

           COPY EMPCHKLKUP.
           COPY OPERLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
