      *********************************************************
      *PROGRAMA - DEPENDIENTES Y BENEFICIARIOS DEL EMPLEADO   *
      *(DPN-MAST). POR CADA ID-EMPL SE CAPTURAN HASTA DIEZ    *
      *FAMILIARES CON PARENTESCO, FECHA DE NACIMIENTO, CURP Y *
      *CUENTA BANCARIA, Y PARA CADA PLAN DE BEN-MAST (O 'FIN' *
      *PARA FINIQUITO Y FONDO DE AHORRO EN CASO DE DEFUNCION) *
      *EL PORCENTAJE COMO BENEFICIARIO Y SI QUEDA CUBIERTO.   *
      *LOS CAMBIOS SE HACEN EN PANTALLA SOBRE LA LISTA DEL    *
      *EMPLEADO Y SE GRABAN JUNTOS SOLO CUANDO CADA PLAN SUMA *
      *100 (O NADIE ES BENEFICIARIO DE EL), ASI EL ARCHIVO    *
      *NUNCA QUEDA CON UNA DESIGNACION A MEDIAS. LA COBERTURA *
      *DE UN PLAN SIN INSCRIPCION VIGENTE EN ENROLL SE AVISA. *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-DPNMNT.

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
           COPY DPNFILE.
           COPY BENFILE.
           COPY ENRFILE.
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

           COPY DPNFD.
           COPY BENFD.
           COPY ENRFD.
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
           COPY DPNSTAT.
           COPY BENSTAT.
           COPY ENRSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-RES                       PIC X VALUE 'S'.
       01 WS-ACCION                    PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-DPN-FLAG                  PIC 9.
       01 WS-HOY                       PIC 9(08).
       01 WS-ID                        PIC 9(06).
       01 WS-SEC                       PIC 9(02).
       01 WS-ED-FIN                    PIC X.
       01 WS-CAMBIOS                   PIC X.
       01 WS-EXISTE                    PIC X.
       01 WS-PLAN-OK                   PIC X.
       01 WS-PCT-OK                    PIC X.
      *EN UN CAMBIO, LO QUE SE DEJA EN BLANCO CONSERVA LO QUE YA
      *TENIA EL DEPENDIENTE.
       01 WS-MODO-CAP                  PIC X.
       01 WS-CAP-NOMBRE                PIC X(30).
       01 WS-CAP-PAR                   PIC X.
       01 WS-CAP-FNAC                  PIC X(08).
       01 WS-CAP-CURP                  PIC X(18).
       01 WS-CAP-BANCO                 PIC X(03).
       01 WS-CAP-CLABE                 PIC X(18).

      *LISTA DEL EMPLEADO EN PANTALLA: EL RENGLON I ES EL
      *DEPENDIENTE DN-SEC = I, CON LA IMAGEN COMPLETA DE DPN-REC.
       01 WS-DP-TABLA.
           05 WS-DP-ENT OCCURS 10 TIMES.
               10 WS-DP-USADO          PIC X.
               10 WS-DP-REG            PIC X(171).
       01 WS-DP-I                      PIC 9(02).
       01 WS-DG-J                      PIC 9(02).

      *TOTAL DE PORCENTAJE POR PLAN ENTRE TODOS LOS DEPENDIENTES.
       01 WS-PL-TABLA.
           05 WS-PL-ENT OCCURS 60 TIMES.
               10 WS-PL-PLAN           PIC X(03).
               10 WS-PL-PCT            PIC 9(04)V99.
       01 WS-PL-USADOS                 PIC 9(02).
       01 WS-PL-K                      PIC 9(02).
       01 WS-PL-HALLADO                PIC 9(02).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
      *CANDADO DE VENTANA DE LOTE, COMO EN DYN-ENRMNT.
           MOVE 'DYNDPNMN' TO WS-QSC-PROGRAMA.
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
           DISPLAY '     DEPENDIENTES Y BENEFICIARIOS'.
           DISPLAY SEP.
           MOVE 'DYNDPNMN' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-BENMAST-PATH-DFLT TO WS-BENMAST-PATH.
           DISPLAY 'BENMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-BENMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-BENMAST-PATH = SPACES
               MOVE WS-BENMAST-PATH-DFLT TO WS-BENMAST-PATH
           END-IF.
           MOVE WS-ENROLL-PATH-DFLT TO WS-ENROLL-PATH.
           DISPLAY 'ENROLL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENROLL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ENROLL-PATH = SPACES
               MOVE WS-ENROLL-PATH-DFLT TO WS-ENROLL-PATH
           END-IF.
           MOVE WS-DPNMAST-PATH-DFLT TO WS-DPNMAST-PATH.
           DISPLAY 'DPNMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DPNMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DPNMAST-PATH = SPACES
               MOVE WS-DPNMAST-PATH-DFLT TO WS-DPNMAST-PATH
           END-IF.
           OPEN I-O DPN-MAST.
           IF WS-DPN-STATUS = '35'
               OPEN OUTPUT DPN-MAST
               CLOSE DPN-MAST
               OPEN I-O DPN-MAST
           END-IF.
           PERFORM 100-PROCESO UNTIL WS-FLAG = 1.
           CLOSE DPN-MAST.
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
                   DISPLAY ID-EMPL ' ' NOM-EMPL ' STATUS ' EMP-STATUS
                   PERFORM 200-CARGA
                   MOVE 'N' TO WS-ED-FIN
                   MOVE 'N' TO WS-CAMBIOS
                   PERFORM 300-EDITA UNTIL WS-ED-FIN = 'S'
           END-READ.
           DISPLAY 'OTRO EMPLEADO? S/N'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               MOVE 1 TO WS-FLAG.

      *SUBE A LA TABLA TODOS LOS DEPENDIENTES DEL EMPLEADO.
       200-CARGA.
           MOVE 1 TO WS-DP-I.
           PERFORM 201-LIMPIA 10 TIMES.
           MOVE WS-ID TO DN-ID-EMPL.
           MOVE 0 TO DN-SEC.
           MOVE 0 TO WS-DPN-FLAG.
           START DPN-MAST KEY IS NOT LESS THAN DN-KEY
               INVALID KEY MOVE 1 TO WS-DPN-FLAG
           END-START.
           PERFORM 210-LEE UNTIL WS-DPN-FLAG = 1.

           201-LIMPIA.
               MOVE 'N' TO WS-DP-USADO(WS-DP-I)
               MOVE SPACES TO WS-DP-REG(WS-DP-I)
               ADD 1 TO WS-DP-I.

           210-LEE.
               READ DPN-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-DPN-FLAG
                   NOT AT END
                       IF DN-ID-EMPL NOT = WS-ID
                           MOVE 1 TO WS-DPN-FLAG
                       ELSE
                           IF DN-SEC > 0 AND DN-SEC NOT > 10
                               MOVE 'S' TO WS-DP-USADO(DN-SEC)
                               MOVE DPN-REC TO WS-DP-REG(DN-SEC)
                           END-IF
                       END-IF
               END-READ.

       300-EDITA.
           PERFORM 310-LISTA.
           DISPLAY 'ACCION (A=ALTA C=CAMBIO B=BAJA G=GRABAR '
               'X=SALIR SIN GRABAR):'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'A' PERFORM 320-ALTA THRU 320-SALIDA
               WHEN 'C' PERFORM 330-CAMBIO THRU 330-SALIDA
               WHEN 'B' PERFORM 340-BAJA THRU 340-SALIDA
               WHEN 'G' PERFORM 350-GRABA
               WHEN 'X' PERFORM 360-SALIR
               WHEN OTHER DISPLAY 'ACCION INVALIDA'
           END-EVALUATE.

           310-LISTA.
               DISPLAY SEP
               DISPLAY 'DEPENDIENTES DE ' WS-ID ':'
               MOVE 1 TO WS-DP-I
               PERFORM 311-RENGLON 10 TIMES.

           311-RENGLON.
               IF WS-DP-USADO(WS-DP-I) = 'S'
                   MOVE WS-DP-REG(WS-DP-I) TO DPN-REC
                   DISPLAY ' ' DN-SEC ' ' DN-NOMBRE ' ' DN-PARENTESCO
                       ' NAC ' DN-F-NAC ' CURP ' DN-CURP
                   DISPLAY '      CUENTA ' DN-BANCO ' ' DN-CLABE
                   MOVE 1 TO WS-DG-J
                   PERFORM 312-DESIGNACION 6 TIMES
               END-IF
               ADD 1 TO WS-DP-I.

           312-DESIGNACION.
               IF DN-D-PLAN(WS-DG-J) NOT = SPACES
                   DISPLAY '      PLAN ' DN-D-PLAN(WS-DG-J) ' PCT '
                       DN-D-PCT(WS-DG-J) ' CUBIERTO '
                       DN-D-CUBIERTO(WS-DG-J)
               END-IF
               ADD 1 TO WS-DG-J.

       320-ALTA.
           MOVE 0 TO WS-SEC.
           MOVE 1 TO WS-DP-I.
           PERFORM 321-LIBRE UNTIL WS-SEC > 0 OR WS-DP-I > 10.
           IF WS-SEC = 0
               DISPLAY 'YA TIENE DIEZ DEPENDIENTES; DE BAJA UNO '
                   'ANTES DE AGREGAR'
               GO TO 320-SALIDA
           END-IF.
           MOVE SPACES TO DPN-REC.
           MOVE WS-ID TO DN-ID-EMPL.
           MOVE WS-SEC TO DN-SEC.
           MOVE 1 TO WS-DG-J.
           PERFORM 322-DESIG-VACIA 6 TIMES.
           MOVE 0 TO DN-PAGADO.
           MOVE WS-HOY TO DN-F-ALTA.
           MOVE WS-CUR-OPER-ID TO DN-OPER.
           MOVE 'A' TO WS-MODO-CAP.
           PERFORM 400-CAPTURA.
           MOVE 'S' TO WS-DP-USADO(WS-SEC).
           MOVE DPN-REC TO WS-DP-REG(WS-SEC).
           MOVE 'S' TO WS-CAMBIOS.
       320-SALIDA.
           EXIT.

           321-LIBRE.
               IF WS-DP-USADO(WS-DP-I) NOT = 'S'
                   MOVE WS-DP-I TO WS-SEC
               END-IF
               ADD 1 TO WS-DP-I.

           322-DESIG-VACIA.
               MOVE SPACES TO DN-D-PLAN(WS-DG-J)
               MOVE 0 TO DN-D-PCT(WS-DG-J)
               MOVE 'N' TO DN-D-CUBIERTO(WS-DG-J)
               ADD 1 TO WS-DG-J.

       330-CAMBIO.
           DISPLAY 'NUMERO DE DEPENDIENTE A CAMBIAR:'.
           ACCEPT WS-SEC.
           IF WS-SEC = 0 OR WS-SEC > 10
               DISPLAY 'NUMERO INVALIDO'
               GO TO 330-SALIDA
           END-IF.
           IF WS-DP-USADO(WS-SEC) NOT = 'S'
               DISPLAY 'NO HAY DEPENDIENTE CON ESE NUMERO'
               GO TO 330-SALIDA
           END-IF.
           MOVE WS-DP-REG(WS-SEC) TO DPN-REC.
           DISPLAY 'LO QUE SE DEJE EN BLANCO CONSERVA SU VALOR'.
           MOVE 'C' TO WS-MODO-CAP.
           PERFORM 400-CAPTURA.
           MOVE WS-CUR-OPER-ID TO DN-OPER.
           MOVE DPN-REC TO WS-DP-REG(WS-SEC).
           MOVE 'S' TO WS-CAMBIOS.
       330-SALIDA.
           EXIT.

       340-BAJA.
           DISPLAY 'NUMERO DE DEPENDIENTE A DAR DE BAJA:'.
           ACCEPT WS-SEC.
           IF WS-SEC = 0 OR WS-SEC > 10
               DISPLAY 'NUMERO INVALIDO'
               GO TO 340-SALIDA
           END-IF.
           IF WS-DP-USADO(WS-SEC) NOT = 'S'
               DISPLAY 'NO HAY DEPENDIENTE CON ESE NUMERO'
               GO TO 340-SALIDA
           END-IF.
           MOVE 'N' TO WS-DP-USADO(WS-SEC).
           MOVE 'S' TO WS-CAMBIOS.
           DISPLAY 'DEPENDIENTE ' WS-SEC ' QUITADO DE LA LISTA; '
               'REPARTA SUS PORCENTAJES ANTES DE GRABAR'.
       340-SALIDA.
           EXIT.

      *SOLO SE GRABA SI TODOS LOS PLANES CUADRAN EN 100.
       350-GRABA.
           PERFORM 500-VALIDA-PCT.
           IF WS-PCT-OK = 'S'
               PERFORM 600-GRABA
               MOVE 'S' TO WS-ED-FIN
           ELSE
               DISPLAY 'NO SE GRABO: CORRIJA LOS PORCENTAJES'
           END-IF.

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

      *CAPTURA DEL DEPENDIENTE EN TURNO SOBRE EL AREA DE DPN-REC.
       400-CAPTURA.
           PERFORM 410-NOMBRE.
           PERFORM 420-PARENTESCO.
           PERFORM 430-NACIMIENTO.
           PERFORM 440-CURP.
           PERFORM 445-CUENTA.
           IF WS-MODO-CAP = 'C'
               DISPLAY 'RECAPTURAR DESIGNACIONES POR PLAN? S/N'
               ACCEPT WS-RES
           ELSE
               MOVE 'S' TO WS-RES
           END-IF.
           IF WS-RES = 'S'
               MOVE 1 TO WS-DG-J
               PERFORM 322-DESIG-VACIA 6 TIMES
               MOVE 1 TO WS-DG-J
               MOVE 'N' TO WS-PLAN-OK
               PERFORM 450-DESIGNA
                   UNTIL WS-DG-J > 6 OR WS-PLAN-OK = 'F'
           END-IF.
           MOVE 'S' TO WS-RES.

           410-NOMBRE.
               DISPLAY 'NOMBRE COMPLETO:'
               MOVE SPACES TO WS-CAP-NOMBRE
               ACCEPT WS-CAP-NOMBRE
               IF WS-CAP-NOMBRE NOT = SPACES
                   MOVE WS-CAP-NOMBRE TO DN-NOMBRE
               END-IF
               IF DN-NOMBRE = SPACES
                   DISPLAY 'EL NOMBRE ES OBLIGATORIO'
                   PERFORM 410-NOMBRE
               END-IF.

           420-PARENTESCO.
               DISPLAY 'PARENTESCO (C=CONYUGE H=HIJO P=PADRE/MADRE '
                   'O=OTRO):'
               MOVE SPACES TO WS-CAP-PAR
               ACCEPT WS-CAP-PAR
               IF WS-CAP-PAR NOT = SPACES
                   MOVE WS-CAP-PAR TO DN-PARENTESCO
               END-IF
               IF DN-PARENTESCO NOT = 'C' AND DN-PARENTESCO NOT = 'H'
                   AND DN-PARENTESCO NOT = 'P'
                   AND DN-PARENTESCO NOT = 'O'
                   DISPLAY 'PARENTESCO INVALIDO'
                   PERFORM 420-PARENTESCO
               END-IF.

           430-NACIMIENTO.
               DISPLAY 'FECHA DE NACIMIENTO (YYYYMMDD):'
               MOVE SPACES TO WS-CAP-FNAC
               ACCEPT WS-CAP-FNAC
               IF WS-CAP-FNAC NOT = SPACES
                   MOVE WS-CAP-FNAC TO DN-F-NAC
               END-IF
               IF DN-F-NAC NOT NUMERIC OR DN-F-NAC > WS-HOY
                   DISPLAY 'FECHA DE NACIMIENTO INVALIDA'
                   PERFORM 430-NACIMIENTO
               END-IF.

      *LA CURP ES OPCIONAL (UN MENOR PUEDE NO TENERLA AUN), PERO
      *SI SE TECLEA DEBE VENIR COMPLETA.
           440-CURP.
               DISPLAY 'CURP (18 POSICIONES, ESPACIOS = SIN CURP):'
               MOVE SPACES TO WS-CAP-CURP
               ACCEPT WS-CAP-CURP
               IF WS-CAP-CURP NOT = SPACES
                   MOVE WS-CAP-CURP TO DN-CURP
               END-IF
               IF DN-CURP NOT = SPACES AND DN-CURP(18:1) = SPACE
                   DISPLAY 'CURP INCOMPLETA'
                   MOVE SPACES TO DN-CURP
                   PERFORM 440-CURP
               END-IF.

      *LA CUENTA SOLO SE USA PARA PAGARLE LO QUE LE TOCA COMO
      *BENEFICIARIO; BANCO Y CLABE VAN JUNTOS O NINGUNO.
           445-CUENTA.
               DISPLAY 'BANCO (3 POSICIONES, ESPACIOS = SIN CUENTA):'
               MOVE SPACES TO WS-CAP-BANCO
               ACCEPT WS-CAP-BANCO
               IF WS-CAP-BANCO NOT = SPACES
                   MOVE WS-CAP-BANCO TO DN-BANCO
               END-IF
               IF DN-BANCO NOT = SPACES
                   DISPLAY 'CLABE (18 DIGITOS):'
                   MOVE SPACES TO WS-CAP-CLABE
                   ACCEPT WS-CAP-CLABE
                   IF WS-CAP-CLABE NOT = SPACES
                       MOVE WS-CAP-CLABE TO DN-CLABE
                   END-IF
                   IF DN-CLABE NOT NUMERIC
                       DISPLAY 'CLABE INVALIDA'
                       MOVE SPACES TO DN-BANCO
                       MOVE SPACES TO DN-CLABE
                       PERFORM 445-CUENTA
                   END-IF
               ELSE
                   MOVE SPACES TO DN-CLABE
               END-IF.

      *UNA DESIGNACION POR PASE; PLAN EN BLANCO TERMINA LA LISTA.
           450-DESIGNA.
               DISPLAY 'PLAN ' WS-DG-J ' (CLAVE BEN-MAST, FIN = '
                   'FINIQUITO; ESPACIOS = TERMINAR):'
               ACCEPT DN-D-PLAN(WS-DG-J)
               IF DN-D-PLAN(WS-DG-J) = SPACES
                   MOVE 'F' TO WS-PLAN-OK
               ELSE
                   PERFORM 460-V-PLAN
                   IF WS-PLAN-OK = 'S'
                       PERFORM 470-PCT
                       PERFORM 480-CUBIERTO
                       ADD 1 TO WS-DG-J
                   ELSE
                       DISPLAY 'ESE PLAN NO EXISTE EN BEN-MAST'
                       MOVE SPACES TO DN-D-PLAN(WS-DG-J)
                   END-IF
               END-IF.

           460-V-PLAN.
               MOVE 'S' TO WS-PLAN-OK
               IF DN-D-PLAN(WS-DG-J) NOT = 'FIN'
                   MOVE DN-D-PLAN(WS-DG-J) TO BP-CLV
                   OPEN INPUT BEN-MAST
                   READ BEN-MAST KEY IS BP-CLV
                       INVALID KEY MOVE 'N' TO WS-PLAN-OK
                   END-READ
                   CLOSE BEN-MAST
               END-IF.

           470-PCT.
               DISPLAY 'PORCENTAJE COMO BENEFICIARIO (0-100):'
               ACCEPT DN-D-PCT(WS-DG-J)
               IF DN-D-PCT(WS-DG-J) > 100
                   DISPLAY 'PORCENTAJE INVALIDO'
                   PERFORM 470-PCT
               END-IF.

      *LA COBERTURA SOLO TIENE SENTIDO SI EL EMPLEADO ESTA
      *INSCRITO EN EL PLAN; SI NO, SE AVISA PERO SE RESPETA.
           480-CUBIERTO.
               MOVE 'N' TO DN-D-CUBIERTO(WS-DG-J)
               IF DN-D-PLAN(WS-DG-J) NOT = 'FIN'
                   DISPLAY 'QUEDA CUBIERTO POR EL PLAN? S/N'
                   ACCEPT DN-D-CUBIERTO(WS-DG-J)
                   IF DN-D-CUBIERTO(WS-DG-J) NOT = 'S'
                       MOVE 'N' TO DN-D-CUBIERTO(WS-DG-J)
                   END-IF
               END-IF
               IF DN-D-CUBIERTO(WS-DG-J) = 'S'
                   PERFORM 485-V-INSCRITO
               END-IF.

           485-V-INSCRITO.
               MOVE 'N' TO WS-EXISTE
               MOVE WS-ID TO EN-ID-EMPL
               MOVE DN-D-PLAN(WS-DG-J) TO EN-PLAN
               OPEN INPUT ENROLL
               IF WS-ENR-STATUS = '00'
                   READ ENROLL KEY IS EN-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF EN-F-FIN = SPACES
                               OR EN-F-FIN > WS-HOY
                               MOVE 'S' TO WS-EXISTE
                           END-IF
                   END-READ
                   CLOSE ENROLL
               END-IF
               IF WS-EXISTE = 'N'
                   DISPLAY 'AVISO: EL EMPLEADO NO TIENE INSCRIPCION '
                       'VIGENTE AL PLAN ' DN-D-PLAN(WS-DG-J)
                       ' (DYN-ENRMNT)'
               END-IF.

      *SUMA POR PLAN LOS PORCENTAJES DE TODOS LOS DEPENDIENTES DE
      *LA LISTA; CADA PLAN DEBE QUEDAR EN 100 O EN CERO.
       500-VALIDA-PCT.
           MOVE 'S' TO WS-PCT-OK.
           MOVE 0 TO WS-PL-USADOS.
           MOVE 1 TO WS-DP-I.
           PERFORM 510-DEPENDIENTE 10 TIMES.
           DISPLAY SEP.
           MOVE 1 TO WS-PL-K.
           PERFORM 530-CHECA-PLAN UNTIL WS-PL-K > WS-PL-USADOS.

           510-DEPENDIENTE.
               IF WS-DP-USADO(WS-DP-I) = 'S'
                   MOVE WS-DP-REG(WS-DP-I) TO DPN-REC
                   MOVE 1 TO WS-DG-J
                   PERFORM 520-SUMA 6 TIMES
                   IF DN-BANCO = SPACES
                       PERFORM 525-SIN-CUENTA
                   END-IF
               END-IF
               ADD 1 TO WS-DP-I.

           520-SUMA.
               IF DN-D-PLAN(WS-DG-J) NOT = SPACES
                   MOVE 0 TO WS-PL-HALLADO
                   MOVE 1 TO WS-PL-K
                   PERFORM 521-BUSCA
                       UNTIL WS-PL-K > WS-PL-USADOS
                           OR WS-PL-HALLADO > 0
                   IF WS-PL-HALLADO = 0
                       ADD 1 TO WS-PL-USADOS
                       MOVE WS-PL-USADOS TO WS-PL-HALLADO
                       MOVE DN-D-PLAN(WS-DG-J)
                           TO WS-PL-PLAN(WS-PL-HALLADO)
                       MOVE 0 TO WS-PL-PCT(WS-PL-HALLADO)
                   END-IF
                   ADD DN-D-PCT(WS-DG-J) TO WS-PL-PCT(WS-PL-HALLADO)
               END-IF
               ADD 1 TO WS-DG-J.

           521-BUSCA.
               IF WS-PL-PLAN(WS-PL-K) = DN-D-PLAN(WS-DG-J)
                   MOVE WS-PL-K TO WS-PL-HALLADO
               END-IF
               ADD 1 TO WS-PL-K.

      *UN BENEFICIARIO DE FINIQUITO SIN CUENTA NO DETIENE LA
      *CAPTURA, PERO DYN-DEFUNC NO PODRA DEPOSITARLE.
           525-SIN-CUENTA.
               MOVE 1 TO WS-DG-J
               PERFORM 526-FIN-SIN-CUENTA 6 TIMES.

           526-FIN-SIN-CUENTA.
               IF DN-D-PLAN(WS-DG-J) = 'FIN' AND DN-D-PCT(WS-DG-J) > 0
                   DISPLAY 'AVISO: ' DN-NOMBRE ' ES BENEFICIARIO DE '
                       'FINIQUITO SIN CUENTA BANCARIA'
               END-IF
               ADD 1 TO WS-DG-J.

           530-CHECA-PLAN.
               IF WS-PL-PCT(WS-PL-K) = 100 OR WS-PL-PCT(WS-PL-K) = 0
                   DISPLAY 'PLAN ' WS-PL-PLAN(WS-PL-K) ' SUMA '
                       WS-PL-PCT(WS-PL-K) ' OK'
               ELSE
                   DISPLAY 'PLAN ' WS-PL-PLAN(WS-PL-K) ' SUMA '
                       WS-PL-PCT(WS-PL-K) ' <<< DEBE SUMAR 100'
                   MOVE 'N' TO WS-PCT-OK
               END-IF
               ADD 1 TO WS-PL-K.

      *GRABA LA LISTA COMPLETA: LOS RENGLONES EN USO SE ESCRIBEN
      *O REESCRIBEN Y LOS QUE QUEDARON LIBRES SE BORRAN.
       600-GRABA.
           MOVE 1 TO WS-DP-I.
           PERFORM 610-UNO 10 TIMES.
           DISPLAY 'DEPENDIENTES GRABADOS'.

           610-UNO.
               MOVE WS-ID TO DN-ID-EMPL
               MOVE WS-DP-I TO DN-SEC
               READ DPN-MAST KEY IS DN-KEY
                   INVALID KEY MOVE 'N' TO WS-EXISTE
                   NOT INVALID KEY MOVE 'S' TO WS-EXISTE
               END-READ
               IF WS-DP-USADO(WS-DP-I) = 'S'
                   MOVE WS-DP-REG(WS-DP-I) TO DPN-REC
                   IF WS-EXISTE = 'S'
                       REWRITE DPN-REC
                   ELSE
                       WRITE DPN-REC
                   END-IF
               ELSE
                   IF WS-EXISTE = 'S'
                       DELETE DPN-MAST RECORD
                   END-IF
               END-IF
               ADD 1 TO WS-DP-I.

           COPY EMPCHKLKUP.
           COPY OPERLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
