      *********************************************************
      *PROGRAMA - DEFUNCION EN SERVICIO. UN SUPERVISOR        *
      *REGISTRA LA MUERTE DE UN EMPLEADO ACTIVO: PRIMERO      *
      *RETIENE SU PAGO EN HLD-MAST, PARA QUE DYN-DEPEXT Y     *
      *DYN-CHKPAY NO VUELVAN A PAGAR A SU CUENTA, Y LUEGO LO  *
      *DA DE BAJA POR LA RUTA NORMAL (TERM-REASON 'F' CON LA  *
      *FECHA DE DEFUNCION, FINIQUITO ENCOLADO EN PAYHIST,     *
      *AUDITORIA, PLAZA VACANTE Y ACCESOS REVOCADOS). EL PAGO *
      *A BENEFICIARIOS JUNTA TODO LO QUE SE LE DEBE: LOS      *
      *NETOS DETENIDOS EN HLD-PAG, LOS RENGLONES DE PAYHIST   *
      *DESDE EL MES DE LA DEFUNCION ESCRITOS DESPUES DE LA    *
      *RETENCION (FINIQUITO, LIQUIDACION DE DYN-LIQUID, PTU)  *
      *Y EL SALDO DEL FONDO DE AHORRO, QUE SE ENTREGA AQUI EN *
      *GRUPO 'F'. EL TOTAL SE REPARTE SEGUN LOS PORCENTAJES   *
      *DEL PLAN 'FIN' EN DPN-MAST (DYN-DPNMNT), QUE DEBEN     *
      *SUMAR 100, EN UN ARCHIVO DE DEPOSITO PARA EL BANCO A   *
      *LA CLABE DE CADA BENEFICIARIO. CADA NETO PAGADO QUEDA  *
      *EN HLD-PAG CON ESTADO 'B'. LA RETENCION NO SE LEVANTA: *
      *LO QUE SE GENERE DESPUES SE PAGA CON OTRA CORRIDA.     *
      *********************************************************
      *LAYOUT DEL ARCHIVO DEFDEP (ANCHO FIJO, EL DE HLDDEP):  *
      *  ENCABEZADO: 'H' + FECHA(8)                           *
      *  DETALLE:    'D' + ID EMPLEADO(6) + BANCO(3) +        *
      *              CLABE DEL BENEFICIARIO(18) + MONTO(9)    *
      *  TRAILER:    'T' + CONTEO(6) + SUMA(11)               *
      *  LOS IMPORTES LLEVAN DOS DECIMALES IMPLICITOS.        *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-DEFUNC.

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
           SELECT DEF-DEPOSITO ASSIGN TO WS-DEFDEP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DFD-STATUS.
           COPY OPERFILE.
           COPY KSKFILE.
           COPY REVFILE.
           COPY SESFILE.
           COPY AUDITFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY TAXFILE.
           COPY PAYHFILE.
           COPY LVBFILE.
           COPY LONFILE.
           COPY DETFILE.
           COPY VIAFILE.
           COPY ASTFILE.
           COPY JRNFILE.
           COPY PLZFILE.
           COPY PSTFILE.
           COPY HLDFILE.
           COPY SAVFILE.
           COPY DPNFILE.

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

       FD DEF-DEPOSITO.
       01 DFD-HDR.
           05 DFD-H-TIPO                PIC X.
           05 DFD-H-FECHA               PIC 9(08).
       01 DFD-DET.
           05 DFD-D-TIPO                PIC X.
           05 DFD-D-ID-EMPL             PIC 9(06).
           05 DFD-D-BANCO               PIC X(03).
           05 DFD-D-CLABE               PIC X(18).
           05 DFD-D-NETO                PIC 9(07)V99.
       01 DFD-TRL.
           05 DFD-T-TIPO                PIC X.
           05 DFD-T-CONTEO              PIC 9(06).
           05 DFD-T-SUMA                PIC 9(09)V99.

           COPY OPERFD.
           COPY KSKFD.
           COPY REVFD.
           COPY SESFD.
           COPY AUDITFD.
           COPY SHFFD.
           COPY VARFD.
           COPY TAXFD.
           COPY PAYHFD.
           COPY LVBFD.
           COPY LONFD.
           COPY DETFD.
           COPY VIAFD.
           COPY ASTFD.
           COPY JRNFD.
           COPY PLZFD.
           COPY PSTFD.
           COPY HLDFD.
           COPY SAVFD.
           COPY DPNFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY JRNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY OPERSTAT.
           COPY KSKSTAT.
           COPY REVSTAT.
           COPY AUDITSTAT.
           COPY TAXSTAT.
           COPY PAYHSTAT.
           COPY LVBSTAT.
           COPY BENSTAT.
           COPY GARSTAT.
           COPY LONSTAT.
           COPY DETSTAT.
           COPY ASTSTAT.
           COPY SNDSTAT.
           COPY VIASTAT.
           COPY SAVSTAT.
           COPY IMSSTAT.
           COPY INFSTAT.
           COPY FINWS.
           COPY PLZSTAT.
           COPY PSTSTAT.
           COPY HLDSTAT.
           COPY DPNSTAT.
       01 WS-DFD-STATUS                PIC X(02).
       01 WS-DEFDEP-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\DEFDEP.TXT'.
       01 WS-DEFDEP-PATH               PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-ACCION                    PIC X.
       01 WS-RES                       PIC X.
       01 WS-HOY                       PIC 9(08).
       01 WS-ID                        PIC 9(06).
       01 WS-F-DEF                     PIC X(08).
       01 WS-PERIODO                   PIC X(06).
       01 WS-HD-FECHA                  PIC X(08).
       01 WS-RETENCION                 PIC X.
       01 WS-EXISTE                    PIC X.
      *'P' = SOLO SUMA (VISTA PREVIA), 'A' = APLICA Y MARCA.
       01 WS-MODO                      PIC X.
       01 WS-SCAN-FLAG                 PIC 9.
       01 WS-RET-CONT                  PIC 9(04).
       01 WS-RET-SUMA                  PIC 9(09)V99.
       01 WS-NUE-CONT                  PIC 9(04).
       01 WS-NUE-SUMA                  PIC 9(09)V99.
       01 WS-PREVIOS                   PIC 9(04).
       01 WS-SAV-SUMA                  PIC 9(08)V99.
       01 WS-TOTAL                     PIC 9(09)V99.
       01 WS-REPARTIDO                 PIC 9(09)V99.
       01 WS-DEPOSITOS                 PIC 9(06).

      *BENEFICIARIOS DEL PLAN 'FIN' DEL EMPLEADO EN TURNO.
       01 WS-BF-TABLA.
           05 WS-BF-ENT OCCURS 10 TIMES.
               10 WS-BF-SEC            PIC 9(02).
               10 WS-BF-NOMBRE         PIC X(30).
               10 WS-BF-BANCO          PIC X(03).
               10 WS-BF-CLABE          PIC X(18).
               10 WS-BF-PCT            PIC 9(03)V99.
               10 WS-BF-MONTO          PIC 9(09)V99.
       01 WS-BF-USADOS                 PIC 9(02).
       01 WS-BF-I                      PIC 9(02).
       01 WS-BF-PCT-SUMA               PIC 9(04)V99.
       01 WS-BF-SIN-CTA                PIC 9(02).
       01 WS-DG-J                      PIC 9(02).
       01 WS-DPN-FLAG                  PIC 9.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     DEFUNCION EN SERVICIO'.
           DISPLAY SEP.
           MOVE 'DYNDEFUN' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-CHECA-ROL.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR PUEDE REGISTRAR Y PAGAR '
                   'DEFUNCIONES'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN I-O EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           PERFORM 060-RUTAS.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

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

           060-RUTAS.
               MOVE WS-HLDMAST-PATH-DFLT TO WS-HLDMAST-PATH
               DISPLAY 'HLDMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-HLDMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-HLDMAST-PATH = SPACES
                   MOVE WS-HLDMAST-PATH-DFLT TO WS-HLDMAST-PATH
               END-IF
               MOVE WS-HLDPAG-PATH-DFLT TO WS-HLDPAG-PATH
               DISPLAY 'HLDPAG_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-HLDPAG-PATH FROM ENVIRONMENT-VALUE
               IF WS-HLDPAG-PATH = SPACES
                   MOVE WS-HLDPAG-PATH-DFLT TO WS-HLDPAG-PATH
               END-IF
               MOVE WS-SAVMAST-PATH-DFLT TO WS-SAVMAST-PATH
               DISPLAY 'SAVMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-SAVMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-SAVMAST-PATH = SPACES
                   MOVE WS-SAVMAST-PATH-DFLT TO WS-SAVMAST-PATH
               END-IF
               MOVE WS-DPNMAST-PATH-DFLT TO WS-DPNMAST-PATH
               DISPLAY 'DPNMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-DPNMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-DPNMAST-PATH = SPACES
                   MOVE WS-DPNMAST-PATH-DFLT TO WS-DPNMAST-PATH
               END-IF
               MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
               DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE
               IF WS-PAYHIST-PATH = SPACES
                   MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
               END-IF.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'ACCION (R=REGISTRAR DEFUNCION P=PAGAR A '
               'BENEFICIARIOS F=FIN):'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'R' PERFORM 200-REGISTRA THRU 200-SALIDA
               WHEN 'P' PERFORM 400-PAGA THRU 400-SALIDA
               WHEN 'F' MOVE 1 TO WS-FLAG
               WHEN OTHER DISPLAY 'ACCION INVALIDA'
           END-EVALUATE.

      *REGISTRO DE LA DEFUNCION. LA RETENCION VA PRIMERO: ASI EL
      *FINIQUITO QUE SE ENCOLA EN LA BAJA YA NACE RETENIDO. SI EL
      *EMPLEADO YA ESTABA DE BAJA POR DEFUNCION SOLO SE ASEGURA
      *LA RETENCION.
       200-REGISTRA.
           DISPLAY 'ID DEL EMPLEADO FALLECIDO:'.
           ACCEPT WS-ID.
           MOVE WS-ID TO ID-EMPL.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   DISPLAY 'EMPLEADO NO EXISTE'
                   GO TO 200-SALIDA
           END-READ.
           DISPLAY ID-EMPL ' ' NOM-EMPL.
           IF EMP-STATUS = 'I' AND TERM-REASON NOT = 'F'
               DISPLAY 'EL EMPLEADO YA ESTA DE BAJA (RAZON '
                   TERM-REASON ' DEL ' TERM-FECHA ')'
               GO TO 200-SALIDA
           END-IF.
           IF EMP-STATUS = 'I'
               DISPLAY 'DEFUNCION YA REGISTRADA EL ' TERM-FECHA
               PERFORM 220-RETENCION
               GO TO 200-SALIDA
           END-IF.
           PERFORM 210-FECHA.
           DISPLAY 'REGISTRAR DEFUNCION DEL ' WS-F-DEF
               ' Y DAR DE BAJA? S/N'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               DISPLAY 'NO SE REGISTRO NADA'
               GO TO 200-SALIDA
           END-IF.
           PERFORM 220-RETENCION.
           PERFORM 230-BAJA.
           PERFORM 300-BENEFICIARIOS.
           IF WS-BF-PCT-SUMA NOT = 100
               DISPLAY 'AVISO: LOS BENEFICIARIOS DEL PLAN FIN SUMAN '
                   WS-BF-PCT-SUMA '%; CORRIJA EN DYN-DPNMNT ANTES '
                   'DE PAGAR'
           END-IF.
           DISPLAY 'CORRA LA LIQUIDACION (DYN-LIQUID) Y DESPUES '
               'PAGUE CON LA ACCION P.'.
       200-SALIDA.
           EXIT.

           210-FECHA.
               DISPLAY 'FECHA DE DEFUNCION (YYYYMMDD):'
               ACCEPT WS-F-DEF
               IF WS-F-DEF NOT NUMERIC OR WS-F-DEF > WS-HOY
                   DISPLAY 'FECHA INVALIDA'
                   PERFORM 210-FECHA
               END-IF.

      *RETENCION EN HLD-MAST, COMO DYN-HLDMNT, CON EL MOTIVO FIJO
      *DE DEFUNCION; SOLO DYN-DEFUNC PAGA LO QUE QUEDE DETENIDO.
           220-RETENCION.
               OPEN I-O HLD-MAST
               IF WS-HLD-STATUS = '35'
                   OPEN OUTPUT HLD-MAST
                   CLOSE HLD-MAST
                   OPEN I-O HLD-MAST
               END-IF
               MOVE WS-ID TO HD-ID-EMPL
               READ HLD-MAST KEY IS HD-ID-EMPL
                   INVALID KEY MOVE 'N' TO WS-EXISTE
                   NOT INVALID KEY MOVE 'S' TO WS-EXISTE
               END-READ
               IF WS-EXISTE = 'S' AND HD-EST = 'R'
                   DISPLAY 'RETENCION VIGENTE DESDE ' HD-FECHA ': '
                       HD-MOTIVO
               ELSE
                   MOVE WS-ID TO HD-ID-EMPL
                   MOVE 'R' TO HD-EST
                   MOVE 'DEFUNCION - PAGO A BENEFICIARIOS'
                       TO HD-MOTIVO
                   MOVE WS-CUR-OPER-ID TO HD-OPER
                   MOVE WS-HOY TO HD-FECHA
                   MOVE SPACES TO HD-LIB-OPER
                   MOVE SPACES TO HD-LIB-FECHA
                   IF WS-EXISTE = 'S'
                       REWRITE HLD-REC
                   ELSE
                       WRITE HLD-REC
                   END-IF
                   DISPLAY 'PAGO RETENIDO PARA BENEFICIARIOS'
               END-IF
               CLOSE HLD-MAST.

      *BAJA POR LA RUTA NORMAL, COMO 530-TERMINA DE DYN-LAYOFF,
      *CON RAZON 'F' Y LA FECHA DE DEFUNCION COMO FECHA EFECTIVA.
           230-BAJA.
               MOVE 'F' TO TERM-REASON
               MOVE WS-F-DEF TO TERM-FECHA
               MOVE 'I' TO EMP-STATUS
               REWRITE REG-EMPL
               MOVE 'R' TO WS-JRN-OP
               PERFORM 937-JOURNAL
               PERFORM 990-CHK-EMP-STATUS
               MOVE 'DYNDEFUN' TO WS-AUD-PROGRAMA
               MOVE 'D' TO WS-AUD-OPER
               MOVE WS-CUR-OPER-ID TO WS-AUD-OPER-ID
               MOVE CLV-DEP TO WS-AUD-CLV-DEP-ANT
               MOVE CLV-DEP TO WS-AUD-CLV-DEP-NVO
               MOVE SUE-MEN TO WS-AUD-SUE-MEN-ANT
               MOVE SUE-MEN TO WS-AUD-SUE-MEN-NVO
               PERFORM 903-AUDITORIA
               PERFORM 930-FINIQUITO
               PERFORM 992-PLAZA-LIBERA
               MOVE 'DYNDEFUN' TO WS-REV-PROGRAMA
               MOVE ID-EMPL TO WS-REV-ID-EMPL
               PERFORM 939-REVOCA-ACCESO
               DISPLAY 'BAJA POR DEFUNCION REGISTRADA: ' ID-EMPL ' '
                   NOM-EMPL.

      *CARGA LOS BENEFICIARIOS DEL PLAN 'FIN' Y SUMA SUS
      *PORCENTAJES; CUENTA LOS QUE NO TIENEN CUENTA BANCARIA.
       300-BENEFICIARIOS.
           MOVE 0 TO WS-BF-USADOS.
           MOVE 0 TO WS-BF-PCT-SUMA.
           MOVE 0 TO WS-BF-SIN-CTA.
           OPEN INPUT DPN-MAST.
           IF WS-DPN-STATUS = '00'
               MOVE WS-ID TO DN-ID-EMPL
               MOVE 0 TO DN-SEC
               MOVE 0 TO WS-DPN-FLAG
               START DPN-MAST KEY IS NOT LESS THAN DN-KEY
                   INVALID KEY MOVE 1 TO WS-DPN-FLAG
               END-START
               PERFORM 310-LEE UNTIL WS-DPN-FLAG = 1
               CLOSE DPN-MAST
           END-IF.

           310-LEE.
               READ DPN-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-DPN-FLAG
                   NOT AT END
                       IF DN-ID-EMPL NOT = WS-ID
                           MOVE 1 TO WS-DPN-FLAG
                       ELSE
                           MOVE 1 TO WS-DG-J
                           PERFORM 320-DESIGNACION 6 TIMES
                       END-IF
               END-READ.

           320-DESIGNACION.
               IF DN-D-PLAN(WS-DG-J) = 'FIN' AND DN-D-PCT(WS-DG-J) > 0
                   AND WS-BF-USADOS < 10
                   ADD 1 TO WS-BF-USADOS
                   MOVE DN-SEC TO WS-BF-SEC(WS-BF-USADOS)
                   MOVE DN-NOMBRE TO WS-BF-NOMBRE(WS-BF-USADOS)
                   MOVE DN-BANCO TO WS-BF-BANCO(WS-BF-USADOS)
                   MOVE DN-CLABE TO WS-BF-CLABE(WS-BF-USADOS)
                   MOVE DN-D-PCT(WS-DG-J) TO WS-BF-PCT(WS-BF-USADOS)
                   MOVE 0 TO WS-BF-MONTO(WS-BF-USADOS)
                   ADD DN-D-PCT(WS-DG-J) TO WS-BF-PCT-SUMA
                   IF DN-BANCO = SPACES OR DN-CLABE NOT NUMERIC
                       ADD 1 TO WS-BF-SIN-CTA
                   END-IF
               END-IF
               ADD 1 TO WS-DG-J.

      *PAGO A BENEFICIARIOS. SE VALIDA TODO, SE MUESTRA LA VISTA
      *PREVIA CON EL REPARTO Y SOLO CON LA CONFIRMACION DEL
      *SUPERVISOR SE ENTREGA EL FONDO, SE MARCAN LOS NETOS Y SE
      *ESCRIBE EL ARCHIVO PARA EL BANCO.
       400-PAGA.
           DISPLAY 'ID DEL EMPLEADO FALLECIDO:'.
           ACCEPT WS-ID.
           MOVE WS-ID TO ID-EMPL.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   DISPLAY 'EMPLEADO NO EXISTE'
                   GO TO 400-SALIDA
           END-READ.
           DISPLAY ID-EMPL ' ' NOM-EMPL.
           IF EMP-STATUS NOT = 'I' OR TERM-REASON NOT = 'F'
               DISPLAY 'NO TIENE DEFUNCION REGISTRADA (ACCION R)'
               GO TO 400-SALIDA
           END-IF.
           MOVE TERM-FECHA(1:6) TO WS-PERIODO.
           PERFORM 410-CHECA-RETENCION.
           IF WS-RETENCION NOT = 'S'
               DISPLAY 'SIN RETENCION POR DEFUNCION VIGENTE; '
                   'REGISTRELA CON LA ACCION R'
               GO TO 400-SALIDA
           END-IF.
           PERFORM 300-BENEFICIARIOS.
           IF WS-BF-USADOS = 0 OR WS-BF-PCT-SUMA NOT = 100
               DISPLAY 'LOS BENEFICIARIOS DEL PLAN FIN SUMAN '
                   WS-BF-PCT-SUMA '%; DEBEN SUMAR 100 (DYN-DPNMNT)'
               GO TO 400-SALIDA
           END-IF.
           IF WS-BF-SIN-CTA > 0
               DISPLAY WS-BF-SIN-CTA ' BENEFICIARIO(S) SIN BANCO O '
                   'CLABE; CAPTURELOS EN DYN-DPNMNT'
               GO TO 400-SALIDA
           END-IF.
           MOVE 'P' TO WS-MODO.
           PERFORM 420-AHORRO.
           PERFORM 500-SUMA.
           COMPUTE WS-TOTAL = WS-RET-SUMA + WS-NUE-SUMA + WS-SAV-SUMA.
           DISPLAY SEP.
           DISPLAY 'NETOS DETENIDOS (HLD-PAG):     ' WS-RET-CONT
               ' SUMA ' WS-RET-SUMA.
           DISPLAY 'NETOS NUEVOS DESDE ' WS-PERIODO ':     '
               WS-NUE-CONT ' SUMA ' WS-NUE-SUMA.
           DISPLAY 'FONDO DE AHORRO:                    SUMA '
               WS-SAV-SUMA.
           IF WS-PREVIOS > 0
               DISPLAY 'AVISO: ' WS-PREVIOS ' RENGLON(ES) DE PAYHIST '
                   'SE ESCRIBIERON ANTES DE LA RETENCION DEL '
                   WS-HD-FECHA '; REVISE SI YA SE PAGARON'
           END-IF.
           IF WS-TOTAL = 0
               DISPLAY 'NADA PENDIENTE DE PAGAR A BENEFICIARIOS'
               GO TO 400-SALIDA
           END-IF.
           PERFORM 600-REPARTE.
           DISPLAY 'TOTAL A BENEFICIARIOS: ' WS-TOTAL.
           MOVE 1 TO WS-BF-I.
           PERFORM 610-MUESTRA WS-BF-USADOS TIMES.
           DISPLAY 'PAGAR A BENEFICIARIOS? S/N'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               DISPLAY 'NO SE PAGO NADA'
               GO TO 400-SALIDA
           END-IF.
           MOVE 'A' TO WS-MODO.
           PERFORM 420-AHORRO.
           PERFORM 500-SUMA.
           COMPUTE WS-TOTAL = WS-RET-SUMA + WS-NUE-SUMA.
           PERFORM 600-REPARTE.
           PERFORM 700-DEPOSITO.
           PERFORM 750-MARCA-DPN.
           DISPLAY SEP.
           DISPLAY 'PAGADO A BENEFICIARIOS: ' WS-TOTAL ' EN '
               WS-DEPOSITOS ' DEPOSITO(S) (DEFDEP)'.
       400-SALIDA.
           EXIT.

           410-CHECA-RETENCION.
               MOVE 'N' TO WS-RETENCION
               MOVE SPACES TO WS-HD-FECHA
               OPEN INPUT HLD-MAST
               IF WS-HLD-STATUS = '00'
                   MOVE WS-ID TO HD-ID-EMPL
                   READ HLD-MAST KEY IS HD-ID-EMPL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF HD-EST = 'R'
                               MOVE 'S' TO WS-RETENCION
                               MOVE HD-FECHA TO WS-HD-FECHA
                           END-IF
                   END-READ
                   CLOSE HLD-MAST
               END-IF.

      *EL FONDO DE AHORRO SE ENTREGA COMO LO HACE DYN-SAVPAY
      *(BRUTO = NETO, GRUPO 'F'), EN EL PERIODO DE LA DEFUNCION.
      *EN LA VISTA PREVIA SOLO SE LEE EL SALDO; AL APLICAR, EL
      *RENGLON NUEVO DE PAYHIST ENTRA EN LA SUMA DE NETOS NUEVOS.
           420-AHORRO.
               MOVE 0 TO WS-SAV-SUMA
               OPEN I-O SAV-MAST
               IF WS-SAV-STATUS = '00'
                   MOVE WS-ID TO SV-ID-EMPL
                   READ SAV-MAST KEY IS SV-ID-EMPL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-SAV-SUMA =
                               SV-SALDO-EMP + SV-SALDO-CIA
                   END-READ
                   IF WS-MODO = 'A' AND WS-SAV-SUMA > 0
                       PERFORM 430-PAYHIST-FONDO
                       MOVE 0 TO SV-SALDO-EMP
                       MOVE 0 TO SV-SALDO-CIA
                       REWRITE SAV-REC
                       DISPLAY 'FONDO DE AHORRO ENTREGADO: '
                           WS-SAV-SUMA
                   END-IF
                   CLOSE SAV-MAST
               END-IF.

           430-PAYHIST-FONDO.
               OPEN I-O PAYHIST
               IF WS-PAYH-STATUS = '35'
                   OPEN OUTPUT PAYHIST
                   CLOSE PAYHIST
                   OPEN I-O PAYHIST
               END-IF
               MOVE WS-HOY TO PH-FECHA
               MOVE WS-PERIODO TO PH-PERIODO
               MOVE ID-EMPL TO PH-ID-EMPL
               MOVE TIPO-PAGO TO PH-TIPO-PAGO
               MOVE 0 TO PH-HORAS-TRAB
               MOVE 0 TO PH-HORAS-EXTRA
               MOVE WS-SAV-SUMA TO PH-PAGO-BRUTO
               MOVE 0 TO PH-ISR
               MOVE WS-SAV-SUMA TO PH-NETO
               MOVE 0 TO PH-DEDUC
               MOVE 'F' TO PH-GRUPO
               MOVE 0 TO PH-SEC
               MOVE 'N' TO WS-PH-LISTO
               PERFORM 915-ESCRIBE UNTIL WS-PH-LISTO = 'S'
               CLOSE PAYHIST.

      *SUMA LO QUE SE LE DEBE: PRIMERO LOS RENGLONES DE PAYHIST
      *DESDE EL MES DE LA DEFUNCION, ESCRITOS YA CON LA RETENCION
      *PUESTA, QUE AUN NO TIENEN NETO EN HLD-PAG (NUNCA PASARON
      *POR UN CANAL DE PAGO); DESPUES LOS NETOS DETENIDOS 'R'.
      *CON WS-MODO 'A' LOS PRIMEROS SE ANOTAN EN HLD-PAG YA
      *PAGADOS ('B') Y LOS DETENIDOS PASAN DE 'R' A 'B'.
       500-SUMA.
           MOVE 0 TO WS-RET-CONT.
           MOVE 0 TO WS-RET-SUMA.
           MOVE 0 TO WS-NUE-CONT.
           MOVE 0 TO WS-NUE-SUMA.
           MOVE 0 TO WS-PREVIOS.
           IF WS-MODO = 'A'
               OPEN I-O HLD-PAG
               IF WS-HLP-STATUS = '35'
                   OPEN OUTPUT HLD-PAG
                   CLOSE HLD-PAG
                   OPEN I-O HLD-PAG
               END-IF
           ELSE
               OPEN INPUT HLD-PAG
           END-IF.
           OPEN INPUT PAYHIST.
           IF WS-PAYH-STATUS = '00'
               MOVE WS-ID TO PH-ID-EMPL
               MOVE WS-PERIODO TO PH-PERIODO
               MOVE LOW-VALUES TO PH-GRUPO
               MOVE 0 TO PH-SEC
               MOVE 0 TO WS-SCAN-FLAG
               START PAYHIST KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY MOVE 1 TO WS-SCAN-FLAG
               END-START
               PERFORM 510-PAYHIST UNTIL WS-SCAN-FLAG = 1
               CLOSE PAYHIST
           END-IF.
           IF WS-HLP-STATUS = '00'
               MOVE WS-ID TO HP-ID-EMPL
               MOVE LOW-VALUES TO HP-PERIODO
               MOVE LOW-VALUES TO HP-GRUPO
               MOVE 0 TO WS-SCAN-FLAG
               START HLD-PAG KEY IS NOT LESS THAN HP-KEY
                   INVALID KEY MOVE 1 TO WS-SCAN-FLAG
               END-START
               PERFORM 530-RETENIDO UNTIL WS-SCAN-FLAG = 1
               CLOSE HLD-PAG
           END-IF.

           510-PAYHIST.
               READ PAYHIST NEXT RECORD
                   AT END MOVE 1 TO WS-SCAN-FLAG
                   NOT AT END
                       IF PH-ID-EMPL NOT = WS-ID
                           MOVE 1 TO WS-SCAN-FLAG
                       ELSE
                           IF PH-NETO > 0
                               PERFORM 520-NUEVO
                           END-IF
                       END-IF
               END-READ.

           520-NUEVO.
               MOVE 'N' TO WS-EXISTE
               IF WS-HLP-STATUS = '00'
                   MOVE PH-ID-EMPL TO HP-ID-EMPL
                   MOVE PH-PERIODO TO HP-PERIODO
                   MOVE PH-GRUPO TO HP-GRUPO
                   READ HLD-PAG KEY IS HP-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'S' TO WS-EXISTE
                   END-READ
               END-IF
               IF WS-EXISTE = 'N'
                   IF PH-FECHA < WS-HD-FECHA
                       ADD 1 TO WS-PREVIOS
                   ELSE
                       ADD 1 TO WS-NUE-CONT
                       ADD PH-NETO TO WS-NUE-SUMA
                       IF WS-MODO = 'A'
                           PERFORM 525-ANOTA
                       END-IF
                   END-IF
               END-IF.

           525-ANOTA.
               MOVE PH-ID-EMPL TO HP-ID-EMPL
               MOVE PH-PERIODO TO HP-PERIODO
               MOVE PH-GRUPO TO HP-GRUPO
               MOVE PH-NETO TO HP-NETO
               MOVE WS-HOY TO HP-FECHA
               MOVE 'B' TO HP-EST
               MOVE 0 TO HP-CHEQUE
               MOVE WS-CUR-OPER-ID TO HP-LIB-OPER
               MOVE WS-HOY TO HP-LIB-FECHA
               WRITE HLP-REC
               DISPLAY '  PERIODO ' PH-PERIODO ' GRUPO ' PH-GRUPO
                   ' NETO ' PH-NETO.

           530-RETENIDO.
               READ HLD-PAG NEXT RECORD
                   AT END MOVE 1 TO WS-SCAN-FLAG
                   NOT AT END
                       IF HP-ID-EMPL NOT = WS-ID
                           MOVE 1 TO WS-SCAN-FLAG
                       ELSE
                           IF HP-EST = 'R'
                               ADD 1 TO WS-RET-CONT
                               ADD HP-NETO TO WS-RET-SUMA
                               IF WS-MODO = 'A'
                                   PERFORM 535-MARCA
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           535-MARCA.
               MOVE 'B' TO HP-EST
               MOVE WS-CUR-OPER-ID TO HP-LIB-OPER
               MOVE WS-HOY TO HP-LIB-FECHA
               REWRITE HLP-REC
               DISPLAY '  PERIODO ' HP-PERIODO ' GRUPO ' HP-GRUPO
                   ' NETO ' HP-NETO ' DETENIDO EL ' HP-FECHA.

      *REPARTO POR PORCENTAJE; EL ULTIMO BENEFICIARIO SE LLEVA LO
      *QUE QUEDE PARA QUE LOS CENTAVOS CUADREN CON EL TOTAL.
       600-REPARTE.
           MOVE 0 TO WS-REPARTIDO.
           MOVE 1 TO WS-BF-I.
           PERFORM 601-UNO WS-BF-USADOS TIMES.

           601-UNO.
               IF WS-BF-I = WS-BF-USADOS
                   COMPUTE WS-BF-MONTO(WS-BF-I) =
                       WS-TOTAL - WS-REPARTIDO
               ELSE
                   COMPUTE WS-BF-MONTO(WS-BF-I) ROUNDED =
                       WS-TOTAL * WS-BF-PCT(WS-BF-I) / 100
                   ADD WS-BF-MONTO(WS-BF-I) TO WS-REPARTIDO
               END-IF
               ADD 1 TO WS-BF-I.

           610-MUESTRA.
               DISPLAY '  ' WS-BF-NOMBRE(WS-BF-I) ' '
                   WS-BF-PCT(WS-BF-I) '% ' WS-BF-MONTO(WS-BF-I)
                   ' A ' WS-BF-BANCO(WS-BF-I) ' '
                   WS-BF-CLABE(WS-BF-I)
               ADD 1 TO WS-BF-I.

      *ARCHIVO PARA EL BANCO: UN DETALLE POR BENEFICIARIO, CON EL
      *ID DEL EMPLEADO Y LA CUENTA DEL BENEFICIARIO.
       700-DEPOSITO.
           MOVE 0 TO WS-DEPOSITOS.
           MOVE WS-DEFDEP-PATH-DFLT TO WS-DEFDEP-PATH.
           DISPLAY 'DEFDEP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEFDEP-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DEFDEP-PATH = SPACES
               MOVE WS-DEFDEP-PATH-DFLT TO WS-DEFDEP-PATH
           END-IF.
           OPEN OUTPUT DEF-DEPOSITO.
           IF WS-DFD-STATUS NOT = '00'
               DISPLAY 'ERROR DE ARCHIVO DEF-DEPOSITO. FILE '
                   'STATUS: ' WS-DFD-STATUS
           END-IF.
           MOVE 'H' TO DFD-H-TIPO.
           MOVE WS-HOY TO DFD-H-FECHA.
           WRITE DFD-HDR.
           MOVE 1 TO WS-BF-I.
           PERFORM 710-DETALLE WS-BF-USADOS TIMES.
           MOVE 'T' TO DFD-T-TIPO.
           MOVE WS-DEPOSITOS TO DFD-T-CONTEO.
           MOVE WS-TOTAL TO DFD-T-SUMA.
           WRITE DFD-TRL.
           CLOSE DEF-DEPOSITO.

           710-DETALLE.
               IF WS-BF-MONTO(WS-BF-I) > 0
                   MOVE 'D' TO DFD-D-TIPO
                   MOVE WS-ID TO DFD-D-ID-EMPL
                   MOVE WS-BF-BANCO(WS-BF-I) TO DFD-D-BANCO
                   MOVE WS-BF-CLABE(WS-BF-I) TO DFD-D-CLABE
                   MOVE WS-BF-MONTO(WS-BF-I) TO DFD-D-NETO
                   WRITE DFD-DET
                   ADD 1 TO WS-DEPOSITOS
                   DISPLAY '  DEPOSITO A ' WS-BF-NOMBRE(WS-BF-I) ' '
                       WS-BF-MONTO(WS-BF-I)
               END-IF
               ADD 1 TO WS-BF-I.

      *CADA BENEFICIARIO GUARDA EL ULTIMO PAGO QUE RECIBIO.
       750-MARCA-DPN.
           OPEN I-O DPN-MAST.
           IF WS-DPN-STATUS = '00'
               MOVE 1 TO WS-BF-I
               PERFORM 760-UNO WS-BF-USADOS TIMES
               CLOSE DPN-MAST
           END-IF.

           760-UNO.
               MOVE WS-ID TO DN-ID-EMPL
               MOVE WS-BF-SEC(WS-BF-I) TO DN-SEC
               READ DPN-MAST KEY IS DN-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WS-BF-MONTO(WS-BF-I) TO DN-PAGADO
                       MOVE WS-HOY TO DN-F-PAGO
                       REWRITE DPN-REC
               END-READ
               ADD 1 TO WS-BF-I.

           COPY OPERLKUP.
           COPY REVLKUP.
           COPY AUDITLKUP.
           COPY PAYCALCLKUP.
           COPY TAXLKUP.
           COPY PAYHLKUP.
           COPY FINLKUP.
           COPY ASTLKUP.
           COPY LONLKUP.
           COPY DETLKUP.
           COPY VIALKUP.
           COPY JRNLKUP.
           COPY EMPCHKLKUP.
           COPY PLZLKUP.
