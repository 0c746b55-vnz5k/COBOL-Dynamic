      *********************************************************
      *PROGRAMA - CORRIDA MENSUAL DEL IMPUESTO SOBRE NOMINAS  *
      *(ISN). CADA ESTADO COBRA SU PROPIO IMPUESTO SOBRE LO   *
      *PAGADO EN LOS SITIOS QUE TIENE LA EMPRESA EN EL, Y     *
      *FINANZAS LO SACABA A MANO DE LOS TOTALES DE            *
      *DYN-LOCSUM. ESTE PROGRAMA LEE EL DETALLE DE PAGOS DEL  *
      *MES (PAYHIST, TODOS LOS GRUPOS SALVO LA DEVOLUCION DEL *
      *FONDO DE AHORRO, QUE ES DINERO DEL EMPLEADO), ACUMULA  *
      *EL BRUTO POR COMPANIA Y SUCURSAL (SUC-CLV; EN BLANCO = *
      *MATRIZ), APLICA LA TASA DEL ESTADO DE CADA SITIO       *
      *(LOC-MAST, DYN-LOCMNT) E IMPRIME LA DECLARACION POR    *
      *COMPANIA Y ESTADO CON SU DETALLE POR SITIO. SI TODO    *
      *SITIO CON PAGO TIENE ESTADO Y TASA, DEJA EL CONTROL DE *
      *PAGO EN REM-CTL (TIPO 'E', CLAVE COMPANIA + ESTADO)    *
      *PARA QUE DYN-REMAGE LO SIGA HASTA QUE SE PAGUE, Y      *
      *AGREGA A LA POLIZA (GLVOUCH) EL CARGO AL GASTO Y EL    *
      *ABONO AL PASIVO DE CADA SITIO. UN ESTADO YA REGISTRADO *
      *EN REM-CTL SOLO REFRESCA SU IMPORTE (SI NO SE HA       *
      *PAGADO) Y NO SE VUELVE A CONTABILIZAR.                 *
      *LOS VIATICOS GRAVADOS QUE VIENEN DENTRO DEL BRUTO       *
      *(DEDDET 'Y' VIAGRV DEL MES) SON REEMBOLSO DE GASTOS Y  *
      *NO ENTRAN A LA BASE.                                   *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-ISNRUN.

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
           SELECT GLVOUCH ASSIGN TO WS-GLVOUCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLV-STATUS.
           COPY PAYHFILE.
           COPY DETFILE.
           COPY LOCFILE.
           COPY REMFILE.
           COPY ACPFILE.
           COPY SPLFILE.

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

       FD GLVOUCH.
       01 GLV-REC.
           05 GLV-CUENTA               PIC X(08).
           05 FILLER                   PIC X VALUE SPACE.
           05 GLV-DEBE                 PIC 9(09)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 GLV-HABER                PIC 9(09)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 GLV-PERIODO              PIC X(06).
           05 FILLER                   PIC X VALUE SPACE.
           05 GLV-MARCA                PIC X(02).
           COPY PAYHFD.
           COPY DETFD.
           COPY LOCFD.
           COPY REMFD.
           COPY ACPFD.
           COPY SPLFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY PAYHSTAT.
           COPY DETSTAT.
           COPY VIATWS.
           COPY LOCSTAT.
           COPY REMSTAT.
           COPY ACPSTAT.
           COPY SPLSTAT.
       01 WS-GLV-STATUS                PIC X(02).
       01 WS-GLVOUCH-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\GLVOUCH.TXT'.
       01 WS-GLVOUCH-PATH              PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-ERRORES                   PIC 9(05) VALUE 0.
       01 WS-DET-LEIDOS                PIC 9(06) VALUE 0.
       01 WS-CIA                       PIC X(02).
       01 WS-TOT-BRUTO                 PIC 9(10)V99 VALUE 0.
       01 WS-TOT-ISN                   PIC 9(09)V99 VALUE 0.
       01 WS-GL-RENGLONES              PIC 9(04) VALUE 0.
      *BASE DEL RENGLON (BRUTO SIN VIATICOS GRAVADOS).
       01 WS-ISN-BASE                  PIC 9(07)V99.
       01 WS-ISN-GRV                   PIC 9(07)V99.

      *BRUTO DEL MES POR COMPANIA Y SITIO, CON LOS DATOS DEL
      *ESTADO QUE LE TOCAN SEGUN LOC-MAST.
       01 WS-IS-TABLA.
           05 WS-IS-ENT OCCURS 200 TIMES.
               10 WS-IS-CIA            PIC X(02).
               10 WS-IS-SUC            PIC X(03).
               10 WS-IS-ESTADO         PIC X(03).
               10 WS-IS-TASA           PIC 9V9999.
               10 WS-IS-CTA-GTO        PIC X(08).
               10 WS-IS-CTA-PAS        PIC X(08).
               10 WS-IS-EMPL           PIC 9(05).
               10 WS-IS-BRUTO          PIC 9(09)V99.
               10 WS-IS-ISN            PIC 9(08)V99.
       01 WS-IS-USADOS                 PIC 9(03) VALUE 0.
       01 WS-IS-I                      PIC 9(03).
       01 WS-IS-ENC                    PIC 9(03).
       01 WS-IS-ULT-ID                 PIC 9(06) VALUE 0.
       01 WS-IS-ULT-ENC                PIC 9(03) VALUE 0.

      *TOTAL POR COMPANIA Y ESTADO: UN RENGLON DE DECLARACION Y
      *UN CONTROL DE PAGO EN REM-CTL CADA UNO. WS-ES-CONTA 'S' =
      *CONTROL NUEVO, SUS SITIOS VAN A LA POLIZA.
       01 WS-ES-TABLA.
           05 WS-ES-ENT OCCURS 100 TIMES.
               10 WS-ES-CIA            PIC X(02).
               10 WS-ES-ESTADO         PIC X(03).
               10 WS-ES-BRUTO          PIC 9(10)V99.
               10 WS-ES-ISN            PIC 9(09)V99.
               10 WS-ES-CONTA          PIC X.
       01 WS-ES-USADOS                 PIC 9(03) VALUE 0.
       01 WS-ES-I                      PIC 9(03).
       01 WS-ES-ENC                    PIC 9(03).
       01 WS-TRUNCADO                  PIC X VALUE 'N'.

       01 WS-LINEA-EDO.
           05 FILLER                   PIC X(05) VALUE 'CIA '.
           05 WS-LE-CIA                PIC X(02).
           05 FILLER                   PIC X(10) VALUE '  ESTADO '.
           05 WS-LE-ESTADO             PIC X(03).
           05 FILLER                   PIC X(08) VALUE '  BASE '.
           05 WS-LE-BRUTO              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(07) VALUE '  ISN '.
           05 WS-LE-ISN                PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LINEA-SUC.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-LS-SUC                PIC X(03).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LS-NOM                PIC X(28).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LS-EMPL               PIC ZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LS-BRUTO              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LS-TASA               PIC 9.9999.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LS-ISN                PIC ZZ,ZZZ,ZZ9.99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     IMPUESTO SOBRE NOMINAS POR ESTADO'.
           DISPLAY SEP.
           PERFORM 010-PIDE-PERIODO.
           PERFORM 100-ACUMULA-PAYHIST.
           IF WS-DET-LEIDOS = 0
               DISPLAY 'SIN DETALLE DE NOMINA PARA EL PERIODO '
                   WS-PH-PERIODO '.'
               STOP RUN
           END-IF.
           PERFORM 200-APLICA-TASA.
           PERFORM 300-DECLARACION.
           IF WS-TRUNCADO = 'S'
               DISPLAY 'MAS DE 200 SITIOS O 100 ESTADOS; AMPLIE '
                   'LAS TABLAS.'
               ADD 1 TO WS-ERRORES
           END-IF.
           IF WS-ERRORES > 0
               DISPLAY 'ERRORES: ' WS-ERRORES
                   '. NO SE REGISTRA EL PAGO NI SE CONTABILIZA.'
               STOP RUN
           END-IF.
           PERFORM 400-GRABA-CONTROL.
           PERFORM 500-POLIZA THRU 500-SALIDA.
           DISPLAY SEP.
           DISPLAY 'BASE TOTAL: ' WS-TOT-BRUTO '  ISN TOTAL: '
               WS-TOT-ISN.
           DISPLAY SEP.
           STOP RUN.

           010-PIDE-PERIODO.
               DISPLAY 'MES A DECLARAR (AAAAMM):'
               ACCEPT WS-PH-PERIODO
               IF WS-PH-PERIODO NOT NUMERIC
                   DISPLAY 'PERIODO INVALIDO'
                   PERFORM 010-PIDE-PERIODO
               END-IF.

      *ACUMULA EL BRUTO DE CADA DETALLE DEL MES EN LA COMPANIA Y
      *SUCURSAL DEL EMPLEADO (LEIDO DE EMPLEADO POR ID), SIN LOS
      *VIATICOS GRAVADOS DEL MES, QUE SE JUNTAN ANTES POR EMPLEADO.
       100-ACUMULA-PAYHIST.
           MOVE WS-PH-PERIODO TO WS-VT-PERIODO.
           MOVE SPACE TO WS-VT-GRUPO.
           PERFORM 972-VIA-CARGA-DED.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH.
           DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PAYHIST-PATH = SPACES
               MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
           END-IF.
           OPEN INPUT PAYHIST.
           IF WS-PAYH-STATUS NOT = '00'
               DISPLAY 'SIN HISTORICO DE PAGOS. FILE STATUS: '
                   WS-PAYH-STATUS
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           MOVE 0 TO WS-FLAG.
           PERFORM 101-LEE UNTIL WS-FLAG = 1.
           CLOSE PAYHIST.
           CLOSE EMPLEADO.

           101-LEE.
               READ PAYHIST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF PH-PERIODO = WS-PH-PERIODO
                           AND PH-GRUPO NOT = 'F'
                           AND PH-PAGO-BRUTO > 0
                           PERFORM 102-ACUMULA
                       END-IF
               END-READ.

           102-ACUMULA.
               MOVE PH-ID-EMPL TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY
                       DISPLAY 'ID DEL DETALLE NO ESTA EN EMPLEADO: '
                           PH-ID-EMPL
                       ADD 1 TO WS-ERRORES
                   NOT INVALID KEY
                       ADD 1 TO WS-DET-LEIDOS
                       PERFORM 103-SUMA
               END-READ.

           103-SUMA.
               PERFORM 105-SIN-VIATICOS
               IF CIA-CLV = SPACES
                   MOVE '01' TO WS-CIA
               ELSE
                   MOVE CIA-CLV TO WS-CIA
               END-IF
               MOVE 0 TO WS-IS-ENC
               MOVE 1 TO WS-IS-I
               PERFORM 104-BUSCA UNTIL WS-IS-I > WS-IS-USADOS
                   OR WS-IS-ENC > 0
               IF WS-IS-ENC = 0
                   IF WS-IS-USADOS < 200
                       ADD 1 TO WS-IS-USADOS
                       MOVE WS-IS-USADOS TO WS-IS-ENC
                       MOVE WS-CIA TO WS-IS-CIA(WS-IS-ENC)
                       MOVE SUC-CLV TO WS-IS-SUC(WS-IS-ENC)
                       MOVE 0 TO WS-IS-EMPL(WS-IS-ENC)
                       MOVE 0 TO WS-IS-BRUTO(WS-IS-ENC)
                   ELSE
                       MOVE 'S' TO WS-TRUNCADO
                   END-IF
               END-IF
      *UN EMPLEADO CUENTA UNA SOLA VEZ EN LA PLANTILLA DEL SITIO
      *AUNQUE TENGA VARIOS GRUPOS DE PAGO EN EL MES (PAYHIST VA
      *EN ORDEN DE ID).
               IF WS-IS-ENC > 0
                   IF PH-ID-EMPL NOT = WS-IS-ULT-ID
                       OR WS-IS-ENC NOT = WS-IS-ULT-ENC
                       ADD 1 TO WS-IS-EMPL(WS-IS-ENC)
                   END-IF
                   ADD WS-ISN-BASE TO WS-IS-BRUTO(WS-IS-ENC)
                   MOVE PH-ID-EMPL TO WS-IS-ULT-ID
                   MOVE WS-IS-ENC TO WS-IS-ULT-ENC
               END-IF.

           104-BUSCA.
               IF WS-IS-CIA(WS-IS-I) = WS-CIA
                   AND WS-IS-SUC(WS-IS-I) = SUC-CLV
                   MOVE WS-IS-I TO WS-IS-ENC
               END-IF
               ADD 1 TO WS-IS-I.

      *LO GRAVADO DE VIATICOS SE DESCUENTA DE LA TABLA AL TOMARLO
      *PARA QUE OTRO RENGLON DEL EMPLEADO EN EL MES NO LO REPITA.
           105-SIN-VIATICOS.
               MOVE PH-PAGO-BRUTO TO WS-ISN-BASE
               MOVE PH-ID-EMPL TO WS-VT-PIDE
               PERFORM 972-VIA-BUSCA
               IF WS-VT-ENC > 0
                   IF WS-VT-GRV(WS-VT-ENC) > WS-ISN-BASE
                       MOVE WS-ISN-BASE TO WS-ISN-GRV
                   ELSE
                       MOVE WS-VT-GRV(WS-VT-ENC) TO WS-ISN-GRV
                   END-IF
                   SUBTRACT WS-ISN-GRV FROM WS-ISN-BASE
                   SUBTRACT WS-ISN-GRV FROM WS-VT-GRV(WS-VT-ENC)
               END-IF.

      *CADA SITIO TOMA EL ESTADO, LA TASA Y LAS CUENTAS DE
      *LOC-MAST; UN SITIO SIN CATALOGAR O SIN ESTADO/TASA ES
      *ERROR (LA MATRIZ SE CATALOGA CON CLAVE EN BLANCO).
       200-APLICA-TASA.
           MOVE WS-LOCMAST-PATH-DFLT TO WS-LOCMAST-PATH.
           DISPLAY 'LOCMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LOCMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LOCMAST-PATH = SPACES
               MOVE WS-LOCMAST-PATH-DFLT TO WS-LOCMAST-PATH
           END-IF.
           OPEN INPUT LOC-MAST.
           IF WS-LOC-STATUS NOT = '00'
               DISPLAY 'SIN CATALOGO DE SUCURSALES (DYN-LOCMNT). '
                   'FILE STATUS: ' WS-LOC-STATUS
               STOP RUN
           END-IF.
           MOVE 0 TO WS-IS-I.
           PERFORM 210-TASA-SITIO WS-IS-USADOS TIMES.
           CLOSE LOC-MAST.

           210-TASA-SITIO.
               ADD 1 TO WS-IS-I
               MOVE SPACES TO WS-IS-ESTADO(WS-IS-I)
               MOVE 0 TO WS-IS-TASA(WS-IS-I)
               MOVE 0 TO WS-IS-ISN(WS-IS-I)
               MOVE WS-IS-SUC(WS-IS-I) TO LC-CLV
               READ LOC-MAST KEY IS LC-CLV
                   INVALID KEY
                       DISPLAY 'SUCURSAL NO CATALOGADA: '
                           WS-IS-SUC(WS-IS-I)
                       ADD 1 TO WS-ERRORES
                   NOT INVALID KEY
                       IF LC-ESTADO = SPACES OR LC-ISN-TASA = 0
                           OR LC-CTA-ISN-GTO = SPACES
                           OR LC-CTA-ISN-PAS = SPACES
                           DISPLAY 'SUCURSAL SIN ESTADO, TASA O '
                               'CUENTAS ISN: ' LC-CLV ' ' LC-NOM
                           ADD 1 TO WS-ERRORES
                       ELSE
                           PERFORM 220-CALCULA
                       END-IF
               END-READ.

           220-CALCULA.
               MOVE LC-ESTADO TO WS-IS-ESTADO(WS-IS-I)
               MOVE LC-ISN-TASA TO WS-IS-TASA(WS-IS-I)
               MOVE LC-CTA-ISN-GTO TO WS-IS-CTA-GTO(WS-IS-I)
               MOVE LC-CTA-ISN-PAS TO WS-IS-CTA-PAS(WS-IS-I)
               COMPUTE WS-IS-ISN(WS-IS-I) ROUNDED =
                   WS-IS-BRUTO(WS-IS-I) * LC-ISN-TASA
               MOVE 0 TO WS-ES-ENC
               MOVE 1 TO WS-ES-I
               PERFORM 230-BUSCA-EDO UNTIL WS-ES-I > WS-ES-USADOS
                   OR WS-ES-ENC > 0
               IF WS-ES-ENC = 0
                   IF WS-ES-USADOS < 100
                       ADD 1 TO WS-ES-USADOS
                       MOVE WS-ES-USADOS TO WS-ES-ENC
                       MOVE WS-IS-CIA(WS-IS-I) TO WS-ES-CIA(WS-ES-ENC)
                       MOVE LC-ESTADO TO WS-ES-ESTADO(WS-ES-ENC)
                       MOVE 0 TO WS-ES-BRUTO(WS-ES-ENC)
                       MOVE 0 TO WS-ES-ISN(WS-ES-ENC)
                       MOVE 'N' TO WS-ES-CONTA(WS-ES-ENC)
                   ELSE
                       MOVE 'S' TO WS-TRUNCADO
                   END-IF
               END-IF
               IF WS-ES-ENC > 0
                   ADD WS-IS-BRUTO(WS-IS-I) TO WS-ES-BRUTO(WS-ES-ENC)
                   ADD WS-IS-ISN(WS-IS-I) TO WS-ES-ISN(WS-ES-ENC)
               END-IF
               ADD WS-IS-BRUTO(WS-IS-I) TO WS-TOT-BRUTO
               ADD WS-IS-ISN(WS-IS-I) TO WS-TOT-ISN.

           230-BUSCA-EDO.
               IF WS-ES-CIA(WS-ES-I) = WS-IS-CIA(WS-IS-I)
                   AND WS-ES-ESTADO(WS-ES-I) = LC-ESTADO
                   MOVE WS-ES-I TO WS-ES-ENC
               END-IF
               ADD 1 TO WS-ES-I.

      *DECLARACION: UN RENGLON POR COMPANIA Y ESTADO CON SU
      *DETALLE POR SITIO, POR EL SPOOL ESTANDAR.
       300-DECLARACION.
           MOVE 'DYN-ISNRUN' TO WS-SPL-REPORTE.
           MOVE WS-PH-PERIODO TO WS-SPL-PARAMS.
           PERFORM 940-SPOOL-ABRE.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING '   DECLARACION DEL IMPUESTO SOBRE NOMINAS - MES '
               WS-PH-PERIODO DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE 0 TO WS-ES-I.
           PERFORM 310-ESTADO WS-ES-USADOS TIMES.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 942-SPOOL-CIERRA.

           310-ESTADO.
               ADD 1 TO WS-ES-I
               MOVE WS-ES-CIA(WS-ES-I) TO WS-LE-CIA
               MOVE WS-ES-ESTADO(WS-ES-I) TO WS-LE-ESTADO
               MOVE WS-ES-BRUTO(WS-ES-I) TO WS-LE-BRUTO
               MOVE WS-ES-ISN(WS-ES-I) TO WS-LE-ISN
               MOVE WS-LINEA-EDO TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE 0 TO WS-IS-I
               PERFORM 320-SITIO WS-IS-USADOS TIMES.

           320-SITIO.
               ADD 1 TO WS-IS-I
               IF WS-IS-CIA(WS-IS-I) = WS-ES-CIA(WS-ES-I)
                   AND WS-IS-ESTADO(WS-IS-I) = WS-ES-ESTADO(WS-ES-I)
                   MOVE WS-IS-SUC(WS-IS-I) TO WS-LS-SUC
                   MOVE WS-IS-SUC(WS-IS-I) TO LC-CLV
                   PERFORM 974-LOC-LOOKUP THRU 974-SALIDA
                   MOVE LC-NOM TO WS-LS-NOM
                   MOVE WS-IS-EMPL(WS-IS-I) TO WS-LS-EMPL
                   MOVE WS-IS-BRUTO(WS-IS-I) TO WS-LS-BRUTO
                   MOVE WS-IS-TASA(WS-IS-I) TO WS-LS-TASA
                   MOVE WS-IS-ISN(WS-IS-I) TO WS-LS-ISN
                   MOVE WS-LINEA-SUC TO WS-SPL-LINEA
                   PERFORM 941-SPOOL-LINEA
               END-IF.

      *CONTROL DE PAGO POR COMPANIA Y ESTADO EN REM-CTL; SI EL
      *MES SE RECORRE, EL IMPORTE SE ACTUALIZA MIENTRAS NO SE
      *HAYA MARCADO PAGADO Y EL ESTADO NO SE CONTABILIZA DOS
      *VECES.
       400-GRABA-CONTROL.
           MOVE WS-REMCTL-PATH-DFLT TO WS-REMCTL-PATH.
           DISPLAY 'REMCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-REMCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-REMCTL-PATH = SPACES
               MOVE WS-REMCTL-PATH-DFLT TO WS-REMCTL-PATH
           END-IF.
           OPEN I-O REM-CTL.
           IF WS-REM-STATUS = '35'
               OPEN OUTPUT REM-CTL
               CLOSE REM-CTL
               OPEN I-O REM-CTL
           END-IF.
           MOVE 0 TO WS-ES-I.
           PERFORM 410-GRABA-UNO WS-ES-USADOS TIMES.
           CLOSE REM-CTL.

           410-GRABA-UNO.
               ADD 1 TO WS-ES-I
               MOVE WS-PH-PERIODO TO RC-PERIODO
               MOVE 'E' TO RC-TIPO
               MOVE SPACES TO RC-CLAVE
               STRING WS-ES-CIA(WS-ES-I) WS-ES-ESTADO(WS-ES-I)
                   DELIMITED BY SIZE INTO RC-CLAVE
               READ REM-CTL KEY IS RC-KEY
                   INVALID KEY
                       MOVE WS-ES-ISN(WS-ES-I) TO RC-MONTO
                       MOVE 'N' TO RC-ENTERADO
                       MOVE SPACES TO RC-FECHA-ENTERO
                       WRITE REM-REC
                       MOVE 'S' TO WS-ES-CONTA(WS-ES-I)
                   NOT INVALID KEY
                       IF RC-ENTERADO = 'S'
                           DISPLAY 'YA PAGADO, NO SE TOCA: ' RC-CLAVE
                       ELSE
                           MOVE WS-ES-ISN(WS-ES-I) TO RC-MONTO
                           REWRITE REM-REC
                           DISPLAY 'IMPORTE ACTUALIZADO: ' RC-CLAVE
                               ' (YA CONTABILIZADO; AJUSTE LA '
                               'POLIZA SI CAMBIO)'
                       END-IF
               END-READ.

      *AGREGA A LA POLIZA UN CARGO AL GASTO Y UN ABONO AL PASIVO
      *POR SITIO DE LOS ESTADOS NUEVOS. LA POLIZA DE NOMINA
      *(DYN-GLVOUCH) REESCRIBE EL ARCHIVO, ASI QUE ESTA CORRIDA
      *VA DESPUES DE ELLA. SI EL MES YA ESTA CERRADO SALE AL MES
      *EN CURSO CON LA MARCA 'AR', IGUAL QUE DYN-GLVOUCH.
       500-POLIZA.
           MOVE WS-PH-PERIODO TO WS-ACP-MES-PIDE.
           PERFORM 958-CHECA-MES.
           MOVE WS-GLVOUCH-PATH-DFLT TO WS-GLVOUCH-PATH.
           DISPLAY 'GLVOUCH_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-GLVOUCH-PATH FROM ENVIRONMENT-VALUE.
           IF WS-GLVOUCH-PATH = SPACES
               MOVE WS-GLVOUCH-PATH-DFLT TO WS-GLVOUCH-PATH
           END-IF.
           OPEN EXTEND GLVOUCH.
           IF WS-GLV-STATUS = '35'
               OPEN OUTPUT GLVOUCH
           END-IF.
           IF WS-GLV-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR LA POLIZA. FILE STATUS: '
                   WS-GLV-STATUS
               GO TO 500-SALIDA
           END-IF.
           MOVE 0 TO WS-IS-I.
           PERFORM 510-POLIZA-SITIO WS-IS-USADOS TIMES.
           CLOSE GLVOUCH.
           DISPLAY 'RENGLONES AGREGADOS A LA POLIZA: ' WS-GL-RENGLONES
               ' EN ' WS-GLVOUCH-PATH.
       500-SALIDA.
           EXIT.

           510-POLIZA-SITIO.
               ADD 1 TO WS-IS-I
               MOVE 0 TO WS-ES-ENC
               MOVE 1 TO WS-ES-I
               PERFORM 520-BUSCA-EDO UNTIL WS-ES-I > WS-ES-USADOS
                   OR WS-ES-ENC > 0
               IF WS-ES-ENC > 0 AND WS-IS-ISN(WS-IS-I) > 0
                   IF WS-ES-CONTA(WS-ES-ENC) = 'S'
                       MOVE SPACES TO GLV-REC
                       MOVE WS-IS-CTA-GTO(WS-IS-I) TO GLV-CUENTA
                       MOVE WS-IS-ISN(WS-IS-I) TO GLV-DEBE
                       MOVE 0 TO GLV-HABER
                       MOVE WS-ACP-MES-DESTINO TO GLV-PERIODO
                       PERFORM 530-MARCA
                       WRITE GLV-REC
                       MOVE SPACES TO GLV-REC
                       MOVE WS-IS-CTA-PAS(WS-IS-I) TO GLV-CUENTA
                       MOVE 0 TO GLV-DEBE
                       MOVE WS-IS-ISN(WS-IS-I) TO GLV-HABER
                       MOVE WS-ACP-MES-DESTINO TO GLV-PERIODO
                       PERFORM 530-MARCA
                       WRITE GLV-REC
                       ADD 2 TO WS-GL-RENGLONES
                   END-IF
               END-IF.

           520-BUSCA-EDO.
               IF WS-ES-CIA(WS-ES-I) = WS-IS-CIA(WS-IS-I)
                   AND WS-ES-ESTADO(WS-ES-I) = WS-IS-ESTADO(WS-IS-I)
                   MOVE WS-ES-I TO WS-ES-ENC
               END-IF
               ADD 1 TO WS-ES-I.

           530-MARCA.
               IF WS-ACP-ABIERTO = 'N'
                   MOVE 'AR' TO GLV-MARCA
               ELSE
                   MOVE SPACES TO GLV-MARCA
               END-IF.

           COPY ACPLKUP.
           COPY VIATLKUP.
           COPY LOCLKUP.
           COPY SPOOLLKUP.
           COPY EMPCHKLKUP.
