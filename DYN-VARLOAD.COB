      *********************************************************
      *PROGRAMA - CARGA POR LOTES DE PRODUCCION Y VENTAS      *
      *(FEED) PARA LOS EMPLEADOS DE COMISION (TIPO-PAGO =     *
      *'C') Y DESTAJO ('D'). LEE EL EXPORT DEL PERIODO (UN    *
      *RENGLON POR EMPLEADO, PERIODO Y PRODUCTO: UNIDADES     *
      *PRODUCIDAS E IMPORTE VENDIDO), VALIDA CADA RENGLON (EL *
      *EMPLEADO EXISTE, ESTA ACTIVO, ES DE COMISION O         *
      *DESTAJO, EL PERIODO ES EL CAPTURADO Y AUN NO SE PAGA,  *
      *EL PRODUCTO DE DESTAJO TIENE TARIFA) Y LO CONSERVA EN  *
      *EL DETALLE VAR-DET, COMO DYN-TIMLOAD CON PUNCH-DET.    *
      *AL TERMINAR LA CARGA, TOTALIZA CADA EMPLEADO TOCADO    *
      *DESDE SU DETALLE CON LAS TARIFAS DE TAR-VAR            *
      *(DYN-TVAMNT): DESTAJO = UNIDADES POR LA TARIFA DEL     *
      *PRODUCTO; COMISION = VENTA POR EL PORCENTAJE DEL       *
      *PRODUCTO, O POR EL DE LA BANDA QUE ALCANZA SU VENTA    *
      *TOTAL DEL PERIODO CUANDO EL PRODUCTO NO TRAE EL SUYO.  *
      *SI EL PAGO VARIABLE QUEDA DEBAJO DEL SALARIO MINIMO    *
      *DEL MES DE LA ZONA DE SU SUCURSAL (985-CHECA-MINIMO)   *
      *SE LE ANOTA EL COMPLEMENTO QUE LO LLEVA AL MINIMO. EL  *
      *RESULTADO QUEDA EN VAR-PER, DE DONDE LO TOMA           *
      *912-CALCULA-PAGO, Y EL REGISTRO DE NOMINA MARCA A LOS  *
      *QUE RECIBEN COMPLEMENTO.                               *
      *LA CARGA ES IDEMPOTENTE: UN RENGLON YA CARGADO SE      *
      *REESCRIBE Y LOS TOTALES SE RECALCULAN COMPLETOS DEL    *
      *DETALLE, ASI QUE UNA CORRIDA CAIDA SE RELANZA ENTERA.  *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-VARLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAR-FEED ASSIGN TO WS-VARFEED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

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
           COPY VARFILE.
           COPY VDTFILE.
           COPY TVAFILE.
           COPY REFFILE.
           COPY LOCFILE.
           COPY QSCFILE.
           COPY OPERFILE.
           COPY EXCFILE.

       DATA DIVISION.
       FILE SECTION.
       FD VAR-FEED.
       01 VFEED-REC.
           05 VF-ID-EMPL                PIC 9(06).
           05 VF-PERIODO                PIC X(06).
           05 VF-PRODUCTO               PIC X(06).
           05 VF-UNIDADES               PIC 9(07)V99.
           05 VF-VENTAS                 PIC 9(09)V99.

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

           COPY VARFD.
           COPY VDTFD.
           COPY TVAFD.
           COPY REFFD.
           COPY LOCFD.
           COPY QSCFD.
           COPY OPERFD.
           COPY EXCFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY OPERSTAT.
           COPY EXCSTAT.
       01 WS-FEED-STATUS                PIC X(02).
       01 WS-VARFEED-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\VARFEED.TXT'.
       01 WS-VARFEED-PATH               PIC X(80).
       01 WS-EMP-STATUS                 PIC X(02).
           COPY DYNSTAT.
           COPY VARSTAT.
           COPY VDTSTAT.
           COPY TVASTAT.
           COPY REFSTAT.
           COPY LOCSTAT.
       01 WS-FLAG                       PIC 9 VALUE 0.
       01 WS-VDT-FLAG                   PIC 9.
       01 WS-RENGLONES                  PIC 9(06) VALUE 0.
       01 WS-LOADED                     PIC 9(06) VALUE 0.
       01 WS-REJECTED                   PIC 9(06) VALUE 0.
       01 WS-HOY                        PIC 9(08).

      *PERIODO (AAAAMM) DE LA CARGA; SOLO SE ACEPTAN RENGLONES
      *DEL PERIODO Y LOS TOTALES SE RECALCULAN SOBRE SU DETALLE.
       01 WS-PERIODO                    PIC X(06).

      *TARIFAS: 'S' SI HAY TABLA TAR-VAR; EL PRODUCTO EN TURNO
      *Y SI SE HALLO.
       01 WS-TVA-OK                     PIC X VALUE 'N'.
       01 WS-PROD-OK                    PIC X.

      *BANDAS DE COMISION, LEIDAS UNA VEZ POR CORRIDA.
       01 WS-BAN-TABLA.
           05 WS-BAN-ENT OCCURS 50 TIMES.
               10 WS-BAN-DESDE          PIC 9(09)V99.
               10 WS-BAN-PCT            PIC 9V9999.
       01 WS-BAN-USADAS                 PIC 9(02) VALUE 0.
       01 WS-BAN-I                      PIC 9(02).
       01 WS-BAN-SEL                    PIC 9(09)V99.
       01 WS-BAN-PCT-SEL                PIC 9V9999.
       01 WS-TVA-FLAG                   PIC 9.

      *EMPLEADOS TOCADOS POR EL FEED, PARA TOTALIZARLOS AL FINAL.
       01 WS-TOC-TABLA.
           05 WS-TOC-ID                 PIC 9(06) OCCURS 2000 TIMES.
       01 WS-TOC-USADOS                 PIC 9(04) VALUE 0.
       01 WS-TOC-TRUNCADO               PIC X VALUE 'N'.
       01 WS-TOC-I                      PIC 9(04).
       01 WS-TOC-PEGA                   PIC X.

      *TOTALES DEL EMPLEADO EN TURNO.
       01 WS-TOT-UNIDADES               PIC 9(07)V99.
       01 WS-TOT-VENTAS                 PIC 9(09)V99.
       01 WS-TOT-IMPORTE                PIC 9(07)V99.
       01 WS-VENTA-BANDA                PIC 9(09)V99.
       01 WS-MINIMO                     PIC 9(07)V99.
       01 WS-COMPL                      PIC 9(07)V99.

      *TOTALES DE LA CORRIDA.
       01 WS-SUMA-VARIABLE              PIC 9(09)V99 VALUE 0.
       01 WS-SUMA-COMPL                 PIC 9(09)V99 VALUE 0.
       01 WS-CON-COMPL                  PIC 9(06) VALUE 0.

       01 SEP.
           05 FILLER                    PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
      *CANDADO DE VENTANA DE LOTE, IGUAL QUE LA CARGA DE HORAS.
           MOVE 'DYNVRLOD' TO WS-QSC-PROGRAMA.
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
           DISPLAY '     CARGA DE PRODUCCION Y VENTAS'.
           DISPLAY SEP.
           PERFORM 050-PIDE-PERIODO.
           PERFORM 060-LEE-TARIFAS.
           PERFORM 070-ABRE-DETALLE.
           MOVE WS-VARFEED-PATH-DFLT TO WS-VARFEED-PATH.
           DISPLAY 'VARFEED_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VARFEED-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VARFEED-PATH = SPACES
               MOVE WS-VARFEED-PATH-DFLT TO WS-VARFEED-PATH
           END-IF.
           OPEN INPUT VAR-FEED.
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'ERROR DE ARCHIVO VAR-FEED. FILE STATUS: '
                   WS-FEED-STATUS
               MOVE 1 TO WS-FLAG
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           PERFORM 100-PROCESO UNTIL WS-FLAG = 1.
           IF WS-FEED-STATUS = '00' OR WS-FEED-STATUS = '10'
               CLOSE VAR-FEED
           END-IF.
           PERFORM 400-TOTALIZA-TOCADOS.
           CLOSE EMPLEADO.
           CLOSE VAR-DET.
           CLOSE VAR-PER.
           IF WS-TVA-OK = 'S'
               CLOSE TAR-VAR
           END-IF.
           PERFORM 500-TOTALES.
           STOP RUN.

           050-PIDE-PERIODO.
               DISPLAY 'PERIODO DE LA CARGA (AAAAMM):'
               ACCEPT WS-PERIODO
               IF WS-PERIODO NOT NUMERIC
                   DISPLAY 'PERIODO INVALIDO'
                   PERFORM 050-PIDE-PERIODO
               END-IF.

      *LA TABLA QUEDA ABIERTA TODA LA CORRIDA PARA LOS PRODUCTOS;
      *LAS BANDAS SE LEEN AQUI UNA VEZ.
           060-LEE-TARIFAS.
               MOVE WS-TARVAR-PATH-DFLT TO WS-TARVAR-PATH
               DISPLAY 'TARVAR_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-TARVAR-PATH FROM ENVIRONMENT-VALUE
               IF WS-TARVAR-PATH = SPACES
                   MOVE WS-TARVAR-PATH-DFLT TO WS-TARVAR-PATH
               END-IF
               OPEN INPUT TAR-VAR
               IF WS-TVA-STATUS = '00'
                   MOVE 'S' TO WS-TVA-OK
                   MOVE 'B' TO TV-TIPO
                   MOVE LOW-VALUES TO TV-CLV
                   MOVE 0 TO WS-TVA-FLAG
                   START TAR-VAR KEY IS NOT LESS THAN TV-KEY
                       INVALID KEY MOVE 1 TO WS-TVA-FLAG
                   END-START
                   PERFORM 065-LEE-BANDA UNTIL WS-TVA-FLAG = 1
               ELSE
                   DISPLAY 'SIN TARIFAS DE DESTAJO Y COMISION '
                       '(DYN-TVAMNT); NO HAY PAGO VARIABLE.'
               END-IF.

           065-LEE-BANDA.
               READ TAR-VAR NEXT RECORD
                   AT END MOVE 1 TO WS-TVA-FLAG
                   NOT AT END
                       IF TV-TIPO NOT = 'B'
                           MOVE 1 TO WS-TVA-FLAG
                       ELSE
                           IF WS-BAN-USADAS < 50
                               ADD 1 TO WS-BAN-USADAS
                               MOVE TV-DESDE
                                   TO WS-BAN-DESDE (WS-BAN-USADAS)
                               MOVE TV-PCT
                                   TO WS-BAN-PCT (WS-BAN-USADAS)
                           END-IF
                       END-IF
               END-READ.

           070-ABRE-DETALLE.
               MOVE WS-VARDET-PATH-DFLT TO WS-VARDET-PATH
               DISPLAY 'VARDET_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-VARDET-PATH FROM ENVIRONMENT-VALUE
               IF WS-VARDET-PATH = SPACES
                   MOVE WS-VARDET-PATH-DFLT TO WS-VARDET-PATH
               END-IF
               OPEN I-O VAR-DET
               IF WS-VDT-STATUS = '35'
                   OPEN OUTPUT VAR-DET
                   CLOSE VAR-DET
                   OPEN I-O VAR-DET
               END-IF
               MOVE WS-VARPER-PATH-DFLT TO WS-VARPER-PATH
               DISPLAY 'VARPER_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-VARPER-PATH FROM ENVIRONMENT-VALUE
               IF WS-VARPER-PATH = SPACES
                   MOVE WS-VARPER-PATH-DFLT TO WS-VARPER-PATH
               END-IF
               OPEN I-O VAR-PER
               IF WS-VAR-STATUS = '35'
                   OPEN OUTPUT VAR-PER
                   CLOSE VAR-PER
                   OPEN I-O VAR-PER
               END-IF.

           100-PROCESO.
               READ VAR-FEED
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   ADD 1 TO WS-RENGLONES
                   PERFORM 200-VALIDA-Y-GUARDA
               END-READ.

           200-VALIDA-Y-GUARDA.
               IF VF-PERIODO NOT = WS-PERIODO
                   DISPLAY 'RECHAZADO (PERIODO DISTINTO AL DE LA '
                       'CARGA): ' VF-ID-EMPL ' ' VF-PERIODO
                   ADD 1 TO WS-REJECTED
               ELSE
                   MOVE VF-ID-EMPL TO ID-EMPL
                   READ EMPLEADO KEY IS ID-EMPL
                       INVALID KEY
                           DISPLAY 'RECHAZADO (ID NO EXISTE): '
                               VF-ID-EMPL
                           ADD 1 TO WS-REJECTED
                       NOT INVALID KEY
                           PERFORM 300-GUARDA-RENGLON THRU 300-SALIDA
                   END-READ
               END-IF.

      *UN RENGLON YA CARGADO SE REESCRIBE (RECARGA IDEMPOTENTE DEL
      *MISMO FEED); EL TOTAL SE RECALCULA AL FINAL DEL DETALLE. UN
      *PERIODO YA PAGADO POR LA NOMINA NO ADMITE CAMBIOS.
           300-GUARDA-RENGLON.
               IF EMP-STATUS = 'I'
                   DISPLAY 'RECHAZADO (EMPLEADO INACTIVO): ' VF-ID-EMPL
                   ADD 1 TO WS-REJECTED
                   GO TO 300-SALIDA
               END-IF
               IF TIPO-PAGO NOT = 'C' AND TIPO-PAGO NOT = 'D'
                   DISPLAY 'RECHAZADO (NO ES DE COMISION NI '
                       'DESTAJO): ' VF-ID-EMPL
                   ADD 1 TO WS-REJECTED
                   GO TO 300-SALIDA
               END-IF
               MOVE VF-ID-EMPL TO VP-ID-EMPL
               MOVE WS-PERIODO TO VP-PERIODO
               READ VAR-PER KEY IS VP-KEY
                   INVALID KEY MOVE 'N' TO VP-PAGADO
               END-READ
               IF VP-PAGADO = 'S'
                   DISPLAY 'RECHAZADO (PERIODO YA PAGADO): '
                       VF-ID-EMPL ' ' WS-PERIODO
                   ADD 1 TO WS-REJECTED
                   GO TO 300-SALIDA
               END-IF
               MOVE VF-PRODUCTO TO TV-CLV
               PERFORM 310-BUSCA-PRODUCTO
               IF TIPO-PAGO = 'D'
                   AND (WS-PROD-OK = 'N' OR TV-TARIFA = 0)
                   DISPLAY 'RECHAZADO (PRODUCTO SIN TARIFA DE '
                       'DESTAJO): ' VF-ID-EMPL ' ' VF-PRODUCTO
                   ADD 1 TO WS-REJECTED
                   GO TO 300-SALIDA
               END-IF
               MOVE VF-ID-EMPL TO VD-ID-EMPL
               MOVE WS-PERIODO TO VD-PERIODO
               MOVE VF-PRODUCTO TO VD-PRODUCTO
               MOVE VF-UNIDADES TO VD-UNIDADES
               MOVE VF-VENTAS TO VD-VENTAS
               MOVE 0 TO VD-IMPORTE
               MOVE WS-HOY TO VD-F-CARGA
               WRITE VDT-REC
                   INVALID KEY REWRITE VDT-REC
               END-WRITE
               PERFORM 320-ANOTA-TOCADO.
           300-SALIDA.
               EXIT.

      *TARIFA DEL PRODUCTO EN TV-CLV; DEJA WS-PROD-OK Y EL
      *REGISTRO EN TVA-REC (EN CEROS SI NO ESTA).
           310-BUSCA-PRODUCTO.
               MOVE 'N' TO WS-PROD-OK
               MOVE 'P' TO TV-TIPO
               IF WS-TVA-OK = 'S'
                   READ TAR-VAR KEY IS TV-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'S' TO WS-PROD-OK
                   END-READ
               END-IF
               IF WS-PROD-OK = 'N'
                   MOVE 0 TO TV-TARIFA
                   MOVE 0 TO TV-PCT
               END-IF.

           320-ANOTA-TOCADO.
               MOVE 'N' TO WS-TOC-PEGA
               PERFORM 330-BUSCA-TOCADO
                   VARYING WS-TOC-I FROM 1 BY 1
                   UNTIL WS-TOC-I > WS-TOC-USADOS
                       OR WS-TOC-PEGA = 'S'
               IF WS-TOC-PEGA = 'N'
                   IF WS-TOC-USADOS >= 2000
                       MOVE 'S' TO WS-TOC-TRUNCADO
                   ELSE
                       ADD 1 TO WS-TOC-USADOS
                       MOVE VF-ID-EMPL TO WS-TOC-ID (WS-TOC-USADOS)
                   END-IF
               END-IF.

           330-BUSCA-TOCADO.
               IF WS-TOC-ID (WS-TOC-I) = VF-ID-EMPL
                   MOVE 'S' TO WS-TOC-PEGA
               END-IF.

      *SEGUNDA FASE: CADA EMPLEADO TOCADO SE TOTALIZA COMPLETO
      *DESDE SU DETALLE DEL PERIODO. PRIMERA PASADA: DESTAJO Y
      *COMISION POR PRODUCTO, Y LA VENTA QUE VA A BANDA; SEGUNDA
      *PASADA (SOLO SI HUBO VENTA A BANDA): LA COMISION DE BANDA
      *SEGUN LA VENTA TOTAL DEL PERIODO.
           400-TOTALIZA-TOCADOS.
               PERFORM 410-TOTALIZA-EMP
                   VARYING WS-TOC-I FROM 1 BY 1
                   UNTIL WS-TOC-I > WS-TOC-USADOS.

           410-TOTALIZA-EMP.
               MOVE WS-TOC-ID (WS-TOC-I) TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 420-CALCULA
               END-READ.

           420-CALCULA.
               MOVE 0 TO WS-TOT-UNIDADES
               MOVE 0 TO WS-TOT-VENTAS
               MOVE 0 TO WS-TOT-IMPORTE
               MOVE 0 TO WS-VENTA-BANDA
               PERFORM 425-INICIA-DETALLE
               PERFORM 430-RENGLON-PRODUCTO UNTIL WS-VDT-FLAG = 1
               IF WS-VENTA-BANDA > 0
                   PERFORM 440-ELIGE-BANDA
                   PERFORM 425-INICIA-DETALLE
                   PERFORM 450-RENGLON-BANDA UNTIL WS-VDT-FLAG = 1
               END-IF
               PERFORM 460-MINIMO
               PERFORM 470-GRABA-PERIODO.

           425-INICIA-DETALLE.
               MOVE 0 TO WS-VDT-FLAG
               MOVE ID-EMPL TO VD-ID-EMPL
               MOVE WS-PERIODO TO VD-PERIODO
               MOVE LOW-VALUES TO VD-PRODUCTO
               START VAR-DET KEY IS NOT LESS THAN VD-KEY
                   INVALID KEY MOVE 1 TO WS-VDT-FLAG
               END-START.

           430-RENGLON-PRODUCTO.
               READ VAR-DET NEXT RECORD
                   AT END MOVE 1 TO WS-VDT-FLAG
                   NOT AT END
                       IF VD-ID-EMPL NOT = ID-EMPL
                           OR VD-PERIODO NOT = WS-PERIODO
                           MOVE 1 TO WS-VDT-FLAG
                       ELSE
                           PERFORM 435-PAGA-PRODUCTO
                       END-IF
               END-READ.

           435-PAGA-PRODUCTO.
               ADD VD-UNIDADES TO WS-TOT-UNIDADES
               ADD VD-VENTAS TO WS-TOT-VENTAS
               MOVE VD-PRODUCTO TO TV-CLV
               PERFORM 310-BUSCA-PRODUCTO
               MOVE 0 TO VD-IMPORTE
               IF TIPO-PAGO = 'D'
                   COMPUTE VD-IMPORTE ROUNDED =
                       VD-UNIDADES * TV-TARIFA
               ELSE
                   IF TV-PCT > 0
                       COMPUTE VD-IMPORTE ROUNDED =
                           VD-VENTAS * TV-PCT
                   ELSE
                       ADD VD-VENTAS TO WS-VENTA-BANDA
                   END-IF
               END-IF
               ADD VD-IMPORTE TO WS-TOT-IMPORTE
               REWRITE VDT-REC.

      *LA BANDA QUE RIGE ES LA DE MAYOR "DESDE" QUE NO REBASA LA
      *VENTA TOTAL DEL PERIODO; SIN BANDAS NO HAY COMISION.
           440-ELIGE-BANDA.
               MOVE 0 TO WS-BAN-SEL
               MOVE 0 TO WS-BAN-PCT-SEL
               PERFORM 445-REVISA-BANDA
                   VARYING WS-BAN-I FROM 1 BY 1
                   UNTIL WS-BAN-I > WS-BAN-USADAS.

           445-REVISA-BANDA.
               IF WS-BAN-DESDE (WS-BAN-I) NOT > WS-TOT-VENTAS
                   AND WS-BAN-DESDE (WS-BAN-I) NOT < WS-BAN-SEL
                   MOVE WS-BAN-DESDE (WS-BAN-I) TO WS-BAN-SEL
                   MOVE WS-BAN-PCT (WS-BAN-I) TO WS-BAN-PCT-SEL
               END-IF.

           450-RENGLON-BANDA.
               READ VAR-DET NEXT RECORD
                   AT END MOVE 1 TO WS-VDT-FLAG
                   NOT AT END
                       IF VD-ID-EMPL NOT = ID-EMPL
                           OR VD-PERIODO NOT = WS-PERIODO
                           MOVE 1 TO WS-VDT-FLAG
                       ELSE
                           MOVE VD-PRODUCTO TO TV-CLV
                           PERFORM 310-BUSCA-PRODUCTO
                           IF TV-PCT = 0 AND VD-VENTAS > 0
                               COMPUTE VD-IMPORTE ROUNDED =
                                   VD-VENTAS * WS-BAN-PCT-SEL
                               ADD VD-IMPORTE TO WS-TOT-IMPORTE
                               REWRITE VDT-REC
                           END-IF
                       END-IF
               END-READ.

      *EL MINIMO DEL MES DE LA ZONA VIGENTE AL INICIO DEL PERIODO;
      *SIN REF-MAST NO HAY COMPLEMENTO.
           460-MINIMO.
               MOVE 0 TO WS-MINIMO
               MOVE 0 TO WS-COMPL
               MOVE SPACES TO WS-REF-VIG-PIDE
               STRING WS-PERIODO '01' DELIMITED BY SIZE
                   INTO WS-REF-VIG-PIDE
               PERFORM 985-CHECA-MINIMO
               IF WS-REF-HALLO = 'S'
                   MOVE WS-REF-SM-MES TO WS-MINIMO
                   IF WS-TOT-IMPORTE < WS-MINIMO
                       COMPUTE WS-COMPL = WS-MINIMO - WS-TOT-IMPORTE
                   END-IF
               END-IF.

           470-GRABA-PERIODO.
               MOVE ID-EMPL TO VP-ID-EMPL
               MOVE WS-PERIODO TO VP-PERIODO
               MOVE TIPO-PAGO TO VP-TIPO
               MOVE WS-TOT-UNIDADES TO VP-UNIDADES
               MOVE WS-TOT-VENTAS TO VP-VENTAS
               MOVE WS-TOT-IMPORTE TO VP-IMPORTE
               MOVE WS-MINIMO TO VP-MINIMO
               MOVE WS-COMPL TO VP-COMPL
               MOVE WS-HOY TO VP-F-CALC
               MOVE 'N' TO VP-PAGADO
               WRITE VAR-REC
                   INVALID KEY REWRITE VAR-REC
               END-WRITE
               ADD 1 TO WS-LOADED
               ADD WS-TOT-IMPORTE TO WS-SUMA-VARIABLE
               IF WS-COMPL > 0
                   ADD 1 TO WS-CON-COMPL
                   ADD WS-COMPL TO WS-SUMA-COMPL
                   DISPLAY ID-EMPL ' ' TIPO-PAGO ' VARIABLE: '
                       WS-TOT-IMPORTE ' ** COMPLEMENTO A MINIMO: '
                       WS-COMPL
               ELSE
                   DISPLAY ID-EMPL ' ' TIPO-PAGO ' VARIABLE: '
                       WS-TOT-IMPORTE
               END-IF.

           500-TOTALES.
               DISPLAY SEP
               DISPLAY 'CARGA TERMINADA. RENGLONES: ' WS-RENGLONES
                   ' EMPLEADOS TOTALIZADOS: ' WS-LOADED
                   ' RECHAZADOS: ' WS-REJECTED
               DISPLAY 'PAGO VARIABLE DEL PERIODO:  ' WS-SUMA-VARIABLE
               DISPLAY 'COMPLEMENTOS A MINIMO:      ' WS-CON-COMPL
                   ' POR ' WS-SUMA-COMPL
               IF WS-TOC-TRUNCADO = 'S'
                   DISPLAY 'AVISO: MAS DE 2000 EMPLEADOS EN EL FEED; '
                       'RELANCE LA CARGA PARA LOS EXCEDENTES.'
               END-IF
               DISPLAY SEP.

           COPY LOCLKUP.
           COPY REFLKUP.
           COPY MINLKUP.
           COPY EMPCHKLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
