      *********************************************************
      *PROGRAMA - DISPERSION DE VALES DE DESPENSA AL          *
      *PROVEEDOR Y SU POLIZA. SE CORRE DESPUES DE LAS         *
      *CORRIDAS DEL MES: TOMA DE DEDDET LOS RENGLONES 'W'     *
      *(EXENTO Y GRAVADO) QUE DEJO LA NOMINA PARA EL PERIODO  *
      *Y LA COMPANIA CAPTURADOS, EN VEZ DE RECALCULARLOS, PARA*
      *QUE LO QUE SE DISPERSA SEA LO MISMO QUE PASO POR EL    *
      *IMPUESTO. ESCRIBE EL ARCHIVO DE CARGA DEL PROVEEDOR CON*
      *ENCABEZADO Y TRAILER DE TOTALES DE CONTROL, Y LA POLIZA*
      *DEL GASTO POR DEPARTAMENTO SEGUN GL-MAP (CARGO AL      *
      *GASTO, ABONO AL PASIVO); UN DEPTO SIN MAPA ABORTA SIN  *
      *ESCRIBIR LA POLIZA Y UN MES CERRADO EN ACP-MAST LA     *
      *ARRASTRA AL MES EN CURSO CON MARCA 'AR', IGUAL QUE     *
      *DYN-VACPROV.                                           *
      *CADA DISPERSION QUEDA EN EL REGISTRO DE SALIDA OX-REG; *
      *REGENERAR LA DE UNA COMPANIA Y PERIODO YA REGISTRADA   *
      *PIDE OVERRIDE DE SUPERVISOR CON MOTIVO.                *
      *********************************************************
      *LAYOUT DEL ARCHIVO DEL PROVEEDOR (ANCHO FIJO):         *
      *  ENCABEZADO: 'H' + CIA(2) + PERIODO(6) + FECHA(8)     *
      *  DETALLE:    'D' + ID(6) + RFC(13) + CURP(18) +       *
      *              NOMBRE(30) + IMPORTE(9)                  *
      *  TRAILER:    'T' + CONTEO(6) + SUMA IMPORTES(11)      *
      *  LOS IMPORTES LLEVAN DOS DECIMALES IMPLICITOS.        *
      *POLIZA EN EL LAYOUT DE DYN-GLVOUCH, ARCHIVO VLSVOUCH.  *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-VLSDIS.

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

           SELECT VLS-DISP ASSIGN TO WS-VLSDISP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VLD-STATUS.

           SELECT VLSVOUCH ASSIGN TO WS-VLSVOUCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VLV-STATUS.
           COPY DETFILE.
           COPY GLFILE.
           COPY ACPFILE.
           COPY OXRFILE.
           COPY OPERFILE.
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

       FD VLS-DISP.
       01 VLD-HDR.
           05 VLD-H-TIPO               PIC X.
           05 VLD-H-CIA                PIC X(02).
           05 VLD-H-PERIODO            PIC X(06).
           05 VLD-H-FECHA              PIC 9(08).
       01 VLD-DET.
           05 VLD-D-TIPO               PIC X.
           05 VLD-D-ID-EMPL            PIC 9(06).
           05 VLD-D-RFC                PIC X(13).
           05 VLD-D-CURP               PIC X(18).
           05 VLD-D-NOM                PIC X(30).
           05 VLD-D-IMPORTE            PIC 9(07)V99.
       01 VLD-TRL.
           05 VLD-T-TIPO               PIC X.
           05 VLD-T-CONTEO             PIC 9(06).
           05 VLD-T-SUMA               PIC 9(09)V99.

       FD VLSVOUCH.
       01 VLV-REC.
           05 VLV-CUENTA               PIC X(08).
           05 FILLER                   PIC X VALUE SPACE.
           05 VLV-DEBE                 PIC 9(09)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 VLV-HABER                PIC 9(09)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 VLV-PERIODO              PIC X(06).
           05 FILLER                   PIC X VALUE SPACE.
           05 VLV-MARCA                PIC X(02).
           COPY DETFD.
           COPY GLFD.
           COPY ACPFD.
           COPY OXRFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY DETSTAT.
           COPY GLSTAT.
           COPY ACPSTAT.
           COPY OXRSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-VLD-STATUS                PIC X(02).
       01 WS-VLSDISP-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\VLSDISP.TXT'.
       01 WS-VLSDISP-PATH              PIC X(80).
       01 WS-VLV-STATUS                PIC X(02).
       01 WS-VLSVOUCH-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\VLSVOUCH.TXT'.
       01 WS-VLSVOUCH-PATH             PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-ERRORES                   PIC 9(05) VALUE 0.
       01 WS-HOY                       PIC 9(08).
       01 WS-PERIODO                   PIC X(06).
       01 WS-CIA                       PIC X(02).
       01 WS-REC-COUNT                 PIC 9(06) VALUE 0.
       01 WS-SUMA                      PIC 9(09)V99 VALUE 0.
       01 WS-SUMA-EXE                  PIC 9(09)V99 VALUE 0.
       01 WS-SUMA-GRV                  PIC 9(09)V99 VALUE 0.
       01 WS-SIN-MAESTRO               PIC 9(05) VALUE 0.

      *RENGLONES 'W' DEL MISMO EMPLEADO QUE LLEGAN SEGUIDOS (UNA
      *CORRIDA LOS ESCRIBE JUNTOS) SE DISPERSAN EN UN SOLO
      *DETALLE.
       01 WS-ID-ANT                    PIC 9(06) VALUE 0.
       01 WS-IMP-EMPL                  PIC 9(07)V99 VALUE 0.

      *GASTO DE VALES POR DEPARTAMENTO (CLV-DEP 0-999; SUBSCRIPT
      *ES CLV-DEP + 1).
       01 WS-VLS-TABLA.
           05 WS-VLS-DEP OCCURS 1000 TIMES PIC 9(09)V99.
       01 WS-IX                        PIC 9(04).
       01 WS-CLV                       PIC 9(03).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     DISPERSION DE VALES DE DESPENSA'.
           DISPLAY SEP.
           MOVE 0 TO WS-IX.
           PERFORM 030-LIMPIA-TABLA 1000 TIMES.
           PERFORM 040-PIDE-PERIODO.
           PERFORM 046-PIDE-CIA.
           MOVE 'DYNVLSDS' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 060-CHECA-REGISTRO.
           PERFORM 100-ACUMULA.
           IF WS-REC-COUNT = 0
               DISPLAY 'SIN VALES DE DESPENSA EN DEDDET PARA EL '
                   'PERIODO ' WS-PERIODO ' (CIA ' WS-CIA ').'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           PERFORM 300-GENERA-POLIZA.
           PERFORM 070-REGISTRA-SALIDA.
           DISPLAY SEP.
           DISPLAY 'DISPERSION GENERADA: ' WS-REC-COUNT
               ' EMPLEADOS, SUMA: ' WS-SUMA.
           DISPLAY 'EXENTO: ' WS-SUMA-EXE '  GRAVADO: ' WS-SUMA-GRV.
           IF WS-SIN-MAESTRO > 0
               DISPLAY 'RENGLONES DE ID SIN MAESTRO (NO DISPERSADOS): '
                   WS-SIN-MAESTRO
           END-IF.
           DISPLAY 'ARCHIVO PARA EL PROVEEDOR: ' WS-VLSDISP-PATH.
           DISPLAY 'ARCHIVO DE POLIZA GENERADO: ' WS-VLSVOUCH-PATH.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

           030-LIMPIA-TABLA.
               ADD 1 TO WS-IX
               MOVE 0 TO WS-VLS-DEP(WS-IX).

           040-PIDE-PERIODO.
               DISPLAY 'PERIODO A DISPERSAR (AAAAMM):'
               ACCEPT WS-PERIODO
               IF WS-PERIODO NOT NUMERIC
                   DISPLAY 'PERIODO INVALIDO'
                   PERFORM 040-PIDE-PERIODO
               END-IF.

           046-PIDE-CIA.
               DISPLAY 'COMPANIA A DISPERSAR (01 = LA ORIGINAL):'
               ACCEPT WS-CIA
               IF WS-CIA = SPACES
                   PERFORM 046-PIDE-CIA
               END-IF.

      *UNA DISPERSION YA REGISTRADA PARA LA COMPANIA Y PERIODO
      *SOLO SE REGENERA CON OVERRIDE DE SUPERVISOR (OX-REG).
           060-CHECA-REGISTRO.
               MOVE 'VLSDIS' TO WS-OX-INTERFAZ
               MOVE SPACES TO WS-OX-PERIODO
               STRING WS-CIA WS-PERIODO DELIMITED BY SIZE
                   INTO WS-OX-PERIODO
               PERFORM 997-OX-CHECA THRU 997-OX-SALIDA
               IF WS-OX-OK NOT = 'S'
                   DISPLAY 'DISPERSION NO REGENERADA.'
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF.

           070-REGISTRA-SALIDA.
               MOVE WS-REC-COUNT TO WS-OX-REGS
               MOVE WS-SUMA TO WS-OX-IMPORTE
               MOVE WS-VLSDISP-PATH TO WS-OX-ARCHIVO
               MOVE WS-CUR-OPER-ID TO WS-OX-OPER
               PERFORM 997-OX-REGISTRA.

      *RECORRE DEDDET UNA VEZ: ESCRIBE EL ARCHIVO DEL PROVEEDOR
      *Y ACUMULA EL GASTO POR DEPARTAMENTO PARA LA POLIZA.
       100-ACUMULA.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH.
           DISPLAY 'DEDDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEDDET-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DEDDET-PATH = SPACES
               MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH
           END-IF.
           OPEN INPUT DEDDET.
           IF WS-DET-STATUS NOT = '00'
               DISPLAY 'SIN DETALLE DE NOMINA (DEDDET). '
                   'FILE STATUS: ' WS-DET-STATUS
               CLOSE EMPLEADO
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-VLSDISP-PATH-DFLT TO WS-VLSDISP-PATH.
           DISPLAY 'VLSDISP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VLSDISP-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VLSDISP-PATH = SPACES
               MOVE WS-VLSDISP-PATH-DFLT TO WS-VLSDISP-PATH
           END-IF.
           OPEN OUTPUT VLS-DISP.
           IF WS-VLD-STATUS NOT = '00'
               DISPLAY 'ERROR DE ARCHIVO VLS-DISP. FILE STATUS: '
                   WS-VLD-STATUS
           END-IF.
           MOVE 'H' TO VLD-H-TIPO.
           MOVE WS-CIA TO VLD-H-CIA.
           MOVE WS-PERIODO TO VLD-H-PERIODO.
           MOVE WS-HOY TO VLD-H-FECHA.
           WRITE VLD-HDR.
           DISPLAY '--- DETALLE DE LA DISPERSION ---'.
           MOVE 0 TO WS-FLAG.
           PERFORM 110-LEE UNTIL WS-FLAG = 1.
           PERFORM 200-DETALLE.
           MOVE 'T' TO VLD-T-TIPO.
           MOVE WS-REC-COUNT TO VLD-T-CONTEO.
           MOVE WS-SUMA TO VLD-T-SUMA.
           WRITE VLD-TRL.
           CLOSE VLS-DISP.
           CLOSE DEDDET.
           CLOSE EMPLEADO.

           110-LEE.
               READ DEDDET
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF DD-PERIODO = WS-PERIODO AND DD-TIPO = 'W'
                           PERFORM 120-TOMA
                       END-IF
               END-READ.

           120-TOMA.
               IF DD-ID-EMPL NOT = WS-ID-ANT
                   PERFORM 200-DETALLE
                   MOVE DD-ID-EMPL TO WS-ID-ANT
               END-IF
               ADD DD-MONTO TO WS-IMP-EMPL
               IF DD-CLAVE = 'VALEEXE'
                   ADD DD-MONTO TO WS-SUMA-EXE
               ELSE
                   ADD DD-MONTO TO WS-SUMA-GRV
               END-IF.

      *CIERRA EL EMPLEADO ANTERIOR: SOLO ENTRA SI ES DE LA
      *COMPANIA PEDIDA (LOS REGISTROS SIN COMPANIA SON DE LA '01').
       200-DETALLE.
           IF WS-IMP-EMPL > 0
               MOVE WS-ID-ANT TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY
                       DISPLAY 'VALES DE ID SIN MAESTRO: ' WS-ID-ANT
                       ADD 1 TO WS-SIN-MAESTRO
                   NOT INVALID KEY
                       IF CIA-CLV = WS-CIA
                           OR (WS-CIA = '01' AND CIA-CLV = SPACES)
                           PERFORM 210-ESCRIBE
                       END-IF
               END-READ
           END-IF.
           MOVE 0 TO WS-IMP-EMPL.

           210-ESCRIBE.
               MOVE 'D' TO VLD-D-TIPO
               MOVE ID-EMPL TO VLD-D-ID-EMPL
               MOVE RFC TO VLD-D-RFC
               MOVE CURP TO VLD-D-CURP
               MOVE NOM-EMPL TO VLD-D-NOM
               MOVE WS-IMP-EMPL TO VLD-D-IMPORTE
               WRITE VLD-DET
               COMPUTE WS-IX = CLV-DEP + 1
               ADD WS-IMP-EMPL TO WS-VLS-DEP(WS-IX)
               ADD WS-IMP-EMPL TO WS-SUMA
               ADD 1 TO WS-REC-COUNT
               DISPLAY ID-EMPL ' ' NOM-EMPL ' DEPTO ' CLV-DEP
                   ' VALES ' WS-IMP-EMPL.

      *POLIZA DEL GASTO BALANCEADA POR PAREJAS; UN DEPTO CON
      *VALES Y SIN MAPA CONTABLE ABORTA SIN ESCRIBIR LA POLIZA,
      *IGUAL QUE DYN-GLVOUCH.
       300-GENERA-POLIZA.
           MOVE WS-GLMAP-PATH-DFLT TO WS-GLMAP-PATH.
           DISPLAY 'GLMAP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-GLMAP-PATH FROM ENVIRONMENT-VALUE.
           IF WS-GLMAP-PATH = SPACES
               MOVE WS-GLMAP-PATH-DFLT TO WS-GLMAP-PATH
           END-IF.
           OPEN INPUT GL-MAP.
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'SIN MAPA CONTABLE (DYN-GLMNT). FILE STATUS: '
                   WS-GLMAP-STATUS
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE 0 TO WS-CLV.
           PERFORM 310-CHECA-MAPA 1000 TIMES.
           IF WS-ERRORES > 0
               DISPLAY 'ERRORES: ' WS-ERRORES
                   '. NO SE ESCRIBE LA POLIZA.'
               CLOSE GL-MAP
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-PERIODO TO WS-ACP-MES-PIDE.
           PERFORM 958-CHECA-MES.
           IF WS-ACP-ABIERTO = 'N'
               DISPLAY 'EL MES ' WS-PERIODO ' ESTA CERRADO EN '
                   'CONTABILIDAD; LA POLIZA SALE AL MES '
                   WS-ACP-MES-DESTINO ' CON MARCA DE ARRASTRE.'
           END-IF.
           MOVE WS-VLSVOUCH-PATH-DFLT TO WS-VLSVOUCH-PATH.
           DISPLAY 'VLSVOUCH_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VLSVOUCH-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VLSVOUCH-PATH = SPACES
               MOVE WS-VLSVOUCH-PATH-DFLT TO WS-VLSVOUCH-PATH
           END-IF.
           OPEN OUTPUT VLSVOUCH.
           MOVE 0 TO WS-CLV.
           PERFORM 320-POLIZA-DEPTO 1000 TIMES.
           CLOSE VLSVOUCH.
           CLOSE GL-MAP.

           310-CHECA-MAPA.
               COMPUTE WS-IX = WS-CLV + 1
               IF WS-VLS-DEP(WS-IX) > 0
                   MOVE WS-CIA TO GM-CIA
                   MOVE WS-CLV TO GM-CLV-DEP
                   READ GL-MAP KEY IS GM-KEY
                       INVALID KEY
                           DISPLAY 'DEPTO SIN MAPA CONTABLE: ' WS-CLV
                               ' (CIA ' WS-CIA ')'
                           ADD 1 TO WS-ERRORES
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               ADD 1 TO WS-CLV.

           320-POLIZA-DEPTO.
               COMPUTE WS-IX = WS-CLV + 1
               IF WS-VLS-DEP(WS-IX) > 0
                   MOVE WS-CIA TO GM-CIA
                   MOVE WS-CLV TO GM-CLV-DEP
                   READ GL-MAP KEY IS GM-KEY
                       NOT INVALID KEY PERFORM 330-ESCRIBE-PAR
                   END-READ
               END-IF
               ADD 1 TO WS-CLV.

           330-ESCRIBE-PAR.
               MOVE SPACES TO VLV-REC
               MOVE GM-CTA-DEBE TO VLV-CUENTA
               MOVE WS-VLS-DEP(WS-IX) TO VLV-DEBE
               MOVE 0 TO VLV-HABER
               MOVE WS-ACP-MES-DESTINO TO VLV-PERIODO
               PERFORM 335-MARCA
               WRITE VLV-REC
               DISPLAY 'CUENTA ' VLV-CUENTA ' DEBE  ' VLV-DEBE
               MOVE SPACES TO VLV-REC
               MOVE GM-CTA-HABER TO VLV-CUENTA
               MOVE 0 TO VLV-DEBE
               MOVE WS-VLS-DEP(WS-IX) TO VLV-HABER
               MOVE WS-ACP-MES-DESTINO TO VLV-PERIODO
               PERFORM 335-MARCA
               WRITE VLV-REC
               DISPLAY 'CUENTA ' VLV-CUENTA ' HABER ' VLV-HABER.

           335-MARCA.
               IF WS-ACP-ABIERTO = 'N'
                   MOVE 'AR' TO VLV-MARCA
               ELSE
                   MOVE SPACES TO VLV-MARCA
               END-IF.

           COPY ACPLKUP.
           COPY EMPCHKLKUP.
           COPY OPERLKUP.
           COPY OXRLKUP.
           COPY OXROVR.
