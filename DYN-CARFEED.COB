      *********************************************************
      *PROGRAMA - ARCHIVO DE MOVIMIENTOS PARA LA ASEGURADORA. *
      *POR CADA PLAN DE BEN-MAST SE GENERA UN ARCHIVO CON LAS *
      *ALTAS, CAMBIOS Y BAJAS DE PERSONAS CUBIERTAS DESDE EL  *
      *ULTIMO ENVIO: EL EMPLEADO INSCRITO EN ENROLL Y LOS     *
      *DEPENDIENTES QUE DPN-MAST MARCA CUBIERTOS POR ESE      *
      *PLAN. LA INSCRIPCION TERMINADA O EL EMPLEADO DADO DE   *
      *BAJA EN EL MAESTRO SE MANDAN COMO BAJA, IGUAL QUE EL   *
      *DEPENDIENTE QUE DEJO DE ESTAR CUBIERTO. LO ENVIADO     *
      *QUEDA EN CAR-SNAP PARA QUE EL SIGUIENTE ARCHIVO SOLO   *
      *LLEVE LO QUE CAMBIO; EL PRIMERO DE UN PLAN LLEVA A     *
      *TODOS COMO ALTA. LA FACTURA DE LA ASEGURADORA SE       *
      *CONCILIA CON DYN-CARBILL.                              *
      *CADA ARCHIVO QUEDA EN EL REGISTRO DE SALIDA OX-REG;    *
      *UN SEGUNDO ENVIO DEL MISMO PLAN EN EL MES PIDE         *
      *OVERRIDE DE SUPERVISOR CON MOTIVO.                     *
      *********************************************************
      *LAYOUT DEL ARCHIVO CARFEED (ANCHO FIJO):               *
      *  ENCABEZADO: 'H' + PLAN(3) + DESCRIPCION(20) +        *
      *              FECHA(8) + FECHA DEL ENVIO ANTERIOR(8)   *
      *  DETALLE:    'D' + MOVIMIENTO(1) 'A' ALTA / 'C'       *
      *              CAMBIO / 'B' BAJA + PLAN(3) + ID(6) +    *
      *              SEC(2) 00 = EMPLEADO + PARENTESCO(1)     *
      *              'E' EMPLEADO / C / H / P / O +           *
      *              NOMBRE(30) + F-NAC(8) + CURP(18) +       *
      *              F-INICIO(8) + F-FIN(8)                   *
      *  TRAILER:    'T' + ALTAS(6) + CAMBIOS(6) + BAJAS(6) + *
      *              TOTAL DE DETALLES(6)                     *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-CARFEED.

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

           SELECT CARFEED ASSIGN TO WS-CARFEED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFE-STATUS.
           COPY BENFILE.
           COPY ENRFILE.
           COPY DPNFILE.
           COPY CARFILE.
           COPY OXRFILE.
           COPY OPERFILE.

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

       FD CARFEED.
       01 CFE-HDR.
           05 CFE-H-TIPO                PIC X.
           05 CFE-H-PLAN                PIC X(03).
           05 CFE-H-DESC                PIC X(20).
           05 CFE-H-FECHA               PIC X(08).
           05 CFE-H-ANTERIOR            PIC X(08).
       01 CFE-DET.
           05 CFE-D-TIPO                PIC X.
           05 CFE-D-MOV                 PIC X.
           05 CFE-D-PLAN                PIC X(03).
           05 CFE-D-ID-EMPL             PIC 9(06).
           05 CFE-D-SEC                 PIC 9(02).
           05 CFE-D-PARENTESCO          PIC X.
           05 CFE-D-NOMBRE              PIC X(30).
           05 CFE-D-F-NAC               PIC X(08).
           05 CFE-D-CURP                PIC X(18).
           05 CFE-D-F-INICIO            PIC X(08).
           05 CFE-D-F-FIN               PIC X(08).
       01 CFE-TRL.
           05 CFE-T-TIPO                PIC X.
           05 CFE-T-ALTAS               PIC 9(06).
           05 CFE-T-CAMBIOS             PIC 9(06).
           05 CFE-T-BAJAS               PIC 9(06).
           05 CFE-T-TOTAL               PIC 9(06).

           COPY BENFD.
           COPY ENRFD.
           COPY DPNFD.
           COPY CARFD.
           COPY OXRFD.
           COPY OPERFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY BENSTAT.
           COPY ENRSTAT.
           COPY DPNSTAT.
           COPY CARSTAT.
           COPY OXRSTAT.
           COPY OPERSTAT.
       01 WS-CFE-STATUS                PIC X(02).
      *EL ARCHIVO POR OMISION LLEVA LA CLAVE DEL PLAN EN EL
      *NOMBRE (CARFEEDxxx.TXT).
       01 WS-CARFEED-PATH-DFLT         PIC X(80).
       01 WS-CARFEED-PATH              PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-DPN-FLAG                  PIC 9.
       01 WS-HAY-DPN                   PIC X.
       01 WS-PLAN                      PIC X(03).
       01 WS-HOY                       PIC 9(08).
       01 WS-HORA                      PIC 9(08).
      *MARCA DE ESTA CORRIDA EN CS-CORRIDA (FECHA Y HORA).
       01 WS-CORRIDA                   PIC X(14).
       01 WS-ANTERIOR                  PIC X(08).
       01 WS-CUBRE                     PIC X.
       01 WS-DG-J                      PIC 9(02).
       01 WS-MOV                       PIC X.
       01 WS-ALTAS                     PIC 9(06) VALUE 0.
       01 WS-CAMBIOS                   PIC 9(06) VALUE 0.
       01 WS-BAJAS                     PIC 9(06) VALUE 0.
       01 WS-TOTAL                     PIC 9(06) VALUE 0.

      *ESTADO ACTUAL DE LA PERSONA CUBIERTA, ARMADO DE ENROLL,
      *EMPLEADO Y DPN-MAST, QUE SE COMPARA CONTRA CAR-SNAP.
       01 WS-ACT.
           05 WS-ACT-ID                PIC 9(06).
           05 WS-ACT-SEC               PIC 9(02).
           05 WS-ACT-NOMBRE            PIC X(30).
           05 WS-ACT-PARENTESCO        PIC X.
           05 WS-ACT-F-NAC             PIC X(08).
           05 WS-ACT-CURP              PIC X(18).
           05 WS-ACT-F-INICIO          PIC X(08).
           05 WS-ACT-F-FIN             PIC X(08).
           05 WS-ACT-EST               PIC X.
      *LO MISMO PARA EL EMPLEADO, QUE SUS DEPENDIENTES HEREDAN.
       01 WS-EMP-F-INICIO              PIC X(08).
       01 WS-EMP-F-FIN                 PIC X(08).
       01 WS-EMP-EST                   PIC X.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     MOVIMIENTOS PARA LA ASEGURADORA'.
           DISPLAY SEP.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO WS-CORRIDA.
           STRING WS-HOY WS-HORA (1:6) DELIMITED BY SIZE
               INTO WS-CORRIDA.
           DISPLAY 'PLAN DE BEN-MAST:'.
           ACCEPT WS-PLAN.
           PERFORM 020-LEE-PLAN.
           PERFORM 050-CHECA-REGISTRO.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-ENROLL-PATH-DFLT TO WS-ENROLL-PATH.
           DISPLAY 'ENROLL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENROLL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ENROLL-PATH = SPACES
               MOVE WS-ENROLL-PATH-DFLT TO WS-ENROLL-PATH
           END-IF.
           OPEN INPUT ENROLL.
           IF WS-ENR-STATUS NOT = '00'
               DISPLAY 'SIN ARCHIVO DE INSCRIPCIONES (ENROLL). '
                   'FILE STATUS: ' WS-ENR-STATUS
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           MOVE WS-DPNMAST-PATH-DFLT TO WS-DPNMAST-PATH.
           DISPLAY 'DPNMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DPNMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DPNMAST-PATH = SPACES
               MOVE WS-DPNMAST-PATH-DFLT TO WS-DPNMAST-PATH
           END-IF.
           MOVE 'S' TO WS-HAY-DPN.
           OPEN INPUT DPN-MAST.
           IF WS-DPN-STATUS NOT = '00'
               DISPLAY 'SIN DEPENDIENTES (DPN-MAST); SOLO SE '
                   'ENVIAN EMPLEADOS.'
               MOVE 'N' TO WS-HAY-DPN
           END-IF.
           MOVE WS-CARSNAP-PATH-DFLT TO WS-CARSNAP-PATH.
           DISPLAY 'CARSNAP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CARSNAP-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CARSNAP-PATH = SPACES
               MOVE WS-CARSNAP-PATH-DFLT TO WS-CARSNAP-PATH
           END-IF.
           OPEN I-O CAR-SNAP.
           IF WS-CAR-STATUS = '35'
               OPEN OUTPUT CAR-SNAP
               CLOSE CAR-SNAP
               OPEN I-O CAR-SNAP
           END-IF.
           PERFORM 060-LEE-CONTROL.
           MOVE SPACES TO WS-CARFEED-PATH-DFLT.
           STRING 'C:\Users\pc\Desktop\S\CARFEED' WS-PLAN '.TXT'
               DELIMITED BY SIZE INTO WS-CARFEED-PATH-DFLT.
           MOVE WS-CARFEED-PATH-DFLT TO WS-CARFEED-PATH.
           DISPLAY 'CARFEED_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CARFEED-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CARFEED-PATH = SPACES
               MOVE WS-CARFEED-PATH-DFLT TO WS-CARFEED-PATH
           END-IF.
           OPEN OUTPUT CARFEED.
           MOVE SPACES TO CFE-HDR.
           MOVE 'H' TO CFE-H-TIPO.
           MOVE WS-PLAN TO CFE-H-PLAN.
           MOVE BP-DESC TO CFE-H-DESC.
           MOVE WS-HOY TO CFE-H-FECHA.
           MOVE WS-ANTERIOR TO CFE-H-ANTERIOR.
           WRITE CFE-HDR.
           PERFORM 100-PROCESA UNTIL WS-FLAG = 1.
           PERFORM 500-BAJAS.
           MOVE SPACES TO CFE-TRL.
           MOVE 'T' TO CFE-T-TIPO.
           MOVE WS-ALTAS TO CFE-T-ALTAS.
           MOVE WS-CAMBIOS TO CFE-T-CAMBIOS.
           MOVE WS-BAJAS TO CFE-T-BAJAS.
           MOVE WS-TOTAL TO CFE-T-TOTAL.
           WRITE CFE-TRL.
           CLOSE CARFEED.
           PERFORM 070-GRABA-CONTROL.
           PERFORM 080-REGISTRA-SALIDA.
           CLOSE CAR-SNAP.
           IF WS-HAY-DPN = 'S'
               CLOSE DPN-MAST
           END-IF.
           CLOSE ENROLL.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY 'PLAN ' WS-PLAN ' ' BP-DESC.
           DISPLAY 'ENVIO ANTERIOR: ' WS-ANTERIOR.
           DISPLAY 'ALTAS:   ' WS-ALTAS.
           DISPLAY 'CAMBIOS: ' WS-CAMBIOS.
           DISPLAY 'BAJAS:   ' WS-BAJAS.
           DISPLAY 'ARCHIVO PARA LA ASEGURADORA: ' WS-CARFEED-PATH.
           DISPLAY SEP.
           STOP RUN.

           020-LEE-PLAN.
               MOVE WS-BENMAST-PATH-DFLT TO WS-BENMAST-PATH
               DISPLAY 'BENMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-BENMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-BENMAST-PATH = SPACES
                   MOVE WS-BENMAST-PATH-DFLT TO WS-BENMAST-PATH
               END-IF
               OPEN INPUT BEN-MAST
               IF WS-BEN-STATUS NOT = '00'
                   DISPLAY 'SIN CATALOGO DE PLANES (BEN-MAST). '
                       'FILE STATUS: ' WS-BEN-STATUS
                   STOP RUN
               END-IF
               MOVE WS-PLAN TO BP-CLV
               READ BEN-MAST KEY IS BP-CLV
                   INVALID KEY
                       DISPLAY 'PLAN NO EXISTE EN BEN-MAST: ' WS-PLAN
                       CLOSE BEN-MAST
                       STOP RUN
               END-READ
               CLOSE BEN-MAST.

      *UN SEGUNDO ARCHIVO DEL PLAN EN EL MISMO MES SOLO SALE CON
      *OVERRIDE DE SUPERVISOR (OX-REG).
           050-CHECA-REGISTRO.
               MOVE 'CARFEED' TO WS-OX-INTERFAZ
               MOVE SPACES TO WS-OX-PERIODO
               STRING WS-PLAN ' ' WS-HOY (1:6) DELIMITED BY SIZE
                   INTO WS-OX-PERIODO
               PERFORM 997-OX-CHECA THRU 997-OX-SALIDA
               IF WS-OX-OK NOT = 'S'
                   DISPLAY 'ARCHIVO NO GENERADO.'
                   STOP RUN
               END-IF.

           060-LEE-CONTROL.
               MOVE WS-PLAN TO CS-PLAN
               MOVE 0 TO CS-ID-EMPL
               MOVE 0 TO CS-SEC
               READ CAR-SNAP KEY IS CS-KEY
                   INVALID KEY
                       MOVE 'NINGUNO' TO WS-ANTERIOR
                   NOT INVALID KEY
                       MOVE CS-F-ENVIO TO WS-ANTERIOR
               END-READ.

           070-GRABA-CONTROL.
               MOVE WS-PLAN TO CS-PLAN
               MOVE 0 TO CS-ID-EMPL
               MOVE 0 TO CS-SEC
               READ CAR-SNAP KEY IS CS-KEY
                   INVALID KEY
                       MOVE SPACES TO CS-NOMBRE
                       MOVE 'CONTROL DEL PLAN' TO CS-NOMBRE
                       MOVE SPACES TO CS-PARENTESCO CS-F-NAC CS-CURP
                           CS-F-INICIO CS-F-FIN CS-EST
                       MOVE WS-HOY TO CS-F-ENVIO
                       MOVE WS-CORRIDA TO CS-CORRIDA
                       WRITE CAR-REC
                   NOT INVALID KEY
                       MOVE WS-HOY TO CS-F-ENVIO
                       MOVE WS-CORRIDA TO CS-CORRIDA
                       REWRITE CAR-REC
               END-READ.

           080-REGISTRA-SALIDA.
               MOVE WS-TOTAL TO WS-OX-REGS
               MOVE 0 TO WS-OX-IMPORTE
               MOVE WS-CARFEED-PATH TO WS-OX-ARCHIVO
               MOVE 'LOTE' TO WS-OX-OPER
               PERFORM 997-OX-REGISTRA.

       100-PROCESA.
           READ ENROLL NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EN-PLAN = WS-PLAN
                       AND EN-F-INICIO NOT > WS-HOY
                       PERFORM 200-EMPLEADO THRU 200-SALIDA
                   END-IF
           END-READ.

      *EL EMPLEADO INSCRITO Y, DETRAS, SUS DEPENDIENTES CUBIERTOS.
      *LA COBERTURA TERMINA CON LA INSCRIPCION O CON LA BAJA DEL
      *EMPLEADO, LO QUE OCURRA PRIMERO.
       200-EMPLEADO.
           MOVE EN-ID-EMPL TO ID-EMPL.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   DISPLAY 'INSCRIPCION SIN MAESTRO, SE OMITE: '
                       EN-ID-EMPL
           END-READ.
           IF WS-EMP-STATUS NOT = '00'
               GO TO 200-SALIDA
           END-IF.
           MOVE EN-F-INICIO TO WS-EMP-F-INICIO.
           MOVE EN-F-FIN TO WS-EMP-F-FIN.
           IF EMP-STATUS = 'I'
               AND (EN-F-FIN = SPACES OR TERM-FECHA < EN-F-FIN)
               MOVE TERM-FECHA TO WS-EMP-F-FIN
           END-IF.
           IF EMP-STATUS = 'I'
               OR (EN-F-FIN NOT = SPACES AND EN-F-FIN < WS-HOY)
               MOVE 'B' TO WS-EMP-EST
           ELSE
               MOVE 'A' TO WS-EMP-EST
           END-IF.
           MOVE ID-EMPL TO WS-ACT-ID.
           MOVE 0 TO WS-ACT-SEC.
           MOVE NOM-EMPL TO WS-ACT-NOMBRE.
           MOVE 'E' TO WS-ACT-PARENTESCO.
           MOVE F-NAC TO WS-ACT-F-NAC.
           MOVE CURP TO WS-ACT-CURP.
           MOVE WS-EMP-F-INICIO TO WS-ACT-F-INICIO.
           MOVE WS-EMP-F-FIN TO WS-ACT-F-FIN.
           MOVE WS-EMP-EST TO WS-ACT-EST.
           PERFORM 300-COMPARA.
           IF WS-HAY-DPN = 'S'
               MOVE 0 TO WS-DPN-FLAG
               MOVE ID-EMPL TO DN-ID-EMPL
               MOVE 0 TO DN-SEC
               START DPN-MAST KEY IS GREATER THAN DN-KEY
                   INVALID KEY MOVE 1 TO WS-DPN-FLAG
               END-START
               PERFORM 210-DPN-LEE UNTIL WS-DPN-FLAG = 1
           END-IF.
       200-SALIDA.
           EXIT.

           210-DPN-LEE.
               READ DPN-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-DPN-FLAG
                   NOT AT END
                       IF DN-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-DPN-FLAG
                       ELSE
                           PERFORM 220-DPN-CUBIERTO
                       END-IF
               END-READ.

           220-DPN-CUBIERTO.
               MOVE 'N' TO WS-CUBRE
               PERFORM 230-DESIG VARYING WS-DG-J FROM 1 BY 1
                   UNTIL WS-DG-J > 6
               IF WS-CUBRE = 'S'
                   MOVE DN-ID-EMPL TO WS-ACT-ID
                   MOVE DN-SEC TO WS-ACT-SEC
                   MOVE DN-NOMBRE TO WS-ACT-NOMBRE
                   MOVE DN-PARENTESCO TO WS-ACT-PARENTESCO
                   MOVE DN-F-NAC TO WS-ACT-F-NAC
                   MOVE DN-CURP TO WS-ACT-CURP
                   MOVE WS-EMP-F-INICIO TO WS-ACT-F-INICIO
                   MOVE WS-EMP-F-FIN TO WS-ACT-F-FIN
                   MOVE WS-EMP-EST TO WS-ACT-EST
                   PERFORM 300-COMPARA
               END-IF.

           230-DESIG.
               IF DN-D-PLAN (WS-DG-J) = WS-PLAN
                   AND DN-D-CUBIERTO (WS-DG-J) = 'S'
                   MOVE 'S' TO WS-CUBRE
               END-IF.

      *COMPARA EL ESTADO ACTUAL CONTRA LO ULTIMO ENVIADO. SIN
      *REGISTRO PREVIO SOLO SE MANDA SI ESTA VIGENTE (ALTA); CON
      *REGISTRO, VIGENTE CONTRA BAJA ES ALTA O BAJA, Y UN DATO
      *DISTINTO EN UNA VIGENTE ES CAMBIO.
       300-COMPARA.
           MOVE SPACE TO WS-MOV.
           MOVE WS-PLAN TO CS-PLAN.
           MOVE WS-ACT-ID TO CS-ID-EMPL.
           MOVE WS-ACT-SEC TO CS-SEC.
           READ CAR-SNAP KEY IS CS-KEY
               INVALID KEY
                   IF WS-ACT-EST = 'A'
                       MOVE 'A' TO WS-MOV
                       PERFORM 310-CARGA
                       WRITE CAR-REC
                       PERFORM 400-DETALLE
                   END-IF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CS-EST = 'A' AND WS-ACT-EST = 'B'
                           MOVE 'B' TO WS-MOV
                       WHEN CS-EST = 'B' AND WS-ACT-EST = 'A'
                           MOVE 'A' TO WS-MOV
                       WHEN CS-EST = 'A'
                           AND (CS-NOMBRE NOT = WS-ACT-NOMBRE
                           OR CS-PARENTESCO NOT = WS-ACT-PARENTESCO
                           OR CS-F-NAC NOT = WS-ACT-F-NAC
                           OR CS-CURP NOT = WS-ACT-CURP
                           OR CS-F-INICIO NOT = WS-ACT-F-INICIO
                           OR CS-F-FIN NOT = WS-ACT-F-FIN)
                           MOVE 'C' TO WS-MOV
                   END-EVALUATE
                   IF WS-MOV NOT = SPACE
                       PERFORM 310-CARGA
                       PERFORM 400-DETALLE
                   END-IF
                   MOVE WS-CORRIDA TO CS-CORRIDA
                   REWRITE CAR-REC
           END-READ.

           310-CARGA.
               MOVE WS-ACT-NOMBRE TO CS-NOMBRE
               MOVE WS-ACT-PARENTESCO TO CS-PARENTESCO
               MOVE WS-ACT-F-NAC TO CS-F-NAC
               MOVE WS-ACT-CURP TO CS-CURP
               MOVE WS-ACT-F-INICIO TO CS-F-INICIO
               MOVE WS-ACT-F-FIN TO CS-F-FIN
               MOVE WS-ACT-EST TO CS-EST
               MOVE WS-HOY TO CS-F-ENVIO
               MOVE WS-CORRIDA TO CS-CORRIDA.

      *EL RENGLON DE DETALLE SALE SIEMPRE DE CAR-REC YA ACTUALIZADO.
       400-DETALLE.
           MOVE SPACES TO CFE-DET.
           MOVE 'D' TO CFE-D-TIPO.
           MOVE WS-MOV TO CFE-D-MOV.
           MOVE CS-PLAN TO CFE-D-PLAN.
           MOVE CS-ID-EMPL TO CFE-D-ID-EMPL.
           MOVE CS-SEC TO CFE-D-SEC.
           MOVE CS-PARENTESCO TO CFE-D-PARENTESCO.
           MOVE CS-NOMBRE TO CFE-D-NOMBRE.
           MOVE CS-F-NAC TO CFE-D-F-NAC.
           MOVE CS-CURP TO CFE-D-CURP.
           MOVE CS-F-INICIO TO CFE-D-F-INICIO.
           MOVE CS-F-FIN TO CFE-D-F-FIN.
           WRITE CFE-DET.
           ADD 1 TO WS-TOTAL.
           EVALUATE WS-MOV
               WHEN 'A' ADD 1 TO WS-ALTAS
               WHEN 'C' ADD 1 TO WS-CAMBIOS
               WHEN 'B' ADD 1 TO WS-BAJAS
           END-EVALUATE.

      *LO ENVIADO COMO VIGENTE QUE ESTA CORRIDA YA NO ENCONTRO
      *(INSCRIPCION BORRADA, DEPENDIENTE ELIMINADO O SIN COBERTURA)
      *SE MANDA COMO BAJA CON FECHA DE HOY.
       500-BAJAS.
           MOVE 0 TO WS-FLAG.
           MOVE WS-PLAN TO CS-PLAN.
           MOVE 0 TO CS-ID-EMPL.
           MOVE 0 TO CS-SEC.
           START CAR-SNAP KEY IS NOT LESS THAN CS-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 510-BAJA-LEE UNTIL WS-FLAG = 1.

           510-BAJA-LEE.
               READ CAR-SNAP NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF CS-PLAN NOT = WS-PLAN
                           MOVE 1 TO WS-FLAG
                       ELSE
                           IF CS-ID-EMPL NOT = 0
                               AND CS-EST = 'A'
                               AND CS-CORRIDA NOT = WS-CORRIDA
                               PERFORM 520-BAJA
                           END-IF
                       END-IF
               END-READ.

           520-BAJA.
               MOVE 'B' TO WS-MOV
               MOVE 'B' TO CS-EST
               MOVE WS-HOY TO CS-F-FIN
               MOVE WS-HOY TO CS-F-ENVIO
               MOVE WS-CORRIDA TO CS-CORRIDA
               REWRITE CAR-REC
               PERFORM 400-DETALLE.

           COPY EMPCHKLKUP.
           COPY OXRLKUP.
           COPY OXROVR.
