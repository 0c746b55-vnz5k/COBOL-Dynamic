      *********************************************************
      *PROGRAMA - CARGA DE LA CEDULA BIMESTRAL DE CUOTAS DEL  *
      *IMSS. EL IMSS EMITE POR REGISTRO PATRONAL Y BIMESTRE LA*
      *DETERMINACION DE CUOTAS QUE COBRA POR CADA NSS; ESTE   *
      *PROGRAMA LEE ESE ARCHIVO PARA LA COMPANIA Y EL BIMESTRE*
      *CAPTURADOS Y LO DEJA EN CED-MAST, DONDE DYN-CEDREC LO  *
      *COMPARA CONTRA NUESTRO DETALLE IMSDET Y LOS AVISOS DEL *
      *IDSE. UNA CEDULA CORREGIDA DEL MISMO BIMESTRE REEMPLAZA*
      *A LA CARGADA. SE RECHAZAN (Y SE REPORTAN) LOS RENGLONES*
      *DE OTRO BIMESTRE, DE OTRO REGISTRO PATRONAL QUE EL DE  *
      *LA COMPANIA EN CIA-MAST, SIN NSS O CON IMPORTES NO     *
      *NUMERICOS. CADA ARCHIVO CARGADO QUEDA EN EL REGISTRO DE*
      *ENTRADA IX-REG CON SU HUELLA (DYN-IXINQ); EL MISMO     *
      *CONTENIDO NO SE CARGA DOS VECES SIN OVERRIDE DE        *
      *SUPERVISOR.                                            *
      *********************************************************
      *********************************************************
      *LAYOUT DE LA CEDULA (UN RENGLON POR NSS Y MOVIMIENTO): *
      *  POS 01-11  REG. PATRONAL PIC X(11)                   *
      *  POS 13-18  BIMESTRE      PIC X(06) (AAAABB)          *
      *  POS 20-30  NSS           PIC X(11)                   *
      *  POS 32-61  NOMBRE        PIC X(30)                   *
      *  POS 63-64  DIAS          PIC 9(02) (COTIZADOS)       *
      *  POS 66-72  SDI           PIC 9(05)V99 (CENTAVOS      *
      *                           IMPLICITOS)                 *
      *  POS 74-82  CUOTA OBRERA  PIC 9(07)V99                *
      *  POS 84-92  CUOTA PATRON. PIC 9(07)V99                *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-CEDIMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEDULA-IN ASSIGN TO WS-CEDIN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CEDIN-STATUS.
           COPY CEDFILE.
           COPY CIAFILE.
           COPY OPERFILE.
           COPY IXRFILE.

       DATA DIVISION.
       FILE SECTION.
       FD CEDULA-IN.
       01 CIN-REC.
           05 CI-REG-PAT               PIC X(11).
           05 FILLER                   PIC X.
           05 CI-BIM                   PIC X(06).
           05 FILLER                   PIC X.
           05 CI-NSS                   PIC X(11).
           05 FILLER                   PIC X.
           05 CI-NOMBRE                PIC X(30).
           05 FILLER                   PIC X.
           05 CI-DIAS                  PIC 9(02).
           05 FILLER                   PIC X.
           05 CI-SDI                   PIC 9(05)V99.
           05 FILLER                   PIC X.
           05 CI-OBR                   PIC 9(07)V99.
           05 FILLER                   PIC X.
           05 CI-PAT                   PIC 9(07)V99.

           COPY CEDFD.
           COPY CIAFD.
           COPY OPERFD.
           COPY IXRFD.

       WORKING-STORAGE SECTION.
           COPY CEDSTAT.
           COPY CIASTAT.
           COPY OPERSTAT.
           COPY IXRSTAT.
       01 WS-CEDIN-STATUS              PIC X(02).
       01 WS-CEDIN-PATH-DFLT           PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\CEDULAIN.TXT'.
       01 WS-CEDIN-PATH                PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).

      *COMPANIA Y BIMESTRE (AAAABB) QUE SE CARGAN Y EL REGISTRO
      *PATRONAL DE LA COMPANIA (SPACES SI NO ESTA CAPTURADO: NO
      *SE VALIDA EL DEL RENGLON).
       01 WS-CIA                       PIC X(02).
       01 WS-BIM                       PIC X(06).
       01 WS-BIM-N REDEFINES WS-BIM.
           05 WS-BIM-ANIO              PIC 9(04).
           05 WS-BIM-NUM               PIC 9(02).
       01 WS-REG-PAT                   PIC X(11).

       01 WS-RENGLON                   PIC 9(05) VALUE 0.
       01 WS-MOTIVO                    PIC X(40).
       01 WS-BORRADOS                  PIC 9(05) VALUE 0.
       01 WS-CARGADOS                  PIC 9(05) VALUE 0.
       01 WS-ACUMULADOS                PIC 9(05) VALUE 0.
       01 WS-RECHAZADOS                PIC 9(05) VALUE 0.
       01 WS-SUMA-OBR                  PIC 9(09)V99 VALUE 0.
       01 WS-SUMA-PAT                  PIC 9(09)V99 VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     CARGA DE LA CEDULA BIMESTRAL DEL IMSS'.
           DISPLAY SEP.
           PERFORM 040-PIDE-CIA.
           PERFORM 045-PIDE-BIMESTRE.
           MOVE WS-CEDIN-PATH-DFLT TO WS-CEDIN-PATH.
           DISPLAY 'CEDULAIN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CEDIN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CEDIN-PATH = SPACES
               MOVE WS-CEDIN-PATH-DFLT TO WS-CEDIN-PATH
           END-IF.
           MOVE 'DYNCEDIM' TO WS-IX-PROGRAMA.
           MOVE WS-CEDIN-PATH TO WS-IX-ARCHIVO.
           MOVE 'LOTE' TO WS-IX-OPER.
           PERFORM 998-IX-CHECA THRU 998-IX-SALIDA.
           IF WS-IX-OK NOT = 'S'
               DISPLAY 'CARGA CANCELADA; NO SE TOCO NADA.'
               STOP RUN
           END-IF.
           OPEN INPUT CEDULA-IN.
           IF WS-CEDIN-STATUS NOT = '00'
               DISPLAY 'SIN ARCHIVO DE LA CEDULA. FILE STATUS: '
                   WS-CEDIN-STATUS
               STOP RUN
           END-IF.
           MOVE WS-CEDMAST-PATH-DFLT TO WS-CEDMAST-PATH.
           DISPLAY 'CEDMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CEDMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CEDMAST-PATH = SPACES
               MOVE WS-CEDMAST-PATH-DFLT TO WS-CEDMAST-PATH
           END-IF.
           OPEN I-O CED-MAST.
           IF WS-CED-STATUS = '35'
               OPEN OUTPUT CED-MAST
               CLOSE CED-MAST
               OPEN I-O CED-MAST
           END-IF.
           PERFORM 060-BORRA-ANTERIOR.
           PERFORM 100-PROCESA UNTIL WS-FLAG = 1.
           CLOSE CED-MAST.
           CLOSE CEDULA-IN.
           DISPLAY SEP.
           IF WS-BORRADOS > 0
               DISPLAY 'NSS DE LA CEDULA ANTERIOR REEMPLAZADOS: '
                   WS-BORRADOS
           END-IF.
           DISPLAY 'NSS CARGADOS:            ' WS-CARGADOS.
           DISPLAY 'RENGLONES ACUMULADOS:    ' WS-ACUMULADOS.
           DISPLAY 'RENGLONES RECHAZADOS:    ' WS-RECHAZADOS.
           DISPLAY 'CUOTA OBRERA:   ' WS-SUMA-OBR
               '  CUOTA PATRONAL: ' WS-SUMA-PAT.
           DISPLAY 'COMPARE LA CEDULA CON DYN-CEDREC.'.
           MOVE WS-CARGADOS TO WS-IX-ACEPT.
           MOVE WS-RECHAZADOS TO WS-IX-RECH.
           MOVE 'NSS CARGADOS / RENGLONES RECHAZADOS'
               TO WS-IX-RESULTADO.
           PERFORM 998-IX-REGISTRA.
           DISPLAY SEP.
           STOP RUN.

           040-PIDE-CIA.
               DISPLAY 'COMPANIA DE LA CEDULA (01 = LA ORIGINAL):'
               ACCEPT WS-CIA
               IF WS-CIA = SPACES
                   PERFORM 040-PIDE-CIA
               ELSE
                   MOVE SPACES TO CIA-REC
                   MOVE WS-CIA TO CM-CLV
                   PERFORM 973-CIA-LOOKUP
                   IF WS-CIA-OK = 'N'
                       PERFORM 040-PIDE-CIA
                   ELSE
                       MOVE CM-REG-PAT TO WS-REG-PAT
                       DISPLAY 'REGISTRO PATRONAL: ' WS-REG-PAT
                   END-IF
               END-IF.

           045-PIDE-BIMESTRE.
               DISPLAY 'BIMESTRE DE LA CEDULA (AAAABB, BB DE 01 A 06):'
               ACCEPT WS-BIM
               IF WS-BIM NOT NUMERIC
                   DISPLAY 'BIMESTRE INVALIDO'
                   PERFORM 045-PIDE-BIMESTRE
               ELSE
                   IF WS-BIM-NUM < 1 OR WS-BIM-NUM > 6
                       DISPLAY 'BIMESTRE INVALIDO'
                       PERFORM 045-PIDE-BIMESTRE
                   END-IF
               END-IF.

      *UNA CEDULA CORREGIDA SUSTITUYE COMPLETA A LA ANTERIOR DEL
      *MISMO BIMESTRE: UN NSS QUE YA NO VIENE NO DEBE QUEDAR.
       060-BORRA-ANTERIOR.
           MOVE WS-CIA TO CD-CIA.
           MOVE WS-BIM TO CD-BIM.
           MOVE LOW-VALUES TO CD-NSS.
           START CED-MAST KEY IS NOT LESS THAN CD-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 061-BORRA UNTIL WS-FLAG = 1.
           MOVE 0 TO WS-FLAG.

           061-BORRA.
               READ CED-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF CD-CIA NOT = WS-CIA OR CD-BIM NOT = WS-BIM
                           MOVE 1 TO WS-FLAG
                       ELSE
                           DELETE CED-MAST RECORD
                           ADD 1 TO WS-BORRADOS
                       END-IF
               END-READ.

           100-PROCESA.
               READ CEDULA-IN
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       ADD 1 TO WS-RENGLON
                       PERFORM 200-VALIDA
                       IF WS-MOTIVO = SPACES
                           PERFORM 300-GRABA
                       ELSE
                           DISPLAY 'RECHAZADO: RENGLON ' WS-RENGLON
                               ' NSS ' CI-NSS ' ' WS-MOTIVO
                           ADD 1 TO WS-RECHAZADOS
                       END-IF
               END-READ.

           200-VALIDA.
               MOVE SPACES TO WS-MOTIVO
               EVALUATE TRUE
                   WHEN CI-BIM NOT = WS-BIM
                       STRING 'ES DEL BIMESTRE ' CI-BIM
                           DELIMITED BY SIZE INTO WS-MOTIVO
                   WHEN WS-REG-PAT NOT = SPACES
                       AND CI-REG-PAT NOT = WS-REG-PAT
                       STRING 'ES DEL REGISTRO PATRONAL ' CI-REG-PAT
                           DELIMITED BY SIZE INTO WS-MOTIVO
                   WHEN CI-NSS = SPACES
                       MOVE 'SIN NSS' TO WS-MOTIVO
                   WHEN CI-DIAS NOT NUMERIC OR CI-SDI NOT NUMERIC
                       OR CI-OBR NOT NUMERIC OR CI-PAT NOT NUMERIC
                       MOVE 'DIAS, SDI O CUOTAS NO NUMERICOS'
                           TO WS-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *EL MISMO NSS EN VARIOS RENGLONES (BAJA Y REINGRESO DENTRO
      *DEL BIMESTRE) SE ACUMULA; QUEDA EL SDI DEL ULTIMO.
           300-GRABA.
               MOVE WS-CIA TO CD-CIA
               MOVE WS-BIM TO CD-BIM
               MOVE CI-NSS TO CD-NSS
               READ CED-MAST KEY IS CD-KEY
                   INVALID KEY
                       MOVE CI-REG-PAT TO CD-REG-PAT
                       MOVE CI-NOMBRE TO CD-NOMBRE
                       MOVE CI-DIAS TO CD-DIAS
                       MOVE CI-SDI TO CD-SDI
                       MOVE CI-OBR TO CD-OBR
                       MOVE CI-PAT TO CD-PAT
                       MOVE WS-HOY TO CD-FECHA
                       WRITE CED-REC
                       ADD 1 TO WS-CARGADOS
                   NOT INVALID KEY
                       ADD CI-DIAS TO CD-DIAS
                       MOVE CI-SDI TO CD-SDI
                       ADD CI-OBR TO CD-OBR
                       ADD CI-PAT TO CD-PAT
                       REWRITE CED-REC
                       ADD 1 TO WS-ACUMULADOS
               END-READ
               ADD CI-OBR TO WS-SUMA-OBR
               ADD CI-PAT TO WS-SUMA-PAT.

           COPY CIALKUP.
           COPY IXRLKUP.
