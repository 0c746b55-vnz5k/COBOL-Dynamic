      *********************************************************
      *PROGRAMA - ARCHIVO/PURGA DE REGISTROS CERRADOS EN LOS  *
      *MAESTROS SATELITES. DYN-YEARCH SOLO PURGA EMPLEADO;    *
      *ESTE PROGRAMA SACA DE CADA SATELITE LO QUE YA ESTA     *
      *CERRADO Y ES MAS VIEJO QUE LOS MESES DE RETENCION DE   *
      *SU ARCHIVO EN RET-PARM (DYN-RETMNT):                   *
      *  LOAN-MAST  PRESTAMO CON SALDO CERO (CIERRE = ULTIMO  *
      *             ABONO EN DEDDET, O LA FECHA DE ALTA SI    *
      *             NUNCA SE DESCONTO)                        *
      *  GARN-MAST  CASO CON SALDO CERO (CIERRE = ULTIMO      *
      *             DESCUENTO EN DEDDET; SIN DESCUENTOS NO HAY*
      *             FECHA Y SE QUEDA)                         *
      *  ENROLL     INSCRIPCION CON FECHA DE BAJA             *
      *  LV-REQ     SOLICITUD APROBADA O RECHAZADA, POR SU    *
      *             FECHA FINAL                               *
      *  CHK-REG    CHEQUE PAGADO O CANCELADO                 *
      *  REM-CTL    RETENCION YA ENTERADA AL TERCERO          *
      *CADA REGISTRO SE ESCRIBE TAL CUAL EN UN ARCHIVO        *
      *FECHADO POR SATELITE (SARC-XXXX-AAAAMMDD), SE ANOTA EN *
      *EL INDICE SAT-IDX Y SE ELIMINA DEL MAESTRO VIVO. EN    *
      *MODO SIMULACION SOLO LISTA LO QUE SALDRIA. LA CONSULTA *
      *ES DYN-SATINQ.                                         *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-SATARC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAT-ARCH ASSIGN TO WS-SARC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SARC-STATUS.
           COPY RTPFILE.
           COPY SIXFILE.
           COPY LONFILE.
           COPY GARFILE.
           COPY ENRFILE.
           COPY LRQFILE.
           COPY CHKRFILE.
           COPY REMFILE.
           COPY DETFILE.

       DATA DIVISION.
       FILE SECTION.
       FD SAT-ARCH.
       01 SARC-REC                     PIC X(80).

           COPY RTPFD.
           COPY SIXFD.
           COPY LONFD.
           COPY GARFD.
           COPY ENRFD.
           COPY LRQFD.
           COPY CHKRFD.
           COPY REMFD.
           COPY DETFD.

       WORKING-STORAGE SECTION.
           COPY RTPSTAT.
           COPY SIXSTAT.
           COPY LONSTAT.
           COPY GARSTAT.
           COPY ENRSTAT.
           COPY LRQSTAT.
           COPY CHKRSTAT.
           COPY REMSTAT.
           COPY DETSTAT.
       01 WS-SARC-STATUS               PIC X(02).
       01 WS-SARC-PATH.
           05 WS-SARC-DIR              PIC X(27).
           05 WS-SARC-ARCHIVO          PIC X(04).
           05 FILLER PIC X VALUE '-'.
           05 WS-SARC-FECHA            PIC 9(08).
           05 FILLER PIC X(04) VALUE '.TXT'.

       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-MODO                      PIC X.
       01 WS-HOY                       PIC 9(08).
       01 WS-HOY-R REDEFINES WS-HOY.
           05 WS-HOY-ANIO              PIC 9(04).
           05 WS-HOY-MES               PIC 9(02).
           05 WS-HOY-DIA               PIC 9(02).

      *CORTE DEL ARCHIVO EN TURNO: FECHA (AAAAMMDD) Y PERIODO
      *(AAAAMM) ANTERIORES A LOS CUALES LO CERRADO SE ARCHIVA.
       01 WS-ARCHIVO                   PIC X(04).
       01 WS-MESES                     PIC 9(03).
       01 WS-MESES-TOT                 PIC 9(06).
       01 WS-CORTE                     PIC 9(08).
       01 WS-CORTE-R REDEFINES WS-CORTE.
           05 WS-CORTE-ANIO            PIC 9(04).
           05 WS-CORTE-MES             PIC 9(02).
           05 WS-CORTE-DIA             PIC 9(02).
       01 WS-CORTE-X REDEFINES WS-CORTE PIC X(08).
       01 WS-CORTE-PER                 PIC X(06).

      *DATOS DEL REGISTRO QUE SE ARCHIVA, PARA EL INDICE.
       01 WS-SX-ID                     PIC 9(06).
       01 WS-SX-LLAVE                  PIC X(20).
       01 WS-SX-CIERRE                 PIC X(08).

       01 WS-LEIDOS                    PIC 9(07).
       01 WS-ARCHIVADOS                PIC 9(07).
       01 WS-SIN-FECHA                 PIC 9(05).
       01 WS-TOTAL                     PIC 9(07) VALUE 0.

      *PRESTAMOS Y CASOS EN CERO: SU ULTIMO DESCUENTO SE BUSCA EN
      *DEDDET ANTES DE DECIDIR. LO QUE NO CABE ESPERA A LA SIGUIENTE
      *CORRIDA.
       01 WS-CER-TABLA.
           05 WS-CER-ENT OCCURS 5000 TIMES.
               10 WS-CER-TIPO          PIC X.
               10 WS-CER-ID            PIC 9(06).
               10 WS-CER-CLAVE         PIC X(10).
               10 WS-CER-ULT-PER       PIC X(06).
       01 WS-CER-USADOS                PIC 9(04) VALUE 0.
       01 WS-CER-I                     PIC 9(04).
       01 WS-CER-POS                   PIC 9(04).
       01 WS-CER-TRUNCADO              PIC X VALUE 'N'.
       01 WS-CER-TIPO-BUS              PIC X.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           MOVE WS-HOY TO WS-SARC-FECHA.
           MOVE WS-SARCDIR-PATH-DFLT TO WS-SARC-DIR.
           DISPLAY 'SARCDIR_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SARC-DIR FROM ENVIRONMENT-VALUE.
           IF WS-SARC-DIR = SPACES
               MOVE WS-SARCDIR-PATH-DFLT TO WS-SARC-DIR
           END-IF.
           DISPLAY SEP.
           DISPLAY '     ARCHIVO / PURGA DE REGISTROS CERRADOS'.
           DISPLAY '     EN LOS MAESTROS SATELITES'.
           DISPLAY SEP.
           DISPLAY 'MODO (S=SIMULACION, SOLO LISTA  A=ARCHIVA):'.
           ACCEPT WS-MODO.
           IF WS-MODO NOT = 'S' AND WS-MODO NOT = 'A'
               DISPLAY 'MODO INVALIDO'
               STOP RUN
           END-IF.
           MOVE WS-RETPARM-PATH-DFLT TO WS-RETPARM-PATH.
           DISPLAY 'RETPARM_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-RETPARM-PATH FROM ENVIRONMENT-VALUE.
           IF WS-RETPARM-PATH = SPACES
               MOVE WS-RETPARM-PATH-DFLT TO WS-RETPARM-PATH
           END-IF.
           OPEN I-O RET-PARM.
           IF WS-RTP-STATUS = '35'
               OPEN OUTPUT RET-PARM
               CLOSE RET-PARM
               OPEN I-O RET-PARM
           END-IF.
           IF WS-MODO = 'A'
               MOVE WS-SATIDX-PATH-DFLT TO WS-SATIDX-PATH
               DISPLAY 'SATIDX_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-SATIDX-PATH FROM ENVIRONMENT-VALUE
               IF WS-SATIDX-PATH = SPACES
                   MOVE WS-SATIDX-PATH-DFLT TO WS-SATIDX-PATH
               END-IF
               OPEN EXTEND SAT-IDX
               IF WS-SIX-STATUS NOT = '00'
                   OPEN OUTPUT SAT-IDX
               END-IF
           END-IF.
           PERFORM 100-PRESTAMOS-Y-CASOS.
           PERFORM 300-INSCRIPCIONES.
           PERFORM 400-SOLICITUDES.
           PERFORM 500-CHEQUES.
           PERFORM 600-ENTEROS.
           IF WS-MODO = 'A'
               CLOSE SAT-IDX
           END-IF.
           CLOSE RET-PARM.
           DISPLAY SEP.
           IF WS-MODO = 'A'
               DISPLAY 'TOTAL DE REGISTROS ARCHIVADOS: ' WS-TOTAL
               DISPLAY 'CONSULTELOS CON DYN-SATINQ.'
           ELSE
               DISPLAY 'TOTAL QUE SE ARCHIVARIA: ' WS-TOTAL
               DISPLAY 'SIMULACION: NO SE TOCO NINGUN ARCHIVO.'
           END-IF.
           DISPLAY SEP.
           STOP RUN.

      *****************************************************************
      *    CORTE DEL ARCHIVO EN TURNO: HOY MENOS SUS MESES DE         *
      *    RETENCION (EL DIA SE LIMITA A 28 PARA QUE SIEMPRE EXISTA). *
      *****************************************************************
       050-CORTE.
           MOVE WS-ARCHIVO TO RP-ARCHIVO.
           READ RET-PARM KEY IS RP-ARCHIVO
               INVALID KEY MOVE WS-RTP-MESES-DFLT TO WS-MESES
               NOT INVALID KEY MOVE RP-MESES TO WS-MESES
           END-READ.
           COMPUTE WS-MESES-TOT = WS-HOY-ANIO * 12 + WS-HOY-MES - 1
               - WS-MESES.
           DIVIDE WS-MESES-TOT BY 12 GIVING WS-CORTE-ANIO
               REMAINDER WS-CORTE-MES.
           ADD 1 TO WS-CORTE-MES.
           MOVE WS-HOY-DIA TO WS-CORTE-DIA.
           IF WS-CORTE-DIA > 28
               MOVE 28 TO WS-CORTE-DIA
           END-IF.
           MOVE WS-CORTE-X (1:6) TO WS-CORTE-PER.
           MOVE 0 TO WS-LEIDOS.
           MOVE 0 TO WS-ARCHIVADOS.
           MOVE 0 TO WS-SIN-FECHA.
           DISPLAY SEP.
           DISPLAY WS-ARCHIVO ': RETENCION ' WS-MESES
               ' MESES, SE ARCHIVA LO CERRADO ANTES DE ' WS-CORTE.
           IF WS-MODO = 'A'
               MOVE WS-ARCHIVO TO WS-SARC-ARCHIVO
               OPEN EXTEND SAT-ARCH
               IF WS-SARC-STATUS NOT = '00'
                   OPEN OUTPUT SAT-ARCH
               END-IF
           END-IF.

      *CIERRE DEL ARCHIVO EN TURNO: RESUMEN Y, SI SE ARCHIVO,
      *FECHA Y CANTIDAD DE LA ULTIMA CORRIDA EN RET-PARM.
       060-FIN-ARCHIVO.
           DISPLAY WS-ARCHIVO ': LEIDOS ' WS-LEIDOS
               ' ARCHIVADOS ' WS-ARCHIVADOS.
           ADD WS-ARCHIVADOS TO WS-TOTAL.
           IF WS-MODO = 'A'
               CLOSE SAT-ARCH
               MOVE WS-ARCHIVO TO RP-ARCHIVO
               READ RET-PARM KEY IS RP-ARCHIVO
                   INVALID KEY
                       MOVE WS-RTP-MESES-DFLT TO RP-MESES
                       MOVE SPACES TO RP-DESC
                       MOVE WS-HOY TO RP-F-ULT
                       MOVE WS-ARCHIVADOS TO RP-ULT-REGS
                       WRITE RTP-REC
                   NOT INVALID KEY
                       MOVE WS-HOY TO RP-F-ULT
                       MOVE WS-ARCHIVADOS TO RP-ULT-REGS
                       REWRITE RTP-REC
               END-READ
           END-IF.

      *EL REGISTRO YA ESTA EN SARC-REC: SE ESCRIBE EN EL HISTORICO
      *Y SE ANOTA EN EL INDICE. EL LLAMADOR HACE EL DELETE.
       070-ARCHIVA.
           ADD 1 TO WS-ARCHIVADOS.
           IF WS-MODO = 'S'
               DISPLAY '  ' WS-ARCHIVO ' ' WS-SX-ID ' ' WS-SX-LLAVE
                   ' CERRADO ' WS-SX-CIERRE
           ELSE
               WRITE SARC-REC
               MOVE SPACES TO SIX-REC
               MOVE WS-ARCHIVO TO SX-ARCHIVO
               MOVE WS-SX-ID TO SX-ID-EMPL
               MOVE WS-SX-LLAVE TO SX-LLAVE
               MOVE WS-SX-CIERRE TO SX-F-CIERRE
               MOVE WS-HOY TO SX-F-ARCH
               MOVE WS-SARC-PATH TO SX-ARCH-NOM
               WRITE SIX-REC
           END-IF.

      *****************************************************************
      *    PRESTAMOS Y RETENCIONES JUDICIALES: SE JUNTAN LOS QUE      *
      *    ESTAN EN CERO, SE BUSCA SU ULTIMO DESCUENTO EN DEDDET Y    *
      *    SE ARCHIVAN LOS QUE NO SE MUEVEN DESDE ANTES DEL CORTE.    *
      *****************************************************************
       100-PRESTAMOS-Y-CASOS.
           MOVE WS-LOANMAST-PATH-DFLT TO WS-LOANMAST-PATH.
           DISPLAY 'LOANMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LOANMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LOANMAST-PATH = SPACES
               MOVE WS-LOANMAST-PATH-DFLT TO WS-LOANMAST-PATH
           END-IF.
           MOVE WS-GARNMAST-PATH-DFLT TO WS-GARNMAST-PATH.
           DISPLAY 'GARNMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-GARNMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-GARNMAST-PATH = SPACES
               MOVE WS-GARNMAST-PATH-DFLT TO WS-GARNMAST-PATH
           END-IF.
           OPEN INPUT LOAN-MAST.
           IF WS-LOAN-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 110-JUNTA-PRESTAMO UNTIL WS-FLAG = 1
               CLOSE LOAN-MAST
           END-IF.
           OPEN INPUT GARN-MAST.
           IF WS-GARN-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 120-JUNTA-CASO UNTIL WS-FLAG = 1
               CLOSE GARN-MAST
           END-IF.
           IF WS-CER-TRUNCADO = 'S'
               DISPLAY 'MAS DE 5000 PRESTAMOS/CASOS EN CERO; EL RESTO '
                   'SE REVISA EN LA SIGUIENTE CORRIDA.'
           END-IF.
           IF WS-CER-USADOS > 0
               PERFORM 130-ULTIMOS-DESCUENTOS
           END-IF.
           MOVE 'LOAN' TO WS-ARCHIVO.
           PERFORM 050-CORTE.
           OPEN I-O LOAN-MAST.
           IF WS-LOAN-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 150-PURGA-PRESTAMO UNTIL WS-FLAG = 1
               CLOSE LOAN-MAST
           ELSE
               DISPLAY 'SIN LOAN-MAST. FILE STATUS: ' WS-LOAN-STATUS
           END-IF.
           PERFORM 060-FIN-ARCHIVO.
           MOVE 'GARN' TO WS-ARCHIVO.
           PERFORM 050-CORTE.
           OPEN I-O GARN-MAST.
           IF WS-GARN-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 160-PURGA-CASO UNTIL WS-FLAG = 1
               CLOSE GARN-MAST
           ELSE
               DISPLAY 'SIN GARN-MAST. FILE STATUS: ' WS-GARN-STATUS
           END-IF.
           IF WS-SIN-FECHA > 0
               DISPLAY 'CASOS EN CERO SIN DESCUENTOS EN DEDDET (SIN '
                   'FECHA DE CIERRE, SE QUEDAN): ' WS-SIN-FECHA
           END-IF.
           PERFORM 060-FIN-ARCHIVO.

           110-JUNTA-PRESTAMO.
               READ LOAN-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF LN-SALDO = 0
                           IF WS-CER-USADOS < 5000
                               ADD 1 TO WS-CER-USADOS
                               MOVE 'P' TO WS-CER-TIPO (WS-CER-USADOS)
                               MOVE LN-ID-EMPL
                                   TO WS-CER-ID (WS-CER-USADOS)
                               MOVE LN-NUM
                                   TO WS-CER-CLAVE (WS-CER-USADOS)
                               MOVE SPACES
                                   TO WS-CER-ULT-PER (WS-CER-USADOS)
                           ELSE
                               MOVE 'S' TO WS-CER-TRUNCADO
                           END-IF
                       END-IF
               END-READ.

           120-JUNTA-CASO.
               READ GARN-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF GN-SALDO = 0
                           IF WS-CER-USADOS < 5000
                               ADD 1 TO WS-CER-USADOS
                               MOVE 'J' TO WS-CER-TIPO (WS-CER-USADOS)
                               MOVE GN-ID-EMPL
                                   TO WS-CER-ID (WS-CER-USADOS)
                               MOVE GN-CASO
                                   TO WS-CER-CLAVE (WS-CER-USADOS)
                               MOVE SPACES
                                   TO WS-CER-ULT-PER (WS-CER-USADOS)
                           ELSE
                               MOVE 'S' TO WS-CER-TRUNCADO
                           END-IF
                       END-IF
               END-READ.

      *UN SOLO PASO POR DEDDET: CADA ABONO DE PRESTAMO ('P') O
      *DESCUENTO JUDICIAL ('J') DE UN REGISTRO EN CERO ACTUALIZA
      *SU ULTIMO PERIODO CON MOVIMIENTO.
       130-ULTIMOS-DESCUENTOS.
           MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH.
           DISPLAY 'DEDDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEDDET-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DEDDET-PATH = SPACES
               MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH
           END-IF.
           OPEN INPUT DEDDET.
           IF WS-DET-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 131-LEE-DETALLE UNTIL WS-FLAG = 1
               CLOSE DEDDET
           END-IF.

           131-LEE-DETALLE.
               READ DEDDET
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF DD-TIPO = 'P' OR DD-TIPO = 'J'
                           MOVE 0 TO WS-CER-POS
                           PERFORM 132-BUSCA-CERO
                               VARYING WS-CER-I FROM 1 BY 1
                               UNTIL WS-CER-I > WS-CER-USADOS
                                   OR WS-CER-POS > 0
                           IF WS-CER-POS > 0
                               AND DD-PERIODO
                                   > WS-CER-ULT-PER (WS-CER-POS)
                               MOVE DD-PERIODO
                                   TO WS-CER-ULT-PER (WS-CER-POS)
                           END-IF
                       END-IF
               END-READ.

           132-BUSCA-CERO.
               IF WS-CER-TIPO (WS-CER-I) = DD-TIPO
                   AND WS-CER-ID (WS-CER-I) = DD-ID-EMPL
                   AND WS-CER-CLAVE (WS-CER-I) = DD-CLAVE
                   MOVE WS-CER-I TO WS-CER-POS
               END-IF.

      *UBICA EN LA TABLA EL PRESTAMO O CASO DEL REGISTRO LEIDO
      *(WS-CER-TIPO-BUS, WS-SX-ID Y WS-SX-LLAVE YA CARGADOS); CERO
      *SI NO ESTA.
           140-UBICA-CERO.
               MOVE 0 TO WS-CER-POS
               PERFORM 141-COMPARA
                   VARYING WS-CER-I FROM 1 BY 1
                   UNTIL WS-CER-I > WS-CER-USADOS OR WS-CER-POS > 0.

           141-COMPARA.
               IF WS-CER-TIPO (WS-CER-I) = WS-CER-TIPO-BUS
                   AND WS-CER-ID (WS-CER-I) = WS-SX-ID
                   AND WS-CER-CLAVE (WS-CER-I) = WS-SX-LLAVE (1:10)
                   MOVE WS-CER-I TO WS-CER-POS
               END-IF.

           150-PURGA-PRESTAMO.
               READ LOAN-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       IF LN-SALDO = 0
                           PERFORM 151-CHECA-PRESTAMO
                       END-IF
               END-READ.

      *SIN ABONOS EN DEDDET EL CIERRE ES LA FECHA DE ALTA: UN
      *PRESTAMO EN CERO QUE NUNCA SE DESCONTO (SALDADO EN
      *FINIQUITO O CAPTURADO LIQUIDADO).
           151-CHECA-PRESTAMO.
               MOVE LN-ID-EMPL TO WS-SX-ID
               MOVE SPACES TO WS-SX-LLAVE
               MOVE LN-NUM TO WS-SX-LLAVE
               MOVE 'P' TO WS-CER-TIPO-BUS
               PERFORM 140-UBICA-CERO
               IF WS-CER-POS > 0
                   IF WS-CER-ULT-PER (WS-CER-POS) NOT = SPACES
                       MOVE WS-CER-ULT-PER (WS-CER-POS) TO WS-SX-CIERRE
                       IF WS-CER-ULT-PER (WS-CER-POS) < WS-CORTE-PER
                           PERFORM 152-ARCHIVA-PRESTAMO
                       END-IF
                   ELSE
                       MOVE LN-FECHA-ALTA TO WS-SX-CIERRE
                       IF LN-FECHA-ALTA < WS-CORTE-X
                           PERFORM 152-ARCHIVA-PRESTAMO
                       END-IF
                   END-IF
               END-IF.

           152-ARCHIVA-PRESTAMO.
               MOVE SPACES TO SARC-REC
               MOVE LOAN-REC TO SARC-REC
               PERFORM 070-ARCHIVA
               IF WS-MODO = 'A'
                   DELETE LOAN-MAST RECORD
                       INVALID KEY
                           DISPLAY 'ERROR AL ELIMINAR PRESTAMO: '
                               LN-ID-EMPL ' ' LN-NUM
                   END-DELETE
               END-IF.

           160-PURGA-CASO.
               READ GARN-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       IF GN-SALDO = 0
                           PERFORM 161-CHECA-CASO
                       END-IF
               END-READ.

           161-CHECA-CASO.
               MOVE GN-ID-EMPL TO WS-SX-ID
               MOVE SPACES TO WS-SX-LLAVE
               MOVE GN-CASO TO WS-SX-LLAVE
               MOVE 'J' TO WS-CER-TIPO-BUS
               PERFORM 140-UBICA-CERO
               IF WS-CER-POS > 0
                   IF WS-CER-ULT-PER (WS-CER-POS) = SPACES
                       ADD 1 TO WS-SIN-FECHA
                   ELSE
                       MOVE WS-CER-ULT-PER (WS-CER-POS) TO WS-SX-CIERRE
                       IF WS-CER-ULT-PER (WS-CER-POS) < WS-CORTE-PER
                           MOVE SPACES TO SARC-REC
                           MOVE GARN-REC TO SARC-REC
                           PERFORM 070-ARCHIVA
                           IF WS-MODO = 'A'
                               DELETE GARN-MAST RECORD
                                   INVALID KEY
                                       DISPLAY 'ERROR AL ELIMINAR '
                                           'CASO: ' GN-ID-EMPL ' '
                                           GN-CASO
                               END-DELETE
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *****************************************************************
      *    INSCRIPCIONES A PLANES CON FECHA DE BAJA ANTERIOR AL CORTE *
      *****************************************************************
       300-INSCRIPCIONES.
           MOVE 'ENRL' TO WS-ARCHIVO.
           PERFORM 050-CORTE.
           MOVE WS-ENROLL-PATH-DFLT TO WS-ENROLL-PATH.
           DISPLAY 'ENROLL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENROLL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ENROLL-PATH = SPACES
               MOVE WS-ENROLL-PATH-DFLT TO WS-ENROLL-PATH
           END-IF.
           OPEN I-O ENROLL.
           IF WS-ENR-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 310-LEE-INSCRIPCION UNTIL WS-FLAG = 1
               CLOSE ENROLL
           ELSE
               DISPLAY 'SIN ENROLL. FILE STATUS: ' WS-ENR-STATUS
           END-IF.
           PERFORM 060-FIN-ARCHIVO.

           310-LEE-INSCRIPCION.
               READ ENROLL NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       IF EN-F-FIN NOT = SPACES
                           AND EN-F-FIN < WS-CORTE-X
                           MOVE EN-ID-EMPL TO WS-SX-ID
                           MOVE SPACES TO WS-SX-LLAVE
                           MOVE EN-PLAN TO WS-SX-LLAVE
                           MOVE EN-F-FIN TO WS-SX-CIERRE
                           MOVE SPACES TO SARC-REC
                           MOVE ENROLL-REC TO SARC-REC
                           PERFORM 070-ARCHIVA
                           IF WS-MODO = 'A'
                               DELETE ENROLL RECORD
                                   INVALID KEY
                                       DISPLAY 'ERROR AL ELIMINAR '
                                           'INSCRIPCION: ' EN-ID-EMPL
                                           ' ' EN-PLAN
                               END-DELETE
                           END-IF
                       END-IF
               END-READ.

      *****************************************************************
      *    SOLICITUDES DE VACACIONES YA DECIDIDAS (APROBADAS O        *
      *    RECHAZADAS) QUE TERMINARON ANTES DEL CORTE. LAS PENDIENTES *
      *    NO SE TOCAN AUNQUE SEAN VIEJAS: LAS RESUELVE DYN-LVAPPR.   *
      *****************************************************************
       400-SOLICITUDES.
           MOVE 'LVRQ' TO WS-ARCHIVO.
           PERFORM 050-CORTE.
           MOVE WS-LVREQ-PATH-DFLT TO WS-LVREQ-PATH.
           DISPLAY 'LVREQ_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LVREQ-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LVREQ-PATH = SPACES
               MOVE WS-LVREQ-PATH-DFLT TO WS-LVREQ-PATH
           END-IF.
           OPEN I-O LV-REQ.
           IF WS-LRQ-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 410-LEE-SOLICITUD UNTIL WS-FLAG = 1
               CLOSE LV-REQ
           ELSE
               DISPLAY 'SIN LV-REQ. FILE STATUS: ' WS-LRQ-STATUS
           END-IF.
           PERFORM 060-FIN-ARCHIVO.

           410-LEE-SOLICITUD.
               READ LV-REQ NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       IF (LR-EST = 'A' OR LR-EST = 'R')
                           AND LR-F-FIN < WS-CORTE-X
                           MOVE LR-ID-EMPL TO WS-SX-ID
                           MOVE SPACES TO WS-SX-LLAVE
                           MOVE LR-F-INICIO TO WS-SX-LLAVE
                           MOVE LR-F-FIN TO WS-SX-CIERRE
                           MOVE SPACES TO SARC-REC
                           MOVE LVREQ-REC TO SARC-REC
                           PERFORM 070-ARCHIVA
                           IF WS-MODO = 'A'
                               DELETE LV-REQ RECORD
                                   INVALID KEY
                                       DISPLAY 'ERROR AL ELIMINAR '
                                           'SOLICITUD: ' LR-ID-EMPL
                                           ' ' LR-F-INICIO
                               END-DELETE
                           END-IF
                       END-IF
               END-READ.

      *****************************************************************
      *    CHEQUES PAGADOS POR EL BANCO O CANCELADOS ANTES DEL CORTE. *
      *    LOS EMITIDOS SIGUEN EN CIRCULACION Y NO SE TOCAN.          *
      *****************************************************************
       500-CHEQUES.
           MOVE 'CHKR' TO WS-ARCHIVO.
           PERFORM 050-CORTE.
           MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH.
           DISPLAY 'CHKREG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CHKREG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CHKREG-PATH = SPACES
               MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH
           END-IF.
           OPEN I-O CHK-REG.
           IF WS-CHKREG-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 510-LEE-CHEQUE UNTIL WS-FLAG = 1
               CLOSE CHK-REG
           ELSE
               DISPLAY 'SIN CHK-REG. FILE STATUS: ' WS-CHKREG-STATUS
           END-IF.
           PERFORM 060-FIN-ARCHIVO.

           510-LEE-CHEQUE.
               READ CHK-REG NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       IF (CH-EST = 'P' OR CH-EST = 'V')
                           AND CH-FECHA < WS-CORTE-X
                           MOVE CH-ID-EMPL TO WS-SX-ID
                           MOVE SPACES TO WS-SX-LLAVE
                           MOVE CH-NUM TO WS-SX-LLAVE
                           MOVE CH-FECHA TO WS-SX-CIERRE
                           MOVE SPACES TO SARC-REC
                           MOVE CHKREG-REC TO SARC-REC
                           PERFORM 070-ARCHIVA
                           IF WS-MODO = 'A'
                               DELETE CHK-REG RECORD
                                   INVALID KEY
                                       DISPLAY 'ERROR AL ELIMINAR '
                                           'CHEQUE: ' CH-NUM
                               END-DELETE
                           END-IF
                       END-IF
               END-READ.

      *****************************************************************
      *    RETENCIONES YA ENTERADAS AL TERCERO ANTES DEL CORTE. LO    *
      *    RETENIDO Y NO ENTERADO SE QUEDA PARA DYN-REMAGE.           *
      *****************************************************************
       600-ENTEROS.
           MOVE 'REMC' TO WS-ARCHIVO.
           PERFORM 050-CORTE.
           MOVE WS-REMCTL-PATH-DFLT TO WS-REMCTL-PATH.
           DISPLAY 'REMCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-REMCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-REMCTL-PATH = SPACES
               MOVE WS-REMCTL-PATH-DFLT TO WS-REMCTL-PATH
           END-IF.
           OPEN I-O REM-CTL.
           IF WS-REM-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 610-LEE-ENTERO UNTIL WS-FLAG = 1
               CLOSE REM-CTL
           ELSE
               DISPLAY 'SIN REM-CTL. FILE STATUS: ' WS-REM-STATUS
           END-IF.
           PERFORM 060-FIN-ARCHIVO.

           610-LEE-ENTERO.
               READ REM-CTL NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       IF RC-ENTERADO = 'S'
                           AND RC-FECHA-ENTERO < WS-CORTE-X
                           MOVE 0 TO WS-SX-ID
                           MOVE RC-KEY TO WS-SX-LLAVE
                           MOVE RC-FECHA-ENTERO TO WS-SX-CIERRE
                           MOVE SPACES TO SARC-REC
                           MOVE REM-REC TO SARC-REC
                           PERFORM 070-ARCHIVA
                           IF WS-MODO = 'A'
                               DELETE REM-CTL RECORD
                                   INVALID KEY
                                       DISPLAY 'ERROR AL ELIMINAR '
                                           'ENTERO: ' RC-KEY
                               END-DELETE
                           END-IF
                       END-IF
               END-READ.
