      *********************************************************
      *PROGRAMA - JUEGO COMPLETO DE RESPALDO. A DIFERENCIA DE  *
      *DYN-BACKUP (SOLO REG-EMPL) COPIA EMPLEADO Y CADA        *
      *ARCHIVO MAESTRO Y DE CONTROL DE LA LISTA DE XFRLKUP     *
      *(PAYHIST, LEAVE-BAL, LOAN-MAST, GARN-MAST, CHK-REG,     *
      *PERCTL, REM-CTL, SAV-MAST Y LOS DEMAS) A UN JUEGO       *
      *FECHADO BK<AAAAMMDDHHMMSS>-<NUM>.TXT EN BAKSETDIR_PATH, *
      *Y DEJA EN EL MANIFIESTO BAK-MANIF UN RENGLON POR        *
      *ARCHIVO CON SUS REGISTROS Y SU TOTAL HASH, MAS UN       *
      *RENGLON DE TOTALES DEL JUEGO. SIN PREGUNTAS: CORRE EN   *
      *LA NOCHE (DYN-NIGHTLY LO ANOTA EN JOB-LOG). LO VERIFICA *
      *Y LO RESTAURA DYN-BAKVER.                               *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-BAKSET.

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

           COPY ABSFILE.
           COPY ACCFILE.
           COPY ACPFILE.
           COPY AIXFILE.
           COPY ALCFILE.
           COPY ANUFILE.
           COPY APLFILE.
           COPY ARCOFILE.
           COPY AUDITFILE.
           COPY AWDFILE.
           COPY BENFILE.
           COPY BNKFILE.
           COPY CALFILE.
           COPY CFDFILE.
           COPY CHKCFILE.
           COPY CHKRFILE.
           COPY CIAFILE.
           COPY CONFILE.
           COPY COVFILE.
           COPY CRTFILE.
           COPY CTLFILE.
           COPY CYCFILE.
           COPY DEPBUDFILE.
           COPY DEPFILE.
           COPY DETFILE.
           COPY DISFILE.
           COPY DIVFILE.
           COPY DQFILE.
           COPY DSHFILE.
           COPY DVLFILE.
           COPY ENRFILE.
           COPY EXCFILE.
           COPY FRDFILE.
           COPY FUTFILE.
           COPY GARFILE.
           COPY GLFILE.
           COPY HAPFILE.
           COPY HLDFILE.
           COPY HRJFILE.
           COPY IDSEFILE.
           COPY IMSDETFILE.
           COPY IMSFILE.
           COPY INFFILE.
           COPY JOBFILE.
           COPY JRNFILE.
           COPY KSKFILE.
           COPY LAYFILE.
           COPY LIXFILE.
           COPY LOCFILE.
           COPY LONFILE.
           COPY LRQFILE.
           COPY LVBFILE.
           COPY LVTFILE.
           COPY MERFILE.
           COPY NEXTFILE.
           COPY OPERFILE.
           COPY OTEFILE.
           COPY OTRFILE.
           COPY PAYHFILE.
           COPY PCHFILE.
           COPY PENDFILE.
           COPY PERCFILE.
           COPY PJCFILE.
           COPY PLZFILE.
           COPY PRBFILE.
           COPY PRDFILE.
           COPY PRIFILE.
           COPY PRJFILE.
           COPY PRMFILE.
           COPY PRNFILE.
           COPY PSTFILE.
           COPY PTUFILE.
           COPY PYRFILE.
           COPY QSCFILE.
           COPY RATEFILE.
           COPY REFFILE.
           COPY REMFILE.
           COPY REQFILE.
           COPY RETFILE.
           COPY REVFILE.
           COPY RVWFILE.
           COPY SAVFILE.
           COPY SCHFILE.
           COPY SDAFILE.
           COPY SESFILE.
           COPY SHFFILE.
           COPY SODFILE.
           COPY TAXFILE.
           COPY TRANSFILE.
           COPY TVAFILE.
           COPY VARFILE.
           COPY VDTFILE.
           COPY VPRFILE REPLACING ==VP-KEY== BY ==VV-KEY==.
           COPY OXRFILE.
           COPY IXRFILE.
           COPY PSLFILE.
           COPY DPNFILE.
           COPY CARFILE.
           COPY TCKFILE.
           COPY ROSFILE.
           COPY PUNFILE.
           COPY LOAFILE.
           COPY CTFFILE.
           COPY BPRFILE.
           COPY LTPFILE.
           COPY LTRFILE.
           COPY LTQFILE.
           COPY DVPFILE.
           COPY GLRFILE.
           COPY CEDFILE.
           COPY RTPFILE.
           COPY SIXFILE.
           COPY NTFFILE.
           COPY RPDFILE.
           COPY ASTFILE.
           COPY VLSFILE.
           COPY SNDFILE.
           COPY VIAFILE.
           COPY XFRFILE.
           COPY BKMFILE.

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

           COPY ABSFD.
           COPY ACCFD.
           COPY ACPFD.
           COPY AIXFD.
           COPY ALCFD.
           COPY ANUFD.
           COPY APLFD.
           COPY ARCOFD.
           COPY AUDITFD.
           COPY AWDFD.
           COPY BENFD.
           COPY BNKFD.
           COPY CALFD.
           COPY CFDFD.
           COPY CHKCFD.
           COPY CHKRFD.
           COPY CIAFD.
           COPY CONFD.
           COPY COVFD.
           COPY CRTFD.
           COPY CTLFD.
           COPY CYCFD.
           COPY DEPBUDFD.
           COPY DEPFD.
           COPY DETFD.
           COPY DISFD.
           COPY DIVFD.
           COPY DQFD.
           COPY DSHFD.
           COPY DVLFD.
           COPY ENRFD.
           COPY EXCFD.
           COPY FRDFD.
           COPY FUTFD.
           COPY GARFD.
           COPY GLFD.
           COPY HAPFD.
           COPY HLDFD.
           COPY HRJFD.
           COPY IDSEFD.
           COPY IMSDETFD.
           COPY IMSFD.
           COPY INFFD.
           COPY JOBFD.
           COPY JRNFD.
           COPY KSKFD.
           COPY LAYFD.
           COPY LIXFD.
           COPY LOCFD.
           COPY LONFD.
           COPY LRQFD.
           COPY LVBFD.
           COPY LVTFD.
           COPY MERFD.
           COPY NEXTFD.
           COPY OPERFD.
           COPY OTEFD.
           COPY OTRFD.
           COPY PAYHFD.
           COPY PCHFD.
           COPY PENDFD.
           COPY PERCFD.
           COPY PJCFD.
           COPY PLZFD.
           COPY PRBFD.
           COPY PRDFD.
           COPY PRIFD.
           COPY PRJFD.
           COPY PRMFD.
           COPY PRNFD.
           COPY PSTFD.
           COPY PTUFD.
           COPY PYRFD.
           COPY QSCFD.
           COPY RATEFD.
           COPY REFFD.
           COPY REMFD.
           COPY REQFD.
           COPY RETFD.
           COPY REVFD.
           COPY RVWFD.
           COPY SAVFD.
           COPY SCHFD.
           COPY SDAFD.
           COPY SESFD.
           COPY SHFFD.
           COPY SODFD.
           COPY TAXFD.
           COPY TRANSFD.
           COPY TVAFD.
           COPY VARFD.
           COPY VDTFD.
           COPY VPRFD REPLACING ==VP-KEY== BY ==VV-KEY==.
           COPY OXRFD.
           COPY IXRFD.
           COPY PSLFD.
           COPY DPNFD.
           COPY CARFD.
           COPY TCKFD.
           COPY ROSFD.
           COPY PUNFD.
           COPY LOAFD.
           COPY CTFFD.
           COPY BPRFD.
           COPY LTPFD.
           COPY LTRFD.
           COPY LTQFD.
           COPY DVPFD.
           COPY GLRFD.
           COPY CEDFD.
           COPY RTPFD.
           COPY SIXFD.
           COPY NTFFD.
           COPY RPDFD.
           COPY ASTFD.
           COPY VLSFD.
           COPY SNDFD.
           COPY VIAFD.
           COPY XFRFD.
           COPY BKMFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY ABSSTAT.
           COPY ACCSTAT.
           COPY ACPSTAT.
           COPY AIXSTAT.
           COPY ALCSTAT.
           COPY ANUSTAT.
           COPY APLSTAT.
           COPY ARCOSTAT.
           COPY AUDITSTAT.
           COPY AWDSTAT.
           COPY BENSTAT.
           COPY BNKSTAT.
           COPY CALSTAT.
           COPY CFDSTAT.
           COPY CHKCSTAT.
           COPY CHKRSTAT.
           COPY CIASTAT.
           COPY CONSTAT.
           COPY COVSTAT.
           COPY CRTSTAT.
           COPY CTLSTAT.
           COPY CYCSTAT.
           COPY DEPBUDSTAT.
           COPY DEPSTAT.
           COPY DETSTAT.
           COPY DISSTAT.
           COPY DIVSTAT.
           COPY DQSTAT.
           COPY DSHSTAT.
           COPY DVLSTAT.
           COPY ENRSTAT.
           COPY EXCSTAT.
           COPY FRDSTAT.
           COPY FUTSTAT.
           COPY GARSTAT.
           COPY GLSTAT.
           COPY HAPSTAT.
           COPY HLDSTAT.
           COPY HRJSTAT.
           COPY IDSESTAT.
           COPY IMSSTAT.
           COPY INFSTAT.
           COPY JOBSTAT.
           COPY JRNSTAT.
           COPY KSKSTAT.
           COPY LAYSTAT.
           COPY LIXSTAT.
           COPY LOCSTAT.
           COPY LONSTAT.
           COPY LRQSTAT.
           COPY LVBSTAT.
           COPY LVTSTAT.
           COPY MERSTAT.
           COPY NEXTSTAT.
           COPY OPERSTAT.
           COPY OTRSTAT.
           COPY PAYHSTAT.
           COPY PCHSTAT.
           COPY PENDSTAT.
           COPY PERCSTAT.
           COPY PJCSTAT.
           COPY PLZSTAT.
           COPY PRBSTAT.
           COPY PRDSTAT.
           COPY PRISTAT.
           COPY PRJSTAT.
           COPY PRMSTAT.
           COPY PRNSTAT.
           COPY PSTSTAT.
           COPY PTUSTAT.
           COPY PYRSTAT.
           COPY QSCSTAT.
           COPY RATESTAT.
           COPY REFSTAT.
           COPY REMSTAT.
           COPY REQSTAT.
           COPY RETSTAT.
           COPY REVSTAT.
           COPY RVWSTAT.
           COPY SAVSTAT.
           COPY SCHSTAT.
           COPY SDASTAT.
           COPY SHFSTAT.
           COPY SODSTAT.
           COPY TAXSTAT.
           COPY TRANSSTAT.
           COPY TVASTAT.
           COPY VARSTAT.
           COPY VDTSTAT.
           COPY VPRSTAT.
           COPY OXRSTAT.
           COPY IXRSTAT.
           COPY PSLSTAT.
           COPY DPNSTAT.
           COPY CARSTAT.
           COPY TCKSTAT.
           COPY ROSSTAT.
           COPY PUNSTAT.
           COPY LOASTAT.
           COPY CTFSTAT.
           COPY BPRSTAT.
           COPY LTPSTAT.
           COPY LTRSTAT.
           COPY LTQSTAT.
           COPY DVPSTAT.
           COPY GLRSTAT.
           COPY CEDSTAT.
           COPY RTPSTAT.
           COPY SIXSTAT.
           COPY NTFSTAT.
           COPY RPDSTAT.
           COPY ASTSTAT.
           COPY VLSSTAT.
           COPY SNDSTAT.
           COPY VIASTAT.
           COPY XFRWS.
           COPY BKMSTAT.
       01 WS-BK-HOY                    PIC 9(08).
       01 WS-BK-HORA                   PIC 9(08).
       01 WS-BK-ARCHIVOS               PIC 9(03) VALUE 0.
       01 WS-BK-FALTAN                 PIC 9(03) VALUE 0.
       01 WS-BK-ERRORES                PIC 9(03) VALUE 0.
       01 WS-BK-TOT-REGS               PIC 9(09) VALUE 0.
       01 WS-BK-TOT-HASH               PIC 9(15) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-BK-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-BK-HORA FROM TIME.
           MOVE WS-BK-HOY TO WS-BK-SET (1:8).
           MOVE WS-BK-HORA (1:6) TO WS-BK-SET (9:6).
           DISPLAY SEP.
           DISPLAY '     JUEGO COMPLETO DE RESPALDO ' WS-BK-SET.
           DISPLAY SEP.
           PERFORM 996-BK-RUTAS.
           OPEN EXTEND BAK-MANIF.
           IF WS-BKM-STATUS = '35'
               OPEN OUTPUT BAK-MANIF
           END-IF.
           IF WS-BKM-STATUS NOT = '00'
               DISPLAY 'ERROR DE ARCHIVO BAK-MANIF. FILE STATUS: '
                   WS-BKM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-UN-ARCHIVO
               VARYING WS-XF-NUM FROM 1 BY 1
               UNTIL WS-XF-NUM > WS-XF-TOTAL.
           MOVE SPACES TO BKM-REC.
           MOVE WS-BK-SET TO BM-SET.
           MOVE 'T' TO BM-TIPO.
           MOVE WS-BK-ARCHIVOS TO BM-NUM.
           MOVE 'TOTAL' TO BM-NOMBRE.
           IF WS-BK-ERRORES > 0
               MOVE 'E' TO BM-ESTADO
           ELSE
               MOVE 'C' TO BM-ESTADO
           END-IF.
           MOVE WS-BK-TOT-REGS TO BM-REGS.
           MOVE WS-BK-TOT-HASH TO BM-HASH.
           MOVE WS-BK-DIR TO BM-RUTA.
           WRITE BKM-REC.
           CLOSE BAK-MANIF.
           DISPLAY SEP.
           DISPLAY 'JUEGO:                     ' WS-BK-SET.
           DISPLAY 'ARCHIVOS COPIADOS:         ' WS-BK-ARCHIVOS.
           DISPLAY '  SIN ORIGEN (NO EXISTIAN):  ' WS-BK-FALTAN.
           DISPLAY 'CON ERROR:                 ' WS-BK-ERRORES.
           DISPLAY 'REGISTROS:                 ' WS-BK-TOT-REGS.
           DISPLAY 'TOTAL HASH:                ' WS-BK-TOT-HASH.
           DISPLAY SEP.
           STOP RUN.

      *UN ARCHIVO: PRODUCCION -> BK<JUEGO>-<NUM>.TXT, CON SU
      *RENGLON EN EL MANIFIESTO. UN ARCHIVO QUE NO EXISTIA (FILE
      *STATUS 35) QUEDA COMO F: AL RESTAURARLO NACE VACIO.
       100-UN-ARCHIVO.
           PERFORM 993-XF-RESUELVE.
           PERFORM 996-BK-ARCHIVO.
           MOVE 0 TO WS-BK-HASH WS-XF-REGS.
           MOVE SPACES TO BKM-REC.
           MOVE WS-BK-SET TO BM-SET.
           MOVE 'A' TO BM-TIPO.
           MOVE WS-XF-NUM TO BM-NUM.
           MOVE WS-XF-NOMBRE TO BM-NOMBRE.
           MOVE WS-XF-PLANO-PATH TO BM-RUTA.
           OPEN OUTPUT XF-PLANO.
           IF WS-XF-PLANO-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO CREAR ' WS-XF-PLANO-PATH
                   ' FILE STATUS: ' WS-XF-PLANO-STATUS
               MOVE 'E' TO BM-ESTADO
               ADD 1 TO WS-BK-ERRORES
           ELSE
               PERFORM 994-XF-DESCARGA
               CLOSE XF-PLANO
               EVALUATE TRUE
                   WHEN WS-XF-OK = 'S'
                       MOVE 'C' TO BM-ESTADO
                       ADD 1 TO WS-BK-ARCHIVOS
                   WHEN WS-XF-FS = '35'
                       MOVE 'F' TO BM-ESTADO
                       ADD 1 TO WS-BK-ARCHIVOS
                       ADD 1 TO WS-BK-FALTAN
                   WHEN OTHER
                       DISPLAY WS-XF-NOMBRE ' NO ABRIO. FILE STATUS: '
                           WS-XF-FS
                       MOVE 'E' TO BM-ESTADO
                       ADD 1 TO WS-BK-ERRORES
               END-EVALUATE
           END-IF.
           MOVE WS-XF-REGS TO BM-REGS.
           MOVE WS-BK-HASH TO BM-HASH.
           WRITE BKM-REC.
           ADD WS-XF-REGS TO WS-BK-TOT-REGS.
           COMPUTE WS-BK-TOT-HASH =
               FUNCTION MOD (WS-BK-TOT-HASH + WS-BK-HASH, 10 ** 15).
           DISPLAY BM-NUM ' ' BM-NOMBRE ' ' BM-ESTADO ' ' BM-REGS
               ' ' BM-HASH.

      *GANCHOS DE XFRLKUP: EL REGISTRO VA TAL CUAL; CADA RENGLON
      *ESCRITO SUMA A WS-BK-HASH.
       998-XF-REGISTRO.
           CONTINUE.

       999-XF-RENGLON.
           PERFORM 996-BK-HASH.

           COPY XFRLKUP.
           COPY BKMLKUP.
