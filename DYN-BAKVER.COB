      *********************************************************
      *PROGRAMA - VERIFICACION Y RESTAURACION DE LOS JUEGOS DE *
      *RESPALDO QUE DEJA DYN-BAKSET. SOLO UN SUPERVISOR        *
      *FIRMADO. L LISTA LOS JUEGOS DEL MANIFIESTO (BAK-MANIF)  *
      *Y LAS RESTAURACIONES HECHAS. V RELEE CADA ARCHIVO DE UN *
      *JUEGO Y COMPARA SUS REGISTROS Y SU TOTAL HASH CONTRA EL *
      *MANIFIESTO. R RECONSTRUYE UN ARCHIVO ELEGIDO (POR SU    *
      *NUMERO EN EL JUEGO) EN SU RUTA DE PRODUCCION, SOLO SI   *
      *LA COPIA CUADRA CON EL MANIFIESTO, Y DEJA UN RENGLON R  *
      *CON EL OPERADOR EN EL MANIFIESTO.                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-BAKVER.

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
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-OPC                       PIC X VALUE SPACE.
       01 WS-RES                       PIC X.
       01 WS-BV-FLAG                   PIC 9.
       01 WS-BV-FLAG2                  PIC 9.
       01 WS-BV-NUM                    PIC 9(03).
       01 WS-BV-HALLADO                PIC X.
       01 WS-BV-ABRE                   PIC X.
       01 WS-BV-LEIDOS                 PIC 9(09).

      *RENGLON 'A' DEL MANIFIESTO EN TURNO.
       01 WS-BV-NOMBRE                 PIC X(12).
       01 WS-BV-ESTADO                 PIC X.
       01 WS-BV-REGS                   PIC 9(09).
       01 WS-BV-HASH                   PIC 9(15).
       01 WS-BV-RUTA                   PIC X(80).

       01 WS-BV-VISTOS                 PIC 9(03).
       01 WS-BV-BIEN                   PIC 9(03).
       01 WS-BV-MAL                    PIC 9(03).
       01 WS-BV-OMITIDOS               PIC 9(03).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     VERIFICACION Y RESTAURACION DE RESPALDOS'.
           DISPLAY SEP.
           MOVE 'DYNBAKVR' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-CHECA-ROL.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR PUEDE VERIFICAR O '
                   'RESTAURAR RESPALDOS'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           PERFORM 996-BK-RUTAS.
           PERFORM 100-MENU UNTIL WS-OPC = 'F'.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'L=LISTA DE JUEGOS  V=VERIFICAR UN JUEGO  '
               'R=RESTAURAR UN ARCHIVO  F=FIN'.
           ACCEPT WS-OPC.
           EVALUATE WS-OPC
               WHEN 'L'
                   PERFORM 200-LISTA
               WHEN 'V'
                   PERFORM 300-VERIFICA
               WHEN 'R'
                   PERFORM 400-RESTAURA THRU 400-SALIDA
               WHEN 'F'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *JUEGOS (RENGLONES T) Y RESTAURACIONES (RENGLONES R).
       200-LISTA.
           OPEN INPUT BAK-MANIF.
           IF WS-BKM-STATUS NOT = '00'
               DISPLAY 'SIN MANIFIESTO; CORRA DYN-BAKSET. FILE STATUS: '
                   WS-BKM-STATUS
           ELSE
               DISPLAY 'JUEGO          ARCHIVOS REGISTROS EDO'
               MOVE 0 TO WS-BV-FLAG
               PERFORM 210-LEE-LISTA UNTIL WS-BV-FLAG = 1
               CLOSE BAK-MANIF
           END-IF.

           210-LEE-LISTA.
               READ BAK-MANIF
                   AT END MOVE 1 TO WS-BV-FLAG
                   NOT AT END
                       IF BM-TIPO = 'T'
                           DISPLAY BM-SET ' ' BM-NUM '      ' BM-REGS
                               ' ' BM-ESTADO
                       END-IF
                       IF BM-TIPO = 'R'
                           DISPLAY '   RESTAURADO ' BM-NUM ' '
                               BM-NOMBRE ' POR ' BM-OPER ' EDO '
                               BM-ESTADO
                       END-IF
               END-READ.

      *RELEE CADA ARCHIVO DE UN JUEGO CONTRA SU RENGLON A.
       300-VERIFICA.
           DISPLAY 'JUEGO A VERIFICAR (AAAAMMDDHHMMSS):'.
           ACCEPT WS-BK-SET.
           MOVE 0 TO WS-BV-VISTOS WS-BV-BIEN WS-BV-MAL WS-BV-OMITIDOS.
           OPEN INPUT BAK-MANIF.
           IF WS-BKM-STATUS NOT = '00'
               DISPLAY 'SIN MANIFIESTO; CORRA DYN-BAKSET. FILE STATUS: '
                   WS-BKM-STATUS
           ELSE
               MOVE 0 TO WS-BV-FLAG
               PERFORM 310-LEE-JUEGO UNTIL WS-BV-FLAG = 1
               CLOSE BAK-MANIF
               IF WS-BV-VISTOS = 0
                   DISPLAY 'JUEGO NO ENCONTRADO EN EL MANIFIESTO'
               ELSE
                   DISPLAY SEP
                   DISPLAY 'ARCHIVOS DEL JUEGO:        ' WS-BV-VISTOS
                   DISPLAY 'CUADRAN:                   ' WS-BV-BIEN
                   DISPLAY 'NO CUADRAN:                ' WS-BV-MAL
                   DISPLAY 'SIN COPIA (ERROR AL SACAR): ' WS-BV-OMITIDOS
               END-IF
           END-IF.

           310-LEE-JUEGO.
               READ BAK-MANIF
                   AT END MOVE 1 TO WS-BV-FLAG
                   NOT AT END
                       IF BM-SET = WS-BK-SET AND BM-TIPO = 'A'
                           ADD 1 TO WS-BV-VISTOS
                           PERFORM 320-VERIFICA-UNO
                       END-IF
               END-READ.

           320-VERIFICA-UNO.
               MOVE BM-NOMBRE TO WS-BV-NOMBRE
               MOVE BM-ESTADO TO WS-BV-ESTADO
               MOVE BM-REGS TO WS-BV-REGS
               MOVE BM-HASH TO WS-BV-HASH
               MOVE BM-RUTA TO WS-BV-RUTA
               IF WS-BV-ESTADO = 'E'
                   DISPLAY BM-NUM ' ' WS-BV-NOMBRE ' SIN COPIA'
                   ADD 1 TO WS-BV-OMITIDOS
               ELSE
                   PERFORM 330-RELEE
                   IF WS-BV-ABRE = 'S' AND WS-BV-LEIDOS = WS-BV-REGS
                       AND WS-BK-HASH = WS-BV-HASH
                       ADD 1 TO WS-BV-BIEN
                   ELSE
                       DISPLAY BM-NUM ' ' WS-BV-NOMBRE ' NO CUADRA: '
                           'MANIFIESTO ' WS-BV-REGS ' ' WS-BV-HASH
                           ' COPIA ' WS-BV-LEIDOS ' ' WS-BK-HASH
                       ADD 1 TO WS-BV-MAL
                   END-IF
               END-IF.

      *CUENTA LOS RENGLONES DE LA COPIA EN WS-BV-RUTA Y SACA SU
      *TOTAL HASH. WS-BV-ABRE = 'N' SI LA COPIA YA NO EXISTE.
           330-RELEE.
               MOVE WS-BV-RUTA TO WS-XF-PLANO-PATH
               MOVE 0 TO WS-BK-HASH WS-BV-LEIDOS WS-BV-FLAG2
               MOVE 'S' TO WS-BV-ABRE
               OPEN INPUT XF-PLANO
               IF WS-XF-PLANO-STATUS NOT = '00'
                   MOVE 'N' TO WS-BV-ABRE
               ELSE
                   PERFORM 331-LEE-COPIA UNTIL WS-BV-FLAG2 = 1
                   CLOSE XF-PLANO
               END-IF.

           331-LEE-COPIA.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-BV-FLAG2
                   NOT AT END
                       ADD 1 TO WS-BV-LEIDOS
                       PERFORM 996-BK-HASH
               END-READ.

      *RECONSTRUYE UN ARCHIVO DEL JUEGO EN SU RUTA DE PRODUCCION.
       400-RESTAURA.
           DISPLAY 'JUEGO (AAAAMMDDHHMMSS):'.
           ACCEPT WS-BK-SET.
           DISPLAY 'NUMERO DE ARCHIVO EN EL JUEGO (001-'
               WS-XF-TOTAL '):'.
           ACCEPT WS-BV-NUM.
           MOVE 'N' TO WS-BV-HALLADO.
           OPEN INPUT BAK-MANIF.
           IF WS-BKM-STATUS NOT = '00'
               DISPLAY 'SIN MANIFIESTO; CORRA DYN-BAKSET. FILE STATUS: '
                   WS-BKM-STATUS
               GO TO 400-SALIDA
           END-IF.
           MOVE 0 TO WS-BV-FLAG.
           PERFORM 410-BUSCA UNTIL WS-BV-FLAG = 1.
           CLOSE BAK-MANIF.
           IF WS-BV-HALLADO = 'N'
               DISPLAY 'ESE ARCHIVO NO ESTA EN ESE JUEGO'
               GO TO 400-SALIDA
           END-IF.
           IF WS-BV-ESTADO = 'E'
               DISPLAY WS-BV-NOMBRE ' NO SE COPIO EN ESE JUEGO'
               GO TO 400-SALIDA
           END-IF.
           MOVE WS-BV-NUM TO WS-XF-NUM.
           PERFORM 993-XF-RESUELVE.
           IF WS-XF-NOMBRE NOT = WS-BV-NOMBRE
               DISPLAY 'EL ARCHIVO ' WS-BV-NUM ' DEL JUEGO ES '
                   WS-BV-NOMBRE ' Y HOY ES ' WS-XF-NOMBRE
                   '; NO SE RESTAURA'
               GO TO 400-SALIDA
           END-IF.
           PERFORM 330-RELEE.
           IF WS-BV-ABRE = 'N' OR WS-BV-LEIDOS NOT = WS-BV-REGS
               OR WS-BK-HASH NOT = WS-BV-HASH
               DISPLAY 'LA COPIA NO CUADRA CON EL MANIFIESTO; NO SE '
                   'RESTAURA'
               GO TO 400-SALIDA
           END-IF.
           DISPLAY 'SE REEMPLAZA ' WS-XF-ORIGEN.
           DISPLAY 'CON ' WS-BV-REGS ' REGISTROS DE ' WS-BV-NOMBRE
               ' DEL JUEGO ' WS-BK-SET '. CONFIRMA? S/N'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               DISPLAY 'RESTAURACION CANCELADA'
               GO TO 400-SALIDA
           END-IF.
           MOVE WS-XF-ORIGEN TO WS-XF-DESTINO.
           MOVE WS-BV-RUTA TO WS-XF-PLANO-PATH.
           MOVE 0 TO WS-BK-HASH.
           OPEN INPUT XF-PLANO.
           PERFORM 995-XF-CARGA.
           CLOSE XF-PLANO.
           MOVE SPACES TO BKM-REC.
           MOVE WS-BK-SET TO BM-SET.
           MOVE 'R' TO BM-TIPO.
           MOVE WS-BV-NUM TO BM-NUM.
           MOVE WS-BV-NOMBRE TO BM-NOMBRE.
           MOVE WS-XF-REGS TO BM-REGS.
           MOVE WS-BK-HASH TO BM-HASH.
           MOVE WS-CUR-OPER-ID TO BM-OPER.
           MOVE WS-XF-DESTINO TO BM-RUTA.
           IF WS-XF-OK = 'N'
               DISPLAY 'NO SE PUDO CREAR ' WS-XF-DESTINO
                   ' FILE STATUS: ' WS-XF-FS
               MOVE 'E' TO BM-ESTADO
           ELSE
               DISPLAY 'GRABADOS ' WS-XF-REGS ' RECHAZADOS '
                   WS-XF-RECHAZOS
               IF WS-XF-REGS = WS-BV-REGS AND WS-XF-RECHAZOS = 0
                   MOVE 'C' TO BM-ESTADO
                   DISPLAY 'ARCHIVO RESTAURADO'
               ELSE
                   MOVE 'E' TO BM-ESTADO
                   DISPLAY 'RESTAURACION INCOMPLETA; REVISE EL ARCHIVO'
               END-IF
           END-IF.
           OPEN EXTEND BAK-MANIF.
           WRITE BKM-REC.
           CLOSE BAK-MANIF.
       400-SALIDA.
           EXIT.

           410-BUSCA.
               READ BAK-MANIF
                   AT END MOVE 1 TO WS-BV-FLAG
                   NOT AT END
                       IF BM-SET = WS-BK-SET AND BM-TIPO = 'A'
                           AND BM-NUM = WS-BV-NUM
                           MOVE 'S' TO WS-BV-HALLADO
                           MOVE BM-NOMBRE TO WS-BV-NOMBRE
                           MOVE BM-ESTADO TO WS-BV-ESTADO
                           MOVE BM-REGS TO WS-BV-REGS
                           MOVE BM-HASH TO WS-BV-HASH
                           MOVE BM-RUTA TO WS-BV-RUTA
                           MOVE 1 TO WS-BV-FLAG
                       END-IF
               END-READ.

      *GANCHOS DE XFRLKUP: EN LA CARGA CADA RENGLON SUMA A
      *WS-BK-HASH (EL TOTAL QUEDA EN EL RENGLON R).
       998-XF-REGISTRO.
           CONTINUE.

       999-XF-RENGLON.
           PERFORM 996-BK-HASH.

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

           COPY XFRLKUP.
           COPY BKMLKUP.
           COPY OPERLKUP.
