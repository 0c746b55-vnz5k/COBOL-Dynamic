      *********************************************************
      *PROGRAMA - COPIA ANONIMIZADA DEL JUEGO COMPLETO DE     *
      *DATOS PARA CAPACITACION Y PRUEBAS. COPIA EMPLEADO Y    *
      *CADA ARCHIVO SATELITE (LISTA DE XFRLKUP) A UN          *
      *DIRECTORIO ALTERNO (ANONDIR_PATH) CON EL MISMO NOMBRE   *
      *DE ARCHIVO, MAS LOS ARCH-AAAAMMDD QUE CITA ARCH-IDX Y  *
      *LOS SARC-XXXX-AAAAMMDD QUE CITA SAT-IDX, Y             *
      *DEJA ALLI PRUEBA-ENV.BAT CON EL SET DE CADA *_PATH QUE *
      *APUNTA A LA COPIA (TAMBIEN LOS DE SALIDA, PARA QUE UNA *
      *CORRIDA DE PRUEBA NO ESCRIBA EN PRODUCCION). NOMBRE,   *
      *RFC, CURP, NSS, CLABE, TELEFONO Y CORREO SE REEMPLAZAN *
      *POR VALORES QUE SOLO DEPENDEN DEL ID-EMPL: LA MISMA    *
      *PERSONA QUEDA IGUAL EN TODOS LOS ARCHIVOS, LOS CRUCES  *
      *POR ID SIGUEN FUNCIONANDO Y LOS DIGITOS VERIFICADORES  *
      *(CLABE, NSS) SE RECALCULAN CON LAS MISMAS RUTINAS QUE  *
      *USA LA CAPTURA. IMPORTES Y FECHAS SE CONSERVAN; DE LA  *
      *FECHA DE NACIMIENTO SOLO CAMBIA EL DIA. LAS NARRATIVAS *
      *DISCIPLINARIAS, LAS NOTAS ARCO, LOS NUMEROS DE         *
      *AFILIADO SINDICAL Y EL MOTIVO DE LOS VIAJES (VIA-MAST) *
      *SE OMITEN Y LOS NIP DE                                 *
      *OPERADOR Y DE KIOSCO QUEDAN EN WS-ANO-NIP. SOLO UN     *
      *SUPERVISOR FIRMADO LA CORRE.                           *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-ANONIM.

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

           SELECT EMP-ARCH ASSIGN TO WS-ARCREST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-STATUS.

           SELECT ANO-ENV ASSIGN TO WS-ANOENV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENV-STATUS.

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

       FD EMP-ARCH.
       01 ARCH-REC                     PIC X(259).

       FD ANO-ENV.
       01 ENV-REC                      PIC X(100).

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
           COPY CLABEWS.
           COPY IDSWS.
           COPY DATEWS.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-HOY                       PIC X(08).
       01 WS-RES                       PIC X.
       01 WS-ARCH-STATUS               PIC X(02).
       01 WS-ARCREST-PATH              PIC X(80).
       01 WS-ENV-STATUS                PIC X(02).
       01 WS-ANOENV-PATH               PIC X(80).

      *DIRECTORIO DE LA COPIA (ANONDIR_PATH), CON LA DIAGONAL FINAL.
      *CORTO A PROPOSITO: LOS PREFIJOS ARCH-, MOEND-, SPOOL- Y PAYH
      *Y AX-ARCHIVO SOLO ADMITEN 26 A 40 POSICIONES.
       01 WS-ANO-DIR-DFLT              PIC X(60)
                                   VALUE 'C:\Users\pc\Desktop\P\'.
       01 WS-ANO-DIR                   PIC X(60).
       01 WS-ANO-LARGO                 PIC 9(03).
       01 WS-ANO-TRABAJO               PIC X(80).
       01 WS-ANO-NIP                   PIC X(04) VALUE '1111'.
       01 WS-ANO-RUTA                  PIC X(80).
       01 WS-ANO-NUEVA                 PIC X(80).
       01 WS-ANO-VAR                   PIC X(16).
       01 WS-ANO-I                     PIC 9(03).
       01 WS-ANO-J                     PIC 9(03).
       01 WS-ANO-K                     PIC 9(03).
       01 WS-ANO-POS                   PIC 9(03).
       01 WS-ANO-CORTE                 PIC 9(03).
       01 WS-ANO-HALLADO               PIC X.
       01 WS-ANO-FLAG                  PIC 9.
       01 WS-ANO-LEIDOS                PIC 9(09).
       01 WS-ANO-COPIADOS              PIC 9(03) VALUE 0.
       01 WS-ANO-OMITIDOS              PIC 9(03) VALUE 0.
       01 WS-ANO-FALTAN                PIC 9(03) VALUE 0.
       01 WS-ANO-ERRORES               PIC 9(03) VALUE 0.
       01 WS-ANO-TOT-REGS              PIC 9(09) VALUE 0.
       01 WS-ANO-RESP                  PIC X(259).

      *CAMPOS DE TRABAJO: EL GANCHO DE CADA ARCHIVO COPIA AQUI LOS
      *DATOS PERSONALES DEL REGISTRO, 710-APLICA LOS REEMPLAZA Y EL
      *GANCHO LOS REGRESA. UN CAMPO EN BLANCO SE QUEDA EN BLANCO.
       01 WS-ANO-ID-G.
           05 WS-ANO-ID                PIC 9(06).
       01 WS-ANO-NOM                   PIC X(30).
       01 WS-ANO-TEL                   PIC X(12).
       01 WS-ANO-MAIL                  PIC X(30).
       01 WS-ANO-NAC                   PIC X(08).
       01 WS-ANO-RFC                   PIC X(13).
       01 WS-ANO-CURP                  PIC X(18).
       01 WS-ANO-NSS                   PIC X(11).
       01 WS-ANO-CLABE                 PIC X(18).
       01 WS-ANO-F-NOM                 PIC X(30).
       01 WS-ANO-PAT                   PIC X(10).
       01 WS-ANO-MAT                   PIC X(10).
       01 WS-ANO-NOM1                  PIC X(10).
       01 WS-ANO-SEXO                  PIC X.
       01 WS-ANO-LETRAS                PIC X(04).
       01 WS-ANO-FEC6                  PIC X(06).
       01 WS-ANO-DIA                   PIC 9(02).
       01 WS-ANO-X                     PIC 9(02).
       01 WS-ANO-Y                     PIC 9(06).

      *NOMBRES Y APELLIDOS FICTICIOS. 31 APELLIDOS (EL MATERNO USA
      *LOS PRIMEROS 29) Y 20 NOMBRES: CON MODULOS 31, 29 Y 20 NO SE
      *REPITE EL NOMBRE COMPLETO ANTES DEL ID 17980.
       01 WS-ANO-HOMBRES.
           05 FILLER PIC X(40) VALUE
               'JUAN      JOSE      LUIS      CARLOS    '.
           05 FILLER PIC X(40) VALUE
               'JORGE     MIGUEL    PEDRO     MANUEL    '.
           05 FILLER PIC X(40) VALUE
               'RAUL      ARTURO    SERGIO    ROBERTO   '.
           05 FILLER PIC X(40) VALUE
               'FERNANDO  RICARDO   EDUARDO   JAVIER    '.
           05 FILLER PIC X(40) VALUE
               'ALBERTO   DANIEL    HECTOR    ENRIQUE   '.
       01 WS-ANO-HOMBRES-R REDEFINES WS-ANO-HOMBRES.
           05 WS-ANO-HOMBRE OCCURS 20 TIMES PIC X(10).
       01 WS-ANO-MUJERES.
           05 FILLER PIC X(40) VALUE
               'MARIA     ROSA      ANA       LAURA     '.
           05 FILLER PIC X(40) VALUE
               'PATRICIA  SILVIA    ELENA     MARTHA    '.
           05 FILLER PIC X(40) VALUE
               'GABRIELA  VERONICA  CLAUDIA   LETICIA   '.
           05 FILLER PIC X(40) VALUE
               'ADRIANA   TERESA    BEATRIZ   LORENA    '.
           05 FILLER PIC X(40) VALUE
               'MONICA    SANDRA    ALEJANDRA CAROLINA  '.
       01 WS-ANO-MUJERES-R REDEFINES WS-ANO-MUJERES.
           05 WS-ANO-MUJER OCCURS 20 TIMES PIC X(10).
       01 WS-ANO-APELLIDOS.
           05 FILLER PIC X(40) VALUE
               'GARCIA    LOPEZ     MARTINEZ  HERNANDEZ '.
           05 FILLER PIC X(40) VALUE
               'GONZALEZ  PEREZ     RODRIGUEZ SANCHEZ   '.
           05 FILLER PIC X(40) VALUE
               'RAMIREZ   TORRES    FLORES    RIVERA    '.
           05 FILLER PIC X(40) VALUE
               'GOMEZ     DIAZ      CRUZ      MORALES   '.
           05 FILLER PIC X(40) VALUE
               'REYES     ORTIZ     GUTIERREZ CHAVEZ    '.
           05 FILLER PIC X(40) VALUE
               'RAMOS     RUIZ      MENDOZA   AGUILAR   '.
           05 FILLER PIC X(40) VALUE
               'CASTILLO  JIMENEZ   VARGAS    ROMERO    '.
           05 FILLER PIC X(30) VALUE
               'HERRERA   MEDINA    SALAZAR   '.
       01 WS-ANO-APELLIDOS-R REDEFINES WS-ANO-APELLIDOS.
           05 WS-ANO-APE OCCURS 31 TIMES PIC X(10).

      *ARCH-AAAAMMDD CITADOS EN ARCH-IDX (TIPO 'E') Y SARC-XXXX-
      *AAAAMMDD CITADOS EN SAT-IDX (TIPO 'S'): RUTA ORIGINAL Y LA DE
      *LA COPIA (ESPACIOS SI NO CABE EN AX-ARCHIVO O SX-ARCH-NOM).
       01 WS-ANO-ARCS                  PIC 9(03) VALUE 0.
       01 WS-ANO-ARC-TAB.
           05 WS-ANO-ARC OCCURS 200 TIMES.
               10 WS-ANO-ARC-ORIG      PIC X(48).
               10 WS-ANO-ARC-NVO       PIC X(48).
               10 WS-ANO-ARC-TIPO      PIC X.

      *ARCHIVOS Y PREFIJOS DE SALIDA QUE NO ESTAN EN XFRLKUP: VARIABLE,
      *NOMBRE EN LA COPIA Y LARGO MAXIMO QUE ADMITE EL PROGRAMA QUE LO
      *USA. SE ESCRIBE SU SET PARA QUE LA PRUEBA NO TOQUE PRODUCCION.
       01 WS-ANO-SALIDAS.
           05 FILLER PIC X(32) VALUE 'ANOMRPT_PATH    ANOMRPT.TXT   80'.
           05 FILLER PIC X(32) VALUE 'ARCOTMP_PATH    ARCOTMP.TXT   80'.
           05 FILLER PIC X(32) VALUE 'AWDEXT_PATH     AWDEXT.TXT    80'.
           05 FILLER PIC X(32) VALUE 'BANCODEV_PATH   BANCODEV.TXT  80'.
           05 FILLER PIC X(32) VALUE 'BANCOIN_PATH    BANCOIN.TXT   80'.
           05 FILLER PIC X(32) VALUE 'BANCOPRN_PATH   BANCOPRN.TXT  80'.
           05 FILLER PIC X(32) VALUE 'CFDIEXT_PATH    CFDIEXT.TXT   80'.
           05 FILLER PIC X(32) VALUE 'CFDIRESP_PATH   CFDIRESP.TXT  80'.
           05 FILLER PIC X(32) VALUE 'CSVERR_PATH     CSVERR.TXT    80'.
           05 FILLER PIC X(32) VALUE 'CSVIMP_PATH     CSVIMP.TXT    80'.
           05 FILLER PIC X(32) VALUE 'DEDPRE_PATH     DEDPRE.TXT    80'.
           05 FILLER PIC X(32) VALUE 'DEPEXT_PATH     DEPEXT.TXT    80'.
           05 FILLER PIC X(32) VALUE 'EMPBAK_PATH     DYNBAK.TXT    80'.
           05 FILLER PIC X(32) VALUE 'EMPCSV_PATH     EMPCSV.TXT    80'.
           05 FILLER PIC X(32) VALUE 'EMPSNAP_PATH    EMPSNAP.TXT   80'.
           05 FILLER PIC X(32) VALUE 'FONDEO_PATH     FONDEO.TXT    80'.
           05 FILLER PIC X(32) VALUE 'GLVOUCH_PATH    GLVOUCH.TXT   80'.
           05 FILLER PIC X(32) VALUE 'GLVPROJ_PATH    GLVPROJ.TXT   80'.
           05 FILLER PIC X(32) VALUE 'HIRECKPT_PATH   HIRECKPT.TXT  80'.
           05 FILLER PIC X(32) VALUE 'HIREFEED_PATH   HIREFEED.TXT  80'.
           05 FILLER PIC X(32) VALUE 'HLDDEP_PATH     HLDDEP.TXT    80'.
           05 FILLER PIC X(32) VALUE 'HRSBAT_PATH     HRSBAT.TXT    80'.
           05 FILLER PIC X(32) VALUE 'KIOSKLOG_PATH   KIOSKLOG.TXT  80'.
           05 FILLER PIC X(32) VALUE 'LOGTMP_PATH     LOGTMP.TXT    80'.
           05 FILLER PIC X(32) VALUE 'MOEPARM_PATH    MOEPARM.TXT   80'.
           05 FILLER PIC X(32) VALUE 'MOVCKPT_PATH    MOVCKPT.TXT   80'.
           05 FILLER PIC X(32) VALUE 'NITECKPT_PATH   NITECKPT.TXT  80'.
           05 FILLER PIC X(32) VALUE 'OPRSWP_PATH     OPRSWP.TXT    80'.
           05 FILLER PIC X(32) VALUE 'PAYACK_PATH     PAYACK.TXT    80'.
           05 FILLER PIC X(32) VALUE 'PAYEXT_PATH     PAYEXT.TXT    80'.
           05 FILLER PIC X(32) VALUE 'PAYHPRE_PATH    PAYHPRE.TXT   80'.
           05 FILLER PIC X(32) VALUE 'PAYHTMP_PATH    PAYHTMP.TXT   80'.
           05 FILLER PIC X(32) VALUE 'POSPAY_PATH     POSPAY.TXT    80'.
           05 FILLER PIC X(32) VALUE 'REORG_PATH      DYNREORG.TXT  80'.
           05 FILLER PIC X(32) VALUE 'SPLCAT_PATH     SPLCAT.TXT    80'.
           05 FILLER PIC X(32) VALUE 'TIMEFEED_PATH   TIMEFEED.TXT  80'.
           05 FILLER PIC X(32) VALUE 'VARFEED_PATH    VARFEED.TXT   80'.
           05 FILLER PIC X(32) VALUE 'BAKMANIF_PATH   BAKMANIF.TXT  80'.
           05 FILLER PIC X(32) VALUE 'VPVOUCH_PATH    VPVOUCH.TXT   80'.
           05 FILLER PIC X(32) VALUE 'DVVOUCH_PATH    DVVOUCH.TXT   80'.
           05 FILLER PIC X(32) VALUE 'BALIN_PATH      BALIN.TXT     80'.
           05 FILLER PIC X(32) VALUE 'CEDULAIN_PATH   CEDULAIN.TXT  80'.
           05 FILLER PIC X(32) VALUE 'ARCHDIR_PATH    ARCH-         28'.
           05 FILLER PIC X(32) VALUE 'SARCDIR_PATH    SARC-         27'.
           05 FILLER PIC X(32) VALUE 'BURSTDIR_PATH   MOEND-        28'.
           05 FILLER PIC X(32) VALUE 'SPLDATDIR_PATH  SPOOL-        28'.
           05 FILLER PIC X(32) VALUE 'PAYHANODIR_PATH PAYH          26'.
           05 FILLER PIC X(32) VALUE 'BAKSETDIR_PATH                56'.
       01 WS-ANO-SALIDAS-R REDEFINES WS-ANO-SALIDAS.
           05 WS-ANO-SAL OCCURS 48 TIMES.
               10 WS-ANO-SAL-VAR       PIC X(16).
               10 WS-ANO-SAL-BASE      PIC X(14).
               10 WS-ANO-SAL-MAX       PIC 9(02).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
           DISPLAY SEP.
           DISPLAY '     COPIA ANONIMIZADA PARA CAPACITACION Y PRUEBAS'.
           DISPLAY SEP.
           MOVE 'DYNANONI' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-CHECA-ROL.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR PUEDE SACAR LA COPIA '
                   'ANONIMIZADA'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-ANO-DIR-DFLT TO WS-ANO-DIR.
           DISPLAY 'ANONDIR_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ANO-DIR FROM ENVIRONMENT-VALUE.
           IF WS-ANO-DIR = SPACES
               MOVE WS-ANO-DIR-DFLT TO WS-ANO-DIR
           END-IF.
           MOVE 0 TO WS-ANO-LARGO.
           PERFORM 060-LARGO-DIR
               VARYING WS-ANO-I FROM 1 BY 1 UNTIL WS-ANO-I > 60.
           IF WS-ANO-DIR (WS-ANO-LARGO:1) NOT = '\'
               AND WS-ANO-DIR (WS-ANO-LARGO:1) NOT = '/'
               DISPLAY 'ANONDIR_PATH DEBE TERMINAR EN \ O /: '
                   WS-ANO-DIR
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           DISPLAY 'DIRECTORIO DE LA COPIA: ' WS-ANO-DIR.
           DISPLAY 'LO QUE HAYA ALLI CON EL MISMO NOMBRE SE REEMPLAZA. '
               'CONTINUAR? S/N'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               DISPLAY 'COPIA CANCELADA'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-ANO-TRABAJO WS-ANOENV-PATH.
           STRING WS-ANO-DIR DELIMITED BY SPACE
               'ANONTRB.TXT' DELIMITED BY SIZE
               INTO WS-ANO-TRABAJO.
           STRING WS-ANO-DIR DELIMITED BY SPACE
               'PRUEBA-ENV.BAT' DELIMITED BY SIZE
               INTO WS-ANOENV-PATH.
           OPEN OUTPUT ANO-ENV.
           IF WS-ENV-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO CREAR ' WS-ANOENV-PATH
                   ' (EXISTE EL DIRECTORIO?) FILE STATUS: '
                   WS-ENV-STATUS
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE SPACES TO ENV-REC.
           STRING 'REM COPIA ANONIMIZADA DEL ' WS-HOY
               ' - NO CONTIENE DATOS REALES' DELIMITED BY SIZE
               INTO ENV-REC.
           WRITE ENV-REC.
           PERFORM 100-UN-ARCHIVO THRU 100-SALIDA
               VARYING WS-XF-NUM FROM 1 BY 1
               UNTIL WS-XF-NUM > WS-XF-TOTAL.
           PERFORM 300-ARCHIVO-HIST THRU 300-SALIDA
               VARYING WS-ANO-J FROM 1 BY 1
               UNTIL WS-ANO-J > WS-ANO-ARCS.
           PERFORM 400-SALIDA-SET
               VARYING WS-ANO-J FROM 1 BY 1 UNTIL WS-ANO-J > 48.
           CLOSE ANO-ENV.
           MOVE WS-ANO-TRABAJO TO WS-XF-PLANO-PATH.
           OPEN OUTPUT XF-PLANO.
           CLOSE XF-PLANO.
           DISPLAY SEP.
           DISPLAY 'ARCHIVOS COPIADOS:         ' WS-ANO-COPIADOS.
           DISPLAY '  SIN ORIGEN (NACEN VACIOS): ' WS-ANO-FALTAN.
           DISPLAY 'OMITIDOS (YA EN EL DESTINO): ' WS-ANO-OMITIDOS.
           DISPLAY 'HISTORICOS ARCH/SARC COPIADOS: ' WS-ANO-ARCS.
           DISPLAY 'REGISTROS GRABADOS:        ' WS-ANO-TOT-REGS.
           DISPLAY 'ERRORES:                   ' WS-ANO-ERRORES.
           DISPLAY 'PARA USAR LA COPIA CORRA ANTES ' WS-ANOENV-PATH.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

           060-LARGO-DIR.
               IF WS-ANO-DIR (WS-ANO-I:1) NOT = SPACE
                   MOVE WS-ANO-I TO WS-ANO-LARGO
               END-IF.

      *UN ARCHIVO DE XFRLKUP: PRODUCCION -> PLANO DE TRABAJO (994,
      *QUE PASA CADA REGISTRO POR 998) -> COPIA (995). SI NO HAY
      *ORIGEN LA COPIA NACE VACIA, COMO EN UNA INSTALACION NUEVA.
       100-UN-ARCHIVO.
           PERFORM 993-XF-RESUELVE.
           MOVE WS-XF-ORIGEN TO WS-ANO-RUTA.
           PERFORM 800-NUEVA-RUTA.
           MOVE WS-ANO-NUEVA TO WS-XF-DESTINO.
           IF WS-XF-DESTINO = WS-XF-ORIGEN
               DISPLAY WS-XF-NOMBRE ' YA APUNTA AL DIRECTORIO DE LA '
                   'COPIA; SE OMITE'
               ADD 1 TO WS-ANO-OMITIDOS
               GO TO 100-SALIDA
           END-IF.
           MOVE WS-XF-VAR TO WS-ANO-VAR.
           PERFORM 810-ESCRIBE-SET.
           MOVE WS-ANO-TRABAJO TO WS-XF-PLANO-PATH.
           OPEN OUTPUT XF-PLANO.
           IF WS-XF-PLANO-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO CREAR ' WS-ANO-TRABAJO
                   ' FILE STATUS: ' WS-XF-PLANO-STATUS
               ADD 1 TO WS-ANO-ERRORES
               GO TO 100-SALIDA
           END-IF.
           PERFORM 994-XF-DESCARGA.
           CLOSE XF-PLANO.
           IF WS-XF-OK = 'N'
               DISPLAY WS-XF-NOMBRE ' SIN ARCHIVO EN PRODUCCION '
                   '(FILE STATUS ' WS-XF-FS '); NACE VACIO'
               ADD 1 TO WS-ANO-FALTAN
           END-IF.
           MOVE WS-XF-REGS TO WS-ANO-LEIDOS.
           OPEN INPUT XF-PLANO.
           PERFORM 995-XF-CARGA.
           CLOSE XF-PLANO.
           IF WS-XF-OK = 'N'
               DISPLAY 'NO SE PUDO CREAR ' WS-XF-DESTINO
                   ' FILE STATUS: ' WS-XF-FS
               ADD 1 TO WS-ANO-ERRORES
               GO TO 100-SALIDA
           END-IF.
           DISPLAY WS-XF-NOMBRE ' LEIDOS ' WS-ANO-LEIDOS
               ' GRABADOS ' WS-XF-REGS ' RECHAZADOS ' WS-XF-RECHAZOS.
           ADD 1 TO WS-ANO-COPIADOS.
           ADD WS-XF-REGS TO WS-ANO-TOT-REGS.
       100-SALIDA.
           EXIT.

      *UN ARCH-AAAAMMDD CITADO EN ARCH-IDX: CADA IMAGEN DE REG-EMPL
      *SE ANONIMIZA IGUAL QUE EL MAESTRO. UN SARC-XXXX-AAAAMMDD DE
      *SAT-IDX NO TRAE DATOS PERSONALES Y SE COPIA TAL CUAL.
       300-ARCHIVO-HIST.
           IF WS-ANO-ARC-NVO (WS-ANO-J) = SPACES
               DISPLAY 'SIN COPIA (RUTA DEMASIADO LARGA): '
                   WS-ANO-ARC-ORIG (WS-ANO-J)
               ADD 1 TO WS-ANO-ERRORES
               GO TO 300-SALIDA
           END-IF.
           MOVE WS-ANO-ARC-ORIG (WS-ANO-J) TO WS-ARCREST-PATH.
           OPEN INPUT EMP-ARCH.
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR ' WS-ARCREST-PATH
                   ' FILE STATUS: ' WS-ARCH-STATUS
               ADD 1 TO WS-ANO-ERRORES
               GO TO 300-SALIDA
           END-IF.
           MOVE WS-ANO-ARC-NVO (WS-ANO-J) TO WS-XF-PLANO-PATH.
           OPEN OUTPUT XF-PLANO.
           MOVE 0 TO WS-ANO-FLAG WS-XF-REGS.
           PERFORM 310-LEE-HIST UNTIL WS-ANO-FLAG = 1.
           CLOSE EMP-ARCH XF-PLANO.
           DISPLAY WS-ANO-ARC-NVO (WS-ANO-J) ' GRABADOS ' WS-XF-REGS.
           ADD WS-XF-REGS TO WS-ANO-TOT-REGS.
       300-SALIDA.
           EXIT.

           310-LEE-HIST.
               READ EMP-ARCH
                   AT END MOVE 1 TO WS-ANO-FLAG
                   NOT AT END
                       IF WS-ANO-ARC-TIPO (WS-ANO-J) = 'E'
                           AND ARCH-REC (1:6) NUMERIC
                           MOVE ARCH-REC TO REG-EMPL
                           PERFORM 720-REG-EMPL
                           MOVE REG-EMPL TO ARCH-REC
                       END-IF
                       MOVE ARCH-REC TO XF-REC
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

      *SET DE UN ARCHIVO O PREFIJO DE SALIDA. SI LA RUTA NO CABE EN
      *EL CAMPO DEL PROGRAMA QUE LA USA NO SE ESCRIBE: ESE PROGRAMA
      *SEGUIRIA ESCRIBIENDO EN PRODUCCION Y HAY QUE AVISAR.
       400-SALIDA-SET.
           MOVE WS-ANO-SAL-VAR (WS-ANO-J) TO WS-ANO-VAR.
           MOVE SPACES TO WS-ANO-NUEVA.
           STRING WS-ANO-DIR DELIMITED BY SPACE
               WS-ANO-SAL-BASE (WS-ANO-J) DELIMITED BY SPACE
               INTO WS-ANO-NUEVA.
           IF WS-ANO-SAL-MAX (WS-ANO-J) < 80
               AND WS-ANO-NUEVA (WS-ANO-SAL-MAX (WS-ANO-J) + 1:1)
                   NOT = SPACE
               DISPLAY 'RUTA DEMASIADO LARGA PARA ' WS-ANO-VAR
                   ' (MAXIMO ' WS-ANO-SAL-MAX (WS-ANO-J)
                   '); USE UN DIRECTORIO MAS CORTO'
               ADD 1 TO WS-ANO-ERRORES
           ELSE
               PERFORM 810-ESCRIBE-SET
           END-IF.

      *REEMPLAZOS QUE SOLO DEPENDEN DE WS-ANO-ID.
       700-FALSOS.
           COMPUTE WS-ANO-X = FUNCTION MOD (WS-ANO-ID, 31) + 1.
           MOVE WS-ANO-APE (WS-ANO-X) TO WS-ANO-PAT.
           COMPUTE WS-ANO-X = FUNCTION MOD (WS-ANO-ID, 29) + 1.
           MOVE WS-ANO-APE (WS-ANO-X) TO WS-ANO-MAT.
           COMPUTE WS-ANO-X = FUNCTION MOD (WS-ANO-ID, 20) + 1.
           DIVIDE WS-ANO-ID BY 7 GIVING WS-ANO-Y.
           IF FUNCTION MOD (WS-ANO-Y, 2) = 1
               MOVE 'M' TO WS-ANO-SEXO
               MOVE WS-ANO-MUJER (WS-ANO-X) TO WS-ANO-NOM1
           ELSE
               MOVE 'H' TO WS-ANO-SEXO
               MOVE WS-ANO-HOMBRE (WS-ANO-X) TO WS-ANO-NOM1
           END-IF.
           MOVE SPACES TO WS-ANO-F-NOM.
           STRING WS-ANO-NOM1 DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-ANO-PAT DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-ANO-MAT DELIMITED BY SPACE
               INTO WS-ANO-F-NOM.
           MOVE WS-ANO-PAT (1:2) TO WS-ANO-LETRAS (1:2).
           MOVE WS-ANO-MAT (1:1) TO WS-ANO-LETRAS (3:1).
           MOVE WS-ANO-NOM1 (1:1) TO WS-ANO-LETRAS (4:1).

      *APLICA LOS REEMPLAZOS A LOS CAMPOS DE TRABAJO NO EN BLANCO.
       710-APLICA.
           PERFORM 700-FALSOS.
           IF WS-ANO-NOM NOT = SPACES
               MOVE WS-ANO-F-NOM TO WS-ANO-NOM
           END-IF.
           IF WS-ANO-TEL NOT = SPACES
               MOVE SPACES TO WS-ANO-TEL
               STRING '55' WS-ANO-ID '00' DELIMITED BY SIZE
                   INTO WS-ANO-TEL
           END-IF.
           IF WS-ANO-MAIL NOT = SPACES
               MOVE SPACES TO WS-ANO-MAIL
               STRING 'EMP' WS-ANO-ID '@PRUEBA.LOCAL'
                   DELIMITED BY SIZE INTO WS-ANO-MAIL
           END-IF.
           IF WS-ANO-NAC (1:6) NUMERIC
               COMPUTE WS-ANO-DIA = FUNCTION MOD (WS-ANO-ID, 28) + 1
               MOVE WS-ANO-DIA TO WS-ANO-NAC (7:2)
               MOVE WS-ANO-NAC (3:6) TO WS-ANO-FEC6
           ELSE
               MOVE '800101' TO WS-ANO-FEC6
           END-IF.
           IF WS-ANO-RFC NOT = SPACES
               MOVE SPACES TO WS-ANO-RFC
               STRING WS-ANO-LETRAS WS-ANO-FEC6 WS-ANO-ID-G (4:3)
                   DELIMITED BY SIZE INTO WS-ANO-RFC
           END-IF.
           IF WS-ANO-CURP NOT = SPACES
               MOVE SPACES TO WS-ANO-CURP
               STRING WS-ANO-LETRAS WS-ANO-FEC6 WS-ANO-SEXO 'DF'
                   WS-ANO-PAT (3:1) WS-ANO-MAT (3:1)
                   WS-ANO-NOM1 (3:1) '0' WS-ANO-ID-G (6:1)
                   DELIMITED BY SIZE INTO WS-ANO-CURP
           END-IF.
           IF WS-ANO-NSS NOT = SPACES OR WS-ANO-CLABE NOT = SPACES
               PERFORM 711-VERIFICADORES
           END-IF.

      *NSS Y CLABE NUEVOS CON SU DIGITO VERIFICADOR, CALCULADO CON
      *955/956 SOBRE NSS Y CTA-CLABE (REG-EMPL SE RESPALDA).
           711-VERIFICADORES.
               MOVE REG-EMPL TO WS-ANO-RESP
               IF WS-ANO-NSS NOT = SPACES
                   IF WS-ANO-NSS (1:2) NOT NUMERIC
                       MOVE '01' TO WS-ANO-NSS (1:2)
                   END-IF
                   MOVE WS-ANO-NSS (1:2) TO NSS (1:2)
                   MOVE WS-ANO-ID TO NSS (3:6)
                   MOVE '000' TO NSS (9:3)
                   PERFORM 955-VALIDA-NSS
                   MOVE WS-NSS-CHK (2:1) TO NSS (11:1)
                   MOVE NSS TO WS-ANO-NSS
               END-IF
               IF WS-ANO-CLABE NOT = SPACES
                   IF WS-ANO-CLABE (1:6) NOT NUMERIC
                       MOVE '000000' TO WS-ANO-CLABE (1:6)
                   END-IF
                   MOVE WS-ANO-CLABE (1:6) TO CTA-CLABE (1:6)
                   MOVE '0' TO CTA-CLABE (7:1)
                   MOVE WS-ANO-ID TO CTA-CLABE (8:6)
                   MOVE '00000' TO CTA-CLABE (14:5)
                   PERFORM 956-VALIDA-CLABE THRU 956-SALIDA
                   MOVE WS-CLABE-DV TO CTA-CLABE (18:1)
                   MOVE CTA-CLABE TO WS-ANO-CLABE
               END-IF
               MOVE WS-ANO-RESP TO REG-EMPL.

      *LIMPIA LOS CAMPOS DE TRABAJO ANTES DE CADA GANCHO.
       715-LIMPIA.
           MOVE SPACES TO WS-ANO-NOM WS-ANO-TEL WS-ANO-MAIL WS-ANO-NAC
               WS-ANO-RFC WS-ANO-CURP WS-ANO-NSS WS-ANO-CLABE.

      *UNA IMAGEN DE REG-EMPL (MAESTRO, ARCH, JOURNAL).
       720-REG-EMPL.
           PERFORM 715-LIMPIA.
           MOVE ID-EMPL TO WS-ANO-ID.
           MOVE NOM-EMPL TO WS-ANO-NOM.
           MOVE TELEFONO TO WS-ANO-TEL.
           MOVE EMAIL TO WS-ANO-MAIL.
           MOVE F-NAC TO WS-ANO-NAC.
           MOVE RFC TO WS-ANO-RFC.
           MOVE CURP TO WS-ANO-CURP.
           MOVE NSS TO WS-ANO-NSS.
           MOVE CTA-CLABE TO WS-ANO-CLABE.
           PERFORM 710-APLICA.
           MOVE WS-ANO-NOM TO NOM-EMPL.
           MOVE WS-ANO-TEL TO TELEFONO.
           MOVE WS-ANO-MAIL TO EMAIL.
           MOVE WS-ANO-NAC TO F-NAC.
           MOVE WS-ANO-RFC TO RFC.
           MOVE WS-ANO-CURP TO CURP.
           MOVE WS-ANO-NSS TO NSS.
           MOVE WS-ANO-CLABE TO CTA-CLABE.

      *UN MOVIMIENTO PENDIENTE DE AUTORIZAR (IMAGEN PROPUESTA).
       730-PENDIENTE.
           PERFORM 715-LIMPIA.
           IF PEND-ID-EMPL > 0
               MOVE PEND-ID-EMPL TO WS-ANO-ID
           ELSE
               MOVE PEND-ID TO WS-ANO-ID
           END-IF.
           MOVE PEND-NOM-EMPL TO WS-ANO-NOM.
           MOVE PEND-TELEFONO TO WS-ANO-TEL.
           MOVE PEND-EMAIL TO WS-ANO-MAIL.
           MOVE PEND-F-NAC TO WS-ANO-NAC.
           MOVE PEND-RFC TO WS-ANO-RFC.
           MOVE PEND-CURP TO WS-ANO-CURP.
           MOVE PEND-NSS TO WS-ANO-NSS.
           MOVE PEND-CTA-CLABE TO WS-ANO-CLABE.
           PERFORM 710-APLICA.
           MOVE WS-ANO-NOM TO PEND-NOM-EMPL.
           MOVE WS-ANO-TEL TO PEND-TELEFONO.
           MOVE WS-ANO-MAIL TO PEND-EMAIL.
           MOVE WS-ANO-NAC TO PEND-F-NAC.
           MOVE WS-ANO-RFC TO PEND-RFC.
           MOVE WS-ANO-CURP TO PEND-CURP.
           MOVE WS-ANO-NSS TO PEND-NSS.
           MOVE WS-ANO-CLABE TO PEND-CTA-CLABE.

      *UN CANDIDATO. SIN ID-EMPL TODAVIA SE SIEMBRA CON SU LLAVE.
       740-CANDIDATO.
           PERFORM 715-LIMPIA.
           IF AP-ID-EMPL > 0
               MOVE AP-ID-EMPL TO WS-ANO-ID
           ELSE
               COMPUTE WS-ANO-ID =
                   FUNCTION MOD (AP-RQ-NUM * 100 + AP-SEQ, 1000000)
           END-IF.
           MOVE AP-NOM TO WS-ANO-NOM.
           MOVE AP-TELEFONO TO WS-ANO-TEL.
           MOVE AP-EMAIL TO WS-ANO-MAIL.
           MOVE AP-F-NAC TO WS-ANO-NAC.
           MOVE AP-RFC TO WS-ANO-RFC.
           MOVE AP-CURP TO WS-ANO-CURP.
           PERFORM 710-APLICA.
           MOVE WS-ANO-NOM TO AP-NOM.
           MOVE WS-ANO-TEL TO AP-TELEFONO.
           MOVE WS-ANO-MAIL TO AP-EMAIL.
           MOVE WS-ANO-NAC TO AP-F-NAC.
           MOVE WS-ANO-RFC TO AP-RFC.
           MOVE WS-ANO-CURP TO AP-CURP.

      *SOLO EL NOMBRE, CUANDO EL REGISTRO NO TRAE MAS DATOS PERSONALES.
       750-SOLO-NOMBRE.
           PERFORM 700-FALSOS.
           IF WS-ANO-NOM NOT = SPACES
               MOVE WS-ANO-F-NOM TO WS-ANO-NOM
           END-IF.

      *ARCH-IDX: NOMBRE Y RUTA DEL ARCH-AAAAMMDD, QUE SE ANOTA EN LA
      *TABLA PARA COPIARLO AL FINAL.
       760-INDICE.
           MOVE AX-ID-EMPL TO WS-ANO-ID.
           MOVE AX-NOM-EMPL TO WS-ANO-NOM.
           PERFORM 750-SOLO-NOMBRE.
           MOVE WS-ANO-NOM TO AX-NOM-EMPL.
           IF AX-ARCHIVO NOT = SPACES
               MOVE 'N' TO WS-ANO-HALLADO
               PERFORM 761-BUSCA-ARCH
                   VARYING WS-ANO-K FROM 1 BY 1
                   UNTIL WS-ANO-K > WS-ANO-ARCS
                   OR WS-ANO-HALLADO = 'S'
               IF WS-ANO-HALLADO = 'N'
                   PERFORM 762-NUEVO-ARCH
               END-IF
               IF WS-ANO-POS = 0
                   MOVE SPACES TO AX-ARCHIVO
               ELSE
                   MOVE WS-ANO-ARC-NVO (WS-ANO-POS) TO AX-ARCHIVO
               END-IF
           END-IF.

           761-BUSCA-ARCH.
               IF WS-ANO-ARC-ORIG (WS-ANO-K) = AX-ARCHIVO
                   AND WS-ANO-ARC-TIPO (WS-ANO-K) = 'E'
                   MOVE 'S' TO WS-ANO-HALLADO
                   MOVE WS-ANO-K TO WS-ANO-POS
               END-IF.

           762-NUEVO-ARCH.
               IF WS-ANO-ARCS NOT < 200
                   DISPLAY 'MAS DE 200 ARCH-AAAAMMDD; NO SE COPIA '
                       AX-ARCHIVO
                   ADD 1 TO WS-ANO-ERRORES
                   MOVE 0 TO WS-ANO-POS
               ELSE
                   MOVE AX-ARCHIVO TO WS-ANO-RUTA
                   PERFORM 800-NUEVA-RUTA
                   ADD 1 TO WS-ANO-ARCS
                   MOVE WS-ANO-ARCS TO WS-ANO-POS
                   MOVE AX-ARCHIVO TO WS-ANO-ARC-ORIG (WS-ANO-POS)
                   MOVE 'E' TO WS-ANO-ARC-TIPO (WS-ANO-POS)
                   IF WS-ANO-NUEVA (41:40) NOT = SPACES
                       MOVE SPACES TO WS-ANO-ARC-NVO (WS-ANO-POS)
                   ELSE
                       MOVE WS-ANO-NUEVA TO WS-ANO-ARC-NVO (WS-ANO-POS)
                   END-IF
               END-IF.

      *SAT-IDX: RUTA DEL SARC-XXXX-AAAAMMDD, QUE SE ANOTA EN LA MISMA
      *TABLA (TIPO 'S') PARA COPIARLO AL FINAL.
       765-INDICE-SAT.
           IF SX-ARCH-NOM NOT = SPACES
               MOVE 'N' TO WS-ANO-HALLADO
               PERFORM 766-BUSCA-SARC
                   VARYING WS-ANO-K FROM 1 BY 1
                   UNTIL WS-ANO-K > WS-ANO-ARCS
                   OR WS-ANO-HALLADO = 'S'
               IF WS-ANO-HALLADO = 'N'
                   PERFORM 767-NUEVO-SARC
               END-IF
               IF WS-ANO-POS = 0
                   MOVE SPACES TO SX-ARCH-NOM
               ELSE
                   MOVE WS-ANO-ARC-NVO (WS-ANO-POS) TO SX-ARCH-NOM
               END-IF
           END-IF.

           766-BUSCA-SARC.
               IF WS-ANO-ARC-ORIG (WS-ANO-K) = SX-ARCH-NOM
                   AND WS-ANO-ARC-TIPO (WS-ANO-K) = 'S'
                   MOVE 'S' TO WS-ANO-HALLADO
                   MOVE WS-ANO-K TO WS-ANO-POS
               END-IF.

           767-NUEVO-SARC.
               IF WS-ANO-ARCS NOT < 200
                   DISPLAY 'MAS DE 200 ARCHIVOS HISTORICOS; NO SE '
                       'COPIA ' SX-ARCH-NOM
                   ADD 1 TO WS-ANO-ERRORES
                   MOVE 0 TO WS-ANO-POS
               ELSE
                   MOVE SX-ARCH-NOM TO WS-ANO-RUTA
                   PERFORM 800-NUEVA-RUTA
                   ADD 1 TO WS-ANO-ARCS
                   MOVE WS-ANO-ARCS TO WS-ANO-POS
                   MOVE SX-ARCH-NOM TO WS-ANO-ARC-ORIG (WS-ANO-POS)
                   MOVE 'S' TO WS-ANO-ARC-TIPO (WS-ANO-POS)
                   IF WS-ANO-NUEVA (49:32) NOT = SPACES
                       MOVE SPACES TO WS-ANO-ARC-NVO (WS-ANO-POS)
                   ELSE
                       MOVE WS-ANO-NUEVA TO WS-ANO-ARC-NVO (WS-ANO-POS)
                   END-IF
               END-IF.

      *OPER-MAST: NOMBRE Y NIP CONOCIDO PARA QUE LOS ALUMNOS FIRMEN.
       770-OPERADOR.
           IF OP-ID-EMPL > 0
               MOVE OP-ID-EMPL TO WS-ANO-ID
               PERFORM 700-FALSOS
               MOVE WS-ANO-F-NOM TO OP-NOMBRE
           ELSE
               MOVE SPACES TO OP-NOMBRE
               STRING 'OPERADOR ' OP-ID DELIMITED BY SIZE
                   INTO OP-NOMBRE
           END-IF.
           MOVE WS-ANO-NIP TO OP-PIN.
           MOVE SPACES TO OP-PIN-ANT.
           MOVE 0 TO OP-INTENTOS.
           MOVE WS-HOY TO OP-F-PIN.
           MOVE 'N' TO OP-CAMBIA.

      *DIRECTORIO DE LA COPIA + NOMBRE DE ARCHIVO DE WS-ANO-RUTA.
       800-NUEVA-RUTA.
           MOVE 0 TO WS-ANO-CORTE.
           PERFORM 801-BARRA
               VARYING WS-ANO-I FROM 1 BY 1 UNTIL WS-ANO-I > 80.
           MOVE SPACES TO WS-ANO-NUEVA.
           STRING WS-ANO-DIR DELIMITED BY SPACE
               WS-ANO-RUTA (WS-ANO-CORTE + 1:) DELIMITED BY SPACE
               INTO WS-ANO-NUEVA.

           801-BARRA.
               IF WS-ANO-RUTA (WS-ANO-I:1) = '\'
                   OR WS-ANO-RUTA (WS-ANO-I:1) = '/'
                   MOVE WS-ANO-I TO WS-ANO-CORTE
               END-IF.

       810-ESCRIBE-SET.
           MOVE SPACES TO ENV-REC.
           STRING 'SET ' DELIMITED BY SIZE
               WS-ANO-VAR DELIMITED BY SPACE
               '=' DELIMITED BY SIZE
               WS-ANO-NUEVA DELIMITED BY SPACE
               INTO ENV-REC.
           WRITE ENV-REC.

      *GANCHO DE XFRLKUP: ANONIMIZA EL REGISTRO LEIDO DE PRODUCCION
      *ANTES DE PASARLO AL PLANO. LOS FOLIOS Y LLAVES NO CAMBIAN.
       998-XF-REGISTRO.
           EVALUATE WS-XF-NOMBRE
               WHEN 'EMPLEADO'
                   PERFORM 720-REG-EMPL
               WHEN 'EMP-JRN'
                   IF JR-IMAGEN (1:6) NUMERIC
                       MOVE JR-IMAGEN TO REG-EMPL
                       PERFORM 720-REG-EMPL
                       MOVE REG-EMPL TO JR-IMAGEN
                   END-IF
               WHEN 'PEND-MAST'
                   PERFORM 730-PENDIENTE
               WHEN 'APL-MAST'
                   PERFORM 740-CANDIDATO
               WHEN 'HIRE-REJ'
                   MOVE HR-SEQ TO WS-ANO-ID
                   MOVE HR-NOM-EMPL TO WS-ANO-NOM
                   PERFORM 750-SOLO-NOMBRE
                   MOVE WS-ANO-NOM TO HR-NOM-EMPL
               WHEN 'AUDIT-LOG'
                   MOVE AUD-ID-EMPL TO WS-ANO-ID
                   MOVE AUD-NOM-EMPL TO WS-ANO-NOM
                   PERFORM 750-SOLO-NOMBRE
                   MOVE WS-ANO-NOM TO AUD-NOM-EMPL
               WHEN 'TRANS-LOG'
                   MOVE TR-ID-EMPL TO WS-ANO-ID
                   MOVE TR-NOM-EMPL TO WS-ANO-NOM
                   PERFORM 750-SOLO-NOMBRE
                   MOVE WS-ANO-NOM TO TR-NOM-EMPL
               WHEN 'ARCH-IDX'
                   PERFORM 760-INDICE
               WHEN 'SAT-IDX'
                   PERFORM 765-INDICE-SAT
               WHEN 'OPER-MAST'
                   PERFORM 770-OPERADOR
               WHEN 'KSK-MAST'
                   MOVE WS-ANO-NIP TO KP-PIN
                   MOVE 0 TO KP-INTENTOS
               WHEN 'DVL-CTL'
                   PERFORM 715-LIMPIA
                   MOVE DL-ID-EMPL TO WS-ANO-ID
                   MOVE DL-CLABE TO WS-ANO-CLABE
                   PERFORM 710-APLICA
                   MOVE WS-ANO-CLABE TO DL-CLABE
               WHEN 'PRN-CTL'
                   PERFORM 715-LIMPIA
                   MOVE PN-ID-EMPL TO WS-ANO-ID
                   MOVE PN-CLABE TO WS-ANO-CLABE
                   PERFORM 710-APLICA
                   MOVE WS-ANO-CLABE TO PN-CLABE
               WHEN 'IDSE-EXT'
                   PERFORM 715-LIMPIA
                   MOVE IDS-ID-EMPL TO WS-ANO-ID
                   MOVE IDS-NSS TO WS-ANO-NSS
                   PERFORM 710-APLICA
                   MOVE WS-ANO-NSS TO IDS-NSS
               WHEN 'DISC-HIST'
                   IF DS-NARRATIVA NOT = SPACES
                       MOVE 'NARRATIVA OMITIDA EN COPIA DE PRUEBA'
                           TO DS-NARRATIVA
                   END-IF
               WHEN 'ARCO-MAST'
                   MOVE SPACES TO AO-NOTA
               WHEN 'SND-MEM'
                   MOVE SPACES TO SM-NUM-AFIL
               WHEN 'VIA-MAST'
                   MOVE SPACES TO VI-MOTIVO
               WHEN 'DPN-MAST'
                   PERFORM 715-LIMPIA
                   MOVE DN-ID-EMPL TO WS-ANO-ID
                   MOVE DN-NOMBRE TO WS-ANO-NOM
                   MOVE DN-F-NAC TO WS-ANO-NAC
                   MOVE DN-CURP TO WS-ANO-CURP
                   MOVE DN-CLABE TO WS-ANO-CLABE
                   PERFORM 710-APLICA
                   MOVE WS-ANO-NOM TO DN-NOMBRE
                   MOVE WS-ANO-NAC TO DN-F-NAC
                   MOVE WS-ANO-CURP TO DN-CURP
                   MOVE WS-ANO-CLABE TO DN-CLABE
               WHEN 'TCK-SNAP'
                   IF TK-ID-EMPL NOT = 0
                       PERFORM 715-LIMPIA
                       MOVE TK-ID-EMPL TO WS-ANO-ID
                       MOVE TK-NOMBRE TO WS-ANO-NOM
                       PERFORM 710-APLICA
                       MOVE WS-ANO-NOM TO TK-NOMBRE
                   END-IF
               WHEN 'CAR-SNAP'
                   IF CS-ID-EMPL NOT = 0
                       PERFORM 715-LIMPIA
                       MOVE CS-ID-EMPL TO WS-ANO-ID
                       MOVE CS-NOMBRE TO WS-ANO-NOM
                       MOVE CS-F-NAC TO WS-ANO-NAC
                       MOVE CS-CURP TO WS-ANO-CURP
                       PERFORM 710-APLICA
                       MOVE WS-ANO-NOM TO CS-NOMBRE
                       MOVE WS-ANO-NAC TO CS-F-NAC
                       MOVE WS-ANO-CURP TO CS-CURP
                   END-IF
      *LA CEDULA DEL IMSS: EL NSS ES LLAVE Y NO CAMBIA; EL NOMBRE SE
      *SIEMBRA CON SUS DIGITOS.
               WHEN 'NTF-OUT'
                   MOVE NT-ID-EMPL TO WS-ANO-ID
                   MOVE NT-NOM-EMPL TO WS-ANO-NOM
                   PERFORM 750-SOLO-NOMBRE
                   MOVE WS-ANO-NOM TO NT-NOM-EMPL
                   PERFORM 715-LIMPIA
                   IF NT-DEST-ID > 0
                       MOVE NT-DEST-ID TO WS-ANO-ID
                   END-IF
                   MOVE NT-EMAIL TO WS-ANO-MAIL
                   PERFORM 710-APLICA
                   MOVE WS-ANO-MAIL TO NT-EMAIL
               WHEN 'CED-MAST'
                   IF CD-NSS (3:6) NUMERIC
                       MOVE CD-NSS (3:6) TO WS-ANO-ID
                   ELSE
                       MOVE 0 TO WS-ANO-ID
                   END-IF
                   MOVE CD-NOMBRE TO WS-ANO-NOM
                   PERFORM 750-SOLO-NOMBRE
                   MOVE WS-ANO-NOM TO CD-NOMBRE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       999-XF-RENGLON.
           CONTINUE.

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
           COPY OPERLKUP.
           COPY CLABELKUP.
           COPY IDSLKUP.
           COPY DATELKUP.
