      *********************************************************
      *PROGRAMA - MIGRACION A CLV-DEP DE TRES DIGITOS Y AL    *
      *NIVEL DE DIVISION. EL DEPARTAMENTO CRECIO DE PIC 9 A   *
      *PIC 9(03) EN EL MAESTRO Y EN TODOS LOS ARCHIVOS QUE LO *
      *LLEVAN, DEP-MAST GANO LA DIVISION (DM-DIV-CLV) Y LAS   *
      *LISTAS DE DEPTOS DE OPER-MAST Y LAYOFF-EVT PASARON A   *
      *CLAVES DE TRES DIGITOS SEGUIDAS. ESTE PROGRAMA LEE     *
      *CADA ARCHIVO VIEJO (RENOMBRADO POR EL OPERADOR         *
      *AGREGANDO UN 9 AL NOMBRE: DYN9, PEND9, DEPMAST9,       *
      *DEPBUD9, GLMAP9, ALLOCMAST9, LVREQ9, FUTPEND9,         *
      *HIREREJ9, PLZMAST9, REQMAST9, COVMAST9, VACPROV9,      *
      *OPER9, LAYEVT9, AUDIT9, TRANS9, DASHHIST9, IMSDET9,    *
      *EMPSNAP9 Y ARCH9-AAAAMMDD) Y ESCRIBE EL NUEVO EN LA    *
      *RUTA NORMAL; EL DIGITO VIEJO QUEDA COMO 00N Y TODO     *
      *DEPARTAMENTO QUEDA EN LA DIVISION 00 (SIN DIVISION)    *
      *HASTA LIGARLO EN DYN-DEPMNT. EL ARCHIVO QUE NO SE      *
      *RENOMBRO SE BRINCA. AL TERMINAR HAY QUE CORRER         *
      *DYN-ARCIDX PARA REARMAR EL INDICE DEL HISTORICO Y      *
      *SACAR UN RESPALDO NUEVO CON DYN-BACKUP: LOS RESPALDOS  *
      *Y LA BITACORA EMP-JRN ANTERIORES GUARDAN IMAGENES DE   *
      *251 BYTES QUE DYN-RECOVER YA NO PUEDE REAPLICAR. EL    *
      *DEPTO DEL PARAMETRO MOEPARM SE RECAPTURA EN 3 DIGITOS. *
      *SUELDOS, ACUMULADOS E IMPORTES SALEN YA CON CENTAVOS;  *
      *NO PASE POR DYN-MIGR11 LO QUE ESTE PROGRAMA ESCRIBE.   *
      *MISMO MOLDE QUE DYN-MIGR6 Y DYN-MIGR2.                 *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-MIGR10.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION  IS  INDEXED
           RECORD KEY IS EMV-ID-EMPL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.

           SELECT EMPLEADO ASSIGN TO WS-DYN-PATH
           ORGANIZATION  IS  INDEXED
           RECORD KEY IS ID-EMPL
           ALTERNATE RECORD KEY NOM-DEP  WITH DUPLICATES
           ALTERNATE RECORD KEY NOM-EMPL WITH DUPLICATES
           ALTERNATE RECORD KEY CLV-DEP WITH DUPLICATES
           ALTERNATE RECORD KEY F-ING WITH DUPLICATES
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.

           SELECT PEND-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS PNV-ID
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY PENDFILE.

           SELECT DEP-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS DMV-CLV-DEP
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY DEPFILE.

           SELECT DEPBUD-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS DBV-CLV-DEP
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY DEPBUDFILE.

           SELECT GLMAP-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS GMV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY GLFILE.

           SELECT ALLOC-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS ALV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY ALCFILE.

           SELECT LVREQ-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS LRV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY LRQFILE.

           SELECT FUT-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS FCV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY FUTFILE.

           SELECT HRJ-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS HRV-SEQ
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY HRJFILE.

           SELECT PLZ-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS PZV-NUM
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY PLZFILE.

           SELECT REQ-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS RQV-NUM
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY REQFILE.

           SELECT COV-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS CVV-CLV-DEP
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY COVFILE.

           SELECT VPR-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS VPV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY VPRFILE.

           SELECT OPER-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS OPV-ID
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY OPERFILE.

           SELECT LAY-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS LEV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY LAYFILE.

      *LOS ARCHIVOS PLANOS (BITACORAS, HISTORICO DEL TABLERO,
      *DETALLE IMSS, FOTO DEL MAESTRO Y ARCHIVO HISTORICO) SE
      *CONVIERTEN CON UN SOLO PAR DE FD'S GENERICOS.
           SELECT PLANO-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.

           SELECT PLANO-NUEVO ASSIGN TO WS-NUEVO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NUEVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *LAYOUT ANTERIOR DEL MAESTRO: CLV-DEP DE UN DIGITO (251).
       FD EMP-VIEJO.
       01 REG-VIEJO.
           05 EMV-ID-EMPL              PIC 9(06).
           05 EMV-RESTO                PIC X(245).

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

      *LAYOUT ANTERIOR DE PENDIENTES: PEND-CLV-DEP DE UN DIGITO
      *DESPUES DE LOS 57 BYTES DE CAPTURA E IDENTIDAD (277).
       FD PEND-VIEJO.
       01 PEND-REG-VIEJO.
           05 PNV-ID                   PIC 9(06).
           05 PNV-RESTO                PIC X(271).

           COPY PENDFD.

       FD DEP-VIEJO.
       01 DEP-REG-VIEJO.
           05 DMV-CLV-DEP              PIC 9.
           05 DMV-NOM-DEP              PIC X(20).
           05 DMV-SUE-MIN              PIC 9(05).
           05 DMV-SUE-MAX              PIC 9(05).

           COPY DEPFD.

       FD DEPBUD-VIEJO.
       01 DEPBUD-REG-VIEJO.
           05 DBV-CLV-DEP              PIC 9.
           05 DBV-MAX-HEAD             PIC 9(05).
           05 DBV-MAX-SUE              PIC 9(08).

           COPY DEPBUDFD.

       FD GLMAP-VIEJO.
       01 GLMAP-REG-VIEJO.
           05 GMV-KEY.
               10 GMV-CIA              PIC X(02).
               10 GMV-CLV-DEP          PIC 9.
           05 GMV-CTA-DEBE             PIC X(08).
           05 GMV-CTA-HABER            PIC X(08).

           COPY GLFD.

       FD ALLOC-VIEJO.
       01 ALLOC-REG-VIEJO.
           05 ALV-KEY.
               10 ALV-ID-EMPL          PIC 9(06).
               10 ALV-CLV-DEP          PIC 9.
           05 ALV-PCT                  PIC 9(03).

           COPY ALCFD.

       FD LVREQ-VIEJO.
       01 LVREQ-REG-VIEJO.
           05 LRV-KEY.
               10 LRV-ID-EMPL          PIC 9(06).
               10 LRV-F-INICIO         PIC X(08).
           05 LRV-F-FIN                PIC X(08).
           05 LRV-DIAS                 PIC 9(02)V99.
           05 LRV-CLV-DEP              PIC 9.
           05 LRV-PERIODO              PIC X(06).
           05 LRV-EST                  PIC X.
           05 LRV-OPER-CAP             PIC X(06).
           05 LRV-OPER-APR             PIC X(06).

           COPY LRQFD.

       FD FUT-VIEJO.
       01 FUT-REG-VIEJO.
           05 FCV-KEY.
               10 FCV-ID-EMPL          PIC 9(06).
               10 FCV-FECHA-EF         PIC X(08).
           05 FCV-CAMBIA-SUE           PIC X.
           05 FCV-SUE-MEN              PIC 9(05).
           05 FCV-CAMBIA-DEP           PIC X.
           05 FCV-CLV-DEP              PIC 9.
           05 FCV-NOM-DEP              PIC X(20).
           05 FCV-CAMBIA-TURNO         PIC X.
           05 FCV-TURNO-CLV            PIC X.
           05 FCV-EST                  PIC X.
           05 FCV-OPER-ID              PIC X(06).
           05 FCV-FECHA-ALTA           PIC X(08).

           COPY FUTFD.

       FD HRJ-VIEJO.
       01 HRJ-REG-VIEJO.
           05 HRV-SEQ                  PIC 9(06).
           05 HRV-RAZON                PIC X(02).
           05 HRV-EST                  PIC X.
           05 HRV-NOM-EMPL             PIC X(30).
           05 HRV-CLV-DEP              PIC 9.
           05 HRV-ID-TAB-S             PIC A.
           05 HRV-F-ING                PIC X(08).
           05 HRV-PLAZA                PIC 9(06).

           COPY HRJFD.

       FD PLZ-VIEJO.
       01 PLZ-REG-VIEJO.
           05 PZV-NUM                  PIC 9(06).
           05 PZV-CLV-DEP              PIC 9.
           05 PZV-RESTO                PIC X(41).

           COPY PLZFD.

       FD REQ-VIEJO.
       01 REQ-REG-VIEJO.
           05 RQV-NUM                  PIC 9(06).
           05 RQV-CLV-DEP              PIC 9.
           05 RQV-RESTO                PIC X(54).

           COPY REQFD.

       FD COV-VIEJO.
       01 COV-REG-VIEJO.
           05 CVV-CLV-DEP              PIC 9.
           05 CVV-MINIMO               PIC 9(03).

           COPY COVFD.

       FD VPR-VIEJO.
       01 VPR-REG-VIEJO.
           05 VPV-KEY.
               10 VPV-CIA              PIC X(02).
               10 VPV-PERIODO          PIC X(06).
               10 VPV-CLV-DEP          PIC 9.
           05 VPV-IMPORTE              PIC 9(09).

           COPY VPRFD.

      *LAYOUT ANTERIOR DE OPERADORES: LISTA DE HASTA DIEZ DIGITOS
      *DE DEPTO AL FINAL (67).
       FD OPER-VIEJO.
       01 OPER-REG-VIEJO.
           05 OPV-ID                   PIC X(06).
           05 OPV-DATOS                PIC X(51).
           05 OPV-DEPTOS               PIC X(10).

           COPY OPERFD.

       FD LAY-VIEJO.
       01 LAY-REG-VIEJO.
           05 LEV-KEY.
               10 LEV-EVENTO           PIC X(06).
               10 LEV-ID-EMPL          PIC 9(06).
           05 LEV-ORDEN                PIC 9(04).
           05 LEV-DEPTOS               PIC X(10).
           05 LEV-REGLA                PIC X.
           05 LEV-EST                  PIC X.

           COPY LAYFD.

       FD PLANO-VIEJO.
       01 PLANO-REG-VIEJO              PIC X(300).

       FD PLANO-NUEVO.
       01 PLANO-REG-NUEVO              PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY PENDSTAT.
           COPY DEPSTAT.
           COPY DEPBUDSTAT.
           COPY GLSTAT.
           COPY ALCSTAT.
           COPY LRQSTAT.
           COPY FUTSTAT.
           COPY HRJSTAT.
           COPY PLZSTAT.
           COPY REQSTAT.
           COPY COVSTAT.
           COPY VPRSTAT.
           COPY OPERSTAT.
           COPY LAYSTAT.
           COPY AUDITSTAT.
           COPY TRANSSTAT.
           COPY DSHSTAT.
           COPY IMSSTAT.
           COPY SNAPSTAT.
       01 WS-VIEJO-STATUS              PIC X(02).
       01 WS-VIEJO-PATH                PIC X(80).
       01 WS-NUEVO-STATUS              PIC X(02).
       01 WS-NUEVO-PATH                PIC X(80).

      *RUTAS DE LOS ARCHIVOS VIEJOS YA RENOMBRADOS.
       01 WS-DYN9-PATH-DFLT            PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\DYN9.TXT'.
       01 WS-PEND9-PATH-DFLT           PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\PEND9.TXT'.
       01 WS-DEPMAST9-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\DEPMAST9.TXT'.
       01 WS-DEPBUD9-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\DEPBUD9.TXT'.
       01 WS-GLMAP9-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\GLMAP9.TXT'.
       01 WS-ALLOCMAST9-PATH-DFLT      PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\ALLOCMAST9.TXT'.
       01 WS-LVREQ9-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\LVREQ9.TXT'.
       01 WS-FUTPEND9-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\FUTPEND9.TXT'.
       01 WS-HIREREJ9-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\HIREREJ9.TXT'.
       01 WS-PLZMAST9-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\PLZMAST9.TXT'.
       01 WS-REQMAST9-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\REQMAST9.TXT'.
       01 WS-COVMAST9-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\COVMAST9.TXT'.
       01 WS-VACPROV9-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\VACPROV9.TXT'.
       01 WS-OPER9-PATH-DFLT           PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\OPER9.TXT'.
       01 WS-LAYEVT9-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\LAYEVT9.TXT'.
       01 WS-AUDIT9-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\AUDIT9.TXT'.
       01 WS-TRANS9-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\TRANS9.TXT'.
       01 WS-DASHHIST9-PATH-DFLT       PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\DASHHIST9.TXT'.
       01 WS-IMSDET9-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\IMSDET9.TXT'.
       01 WS-EMPSNAP9-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\EMPSNAP9.TXT'.

      *ARCHIVO HISTORICO: ARCH9-AAAAMMDD (VIEJO) A ARCH-AAAAMMDD.
       01 WS-ARCHDIR-PATH-DFLT         PIC X(28) VALUE
               'C:\Users\pc\Desktop\S\ARCH-'.
       01 WS-ARCHDIR9-PATH-DFLT        PIC X(29) VALUE
               'C:\Users\pc\Desktop\S\ARCH9-'.
       01 WS-ARCH-PATH.
           05 WS-ARCH-DIR              PIC X(28).
           05 WS-ARCH-FECHA            PIC 9(08).
           05 FILLER PIC X(04) VALUE '.TXT'.
       01 WS-ARCH9-PATH.
           05 WS-ARCH9-DIR             PIC X(29).
           05 WS-ARCH9-FECHA           PIC 9(08).
           05 FILLER PIC X(04) VALUE '.TXT'.
       01 WS-FECHA-CAP                 PIC X(08).
       01 WS-FIN-ARCH                  PIC 9 VALUE 0.

       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-CONVERTIDOS               PIC 9(06) VALUE 0.

      *EL SUELDO Y EL ACUMULADO VIEJOS VAN EN PESOS ENTEROS; EL
      *ARCHIVO NUEVO LOS LLEVA CON CENTAVOS (.00 AL CONVERTIR).
       01 WS-SUE-VIEJO                 PIC 9(05).
       01 WS-YTD-VIEJO                 PIC 9(08).

      *CONVERSION DE UN RENGLON PLANO: EL DIGITO DE DEPTO EN
      *WS-PL-POS1 (Y EN WS-PL-POS2 DEL RENGLON YA RECORRIDO, SI
      *LA BITACORA TRAE DEPTO ANTERIOR Y NUEVO) SE VUELVE 00N.
       01 WS-PL-POS1                   PIC 9(03).
       01 WS-PL-POS2                   PIC 9(03).
       01 WS-PL-POS                    PIC 9(03).
       01 WS-PL-LARGO                  PIC 9(03).
       01 WS-PL-RENGLON                PIC X(300).
       01 WS-PL-TRABAJO                PIC X(300).

      *DESPUES DEL DEPTO, LOS IMPORTES EN PESOS ENTEROS GANAN
      *SUS CENTAVOS: '00' EN CADA POSICION DISTINTA DE CERO, EN
      *ORDEN Y YA CONTANDO LOS CEROS INSERTADOS ANTES.
       01 WS-PL-CENTAVOS.
           05 WS-PL-CENT               PIC 9(03) OCCURS 4.
       01 WS-PL-CI                     PIC 9(02).

      *CONVERSION DE UNA LISTA DE DIGITOS DE DEPTO A CLAVES DE
      *TRES DIGITOS SEGUIDAS.
       01 WS-LISTA-VIEJA               PIC X(10).
       01 WS-LISTA-NUEVA               PIC X(30).
       01 WS-LI                        PIC 9(02).
       01 WS-LJ                        PIC 9(02).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '   MIGRACION A DEPARTAMENTOS DE TRES DIGITOS'.
           DISPLAY SEP.
           PERFORM 100-MIGRA-EMPLEADO THRU 100-SALIDA.
           PERFORM 150-MIGRA-PEND THRU 150-SALIDA.
           PERFORM 200-MIGRA-DEP THRU 200-SALIDA.
           PERFORM 250-MIGRA-DEPBUD THRU 250-SALIDA.
           PERFORM 300-MIGRA-GLMAP THRU 300-SALIDA.
           PERFORM 350-MIGRA-ALLOC THRU 350-SALIDA.
           PERFORM 400-MIGRA-LVREQ THRU 400-SALIDA.
           PERFORM 450-MIGRA-FUT THRU 450-SALIDA.
           PERFORM 500-MIGRA-HRJ THRU 500-SALIDA.
           PERFORM 550-MIGRA-PLZ THRU 550-SALIDA.
           PERFORM 600-MIGRA-REQ THRU 600-SALIDA.
           PERFORM 650-MIGRA-COV THRU 650-SALIDA.
           PERFORM 700-MIGRA-VPR THRU 700-SALIDA.
           PERFORM 750-MIGRA-OPER THRU 750-SALIDA.
           PERFORM 800-MIGRA-LAY THRU 800-SALIDA.
           PERFORM 850-MIGRA-PLANOS.
           PERFORM 870-MIGRA-ARCH.
           DISPLAY SEP.
           DISPLAY 'MIGRACION TERMINADA. LIGUE CADA DEPARTAMENTO A '
               'SU DIVISION EN DYN-DEPMNT,'.
           DISPLAY 'REARME EL INDICE DEL HISTORICO CON DYN-ARCIDX Y '
               'SAQUE UN RESPALDO NUEVO'.
           DISPLAY 'CON DYN-BACKUP ANTES DE REANUDAR LA CAPTURA.'.
           DISPLAY SEP.
           STOP RUN.

      *EL VIEJO SE LEE COMO IMAGEN; LOS 36 BYTES DE ID Y NOMBRE
      *PASAN TAL CUAL, EL DIGITO DEL DEPTO A CLV-DEP DE TRES
      *POSICIONES Y LOS 214 BYTES RESTANTES DETRAS DE EL, CON EL
      *SUELDO Y EL ACUMULADO PASADOS A PESOS CON CENTAVOS.
       100-MIGRA-EMPLEADO.
           MOVE WS-DYN9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'DYN9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-DYN9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT EMP-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN MAESTRO VIEJO (RENOMBRE EL ACTUAL A '
                   'DYN9). SE BRINCA.'
               GO TO 100-SALIDA
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN OUTPUT EMPLEADO.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 110-COPIA UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.
           CLOSE EMP-VIEJO.
           DISPLAY 'EMPLEADOS CONVERTIDOS:    ' WS-CONVERTIDOS.
       100-SALIDA.
           EXIT.

           110-COPIA.
               READ EMP-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE SPACES TO REG-EMPL
                       MOVE REG-VIEJO(1:36) TO REG-EMPL(1:36)
                       MOVE REG-VIEJO(37:1) TO CLV-DEP
                       MOVE REG-VIEJO(38:21) TO REG-EMPL(40:21)
                       MOVE REG-VIEJO(59:5) TO WS-SUE-VIEJO
                       MOVE WS-SUE-VIEJO TO SUE-MEN
                       MOVE REG-VIEJO(64:95) TO REG-EMPL(70:95)
                       MOVE REG-VIEJO(159:8) TO WS-YTD-VIEJO
                       MOVE WS-YTD-VIEJO TO YTD-SUE
                       MOVE REG-VIEJO(167:85) TO REG-EMPL(175:85)
                       WRITE REG-EMPL
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

      *MISMO CORTE QUE EL MAESTRO: 57 BYTES DE CAPTURA E
      *IDENTIDAD, EL DIGITO DEL DEPTO Y LOS 219 BYTES RESTANTES,
      *TAMBIEN CON EL SUELDO Y EL ACUMULADO EN CENTAVOS.
       150-MIGRA-PEND.
           MOVE WS-PEND9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'PEND9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-PEND9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT PEND-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN PEND-MAST VIEJO (RENOMBRE EL ACTUAL A '
                   'PEND9). SE BRINCA.'
               GO TO 150-SALIDA
           END-IF.
           MOVE WS-PENDMAST-PATH-DFLT TO WS-PENDMAST-PATH.
           DISPLAY 'PENDMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PENDMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PENDMAST-PATH = SPACES
               MOVE WS-PENDMAST-PATH-DFLT TO WS-PENDMAST-PATH
           END-IF.
           OPEN OUTPUT PEND-MAST.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 160-COPIA UNTIL WS-FLAG = 1.
           CLOSE PEND-MAST.
           CLOSE PEND-VIEJO.
           DISPLAY 'PENDIENTES CONVERTIDOS:   ' WS-CONVERTIDOS.
       150-SALIDA.
           EXIT.

           160-COPIA.
               READ PEND-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE SPACES TO PEND-REC
                       MOVE PEND-REG-VIEJO(1:57) TO PEND-REC(1:57)
                       MOVE PEND-REG-VIEJO(58:1) TO PEND-CLV-DEP
                       MOVE PEND-REG-VIEJO(59:21) TO PEND-REC(61:21)
                       MOVE PEND-REG-VIEJO(80:5) TO WS-SUE-VIEJO
                       MOVE WS-SUE-VIEJO TO PEND-SUE-MEN
                       MOVE PEND-REG-VIEJO(85:95) TO PEND-REC(91:95)
                       MOVE PEND-REG-VIEJO(180:8) TO WS-YTD-VIEJO
                       MOVE WS-YTD-VIEJO TO PEND-YTD-SUE
                       MOVE PEND-REG-VIEJO(188:90) TO PEND-REC(196:90)
                       WRITE PEND-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

      *TODO DEPARTAMENTO ENTRA A LA DIVISION 00 (SIN DIVISION).
       200-MIGRA-DEP.
           MOVE WS-DEPMAST9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'DEPMAST9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-DEPMAST9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT DEP-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN DEP-MAST VIEJO (RENOMBRE EL ACTUAL A '
                   'DEPMAST9). SE BRINCA.'
               GO TO 200-SALIDA
           END-IF.
           MOVE WS-DEPMAST-PATH-DFLT TO WS-DEPMAST-PATH.
           DISPLAY 'DEPMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEPMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DEPMAST-PATH = SPACES
               MOVE WS-DEPMAST-PATH-DFLT TO WS-DEPMAST-PATH
           END-IF.
           OPEN OUTPUT DEP-MAST.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 210-COPIA UNTIL WS-FLAG = 1.
           CLOSE DEP-MAST.
           CLOSE DEP-VIEJO.
           DISPLAY 'DEPARTAMENTOS CONVERTIDOS:' WS-CONVERTIDOS.
       200-SALIDA.
           EXIT.

           210-COPIA.
               READ DEP-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE DMV-CLV-DEP TO DM-CLV-DEP
                       MOVE DMV-NOM-DEP TO DM-NOM-DEP
                       MOVE DMV-SUE-MIN TO DM-SUE-MIN
                       MOVE DMV-SUE-MAX TO DM-SUE-MAX
                       MOVE 0 TO DM-DIV-CLV
                       WRITE DEP-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       250-MIGRA-DEPBUD.
           MOVE WS-DEPBUD9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'DEPBUD9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-DEPBUD9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT DEPBUD-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN TOPES VIEJOS (RENOMBRE EL ACTUAL A '
                   'DEPBUD9). SE BRINCA.'
               GO TO 250-SALIDA
           END-IF.
           MOVE WS-DEPBUDMAST-PATH-DFLT TO WS-DEPBUDMAST-PATH.
           DISPLAY 'DEPBUDMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEPBUDMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DEPBUDMAST-PATH = SPACES
               MOVE WS-DEPBUDMAST-PATH-DFLT TO WS-DEPBUDMAST-PATH
           END-IF.
           OPEN OUTPUT DEPBUD-MAST.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 260-COPIA UNTIL WS-FLAG = 1.
           CLOSE DEPBUD-MAST.
           CLOSE DEPBUD-VIEJO.
           DISPLAY 'TOPES CONVERTIDOS:        ' WS-CONVERTIDOS.
       250-SALIDA.
           EXIT.

           260-COPIA.
               READ DEPBUD-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE DBV-CLV-DEP TO DB-CLV-DEP
                       MOVE DBV-MAX-HEAD TO DB-MAX-HEAD
                       MOVE DBV-MAX-SUE TO DB-MAX-SUE
                       WRITE DEPBUD-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       300-MIGRA-GLMAP.
           MOVE WS-GLMAP9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'GLMAP9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-GLMAP9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT GLMAP-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN GL-MAP VIEJO (RENOMBRE EL ACTUAL A '
                   'GLMAP9). SE BRINCA.'
               GO TO 300-SALIDA
           END-IF.
           MOVE WS-GLMAP-PATH-DFLT TO WS-GLMAP-PATH.
           DISPLAY 'GLMAP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-GLMAP-PATH FROM ENVIRONMENT-VALUE.
           IF WS-GLMAP-PATH = SPACES
               MOVE WS-GLMAP-PATH-DFLT TO WS-GLMAP-PATH
           END-IF.
           OPEN OUTPUT GL-MAP.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 310-COPIA UNTIL WS-FLAG = 1.
           CLOSE GL-MAP.
           CLOSE GLMAP-VIEJO.
           DISPLAY 'CUENTAS GL CONVERTIDAS:   ' WS-CONVERTIDOS.
       300-SALIDA.
           EXIT.

           310-COPIA.
               READ GLMAP-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE GMV-CIA TO GM-CIA
                       MOVE GMV-CLV-DEP TO GM-CLV-DEP
                       MOVE GMV-CTA-DEBE TO GM-CTA-DEBE
                       MOVE GMV-CTA-HABER TO GM-CTA-HABER
                       WRITE GLMAP-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       350-MIGRA-ALLOC.
           MOVE WS-ALLOCMAST9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'ALLOCMAST9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-ALLOCMAST9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT ALLOC-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN REPARTOS VIEJOS (RENOMBRE EL ACTUAL A '
                   'ALLOCMAST9). SE BRINCA.'
               GO TO 350-SALIDA
           END-IF.
           MOVE WS-ALLOCMAST-PATH-DFLT TO WS-ALLOCMAST-PATH.
           DISPLAY 'ALLOCMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ALLOCMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ALLOCMAST-PATH = SPACES
               MOVE WS-ALLOCMAST-PATH-DFLT TO WS-ALLOCMAST-PATH
           END-IF.
           OPEN OUTPUT ALLOC-MAST.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 360-COPIA UNTIL WS-FLAG = 1.
           CLOSE ALLOC-MAST.
           CLOSE ALLOC-VIEJO.
           DISPLAY 'REPARTOS CONVERTIDOS:     ' WS-CONVERTIDOS.
       350-SALIDA.
           EXIT.

           360-COPIA.
               READ ALLOC-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE ALV-ID-EMPL TO AL-ID-EMPL
                       MOVE ALV-CLV-DEP TO AL-CLV-DEP
                       MOVE ALV-PCT TO AL-PCT
                       WRITE ALLOC-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       400-MIGRA-LVREQ.
           MOVE WS-LVREQ9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'LVREQ9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-LVREQ9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT LVREQ-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN SOLICITUDES VIEJAS (RENOMBRE EL ACTUAL A '
                   'LVREQ9). SE BRINCA.'
               GO TO 400-SALIDA
           END-IF.
           MOVE WS-LVREQ-PATH-DFLT TO WS-LVREQ-PATH.
           DISPLAY 'LVREQ_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LVREQ-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LVREQ-PATH = SPACES
               MOVE WS-LVREQ-PATH-DFLT TO WS-LVREQ-PATH
           END-IF.
           OPEN OUTPUT LV-REQ.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 410-COPIA UNTIL WS-FLAG = 1.
           CLOSE LV-REQ.
           CLOSE LVREQ-VIEJO.
           DISPLAY 'SOLICITUDES CONVERTIDAS:  ' WS-CONVERTIDOS.
       400-SALIDA.
           EXIT.

           410-COPIA.
               READ LVREQ-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE LRV-ID-EMPL TO LR-ID-EMPL
                       MOVE LRV-F-INICIO TO LR-F-INICIO
                       MOVE LRV-F-FIN TO LR-F-FIN
                       MOVE LRV-DIAS TO LR-DIAS
                       MOVE LRV-CLV-DEP TO LR-CLV-DEP
                       MOVE LRV-PERIODO TO LR-PERIODO
                       MOVE LRV-EST TO LR-EST
                       MOVE LRV-OPER-CAP TO LR-OPER-CAP
                       MOVE LRV-OPER-APR TO LR-OPER-APR
                       WRITE LVREQ-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       450-MIGRA-FUT.
           MOVE WS-FUTPEND9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'FUTPEND9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-FUTPEND9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT FUT-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN CAMBIOS FUTUROS VIEJOS (RENOMBRE EL '
                   'ACTUAL A FUTPEND9). SE BRINCA.'
               GO TO 450-SALIDA
           END-IF.
           MOVE WS-FUTPEND-PATH-DFLT TO WS-FUTPEND-PATH.
           DISPLAY 'FUTPEND_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-FUTPEND-PATH FROM ENVIRONMENT-VALUE.
           IF WS-FUTPEND-PATH = SPACES
               MOVE WS-FUTPEND-PATH-DFLT TO WS-FUTPEND-PATH
           END-IF.
           OPEN OUTPUT FUT-PEND.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 460-COPIA UNTIL WS-FLAG = 1.
           CLOSE FUT-PEND.
           CLOSE FUT-VIEJO.
           DISPLAY 'CAMBIOS FUTUROS CONVERT.: ' WS-CONVERTIDOS.
       450-SALIDA.
           EXIT.

           460-COPIA.
               READ FUT-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE FCV-ID-EMPL TO FC-ID-EMPL
                       MOVE FCV-FECHA-EF TO FC-FECHA-EF
                       MOVE FCV-CAMBIA-SUE TO FC-CAMBIA-SUE
                       MOVE FCV-SUE-MEN TO FC-SUE-MEN
                       MOVE FCV-CAMBIA-DEP TO FC-CAMBIA-DEP
                       MOVE FCV-CLV-DEP TO FC-CLV-DEP
                       MOVE FCV-NOM-DEP TO FC-NOM-DEP
                       MOVE FCV-CAMBIA-TURNO TO FC-CAMBIA-TURNO
                       MOVE FCV-TURNO-CLV TO FC-TURNO-CLV
                       MOVE FCV-EST TO FC-EST
                       MOVE FCV-OPER-ID TO FC-OPER-ID
                       MOVE FCV-FECHA-ALTA TO FC-FECHA-ALTA
                       WRITE FUT-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       500-MIGRA-HRJ.
           MOVE WS-HIREREJ9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'HIREREJ9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-HIREREJ9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT HRJ-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN COLA DE RECHAZOS VIEJA (RENOMBRE LA '
                   'ACTUAL A HIREREJ9). SE BRINCA.'
               GO TO 500-SALIDA
           END-IF.
           MOVE WS-HIREREJ-PATH-DFLT TO WS-HIREREJ-PATH.
           DISPLAY 'HIREREJ_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-HIREREJ-PATH FROM ENVIRONMENT-VALUE.
           IF WS-HIREREJ-PATH = SPACES
               MOVE WS-HIREREJ-PATH-DFLT TO WS-HIREREJ-PATH
           END-IF.
           OPEN OUTPUT HIRE-REJ.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 510-COPIA UNTIL WS-FLAG = 1.
           CLOSE HIRE-REJ.
           CLOSE HRJ-VIEJO.
           DISPLAY 'RECHAZOS CONVERTIDOS:     ' WS-CONVERTIDOS.
       500-SALIDA.
           EXIT.

           510-COPIA.
               READ HRJ-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE HRV-SEQ TO HR-SEQ
                       MOVE HRV-RAZON TO HR-RAZON
                       MOVE HRV-EST TO HR-EST
                       MOVE HRV-NOM-EMPL TO HR-NOM-EMPL
                       MOVE HRV-CLV-DEP TO HR-CLV-DEP
                       MOVE HRV-ID-TAB-S TO HR-ID-TAB-S
                       MOVE HRV-F-ING TO HR-F-ING
                       MOVE HRV-PLAZA TO HR-PLAZA
                       WRITE HIREREJ-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       550-MIGRA-PLZ.
           MOVE WS-PLZMAST9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'PLZMAST9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-PLZMAST9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT PLZ-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN PLAZAS VIEJAS (RENOMBRE EL ACTUAL A '
                   'PLZMAST9). SE BRINCA.'
               GO TO 550-SALIDA
           END-IF.
           MOVE WS-PLZMAST-PATH-DFLT TO WS-PLZMAST-PATH.
           DISPLAY 'PLZMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PLZMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PLZMAST-PATH = SPACES
               MOVE WS-PLZMAST-PATH-DFLT TO WS-PLZMAST-PATH
           END-IF.
           OPEN OUTPUT PLZ-MAST.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 560-COPIA UNTIL WS-FLAG = 1.
           CLOSE PLZ-MAST.
           CLOSE PLZ-VIEJO.
           DISPLAY 'PLAZAS CONVERTIDAS:       ' WS-CONVERTIDOS.
       550-SALIDA.
           EXIT.

           560-COPIA.
               READ PLZ-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE PZV-NUM TO PZ-NUM
                       MOVE PZV-CLV-DEP TO PZ-CLV-DEP
                       MOVE PZV-RESTO TO PLZ-REC(10:41)
                       WRITE PLZ-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       600-MIGRA-REQ.
           MOVE WS-REQMAST9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'REQMAST9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-REQMAST9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT REQ-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN REQUISICIONES VIEJAS (RENOMBRE EL ACTUAL '
                   'A REQMAST9). SE BRINCA.'
               GO TO 600-SALIDA
           END-IF.
           MOVE WS-REQMAST-PATH-DFLT TO WS-REQMAST-PATH.
           DISPLAY 'REQMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-REQMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-REQMAST-PATH = SPACES
               MOVE WS-REQMAST-PATH-DFLT TO WS-REQMAST-PATH
           END-IF.
           OPEN OUTPUT REQ-MAST.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 610-COPIA UNTIL WS-FLAG = 1.
           CLOSE REQ-MAST.
           CLOSE REQ-VIEJO.
           DISPLAY 'REQUISICIONES CONVERTIDAS:' WS-CONVERTIDOS.
       600-SALIDA.
           EXIT.

           610-COPIA.
               READ REQ-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE RQV-NUM TO RQ-NUM
                       MOVE RQV-CLV-DEP TO RQ-CLV-DEP
                       MOVE RQV-RESTO TO REQ-REC(10:54)
                       WRITE REQ-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       650-MIGRA-COV.
           MOVE WS-COVMAST9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'COVMAST9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-COVMAST9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT COV-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN COBERTURAS VIEJAS (RENOMBRE EL ACTUAL A '
                   'COVMAST9). SE BRINCA.'
               GO TO 650-SALIDA
           END-IF.
           MOVE WS-COVMAST-PATH-DFLT TO WS-COVMAST-PATH.
           DISPLAY 'COVMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-COVMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-COVMAST-PATH = SPACES
               MOVE WS-COVMAST-PATH-DFLT TO WS-COVMAST-PATH
           END-IF.
           OPEN OUTPUT COV-MAST.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 660-COPIA UNTIL WS-FLAG = 1.
           CLOSE COV-MAST.
           CLOSE COV-VIEJO.
           DISPLAY 'COBERTURAS CONVERTIDAS:   ' WS-CONVERTIDOS.
       650-SALIDA.
           EXIT.

           660-COPIA.
               READ COV-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE CVV-CLV-DEP TO CV-CLV-DEP
                       MOVE CVV-MINIMO TO CV-MINIMO
                       WRITE COV-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       700-MIGRA-VPR.
           MOVE WS-VACPROV9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'VACPROV9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-VACPROV9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT VPR-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN PROVISIONES VIEJAS (RENOMBRE EL ACTUAL A '
                   'VACPROV9). SE BRINCA.'
               GO TO 700-SALIDA
           END-IF.
           MOVE WS-VACPROV-PATH-DFLT TO WS-VACPROV-PATH.
           DISPLAY 'VACPROV_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VACPROV-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VACPROV-PATH = SPACES
               MOVE WS-VACPROV-PATH-DFLT TO WS-VACPROV-PATH
           END-IF.
           OPEN OUTPUT VAC-PROV.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 710-COPIA UNTIL WS-FLAG = 1.
           CLOSE VAC-PROV.
           CLOSE VPR-VIEJO.
           DISPLAY 'PROVISIONES CONVERTIDAS:  ' WS-CONVERTIDOS.
       700-SALIDA.
           EXIT.

           710-COPIA.
               READ VPR-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE VPV-CIA TO VP-CIA
                       MOVE VPV-PERIODO TO VP-PERIODO
                       MOVE VPV-CLV-DEP TO VP-CLV-DEP
                       MOVE VPV-IMPORTE TO VP-IMPORTE
                       WRITE VPR-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

      *EL ALCANCE VIEJO ERA UN DIGITO POR DEPTO; CADA UNO SE
      *VUELVE SU CLAVE 00N EN LA LISTA NUEVA.
       750-MIGRA-OPER.
           MOVE WS-OPER9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'OPER9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-OPER9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT OPER-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN OPER-MAST VIEJO (RENOMBRE EL ACTUAL A '
                   'OPER9). SE BRINCA.'
               GO TO 750-SALIDA
           END-IF.
           MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH.
           DISPLAY 'OPERMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-OPERMAST-PATH = SPACES
               MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
           END-IF.
           OPEN OUTPUT OPER-MAST.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 760-COPIA UNTIL WS-FLAG = 1.
           CLOSE OPER-MAST.
           CLOSE OPER-VIEJO.
           DISPLAY 'OPERADORES CONVERTIDOS:   ' WS-CONVERTIDOS.
       750-SALIDA.
           EXIT.

           760-COPIA.
               READ OPER-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE SPACES TO OPER-REC
                       MOVE OPER-REG-VIEJO(1:57) TO OPER-REC(1:57)
                       MOVE OPV-DEPTOS TO WS-LISTA-VIEJA
                       PERFORM 950-LISTA
                       MOVE WS-LISTA-NUEVA TO OP-DEPTOS
                       WRITE OPER-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       800-MIGRA-LAY.
           MOVE WS-LAYEVT9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'LAYEVT9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-LAYEVT9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT LAY-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN EVENTOS DE LIQUIDACION VIEJOS (RENOMBRE '
                   'EL ACTUAL A LAYEVT9). SE BRINCA.'
               GO TO 800-SALIDA
           END-IF.
           MOVE WS-LAYEVT-PATH-DFLT TO WS-LAYEVT-PATH.
           DISPLAY 'LAYEVT_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LAYEVT-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LAYEVT-PATH = SPACES
               MOVE WS-LAYEVT-PATH-DFLT TO WS-LAYEVT-PATH
           END-IF.
           OPEN OUTPUT LAYOFF-EVT.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 810-COPIA UNTIL WS-FLAG = 1.
           CLOSE LAYOFF-EVT.
           CLOSE LAY-VIEJO.
           DISPLAY 'RENGLONES DE LIQUIDACION: ' WS-CONVERTIDOS.
       800-SALIDA.
           EXIT.

           810-COPIA.
               READ LAY-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE LEV-EVENTO TO LE-EVENTO
                       MOVE LEV-ID-EMPL TO LE-ID-EMPL
                       MOVE LEV-ORDEN TO LE-ORDEN
                       MOVE LEV-DEPTOS TO WS-LISTA-VIEJA
                       PERFORM 950-LISTA
                       MOVE WS-LISTA-NUEVA TO LE-DEPTOS
                       MOVE LEV-REGLA TO LE-REGLA
                       MOVE LEV-EST TO LE-EST
                       WRITE LAY-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

      *ARCHIVOS PLANOS: POSICION DEL DIGITO DE DEPTO EN EL
      *RENGLON VIEJO (LA SEGUNDA, EN LAS BITACORAS, YA CONTANDO
      *LOS DOS CEROS QUE SE INSERTAN EN LA PRIMERA).
       850-MIGRA-PLANOS.
           MOVE WS-AUDIT9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'AUDIT9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-AUDIT9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           MOVE WS-AUDITLOG-PATH-DFLT TO WS-NUEVO-PATH.
           DISPLAY 'AUDITLOG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NUEVO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-NUEVO-PATH = SPACES
               MOVE WS-AUDITLOG-PATH-DFLT TO WS-NUEVO-PATH
           END-IF.
           MOVE 75 TO WS-PL-POS1.
           MOVE 79 TO WS-PL-POS2.
           MOVE 83 TO WS-PL-CENT(1).
           MOVE 90 TO WS-PL-CENT(2).
           MOVE 93 TO WS-PL-CENT(3).
           MOVE 100 TO WS-PL-CENT(4).
           PERFORM 900-PLANO THRU 900-SALIDA.
           DISPLAY 'AUDIT-LOG (AUDIT9):       ' WS-CONVERTIDOS.

           MOVE WS-TRANS9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'TRANS9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-TRANS9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           MOVE WS-TRANSLOG-PATH-DFLT TO WS-NUEVO-PATH.
           DISPLAY 'TRANSLOG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NUEVO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-NUEVO-PATH = SPACES
               MOVE WS-TRANSLOG-PATH-DFLT TO WS-NUEVO-PATH
           END-IF.
           MOVE 48 TO WS-PL-POS1.
           MOVE 73 TO WS-PL-POS2.
           MOVE ZEROS TO WS-PL-CENTAVOS.
           PERFORM 900-PLANO THRU 900-SALIDA.
           DISPLAY 'TRANS-LOG (TRANS9):       ' WS-CONVERTIDOS.

           MOVE WS-DASHHIST9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'DASHHIST9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-DASHHIST9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           MOVE WS-DASHHIST-PATH-DFLT TO WS-NUEVO-PATH.
           DISPLAY 'DASHHIST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NUEVO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-NUEVO-PATH = SPACES
               MOVE WS-DASHHIST-PATH-DFLT TO WS-NUEVO-PATH
           END-IF.
           MOVE 10 TO WS-PL-POS1.
           MOVE 0 TO WS-PL-POS2.
           MOVE ZEROS TO WS-PL-CENTAVOS.
           PERFORM 900-PLANO THRU 900-SALIDA.
           DISPLAY 'DASH-HIST (DASHHIST9):    ' WS-CONVERTIDOS.

           MOVE WS-IMSDET9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'IMSDET9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-IMSDET9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           MOVE WS-IMSDET-PATH-DFLT TO WS-NUEVO-PATH.
           DISPLAY 'IMSDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NUEVO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-NUEVO-PATH = SPACES
               MOVE WS-IMSDET-PATH-DFLT TO WS-NUEVO-PATH
           END-IF.
           MOVE 15 TO WS-PL-POS1.
           MOVE 0 TO WS-PL-POS2.
           MOVE ZEROS TO WS-PL-CENTAVOS.
           MOVE 34 TO WS-PL-CENT(1).
           MOVE 44 TO WS-PL-CENT(2).
           PERFORM 900-PLANO THRU 900-SALIDA.
           DISPLAY 'IMSDET (IMSDET9):         ' WS-CONVERTIDOS.

           MOVE WS-EMPSNAP9-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'EMPSNAP9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-EMPSNAP9-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           MOVE WS-EMPSNAP-PATH-DFLT TO WS-NUEVO-PATH.
           DISPLAY 'EMPSNAP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NUEVO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-NUEVO-PATH = SPACES
               MOVE WS-EMPSNAP-PATH-DFLT TO WS-NUEVO-PATH
           END-IF.
           MOVE 37 TO WS-PL-POS1.
           MOVE 0 TO WS-PL-POS2.
           PERFORM 990-CENT-EMPL.
           PERFORM 900-PLANO THRU 900-SALIDA.
           DISPLAY 'FOTO DEL MAESTRO (EMPSNAP9):' WS-CONVERTIDOS.

      *EL ARCHIVO HISTORICO SON IMAGENES DE REG-EMPL; EL
      *OPERADOR CAPTURA LA FECHA DE CADA ARCH9-AAAAMMDD
      *RENOMBRADO, IGUAL QUE EN DYN-ARCIDX.
       870-MIGRA-ARCH.
           MOVE WS-ARCHDIR-PATH-DFLT TO WS-ARCH-DIR.
           DISPLAY 'ARCHDIR_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ARCH-DIR FROM ENVIRONMENT-VALUE.
           IF WS-ARCH-DIR = SPACES
               MOVE WS-ARCHDIR-PATH-DFLT TO WS-ARCH-DIR
           END-IF.
           MOVE WS-ARCHDIR9-PATH-DFLT TO WS-ARCH9-DIR.
           DISPLAY 'ARCHDIR9_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ARCH9-DIR FROM ENVIRONMENT-VALUE.
           IF WS-ARCH9-DIR = SPACES
               MOVE WS-ARCHDIR9-PATH-DFLT TO WS-ARCH9-DIR
           END-IF.
           MOVE 0 TO WS-FIN-ARCH.
           PERFORM 880-PIDE-ARCHIVO UNTIL WS-FIN-ARCH = 1.

           880-PIDE-ARCHIVO.
               DISPLAY 'FECHA DEL HISTORICO ARCH9-AAAAMMDD A '
                   'CONVERTIR (FIN = TERMINAR):'
               ACCEPT WS-FECHA-CAP
               IF WS-FECHA-CAP = 'FIN' OR WS-FECHA-CAP = 'fin'
                   MOVE 1 TO WS-FIN-ARCH
               ELSE
                   IF WS-FECHA-CAP IS NUMERIC
                       MOVE WS-FECHA-CAP TO WS-ARCH-FECHA
                       MOVE WS-FECHA-CAP TO WS-ARCH9-FECHA
                       MOVE WS-ARCH9-PATH TO WS-VIEJO-PATH
                       MOVE WS-ARCH-PATH TO WS-NUEVO-PATH
                       MOVE 37 TO WS-PL-POS1
                       MOVE 0 TO WS-PL-POS2
                       PERFORM 990-CENT-EMPL
                       PERFORM 900-PLANO THRU 900-SALIDA
                       DISPLAY 'ARCH-' WS-ARCH-FECHA ': '
                           WS-CONVERTIDOS
                   ELSE
                       DISPLAY 'FECHA INVALIDA'
                   END-IF
               END-IF.

      *COPIA UN ARCHIVO PLANO DE WS-VIEJO-PATH A WS-NUEVO-PATH
      *INSERTANDO '00' ANTES DEL DIGITO DE DEPTO EN WS-PL-POS1 Y,
      *SI NO ES CERO, EN WS-PL-POS2; LUEGO LOS CENTAVOS.
       900-PLANO.
           MOVE 0 TO WS-CONVERTIDOS.
           OPEN INPUT PLANO-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'NO ABRE ' WS-VIEJO-PATH ' (SE BRINCA)'
               GO TO 900-SALIDA
           END-IF.
           OPEN OUTPUT PLANO-NUEVO.
           MOVE 0 TO WS-FLAG.
           PERFORM 910-RENGLON UNTIL WS-FLAG = 1.
           CLOSE PLANO-NUEVO.
           CLOSE PLANO-VIEJO.
       900-SALIDA.
           EXIT.

           910-RENGLON.
               READ PLANO-VIEJO
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE PLANO-REG-VIEJO TO WS-PL-RENGLON
                       MOVE WS-PL-POS1 TO WS-PL-POS
                       PERFORM 920-INSERTA
                       IF WS-PL-POS2 NOT = 0
                           MOVE WS-PL-POS2 TO WS-PL-POS
                           PERFORM 920-INSERTA
                       END-IF
                       PERFORM 930-CENTAVOS VARYING WS-PL-CI
                           FROM 1 BY 1 UNTIL WS-PL-CI > 4
                       MOVE WS-PL-RENGLON TO PLANO-REG-NUEVO
                       WRITE PLANO-REG-NUEVO
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

           920-INSERTA.
               COMPUTE WS-PL-LARGO = 299 - WS-PL-POS.
               MOVE WS-PL-RENGLON TO WS-PL-TRABAJO.
               MOVE '00' TO WS-PL-RENGLON(WS-PL-POS:2).
               MOVE WS-PL-TRABAJO(WS-PL-POS:WS-PL-LARGO)
                   TO WS-PL-RENGLON(WS-PL-POS + 2:WS-PL-LARGO).

           930-CENTAVOS.
               IF WS-PL-CENT(WS-PL-CI) NOT = 0
                   MOVE WS-PL-CENT(WS-PL-CI) TO WS-PL-POS
                   PERFORM 920-INSERTA
               END-IF.

      *LISTA VIEJA DE DIGITOS (EJ. '157') A CLAVES DE TRES
      *DIGITOS SEGUIDAS ('001005007'); EN BLANCO QUEDA EN BLANCO.
       950-LISTA.
           MOVE SPACES TO WS-LISTA-NUEVA.
           MOVE 0 TO WS-LJ.
           PERFORM 960-DIGITO VARYING WS-LI FROM 1 BY 1
               UNTIL WS-LI > 10.

           960-DIGITO.
               IF WS-LISTA-VIEJA(WS-LI:1) NOT = SPACE
                   COMPUTE WS-LJ = WS-LJ + 1
                   MOVE '00' TO WS-LISTA-NUEVA(WS-LJ * 3 - 2:2)
                   MOVE WS-LISTA-VIEJA(WS-LI:1)
                       TO WS-LISTA-NUEVA(WS-LJ * 3:1)
               END-IF.

      *IMAGEN DE REG-EMPL: SUELDO DE 5 A 9 POSICIONES (DOS CEROS
      *AL FRENTE Y LOS CENTAVOS) Y CENTAVOS AL ACUMULADO ANUAL.
       990-CENT-EMPL.
           MOVE ZEROS TO WS-PL-CENTAVOS.
           MOVE 61 TO WS-PL-CENT(1).
           MOVE 68 TO WS-PL-CENT(2).
           MOVE 173 TO WS-PL-CENT(3).
