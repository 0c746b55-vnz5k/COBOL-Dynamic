      *********************************************************
      *PROGRAMA - MIGRACION A IMPORTES CON CENTAVOS. EL SUELDO*
      *MENSUAL PASO DE PIC 9(05) A PIC 9(07)V99 Y EL ACUMULADO*
      *ANUAL, LOS PAGOS DE PAYHIST Y SUS PARTICIONES ANUALES, *
      *LAS DEDUCCIONES DE DEDDET, LOS CHEQUES, LOS ENTEROS,   *
      *PRESTAMOS, RETENCIONES JUDICIALES, CREDITOS INFONAVIT, *
      *FONDO DE AHORRO, RETROACTIVOS, PRIMAS, LA TABLA DE     *
      *NIVELES, LOS RANGOS DEL DEPTO, LAS OFERTAS A           *
      *CANDIDATOS, LA BITACORA DE AUDITORIA, EL DETALLE IMSS Y*
      *LAS CIFRAS CONTROL DE CTL-LEDGER GANARON DOS DECIMALES.*
      *ESTE PROGRAMA LEE CADA ARCHIVO VIEJO (RENOMBRADO POR EL*
      *OPERADOR AGREGANDO UN 11 AL NOMBRE: DYN11, PEND11,     *
      *DEPMAST11, APLMAST11, CHKREG11, CTLLED11, FUTPEND11,   *
      *GARNMAST11, INFMAST11, LOANMAST11, PAYHIST11,          *
      *PAYH11-AAAA, PRIMDET11, PRIORYR11, RATEM11, REMCTL11,  *
      *RETROPND11, SAVMAST11, DEDDET11, AUDIT11, IMSDET11,    *
      *EMPSNAP11 Y ARCH11-AAAAMMDD) Y ESCRIBE EL NUEVO EN LA  *
      *RUTA NORMAL CON LOS MISMOS PESOS Y CENTAVOS EN CERO.   *
      *LAS CIFRAS CONTROL SE CONVIERTEN IGUAL, ASI QUE        *
      *DYN-CTLVER SIGUE CUADRANDO EL MAESTRO, PAYHIST Y       *
      *CHK-REG CONTRA EL ULTIMO CIERRE SIN AJUSTES. EL ARCHIVO*
      *QUE NO SE RENOMBRO SE BRINCA. NO RENOMBRE LO QUE YA    *
      *ESCRIBIERON DYN-MIGR10 O DYN-MIGR2, QUE YA SALEN CON   *
      *CENTAVOS. AL TERMINAR HAY QUE CORRER DYN-ARCIDX Y SACAR*
      *UN RESPALDO NUEVO CON DYN-BACKUP: LOS RESPALDOS Y LA   *
      *BITACORA EMP-JRN ANTERIORES GUARDAN IMAGENES DE 253    *
      *BYTES QUE DYN-RECOVER YA NO PUEDE REAPLICAR. LOS       *
      *EXTRACTOS (PAYEXT, DEPEXT, POLIZAS, CFDI) SE VUELVEN A *
      *GENERAR. MISMO MOLDE QUE DYN-MIGR10.                   *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-MIGR11.

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

           SELECT APL-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS APV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY APLFILE.

           SELECT CHK-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS CHV-NUM
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY CHKRFILE.

           SELECT CTL-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS CTV-FECHA
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY CTLFILE.

           SELECT FUT-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS FCV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY FUTFILE.

           SELECT GARN-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS GNV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY GARFILE.

           SELECT INF-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS IFV-ID-EMPL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY INFFILE.

           SELECT LOAN-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS LNV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY LONFILE.

           SELECT PAYH-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS PHV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY PAYHFILE.

           SELECT PAYA-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS PAV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY PAYAFILE.

           SELECT PRD-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS PQV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY PRDFILE.

           SELECT PYR-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS PYV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY PYRFILE.

           SELECT RATE-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS RMV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY RATEFILE.

           SELECT REM-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS RCV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY REMFILE.

           SELECT RET-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS RTV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY RETFILE.

           SELECT SAV-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS SVV-ID-EMPL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.
           COPY SAVFILE.

      *LOS ARCHIVOS PLANOS (DEDUCCIONES, AUDITORIA, DETALLE
      *IMSS, FOTO DEL MAESTRO Y ARCHIVO HISTORICO) SE
      *CONVIERTEN CON UN SOLO PAR DE FD'S GENERICOS.
           SELECT PLANO-VIEJO ASSIGN TO WS-VIEJO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIEJO-STATUS.

           SELECT PLANO-NUEVO ASSIGN TO WS-NUEVO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NUEVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *LAYOUT ANTERIOR DEL MAESTRO: SUELDO Y ACUMULADO EN PESOS
      *ENTEROS (253).
       FD EMP-VIEJO.
       01 REG-VIEJO.
           05 EMV-ID-EMPL              PIC 9(06).
           05 EMV-RESTO                PIC X(247).

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

      *LAYOUT ANTERIOR DE PENDIENTES, MISMOS CAMPOS QUE EL
      *MAESTRO DESPUES DE LOS 21 BYTES DE CAPTURA (279).
       FD PEND-VIEJO.
       01 PEND-REG-VIEJO.
           05 PNV-ID                   PIC 9(06).
           05 PNV-RESTO                PIC X(273).

           COPY PENDFD.

       FD DEP-VIEJO.
       01 DEP-REG-VIEJO.
           05 DMV-CLV-DEP              PIC 9(03).
           05 DMV-NOM-DEP              PIC X(20).
           05 DMV-SUE-MIN              PIC 9(05).
           05 DMV-SUE-MAX              PIC 9(05).
           05 DMV-DIV-CLV              PIC 9(02).

           COPY DEPFD.

       FD APL-VIEJO.
       01 APL-REG-VIEJO.
           05 APV-KEY                  PIC X(08).
           05 APV-DATOS                PIC X(120).
           05 APV-SUE-OFERTA           PIC 9(05).
           05 APV-RESTO                PIC X(20).

           COPY APLFD.

       FD CHK-VIEJO.
       01 CHK-REG-VIEJO.
           05 CHV-NUM                  PIC 9(06).
           05 CHV-ID-EMPL              PIC 9(06).
           05 CHV-PERIODO              PIC X(06).
           05 CHV-MONTO                PIC 9(07).
           05 CHV-RESTO                PIC X(36).

           COPY CHKRFD.

       FD CTL-VIEJO.
       01 CTL-REG-VIEJO.
           05 CTV-FECHA                PIC X(08).
           05 CTV-EMP-ACT              PIC 9(06).
           05 CTV-EMP-INA              PIC 9(06).
           05 CTV-SUM-SUE              PIC 9(10).
           05 CTV-SUM-YTD              PIC 9(12).
           05 CTV-PAYH-CONT            PIC 9(08).
           05 CTV-PAYH-NETO            PIC 9(12).
           05 CTV-CHK-EMIT             PIC 9(12).
           05 CTV-VERIF                PIC X.

           COPY CTLFD.

       FD FUT-VIEJO.
       01 FUT-REG-VIEJO.
           05 FCV-KEY                  PIC X(14).
           05 FCV-CAMBIA-SUE           PIC X.
           05 FCV-SUE-MEN              PIC 9(05).
           05 FCV-RESTO                PIC X(41).

           COPY FUTFD.

       FD GARN-VIEJO.
       01 GARN-REG-VIEJO.
           05 GNV-KEY                  PIC X(16).
           05 GNV-TOTAL                PIC 9(07).
           05 GNV-SALDO                PIC 9(07).
           05 GNV-MONTO-PER            PIC 9(07).
           05 GNV-PRIORIDAD            PIC 9.

           COPY GARFD.

       FD INF-VIEJO.
       01 INF-REG-VIEJO.
           05 IFV-ID-EMPL              PIC 9(06).
           05 IFV-DATOS                PIC X(36).
           05 IFV-RETENIDO             PIC 9(09).
           05 IFV-FECHA-ALTA           PIC X(08).

           COPY INFFD.

       FD LOAN-VIEJO.
       01 LOAN-REG-VIEJO.
           05 LNV-KEY                  PIC X(10).
           05 LNV-ORIGINAL             PIC 9(07).
           05 LNV-ABONO-PER            PIC 9(07).
           05 LNV-SALDO                PIC 9(07).
           05 LNV-FECHA-ALTA           PIC X(08).

           COPY LONFD.

       FD PAYH-VIEJO.
       01 PAYH-REG-VIEJO.
           05 PHV-KEY                  PIC X(15).
           05 PHV-DATOS                PIC X(19).
           05 PHV-PAGO-BRUTO           PIC 9(07).
           05 PHV-ISR                  PIC 9(07).
           05 PHV-NETO                 PIC 9(07).
           05 PHV-DEDUC                PIC 9(07).

           COPY PAYHFD.

      *LA PARTICION DE UN ANO CERRADO TIENE EL MISMO LAYOUT.
       FD PAYA-VIEJO.
       01 PAYA-REG-VIEJO.
           05 PAV-KEY                  PIC X(15).
           05 PAV-DATOS                PIC X(19).
           05 PAV-PAGO-BRUTO           PIC 9(07).
           05 PAV-ISR                  PIC 9(07).
           05 PAV-NETO                 PIC 9(07).
           05 PAV-DEDUC                PIC 9(07).

           COPY PAYAFD.

       FD PRD-VIEJO.
       01 PRD-REG-VIEJO.
           05 PQV-KEY                  PIC X(13).
           05 PQV-DIAS                 PIC 9(02).
           05 PQV-HORAS                PIC 9(03)V99.
           05 PQV-IMPORTE              PIC 9(07).
           05 PQV-F-CALC               PIC X(08).
           05 PQV-PAGADO               PIC X.

           COPY PRDFD.

       FD PYR-VIEJO.
       01 PYR-REG-VIEJO.
           05 PYV-KEY                  PIC X(10).
           05 PYV-YTD-SUE              PIC 9(08).

           COPY PYRFD.

       FD RATE-VIEJO.
       01 RATE-REG-VIEJO.
           05 RMV-KEY                  PIC X(09).
           05 RMV-TIER                 PIC A.
           05 RMV-SUE-MEN              PIC 9(05).

           COPY RATEFD.

       FD REM-VIEJO.
       01 REM-REG-VIEJO.
           05 RCV-KEY                  PIC X(17).
           05 RCV-MONTO                PIC 9(09).
           05 RCV-ENTERADO             PIC X.
           05 RCV-FECHA-ENTERO         PIC X(08).

           COPY REMFD.

       FD RET-VIEJO.
       01 RET-REG-VIEJO.
           05 RTV-KEY                  PIC X(12).
           05 RTV-CONCEPTO             PIC X.
           05 RTV-BRUTO-PAGADO         PIC 9(07).
           05 RTV-MONTO                PIC S9(07).
           05 RTV-RESTO                PIC X(15).

           COPY RETFD.

       FD SAV-VIEJO.
       01 SAV-REG-VIEJO.
           05 SVV-ID-EMPL              PIC 9(06).
           05 SVV-PCT                  PIC 9V999.
           05 SVV-SALDO-EMP            PIC 9(08).
           05 SVV-SALDO-CIA            PIC 9(08).
           05 SVV-F-ALTA               PIC X(08).

           COPY SAVFD.

       FD PLANO-VIEJO.
       01 PLANO-REG-VIEJO              PIC X(300).

       FD PLANO-NUEVO.
       01 PLANO-REG-NUEVO              PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY PENDSTAT.
           COPY DEPSTAT.
           COPY APLSTAT.
           COPY CHKRSTAT.
           COPY CTLSTAT.
           COPY FUTSTAT.
           COPY GARSTAT.
           COPY INFSTAT.
           COPY LONSTAT.
           COPY PAYHSTAT.
           COPY PAYASTAT.
           COPY PRDSTAT.
           COPY PYRSTAT.
           COPY RATESTAT.
           COPY REMSTAT.
           COPY RETSTAT.
           COPY SAVSTAT.
           COPY DETSTAT.
           COPY AUDITSTAT.
           COPY IMSSTAT.
           COPY SNAPSTAT.
       01 WS-VIEJO-STATUS              PIC X(02).
       01 WS-VIEJO-PATH                PIC X(80).
       01 WS-NUEVO-STATUS              PIC X(02).
       01 WS-NUEVO-PATH                PIC X(80).

      *RUTAS DE LOS ARCHIVOS VIEJOS YA RENOMBRADOS.
       01 WS-DYN11-PATH-DFLT            PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\DYN11.TXT'.
       01 WS-PEND11-PATH-DFLT           PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\PEND11.TXT'.
       01 WS-DEPMAST11-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\DEPMAST11.TXT'.
       01 WS-APLMAST11-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\APLMAST11.TXT'.
       01 WS-CHKREG11-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\CHKREG11.TXT'.
       01 WS-CTLLED11-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\CTLLED11.TXT'.
       01 WS-FUTPEND11-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\FUTPEND11.TXT'.
       01 WS-GARNMAST11-PATH-DFLT       PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\GARNMAST11.TXT'.
       01 WS-INFMAST11-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\INFMAST11.TXT'.
       01 WS-LOANMAST11-PATH-DFLT       PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\LOANMAST11.TXT'.
       01 WS-PAYHIST11-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\PAYHIST11.TXT'.
       01 WS-PRIMDET11-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\PRIMDET11.TXT'.
       01 WS-PRIORYR11-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\PRIORYR11.TXT'.
       01 WS-RATEM11-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\RATEM11.TXT'.
       01 WS-REMCTL11-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\REMCTL11.TXT'.
       01 WS-RETROPND11-PATH-DFLT       PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\RETROPND11.TXT'.
       01 WS-SAVMAST11-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\SAVMAST11.TXT'.
       01 WS-DEDDET11-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\DEDDET11.TXT'.
       01 WS-AUDIT11-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\AUDIT11.TXT'.
       01 WS-IMSDET11-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\IMSDET11.TXT'.
       01 WS-EMPSNAP11-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\EMPSNAP11.TXT'.

      *PARTICIONES DE ANOS CERRADOS: PAYH11-AAAA (VIEJA) A
      *PAYHAAAA.
       01 WS-PAYH11-DIR-DFLT           PIC X(29) VALUE
               'C:\Users\pc\Desktop\S\PAYH11-'.
       01 WS-PAYH11-PATH.
           05 WS-PAYH11-DIR            PIC X(29).
           05 WS-PAYH11-ANO            PIC X(04).
           05 FILLER PIC X(04) VALUE '.TXT'.
       01 WS-ANO-CAP                   PIC X(04).

      *ARCHIVO HISTORICO: ARCH11-AAAAMMDD (VIEJO) A
      *ARCH-AAAAMMDD.
       01 WS-ARCHDIR-PATH-DFLT         PIC X(28) VALUE
               'C:\Users\pc\Desktop\S\ARCH-'.
       01 WS-ARCHDIR11-PATH-DFLT       PIC X(30) VALUE
               'C:\Users\pc\Desktop\S\ARCH11-'.
       01 WS-ARCH-PATH.
           05 WS-ARCH-DIR              PIC X(28).
           05 WS-ARCH-FECHA            PIC 9(08).
           05 FILLER PIC X(04) VALUE '.TXT'.
       01 WS-ARCH11-PATH.
           05 WS-ARCH11-DIR            PIC X(30).
           05 WS-ARCH11-FECHA          PIC 9(08).
           05 FILLER PIC X(04) VALUE '.TXT'.
       01 WS-FECHA-CAP                 PIC X(08).
       01 WS-FIN-ARCH                  PIC 9 VALUE 0.

       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-CONVERTIDOS               PIC 9(06) VALUE 0.

      *EL SUELDO Y EL ACUMULADO VIEJOS VAN EN PESOS ENTEROS; EL
      *ARCHIVO NUEVO LOS LLEVA CON CENTAVOS (.00 AL CONVERTIR).
       01 WS-SUE-VIEJO                 PIC 9(05).
       01 WS-YTD-VIEJO                 PIC 9(08).

      *CONVERSION DE UN RENGLON PLANO: CADA IMPORTE EN PESOS
      *ENTEROS GANA SUS CENTAVOS CON UN '00' EN CADA POSICION
      *DISTINTA DE CERO, EN ORDEN Y YA CONTANDO LOS CEROS
      *INSERTADOS ANTES. EL SUELDO DE 5 POSICIONES LLEVA ADEMAS
      *DOS CEROS AL FRENTE PARA LLEGAR A 9(07)V99.
       01 WS-PL-CENTAVOS.
           05 WS-PL-CENT               PIC 9(03) OCCURS 4.
       01 WS-PL-CI                     PIC 9(02).
       01 WS-PL-POS                    PIC 9(03).
       01 WS-PL-LARGO                  PIC 9(03).
       01 WS-PL-RENGLON                PIC X(300).
       01 WS-PL-TRABAJO                PIC X(300).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '   MIGRACION A IMPORTES CON CENTAVOS'.
           DISPLAY SEP.
           PERFORM 100-MIGRA-EMPLEADO THRU 100-SALIDA.
           PERFORM 120-MIGRA-PEND THRU 120-SALIDA.
           PERFORM 140-MIGRA-DEP THRU 140-SALIDA.
           PERFORM 160-MIGRA-APL THRU 160-SALIDA.
           PERFORM 180-MIGRA-CHK THRU 180-SALIDA.
           PERFORM 200-MIGRA-CTL THRU 200-SALIDA.
           PERFORM 220-MIGRA-FUT THRU 220-SALIDA.
           PERFORM 240-MIGRA-GARN THRU 240-SALIDA.
           PERFORM 260-MIGRA-INF THRU 260-SALIDA.
           PERFORM 280-MIGRA-LOAN THRU 280-SALIDA.
           PERFORM 300-MIGRA-PAYH THRU 300-SALIDA.
           PERFORM 320-MIGRA-PAYA.
           PERFORM 340-MIGRA-PRD THRU 340-SALIDA.
           PERFORM 360-MIGRA-PYR THRU 360-SALIDA.
           PERFORM 380-MIGRA-RATE THRU 380-SALIDA.
           PERFORM 400-MIGRA-REM THRU 400-SALIDA.
           PERFORM 420-MIGRA-RET THRU 420-SALIDA.
           PERFORM 440-MIGRA-SAV THRU 440-SALIDA.
           PERFORM 850-MIGRA-PLANOS.
           PERFORM 870-MIGRA-ARCH.
           DISPLAY SEP.
           DISPLAY 'MIGRACION TERMINADA. CORRA DYN-CTLVER PARA CUADRAR '
               'CONTRA EL ULTIMO CIERRE,'.
           DISPLAY 'REARME EL INDICE DEL HISTORICO CON DYN-ARCIDX Y '
               'SAQUE UN RESPALDO NUEVO'.
           DISPLAY 'CON DYN-BACKUP ANTES DE REANUDAR LA CAPTURA.'.
           DISPLAY SEP.
           STOP RUN.

      *EL VIEJO SE LEE COMO IMAGEN; LOS 60 BYTES HASTA EL
      *TABULADOR PASAN TAL CUAL, EL SUELDO DE 5 POSICIONES A
      *SUE-MEN CON CENTAVOS, LOS 95 BYTES DE F-ING A
      *TARIFA-EXTRA, EL ACUMULADO A YTD-SUE Y LOS 85 BYTES
      *RESTANTES DETRAS DE EL.
       100-MIGRA-EMPLEADO.
           MOVE WS-DYN11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'DYN11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-DYN11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT EMP-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN MAESTRO VIEJO (RENOMBRE EL ACTUAL A '
                   'DYN11). SE BRINCA.'
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
           PERFORM 105-COPIA UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.
           CLOSE EMP-VIEJO.
           DISPLAY 'EMPLEADOS CONVERTIDOS:    ' WS-CONVERTIDOS.
       100-SALIDA.
           EXIT.

           105-COPIA.
               READ EMP-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE SPACES TO REG-EMPL
                       MOVE REG-VIEJO(1:60) TO REG-EMPL(1:60)
                       MOVE REG-VIEJO(61:5) TO WS-SUE-VIEJO
                       MOVE WS-SUE-VIEJO TO SUE-MEN
                       MOVE REG-VIEJO(66:95) TO REG-EMPL(70:95)
                       MOVE REG-VIEJO(161:8) TO WS-YTD-VIEJO
                       MOVE WS-YTD-VIEJO TO YTD-SUE
                       MOVE REG-VIEJO(169:85) TO REG-EMPL(175:85)
                       WRITE REG-EMPL
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

      *MISMO CORTE QUE EL MAESTRO, 21 BYTES MAS ADELANTE.
       120-MIGRA-PEND.
           MOVE WS-PEND11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'PEND11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-PEND11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT PEND-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN PEND-MAST VIEJO (RENOMBRE EL ACTUAL A '
                   'PEND11). SE BRINCA.'
               GO TO 120-SALIDA
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
           PERFORM 125-COPIA UNTIL WS-FLAG = 1.
           CLOSE PEND-MAST.
           CLOSE PEND-VIEJO.
           DISPLAY 'PENDIENTES CONVERTIDOS:   ' WS-CONVERTIDOS.
       120-SALIDA.
           EXIT.

           125-COPIA.
               READ PEND-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE SPACES TO PEND-REC
                       MOVE PEND-REG-VIEJO(1:81) TO PEND-REC(1:81)
                       MOVE PEND-REG-VIEJO(82:5) TO WS-SUE-VIEJO
                       MOVE WS-SUE-VIEJO TO PEND-SUE-MEN
                       MOVE PEND-REG-VIEJO(87:95) TO PEND-REC(91:95)
                       MOVE PEND-REG-VIEJO(182:8) TO WS-YTD-VIEJO
                       MOVE WS-YTD-VIEJO TO PEND-YTD-SUE
                       MOVE PEND-REG-VIEJO(190:90) TO PEND-REC(196:90)
                       WRITE PEND-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       140-MIGRA-DEP.
           MOVE WS-DEPMAST11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'DEPMAST11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-DEPMAST11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT DEP-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN DEPARTAMENTOS VIEJOS (RENOMBRE EL ACTUAL A '
                   'DEPMAST11). SE BRINCA.'
               GO TO 140-SALIDA
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
           PERFORM 145-COPIA UNTIL WS-FLAG = 1.
           CLOSE DEP-MAST.
           CLOSE DEP-VIEJO.
           DISPLAY 'DEPARTAMENTOS CONVERTIDOS:' WS-CONVERTIDOS.
       140-SALIDA.
           EXIT.

           145-COPIA.
               READ DEP-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE DMV-CLV-DEP TO DM-CLV-DEP
                       MOVE DMV-NOM-DEP TO DM-NOM-DEP
                       MOVE DMV-SUE-MIN TO DM-SUE-MIN
                       MOVE DMV-SUE-MAX TO DM-SUE-MAX
                       MOVE DMV-DIV-CLV TO DM-DIV-CLV
                       WRITE DEP-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       160-MIGRA-APL.
           MOVE WS-APLMAST11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'APLMAST11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-APLMAST11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT APL-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN CANDIDATOS VIEJOS (RENOMBRE EL ACTUAL A '
                   'APLMAST11). SE BRINCA.'
               GO TO 160-SALIDA
           END-IF.
           MOVE WS-APLMAST-PATH-DFLT TO WS-APLMAST-PATH.
           DISPLAY 'APLMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-APLMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-APLMAST-PATH = SPACES
               MOVE WS-APLMAST-PATH-DFLT TO WS-APLMAST-PATH
           END-IF.
           OPEN OUTPUT APL-MAST.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 165-COPIA UNTIL WS-FLAG = 1.
           CLOSE APL-MAST.
           CLOSE APL-VIEJO.
           DISPLAY 'CANDIDATOS CONVERTIDOS:  ' WS-CONVERTIDOS.
       160-SALIDA.
           EXIT.

           165-COPIA.
               READ APL-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE APV-KEY TO AP-KEY
                       MOVE APV-DATOS TO APL-REC(9:120)
                       MOVE APV-SUE-OFERTA TO AP-SUE-OFERTA
                       MOVE APV-RESTO TO APL-REC(138:20)
                       WRITE APL-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       180-MIGRA-CHK.
           MOVE WS-CHKREG11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'CHKREG11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-CHKREG11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT CHK-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN REGISTRO DE CHEQUES VIEJO (RENOMBRE EL '
                   'ACTUAL A CHKREG11). SE BRINCA.'
               GO TO 180-SALIDA
           END-IF.
           MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH.
           DISPLAY 'CHKREG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CHKREG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CHKREG-PATH = SPACES
               MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH
           END-IF.
           OPEN OUTPUT CHK-REG.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 185-COPIA UNTIL WS-FLAG = 1.
           CLOSE CHK-REG.
           CLOSE CHK-VIEJO.
           DISPLAY 'CHEQUES CONVERTIDOS:      ' WS-CONVERTIDOS.
       180-SALIDA.
           EXIT.

           185-COPIA.
               READ CHK-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE CHV-NUM TO CH-NUM
                       MOVE CHV-ID-EMPL TO CH-ID-EMPL
                       MOVE CHV-PERIODO TO CH-PERIODO
                       MOVE CHV-MONTO TO CH-MONTO
                       MOVE CHV-RESTO TO CHKREG-REC(28:36)
                       WRITE CHKREG-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

      *LAS CIFRAS CONTROL CONSERVAN SUS PESOS; CON LOS
      *CENTAVOS EN CERO CUADRAN CONTRA LAS SUMAS QUE DYN-CTLVER
      *RECALCULA SOBRE LOS ARCHIVOS YA CONVERTIDOS.
       200-MIGRA-CTL.
           MOVE WS-CTLLED11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'CTLLED11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-CTLLED11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT CTL-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN CIFRAS CONTROL VIEJAS (RENOMBRE EL '
                   'ACTUAL A CTLLED11). SE BRINCA.'
               GO TO 200-SALIDA
           END-IF.
           MOVE WS-CTLLED-PATH-DFLT TO WS-CTLLED-PATH.
           DISPLAY 'CTLLED_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CTLLED-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CTLLED-PATH = SPACES
               MOVE WS-CTLLED-PATH-DFLT TO WS-CTLLED-PATH
           END-IF.
           OPEN OUTPUT CTL-LEDGER.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 205-COPIA UNTIL WS-FLAG = 1.
           CLOSE CTL-LEDGER.
           CLOSE CTL-VIEJO.
           DISPLAY 'CIERRES CONVERTIDOS:      ' WS-CONVERTIDOS.
       200-SALIDA.
           EXIT.

           205-COPIA.
               READ CTL-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE CTV-FECHA TO CT-FECHA
                       MOVE CTV-EMP-ACT TO CT-EMP-ACT
                       MOVE CTV-EMP-INA TO CT-EMP-INA
                       MOVE CTV-SUM-SUE TO CT-SUM-SUE
                       MOVE CTV-SUM-YTD TO CT-SUM-YTD
                       MOVE CTV-PAYH-CONT TO CT-PAYH-CONT
                       MOVE CTV-PAYH-NETO TO CT-PAYH-NETO
                       MOVE CTV-CHK-EMIT TO CT-CHK-EMIT
                       MOVE CTV-VERIF TO CT-VERIF
                       WRITE CTL-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       220-MIGRA-FUT.
           MOVE WS-FUTPEND11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'FUTPEND11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-FUTPEND11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT FUT-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN CAMBIOS FUTUROS VIEJOS (RENOMBRE EL '
                   'ACTUAL A FUTPEND11). SE BRINCA.'
               GO TO 220-SALIDA
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
           PERFORM 225-COPIA UNTIL WS-FLAG = 1.
           CLOSE FUT-PEND.
           CLOSE FUT-VIEJO.
           DISPLAY 'CAMBIOS FUTUROS:         ' WS-CONVERTIDOS.
       220-SALIDA.
           EXIT.

           225-COPIA.
               READ FUT-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE FCV-KEY TO FC-KEY
                       MOVE FCV-CAMBIA-SUE TO FC-CAMBIA-SUE
                       MOVE FCV-SUE-MEN TO FC-SUE-MEN
                       MOVE FCV-RESTO TO FUT-REC(25:41)
                       WRITE FUT-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       240-MIGRA-GARN.
           MOVE WS-GARNMAST11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'GARNMAST11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-GARNMAST11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT GARN-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN RETENCIONES JUDICIALES VIEJAS (RENOMBRE EL '
                   'ACTUAL A GARNMAST11). SE BRINCA.'
               GO TO 240-SALIDA
           END-IF.
           MOVE WS-GARNMAST-PATH-DFLT TO WS-GARNMAST-PATH.
           DISPLAY 'GARNMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-GARNMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-GARNMAST-PATH = SPACES
               MOVE WS-GARNMAST-PATH-DFLT TO WS-GARNMAST-PATH
           END-IF.
           OPEN OUTPUT GARN-MAST.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 245-COPIA UNTIL WS-FLAG = 1.
           CLOSE GARN-MAST.
           CLOSE GARN-VIEJO.
           DISPLAY 'RETENCIONES JUDICIALES:  ' WS-CONVERTIDOS.
       240-SALIDA.
           EXIT.

           245-COPIA.
               READ GARN-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE GNV-KEY TO GN-KEY
                       MOVE GNV-TOTAL TO GN-TOTAL
                       MOVE GNV-SALDO TO GN-SALDO
                       MOVE GNV-MONTO-PER TO GN-MONTO-PER
                       MOVE GNV-PRIORIDAD TO GN-PRIORIDAD
                       WRITE GARN-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       260-MIGRA-INF.
           MOVE WS-INFMAST11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'INFMAST11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-INFMAST11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT INF-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN CREDITOS INFONAVIT VIEJOS (RENOMBRE EL '
                   'ACTUAL A INFMAST11). SE BRINCA.'
               GO TO 260-SALIDA
           END-IF.
           MOVE WS-INFMAST-PATH-DFLT TO WS-INFMAST-PATH.
           DISPLAY 'INFMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-INFMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-INFMAST-PATH = SPACES
               MOVE WS-INFMAST-PATH-DFLT TO WS-INFMAST-PATH
           END-IF.
           OPEN OUTPUT INF-MAST.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 265-COPIA UNTIL WS-FLAG = 1.
           CLOSE INF-MAST.
           CLOSE INF-VIEJO.
           DISPLAY 'CREDITOS INFONAVIT:      ' WS-CONVERTIDOS.
       260-SALIDA.
           EXIT.

           265-COPIA.
               READ INF-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE IFV-ID-EMPL TO IF-ID-EMPL
                       MOVE IFV-DATOS TO INF-REC(7:36)
                       MOVE IFV-RETENIDO TO IF-RETENIDO
                       MOVE IFV-FECHA-ALTA TO IF-FECHA-ALTA
                       WRITE INF-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       280-MIGRA-LOAN.
           MOVE WS-LOANMAST11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'LOANMAST11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-LOANMAST11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT LOAN-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN PRESTAMOS VIEJOS (RENOMBRE EL ACTUAL A '
                   'LOANMAST11). SE BRINCA.'
               GO TO 280-SALIDA
           END-IF.
           MOVE WS-LOANMAST-PATH-DFLT TO WS-LOANMAST-PATH.
           DISPLAY 'LOANMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LOANMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LOANMAST-PATH = SPACES
               MOVE WS-LOANMAST-PATH-DFLT TO WS-LOANMAST-PATH
           END-IF.
           OPEN OUTPUT LOAN-MAST.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 285-COPIA UNTIL WS-FLAG = 1.
           CLOSE LOAN-MAST.
           CLOSE LOAN-VIEJO.
           DISPLAY 'PRESTAMOS CONVERTIDOS:    ' WS-CONVERTIDOS.
       280-SALIDA.
           EXIT.

           285-COPIA.
               READ LOAN-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE LNV-KEY TO LN-KEY
                       MOVE LNV-ORIGINAL TO LN-ORIGINAL
                       MOVE LNV-ABONO-PER TO LN-ABONO-PER
                       MOVE LNV-SALDO TO LN-SALDO
                       MOVE LNV-FECHA-ALTA TO LN-FECHA-ALTA
                       WRITE LOAN-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

      *EL ARCHIVO VIVO SOLO TRAE EL ANO EN CURSO; LOS ANOS
      *CERRADOS SE CONVIERTEN ABAJO, UNA PARTICION A LA VEZ.
       300-MIGRA-PAYH.
           MOVE WS-PAYHIST11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'PAYHIST11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-PAYHIST11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT PAYH-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN HISTORICO DE PAGOS VIEJO (RENOMBRE EL '
                   'ACTUAL A PAYHIST11). SE BRINCA.'
               GO TO 300-SALIDA
           END-IF.
           MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH.
           DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PAYHIST-PATH = SPACES
               MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
           END-IF.
           OPEN OUTPUT PAYHIST.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 305-COPIA UNTIL WS-FLAG = 1.
           CLOSE PAYHIST.
           CLOSE PAYH-VIEJO.
           DISPLAY 'PAGOS DEL ANO EN CURSO:   ' WS-CONVERTIDOS.
       300-SALIDA.
           EXIT.

           305-COPIA.
               READ PAYH-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE PHV-KEY TO PH-KEY
                       MOVE PHV-DATOS TO PAYH-REC(16:19)
                       MOVE PHV-PAGO-BRUTO TO PH-PAGO-BRUTO
                       MOVE PHV-ISR TO PH-ISR
                       MOVE PHV-NETO TO PH-NETO
                       MOVE PHV-DEDUC TO PH-DEDUC
                       WRITE PAYH-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

      *EL OPERADOR CAPTURA EL ANO DE CADA PAYH11-AAAA
      *RENOMBRADO; LA PARTICION NUEVA SE ARMA CON EL MISMO ANO.
       320-MIGRA-PAYA.
           MOVE WS-PAYHANO-DIR-DFLT TO WS-PAYHANO-DIR.
           DISPLAY 'PAYHANODIR_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PAYHANO-DIR FROM ENVIRONMENT-VALUE.
           IF WS-PAYHANO-DIR = SPACES
               MOVE WS-PAYHANO-DIR-DFLT TO WS-PAYHANO-DIR
           END-IF.
           MOVE WS-PAYH11-DIR-DFLT TO WS-PAYH11-DIR.
           DISPLAY 'PAYH11DIR_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PAYH11-DIR FROM ENVIRONMENT-VALUE.
           IF WS-PAYH11-DIR = SPACES
               MOVE WS-PAYH11-DIR-DFLT TO WS-PAYH11-DIR
           END-IF.
           MOVE 0 TO WS-FIN-ARCH.
           PERFORM 325-PIDE-ANO UNTIL WS-FIN-ARCH = 1.

           325-PIDE-ANO.
               DISPLAY 'ANO DE LA PARTICION PAYH11-AAAA A CONVERTIR '
                   '(FIN = TERMINAR):'
               ACCEPT WS-ANO-CAP
               IF WS-ANO-CAP = 'FIN' OR WS-ANO-CAP = 'fin'
                   MOVE 1 TO WS-FIN-ARCH
               ELSE
                   IF WS-ANO-CAP IS NUMERIC
                       MOVE WS-ANO-CAP TO WS-PAYHANO-ANO
                       MOVE WS-ANO-CAP TO WS-PAYH11-ANO
                       PERFORM 330-UN-ANO THRU 330-SALIDA
                   ELSE
                       DISPLAY 'ANO INVALIDO'
                   END-IF
               END-IF.

       330-UN-ANO.
           MOVE WS-PAYH11-PATH TO WS-VIEJO-PATH.
           OPEN INPUT PAYA-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'NO ABRE ' WS-VIEJO-PATH ' (SE BRINCA)'
               GO TO 330-SALIDA
           END-IF.
           OPEN OUTPUT PAYH-ANIO.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 335-COPIA UNTIL WS-FLAG = 1.
           CLOSE PAYH-ANIO.
           CLOSE PAYA-VIEJO.
           DISPLAY 'PAYH' WS-PAYHANO-ANO ': ' WS-CONVERTIDOS.
       330-SALIDA.
           EXIT.

           335-COPIA.
               READ PAYA-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE PAV-KEY TO PA-KEY
                       MOVE PAV-DATOS TO PAYA-REC(16:19)
                       MOVE PAV-PAGO-BRUTO TO PA-PAGO-BRUTO
                       MOVE PAV-ISR TO PA-ISR
                       MOVE PAV-NETO TO PA-NETO
                       MOVE PAV-DEDUC TO PA-DEDUC
                       WRITE PAYA-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       340-MIGRA-PRD.
           MOVE WS-PRIMDET11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'PRIMDET11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-PRIMDET11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT PRD-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN PRIMAS VIEJAS (RENOMBRE EL ACTUAL A '
                   'PRIMDET11). SE BRINCA.'
               GO TO 340-SALIDA
           END-IF.
           MOVE WS-PRIMDET-PATH-DFLT TO WS-PRIMDET-PATH.
           DISPLAY 'PRIMDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRIMDET-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PRIMDET-PATH = SPACES
               MOVE WS-PRIMDET-PATH-DFLT TO WS-PRIMDET-PATH
           END-IF.
           OPEN OUTPUT PRIM-DET.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 345-COPIA UNTIL WS-FLAG = 1.
           CLOSE PRIM-DET.
           CLOSE PRD-VIEJO.
           DISPLAY 'PRIMAS CONVERTIDAS:       ' WS-CONVERTIDOS.
       340-SALIDA.
           EXIT.

           345-COPIA.
               READ PRD-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE PQV-KEY TO PQ-KEY
                       MOVE PQV-DIAS TO PQ-DIAS
                       MOVE PQV-HORAS TO PQ-HORAS
                       MOVE PQV-IMPORTE TO PQ-IMPORTE
                       MOVE PQV-F-CALC TO PQ-F-CALC
                       MOVE PQV-PAGADO TO PQ-PAGADO
                       WRITE PRD-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       360-MIGRA-PYR.
           MOVE WS-PRIORYR11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'PRIORYR11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-PRIORYR11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT PYR-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN ACUMULADOS ANTERIORES VIEJOS (RENOMBRE EL '
                   'ACTUAL A PRIORYR11). SE BRINCA.'
               GO TO 360-SALIDA
           END-IF.
           MOVE WS-PRIORYR-PATH-DFLT TO WS-PRIORYR-PATH.
           DISPLAY 'PRIORYR_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRIORYR-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PRIORYR-PATH = SPACES
               MOVE WS-PRIORYR-PATH-DFLT TO WS-PRIORYR-PATH
           END-IF.
           OPEN OUTPUT PRIORYR.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 365-COPIA UNTIL WS-FLAG = 1.
           CLOSE PRIORYR.
           CLOSE PYR-VIEJO.
           DISPLAY 'ACUMULADOS ANTERIORES:    ' WS-CONVERTIDOS.
       360-SALIDA.
           EXIT.

           365-COPIA.
               READ PYR-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE PYV-KEY TO PY-KEY
                       MOVE PYV-YTD-SUE TO PY-YTD-SUE
                       WRITE PRIORYR-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       380-MIGRA-RATE.
           MOVE WS-RATEM11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'RATEM11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-RATEM11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT RATE-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN TABLA DE NIVELES VIEJA (RENOMBRE EL '
                   'ACTUAL A RATEM11). SE BRINCA.'
               GO TO 380-SALIDA
           END-IF.
           MOVE WS-RATEMAST-PATH-DFLT TO WS-RATEMAST-PATH.
           DISPLAY 'RATEMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-RATEMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-RATEMAST-PATH = SPACES
               MOVE WS-RATEMAST-PATH-DFLT TO WS-RATEMAST-PATH
           END-IF.
           OPEN OUTPUT RATE-MAST.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 385-COPIA UNTIL WS-FLAG = 1.
           CLOSE RATE-MAST.
           CLOSE RATE-VIEJO.
           DISPLAY 'NIVELES DE SUELDO:        ' WS-CONVERTIDOS.
       380-SALIDA.
           EXIT.

           385-COPIA.
               READ RATE-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE RMV-KEY TO RM-KEY
                       MOVE RMV-TIER TO RM-TIER
                       MOVE RMV-SUE-MEN TO RM-SUE-MEN
                       WRITE RATE-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       400-MIGRA-REM.
           MOVE WS-REMCTL11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'REMCTL11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-REMCTL11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT REM-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN CONTROL DE ENTEROS VIEJO (RENOMBRE EL '
                   'ACTUAL A REMCTL11). SE BRINCA.'
               GO TO 400-SALIDA
           END-IF.
           MOVE WS-REMCTL-PATH-DFLT TO WS-REMCTL-PATH.
           DISPLAY 'REMCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-REMCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-REMCTL-PATH = SPACES
               MOVE WS-REMCTL-PATH-DFLT TO WS-REMCTL-PATH
           END-IF.
           OPEN OUTPUT REM-CTL.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 405-COPIA UNTIL WS-FLAG = 1.
           CLOSE REM-CTL.
           CLOSE REM-VIEJO.
           DISPLAY 'ENTEROS A TERCEROS:       ' WS-CONVERTIDOS.
       400-SALIDA.
           EXIT.

           405-COPIA.
               READ REM-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE RCV-KEY TO RC-KEY
                       MOVE RCV-MONTO TO RC-MONTO
                       MOVE RCV-ENTERADO TO RC-ENTERADO
                       MOVE RCV-FECHA-ENTERO TO RC-FECHA-ENTERO
                       WRITE REM-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       420-MIGRA-RET.
           MOVE WS-RETROPND11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'RETROPND11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-RETROPND11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT RET-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN RETROACTIVOS VIEJOS (RENOMBRE EL ACTUAL A '
                   'RETROPND11). SE BRINCA.'
               GO TO 420-SALIDA
           END-IF.
           MOVE WS-RETROPEND-PATH-DFLT TO WS-RETROPEND-PATH.
           DISPLAY 'RETROPEND_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-RETROPEND-PATH FROM ENVIRONMENT-VALUE.
           IF WS-RETROPEND-PATH = SPACES
               MOVE WS-RETROPEND-PATH-DFLT TO WS-RETROPEND-PATH
           END-IF.
           OPEN OUTPUT RETRO-PEND.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 425-COPIA UNTIL WS-FLAG = 1.
           CLOSE RETRO-PEND.
           CLOSE RET-VIEJO.
           DISPLAY 'RETROACTIVOS CONVERTIDOS: ' WS-CONVERTIDOS.
       420-SALIDA.
           EXIT.

           425-COPIA.
               READ RET-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE RTV-KEY TO RT-KEY
                       MOVE RTV-CONCEPTO TO RT-CONCEPTO
                       MOVE RTV-BRUTO-PAGADO TO RT-BRUTO-PAGADO
                       MOVE RTV-MONTO TO RT-MONTO
                       MOVE RTV-RESTO TO RETRO-REC(32:15)
                       WRITE RETRO-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

       440-MIGRA-SAV.
           MOVE WS-SAVMAST11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'SAVMAST11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-SAVMAST11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           OPEN INPUT SAV-VIEJO.
           IF WS-VIEJO-STATUS NOT = '00'
               DISPLAY 'SIN FONDO DE AHORRO VIEJO (RENOMBRE EL '
                   'ACTUAL A SAVMAST11). SE BRINCA.'
               GO TO 440-SALIDA
           END-IF.
           MOVE WS-SAVMAST-PATH-DFLT TO WS-SAVMAST-PATH.
           DISPLAY 'SAVMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SAVMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SAVMAST-PATH = SPACES
               MOVE WS-SAVMAST-PATH-DFLT TO WS-SAVMAST-PATH
           END-IF.
           OPEN OUTPUT SAV-MAST.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-CONVERTIDOS.
           PERFORM 445-COPIA UNTIL WS-FLAG = 1.
           CLOSE SAV-MAST.
           CLOSE SAV-VIEJO.
           DISPLAY 'CUENTAS DE AHORRO:        ' WS-CONVERTIDOS.
       440-SALIDA.
           EXIT.

           445-COPIA.
               READ SAV-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE SVV-ID-EMPL TO SV-ID-EMPL
                       MOVE SVV-PCT TO SV-PCT
                       MOVE SVV-SALDO-EMP TO SV-SALDO-EMP
                       MOVE SVV-SALDO-CIA TO SV-SALDO-CIA
                       MOVE SVV-F-ALTA TO SV-F-ALTA
                       WRITE SAV-REC
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

      *ARCHIVOS PLANOS: POSICIONES DEL RENGLON VIEJO DONDE SE
      *INSERTAN LOS CEROS (CADA UNA YA CONTANDO LOS ANTERIORES).
       850-MIGRA-PLANOS.
           MOVE WS-DEDDET11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'DEDDET11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-DEDDET11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           MOVE WS-DEDDET-PATH-DFLT TO WS-NUEVO-PATH.
           DISPLAY 'DEDDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NUEVO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-NUEVO-PATH = SPACES
               MOVE WS-DEDDET-PATH-DFLT TO WS-NUEVO-PATH
           END-IF.
           MOVE ZEROS TO WS-PL-CENTAVOS.
           MOVE 56 TO WS-PL-CENT(1).
           PERFORM 900-PLANO THRU 900-SALIDA.
           DISPLAY 'DEDUCCIONES (DEDDET11):   ' WS-CONVERTIDOS.

           MOVE WS-AUDIT11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'AUDIT11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-AUDIT11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           MOVE WS-AUDITLOG-PATH-DFLT TO WS-NUEVO-PATH.
           DISPLAY 'AUDITLOG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NUEVO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-NUEVO-PATH = SPACES
               MOVE WS-AUDITLOG-PATH-DFLT TO WS-NUEVO-PATH
           END-IF.
           MOVE ZEROS TO WS-PL-CENTAVOS.
           MOVE 83 TO WS-PL-CENT(1).
           MOVE 90 TO WS-PL-CENT(2).
           MOVE 93 TO WS-PL-CENT(3).
           MOVE 100 TO WS-PL-CENT(4).
           PERFORM 900-PLANO THRU 900-SALIDA.
           DISPLAY 'AUDIT-LOG (AUDIT11):      ' WS-CONVERTIDOS.

           MOVE WS-IMSDET11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'IMSDET11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-IMSDET11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           MOVE WS-IMSDET-PATH-DFLT TO WS-NUEVO-PATH.
           DISPLAY 'IMSDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NUEVO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-NUEVO-PATH = SPACES
               MOVE WS-IMSDET-PATH-DFLT TO WS-NUEVO-PATH
           END-IF.
           MOVE ZEROS TO WS-PL-CENTAVOS.
           MOVE 34 TO WS-PL-CENT(1).
           MOVE 44 TO WS-PL-CENT(2).
           PERFORM 900-PLANO THRU 900-SALIDA.
           DISPLAY 'IMSDET (IMSDET11):        ' WS-CONVERTIDOS.

           MOVE WS-EMPSNAP11-PATH-DFLT TO WS-VIEJO-PATH.
           DISPLAY 'EMPSNAP11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIEJO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIEJO-PATH = SPACES
               MOVE WS-EMPSNAP11-PATH-DFLT TO WS-VIEJO-PATH
           END-IF.
           MOVE WS-EMPSNAP-PATH-DFLT TO WS-NUEVO-PATH.
           DISPLAY 'EMPSNAP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NUEVO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-NUEVO-PATH = SPACES
               MOVE WS-EMPSNAP-PATH-DFLT TO WS-NUEVO-PATH
           END-IF.
           PERFORM 990-CENT-EMPL.
           PERFORM 900-PLANO THRU 900-SALIDA.
           DISPLAY 'FOTO DEL MAESTRO (EMPSNAP11):' WS-CONVERTIDOS.

      *EL ARCHIVO HISTORICO SON IMAGENES DE REG-EMPL; EL
      *OPERADOR CAPTURA LA FECHA DE CADA ARCH11-AAAAMMDD
      *RENOMBRADO, IGUAL QUE EN DYN-ARCIDX.
       870-MIGRA-ARCH.
           MOVE WS-ARCHDIR-PATH-DFLT TO WS-ARCH-DIR.
           DISPLAY 'ARCHDIR_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ARCH-DIR FROM ENVIRONMENT-VALUE.
           IF WS-ARCH-DIR = SPACES
               MOVE WS-ARCHDIR-PATH-DFLT TO WS-ARCH-DIR
           END-IF.
           MOVE WS-ARCHDIR11-PATH-DFLT TO WS-ARCH11-DIR.
           DISPLAY 'ARCHDIR11_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ARCH11-DIR FROM ENVIRONMENT-VALUE.
           IF WS-ARCH11-DIR = SPACES
               MOVE WS-ARCHDIR11-PATH-DFLT TO WS-ARCH11-DIR
           END-IF.
           MOVE 0 TO WS-FIN-ARCH.
           PERFORM 880-PIDE-ARCHIVO UNTIL WS-FIN-ARCH = 1.

           880-PIDE-ARCHIVO.
               DISPLAY 'FECHA DEL HISTORICO ARCH11-AAAAMMDD A '
                   'CONVERTIR (FIN = TERMINAR):'
               ACCEPT WS-FECHA-CAP
               IF WS-FECHA-CAP = 'FIN' OR WS-FECHA-CAP = 'fin'
                   MOVE 1 TO WS-FIN-ARCH
               ELSE
                   IF WS-FECHA-CAP IS NUMERIC
                       MOVE WS-FECHA-CAP TO WS-ARCH-FECHA
                       MOVE WS-FECHA-CAP TO WS-ARCH11-FECHA
                       MOVE WS-ARCH11-PATH TO WS-VIEJO-PATH
                       MOVE WS-ARCH-PATH TO WS-NUEVO-PATH
                       PERFORM 990-CENT-EMPL
                       PERFORM 900-PLANO THRU 900-SALIDA
                       DISPLAY 'ARCH-' WS-ARCH-FECHA ': '
                           WS-CONVERTIDOS
                   ELSE
                       DISPLAY 'FECHA INVALIDA'
                   END-IF
               END-IF.

      *COPIA UN ARCHIVO PLANO DE WS-VIEJO-PATH A WS-NUEVO-PATH
      *INSERTANDO '00' EN CADA POSICION DE WS-PL-CENTAVOS.
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

      *IMAGEN DE REG-EMPL: SUELDO DE 5 A 9 POSICIONES (DOS CEROS
      *AL FRENTE Y LOS CENTAVOS) Y CENTAVOS AL ACUMULADO ANUAL.
       990-CENT-EMPL.
           MOVE ZEROS TO WS-PL-CENTAVOS.
           MOVE 61 TO WS-PL-CENT(1).
           MOVE 68 TO WS-PL-CENT(2).
           MOVE 173 TO WS-PL-CENT(3).
