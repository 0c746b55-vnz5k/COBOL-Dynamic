      *********************************************************
      *PROGRAMA - CONCILIACION DE LA LISTA DEL RELOJ CHECADOR.*
      *LEE LA LISTA DE EMPLEADOS QUE EXPORTA EL PROVEEDOR DEL *
      *RELOJ Y LA COMPARA CONTRA LOS ACTIVOS POR HORA DEL     *
      *MAESTRO (LOS UNICOS CUYAS HORAS ACEPTA DYN-TIMLOAD).   *
      *REPORTA:                                               *
      *  - ACTIVO EN EL RELOJ QUE NO EXISTE, ESTA DADO DE     *
      *    BAJA O YA NO ES POR HORA (PUEDE CHECAR SIN DEBER). *
      *  - ACTIVO POR HORA QUE FALTA EN EL RELOJ O QUE EL     *
      *    RELOJ TIENE INACTIVO (SUS CHECADAS SE PIERDEN).    *
      *  - TURNO O SUCURSAL DISTINTOS ENTRE AMBOS.            *
      *NO MODIFICA NADA; LO QUE SALGA SE CORRIGE CON UN ENVIO *
      *DE DYN-TCKSYNC (EL TOTAL SI LAS DIFERENCIAS SON        *
      *MUCHAS).                                               *
      *CADA ARCHIVO CARGADO QUEDA EN EL REGISTRO DE ENTRADA   *
      *IX-REG CON SU HUELLA (DYN-IXINQ); EL MISMO CONTENIDO   *
      *NO SE CARGA DOS VECES SIN OVERRIDE DE SUPERVISOR.      *
      *********************************************************
      *LAYOUT DE LA LISTA DEL RELOJ (UN RENGLON POR EMPLEADO):*
      *  POS 01-06  ID-EMPL       PIC 9(06)                   *
      *  POS 08-37  NOMBRE        PIC X(30)                   *
      *  POS 39-39  ESTADO        PIC X ('A' ACTIVO /         *
      *                           'I' INACTIVO)               *
      *  POS 41-41  TURNO         PIC X                       *
      *  POS 43-45  SUCURSAL      PIC X(03)                   *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-TCKREC.

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

           SELECT TCKLST ASSIGN TO WS-TCKLST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TLS-STATUS.
           COPY OPERFILE.
           COPY IXRFILE.

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

       FD TCKLST.
       01 TLS-REC.
           05 TLS-ID-EMPL              PIC 9(06).
           05 FILLER                   PIC X.
           05 TLS-NOMBRE               PIC X(30).
           05 FILLER                   PIC X.
           05 TLS-EST                  PIC X.
           05 FILLER                   PIC X.
           05 TLS-TURNO                PIC X.
           05 FILLER                   PIC X.
           05 TLS-SUC                  PIC X(03).

           COPY OPERFD.
           COPY IXRFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY OPERSTAT.
           COPY IXRSTAT.
       01 WS-TLS-STATUS                PIC X(02).
       01 WS-TCKLST-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\TCKLST.TXT'.
       01 WS-TCKLST-PATH               PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LEIDOS                    PIC 9(05) VALUE 0.
       01 WS-COINCIDEN                 PIC 9(05) VALUE 0.
       01 WS-SOBRAN                    PIC 9(05) VALUE 0.
       01 WS-FALTAN                    PIC 9(05) VALUE 0.
       01 WS-DIFIEREN                  PIC 9(05) VALUE 0.

      *IDS QUE EL RELOJ TIENE ACTIVOS, PARA BUSCAR DESPUES A LOS
      *ACTIVOS DEL MAESTRO QUE LE FALTAN.
       01 WS-RL-TABLA.
           05 WS-RL-ID                 PIC 9(06) OCCURS 5000 TIMES.
       01 WS-RL-USADOS                 PIC 9(04) VALUE 0.
       01 WS-RL-K                      PIC 9(04).
       01 WS-RL-HALLADO                PIC 9(04).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     CONCILIACION CON EL RELOJ CHECADOR'.
           DISPLAY SEP.
           MOVE WS-TCKLST-PATH-DFLT TO WS-TCKLST-PATH.
           DISPLAY 'TCKLST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-TCKLST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-TCKLST-PATH = SPACES
               MOVE WS-TCKLST-PATH-DFLT TO WS-TCKLST-PATH
           END-IF.
           MOVE 'DYNTCKRC' TO WS-IX-PROGRAMA.
           MOVE WS-TCKLST-PATH TO WS-IX-ARCHIVO.
           MOVE 'LOTE' TO WS-IX-OPER.
           PERFORM 998-IX-CHECA THRU 998-IX-SALIDA.
           IF WS-IX-OK NOT = 'S'
               DISPLAY 'CONCILIACION CANCELADA.'
               STOP RUN
           END-IF.
           OPEN INPUT TCKLST.
           IF WS-TLS-STATUS NOT = '00'
               DISPLAY 'SIN LISTA DEL RELOJ. FILE STATUS: '
                   WS-TLS-STATUS
               STOP RUN
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           DISPLAY SEP.
           PERFORM 100-LISTA UNTIL WS-FLAG = 1.
           CLOSE TCKLST.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO ID-EMPL.
           START EMPLEADO KEY IS NOT LESS THAN ID-EMPL
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 300-MAESTRO UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY 'RENGLONES DE LA LISTA DEL RELOJ: ' WS-LEIDOS.
           DISPLAY 'COINCIDEN:                       ' WS-COINCIDEN.
           DISPLAY 'ACTIVOS EN EL RELOJ SIN DEBER:   ' WS-SOBRAN.
           DISPLAY 'ACTIVOS POR HORA FALTANTES:      ' WS-FALTAN.
           DISPLAY 'TURNO O SUCURSAL DISTINTOS:      ' WS-DIFIEREN.
           MOVE WS-COINCIDEN TO WS-IX-ACEPT.
           MOVE WS-SOBRAN TO WS-IX-RECH.
           MOVE SPACES TO WS-IX-RESULTADO.
           STRING 'FALTANTES ' WS-FALTAN ' DISTINTOS ' WS-DIFIEREN
               DELIMITED BY SIZE INTO WS-IX-RESULTADO.
           PERFORM 998-IX-REGISTRA.
           DISPLAY SEP.
           STOP RUN.

       100-LISTA.
           READ TCKLST
               AT END MOVE 1 TO WS-FLAG
               NOT AT END PERFORM 200-RENGLON
           END-READ.

      *SOLO INTERESA LO QUE EL RELOJ TIENE ACTIVO; EL INACTIVO NO
      *PUEDE CHECAR Y, SI DEBIERA, SALE COMO FALTANTE.
       200-RENGLON.
           ADD 1 TO WS-LEIDOS.
           IF TLS-EST = 'A'
               IF WS-RL-USADOS < 5000
                   ADD 1 TO WS-RL-USADOS
                   MOVE TLS-ID-EMPL TO WS-RL-ID (WS-RL-USADOS)
               ELSE
                   DISPLAY 'LISTA DEL RELOJ EXCEDE 5000 ACTIVOS; '
                       'NO SE BUSCA: ' TLS-ID-EMPL
               END-IF
               MOVE TLS-ID-EMPL TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY
                       DISPLAY 'EN EL RELOJ Y NO EN EL MAESTRO: '
                           TLS-ID-EMPL ' ' TLS-NOMBRE
                       ADD 1 TO WS-SOBRAN
                   NOT INVALID KEY
                       PERFORM 210-COMPARA
               END-READ
           END-IF.

           210-COMPARA.
               EVALUATE TRUE
                   WHEN EMP-STATUS = 'I'
                       DISPLAY 'ACTIVO EN EL RELOJ Y DADO DE BAJA: '
                           ID-EMPL ' ' NOM-EMPL ' BAJA ' TERM-FECHA
                       ADD 1 TO WS-SOBRAN
                   WHEN TIPO-PAGO NOT = 'H'
                       DISPLAY 'ACTIVO EN EL RELOJ Y NO ES POR HORA: '
                           ID-EMPL ' ' NOM-EMPL
                       ADD 1 TO WS-SOBRAN
                   WHEN TLS-TURNO NOT = TURNO-CLV
                       OR TLS-SUC NOT = SUC-CLV
                       DISPLAY 'DISTINTO: ' ID-EMPL ' ' NOM-EMPL
                           ' RELOJ ' TLS-TURNO '/' TLS-SUC
                           ' MAESTRO ' TURNO-CLV '/' SUC-CLV
                       ADD 1 TO WS-DIFIEREN
                   WHEN OTHER
                       ADD 1 TO WS-COINCIDEN
               END-EVALUATE.

       300-MAESTRO.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF TIPO-PAGO = 'H' AND EMP-STATUS NOT = 'I'
                       PERFORM 310-BUSCA
                   END-IF
           END-READ.

           310-BUSCA.
               MOVE 0 TO WS-RL-HALLADO
               PERFORM 320-RL-COMPARA VARYING WS-RL-K FROM 1 BY 1
                   UNTIL WS-RL-K > WS-RL-USADOS
                       OR WS-RL-HALLADO > 0
               IF WS-RL-HALLADO = 0
                   DISPLAY 'ACTIVO POR HORA QUE FALTA EN EL RELOJ: '
                       ID-EMPL ' ' NOM-EMPL
                   ADD 1 TO WS-FALTAN
               END-IF.

           320-RL-COMPARA.
               IF WS-RL-ID (WS-RL-K) = ID-EMPL
                   MOVE WS-RL-K TO WS-RL-HALLADO
               END-IF.

           COPY EMPCHKLKUP.
           COPY IXRLKUP.
