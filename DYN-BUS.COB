      *********************************************************
      *PROGRAMA  3 - MUESTRA EN REGISTROS POR  ID             *
      *                                                       *
      *FIRMA AL OPERADOR: RFC, CURP, NSS, CTA-CLABE Y F-NAC   *
      *SALEN ENMASCARADOS SI SU ROL NO TIENE LA FUNCION 10    *
      *EN PERM-MAST; UN SUPERVISOR PUEDE VERLOS COMPLETOS     *
      *DANDO UN MOTIVO, QUE QUEDA EN SDA-LOG.                 *
      *********************************************************

       IDENTIFICATION DIVISION.
           ACCESS MODE  IS DYNAMIC
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-EMP-STATUS.
           COPY OPERFILE.
           COPY SESFILE.
           COPY PRMFILE.
           COPY SDAFILE.

       DATA DIVISION.
       FILE SECTION.
           01 REG-EMPL.
               05 ID-EMPL              PIC 9(06).
               05 NOM-EMPL             PIC X(30).
               05 CLV-DEP              PIC 9(03).
               05 NOM-DEP              PIC X(20).
               05 S-TAB                PIC A.
               05 S-MEN                PIC 9(07)V99.
               05 F-ING                PIC X(08).
               05 EMP-STATUS                PIC X.
               05 TERM-REASON               PIC X.
               05 TARIFA-HORA                PIC 9(03)V99.
               05 HORAS-EXTRA                PIC 9(03)V99.
               05 TARIFA-EXTRA               PIC 9(03)V99.
               05 YTD-SUE                    PIC 9(08)V99.
               05 BANCO-CLV                  PIC X(03).
               05 CTA-CLABE                  PIC X(18).
               05 TURNO-CLV                  PIC X.
               05 METODO-PAGO                PIC X.
               05 SUC-CLV                    PIC X(03).

           COPY OPERFD.
           COPY SESFD.
           COPY PRMFD.
           COPY SDAFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY IDYNSTAT.
           COPY OPERSTAT.
           COPY PRMSTAT.
           COPY SDASTAT.
           COPY MSKWS.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
      *COPIA DEL REGISTRO PARA PANTALLA, CON LOS DATOS SENSIBLES
      *YA ENMASCARADOS EN SUS POSICIONES DE REG-EMPL.
       01 WS-BUS-REG                   PIC X(259).
       01 WS-VER                       PIC X.
       01 WS-ID-EMPL                   PIC 9(06) VALUE 0.
       01 WS-RES                       PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       PROCEDURE DIVISION.
      *Se establece  proceso hasta valor 999.
       001-INI.
           MOVE 'DYNBUS' TO WS-SES-PROGRAMA.
           MOVE 'DYNBUS' TO WS-SDA-PROGRAMA.
           PERFORM  906-OPER-LOGIN.
           PERFORM  960-MSK-PERMISO.
           PERFORM  100-ABRIR.
           PERFORM  100-PROCESO UNTIL ID-EMPL EQUAL 999.
           PERFORM  101-CERRAR.
           PERFORM  907-OPER-LOGOUT.
           STOP RUN.

           100-ABRIR.
                       MOVE WS-CANTIDAD TO WS-CONTADOR
                   NOT AT END
                       IF EMP-STATUS NOT = 'I'
                           MOVE 'N' TO WS-MSK-REG
                           PERFORM 102-MUESTRA
                       END-IF
                       ADD 1 TO WS-CONTADOR
               END-READ.

      *UN SUPERVISOR SIN LA FUNCION 10 PUEDE DESTAPAR EL REGISTRO
      *QUE TIENE EN PANTALLA.
           102-MUESTRA.
               PERFORM 961-MSK-APLICA
               PERFORM 103-PINTA
               IF WS-MSK-VER NOT = 'S' AND WS-MSK-ROL = 'S'
                   DISPLAY 'VER DATOS COMPLETOS? S/N'
                   ACCEPT WS-VER
                   IF WS-VER = 'S'
                       PERFORM 962-MSK-DESTAPA
                       IF WS-MSK-REG = 'S'
                           PERFORM 103-PINTA
                       END-IF
                   END-IF
               END-IF.

           103-PINTA.
               MOVE REG-EMPL TO WS-BUS-REG
               MOVE WS-MSK-CLABE TO WS-BUS-REG (178:18)
               MOVE WS-MSK-FNAC TO WS-BUS-REG (197:8)
               MOVE WS-MSK-RFC TO WS-BUS-REG (205:13)
               MOVE WS-MSK-CURP TO WS-BUS-REG (218:18)
               MOVE WS-MSK-NSS TO WS-BUS-REG (236:11)
               DISPLAY WS-BUS-REG.

           COPY EMPCHKLKUP.
           COPY OPERLKUP.
           COPY MSKLKUP.
