      *********************************************************
      *PROGRAMA - REPORTES A LA MEDIDA. CORRE UNA DEFINICION   *
      *GUARDADA EN RPD-MAST (DYN-RPDMNT) SOBRE LA FOTO         *
      *NOCTURNA DEL MAESTRO (DYN-SNAPEX): LOS CAMPOS ELEGIDOS, *
      *LOS FILTROS, EL ORDEN Y LOS CORTES CON CONTEO Y SUMAS   *
      *SALEN AL SPOOL CON ENCABEZADO POR PAGINA (REIMPRESION   *
      *EN DYN-SPLVIEW) Y, SI LA DEFINICION LO PIDE, A         *
      *RPD-<CODIGO>.CSV. FIRMA AL OPERADOR: RFC, CURP, NSS,    *
      *CLABE Y F-NAC SALEN ENMASCARADOS SALVO QUE SU ROL TENGA *
      *LA FUNCION 10, Y AUN ASI UN REPORTE COMPLETO PIDE       *
      *MOTIVO Y QUEDA EN SDA-LOG (IGUAL QUE DYN-CSVEXP). SE    *
      *LANZA DESDE DYN-RBMENU; LA CORRIDA DESATENDIDA ES EL    *
      *TIPO 'R' DEL ARCHIVO DE PARAMETROS DE DYN-MOEND.        *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-RPDRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SNAPFILE.
           COPY RPDFILE.
           COPY SPLFILE.
           COPY OPERFILE.
           COPY SESFILE.
           COPY PRMFILE.
           COPY SDAFILE.

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

           COPY RPDFD.
           COPY SPLFD.
           COPY OPERFD.
           COPY SESFD.
           COPY PRMFD.
           COPY SDAFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY SNAPSTAT.
           COPY RPDSTAT.
           COPY RPDWS.
           COPY SPLSTAT.
           COPY OPERSTAT.
           COPY PRMSTAT.
           COPY SDASTAT.
           COPY MSKWS.
           COPY REPTWS.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LEE-FLAG                  PIC 9.
       01 WS-OPCION                    PIC X(08).
       01 WS-CORRIDOS                  PIC 9(04) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     REPORTES A LA MEDIDA'.
           DISPLAY SEP.
           MOVE 'DYNRPDRN' TO WS-SES-PROGRAMA.
           MOVE 'DYNRPDRN' TO WS-SDA-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 960-MSK-PERMISO.
           IF WS-MSK-VER = 'S'
               PERFORM 050-MOTIVO
           END-IF.
           MOVE WS-EMPSNAP-PATH-DFLT TO WS-EMPSNAP-PATH.
           DISPLAY 'EMPSNAP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-EMPSNAP-PATH FROM ENVIRONMENT-VALUE.
           IF WS-EMPSNAP-PATH = SPACES
               MOVE WS-EMPSNAP-PATH-DFLT TO WS-EMPSNAP-PATH
           END-IF.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           DISPLAY 'REPORTES CORRIDOS: ' WS-CORRIDOS.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

      *LOS REPORTES COMPLETOS SE JUSTIFICAN UNA VEZ POR SESION; SIN
      *MOTIVO SALEN ENMASCARADOS.
           050-MOTIVO.
               DISPLAY 'MOTIVO PARA REPORTES CON DATOS COMPLETOS '
                   '(ESPACIOS = ENMASCARADO):'
               ACCEPT WS-SDA-MOTIVO
               IF WS-SDA-MOTIVO = SPACES
                   MOVE 'N' TO WS-MSK-VER
               ELSE
                   MOVE 'X' TO WS-SDA-TIPO
                   MOVE 0 TO WS-SDA-ID-EMPL
                   PERFORM 963-MSK-BITACORA
               END-IF.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'CODIGO DEL REPORTE (L = LISTA, F = FIN):'.
           MOVE SPACES TO WS-OPCION.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 'F'      MOVE 1 TO WS-FLAG
               WHEN 'L'      PERFORM 300-LISTA
               WHEN SPACES   PERFORM 300-LISTA
               WHEN OTHER    PERFORM 200-CORRE THRU 200-SALIDA
           END-EVALUATE.

      *LA FOTO SE ABRE EN CADA CORRIDA: EL MOTOR LA LEE HASTA EL
      *FINAL.
       200-CORRE.
           OPEN INPUT EMPLEADO.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'SIN FOTO DEL MAESTRO (CORRA DYN-SNAPEX '
                   'PRIMERO). FILE STATUS: ' WS-EMP-STATUS
               GO TO 200-SALIDA
           END-IF.
           MOVE WS-OPCION TO WS-RPD-CODIGO.
           PERFORM 984-RPD-CORRE.
           CLOSE EMPLEADO.
           IF WS-RPD-OK = 'S'
               ADD 1 TO WS-CORRIDOS
           END-IF.

       200-SALIDA.
           EXIT.

       300-LISTA.
           MOVE WS-RPDMAST-PATH-DFLT TO WS-RPDMAST-PATH.
           DISPLAY 'RPDMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-RPDMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-RPDMAST-PATH = SPACES
               MOVE WS-RPDMAST-PATH-DFLT TO WS-RPDMAST-PATH
           END-IF.
           OPEN INPUT RPD-MAST.
           IF WS-RPD-STATUS NOT = '00'
               DISPLAY 'NO HAY REPORTES DEFINIDOS (DYN-RPDMNT)'
           ELSE
               MOVE LOW-VALUES TO RD-CODIGO
               MOVE 0 TO WS-LEE-FLAG
               START RPD-MAST KEY IS NOT LESS THAN RD-CODIGO
                   INVALID KEY MOVE 1 TO WS-LEE-FLAG
               END-START
               DISPLAY 'CODIGO   TITULO'
               PERFORM 310-LISTA UNTIL WS-LEE-FLAG = 1
               CLOSE RPD-MAST
           END-IF.

           310-LISTA.
               READ RPD-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END DISPLAY RD-CODIGO ' ' RD-TITULO
               END-READ.

           COPY RPDRPT.
           COPY RPDLKUP.
           COPY SPOOLLKUP.
           COPY MSKLKUP.
           COPY OPERLKUP.
