      *********************************************************
      *PROGRAMA - REGISTRO DE ARCHIVOS DE SALIDA (OX-REG).    *
      *CADA ARCHIVO QUE SALE A UN TERCERO (DEPOSITO, PRENOTAS,*
      *PROTECCION DE CHEQUES, EXTRACTO A CONTABILIDAD,        *
      *TIMBRADO, POLIZA Y AVISOS IDSE) QUEDA REGISTRADO AL    *
      *GENERARSE CON SU INTERFAZ, PERIODO, CONTEO, IMPORTE DE *
      *CONTROL Y RUTA. L LISTA EL REGISTRO CON SU ESTADO      *
      *(GENERADO, ENVIADO, ACUSADO O SUSTITUIDO). E ANOTA EL  *
      *ENVIO AL TERCERO; REENVIAR UN ARCHIVO YA ENVIADO PIDE  *
      *OVERRIDE DE SUPERVISOR CON MOTIVO Y UN ARCHIVO         *
      *SUSTITUIDO NO SE ENVIA. I REGISTRA EL CORTE DE LOS     *
      *AVISOS IDSE DE UNA FECHA (IDSE-EXT SE ACUMULA SIN      *
      *GENERADOR PROPIO). LOS ACUSES LOS MARCAN DYN-PAYACK,   *
      *DYN-CFDACK Y DYN-PRNACK.                               *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-OXREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OXRFILE.
           COPY IDSEFILE.
           COPY OPERFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY OXRFD.
           COPY IDSEFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY OXRSTAT.
           COPY IDSESTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-HOY                       PIC X(08).
       01 WS-OPC                       PIC X VALUE SPACE.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-INTERFAZ                  PIC X(08).
       01 WS-PERIODO                   PIC X(10).
       01 WS-SEQ                       PIC 9(02).
       01 WS-FECHA                     PIC X(08).
       01 WS-LISTADOS                  PIC 9(05).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
           DISPLAY SEP.
           DISPLAY '     REGISTRO DE ARCHIVOS DE SALIDA'.
           DISPLAY SEP.
           MOVE 'DYNOXREG' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 100-MENU UNTIL WS-OPC = 'F'.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'L=LISTA  E=ANOTAR ENVIO  I=CORTE DE AVISOS IDSE  '
               'F=FIN'.
           ACCEPT WS-OPC.
           EVALUATE WS-OPC
               WHEN 'L'
                   PERFORM 200-LISTA
               WHEN 'E'
                   PERFORM 300-ENVIO
               WHEN 'I'
                   PERFORM 400-CORTE-IDSE THRU 400-SALIDA
               WHEN 'F'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *LOS ARCHIVOS DE UNA INTERFAZ (ESPACIOS = TODAS), EN ORDEN
      *DE PERIODO Y CONSECUTIVO.
       200-LISTA.
           DISPLAY 'INTERFAZ (DEPEXT PRENOTA POSPAY PAYEXT CFDEXT '
               'GLVOUCH IDSE, ESPACIOS = TODAS):'.
           ACCEPT WS-INTERFAZ.
           MOVE 0 TO WS-LISTADOS.
           PERFORM 997-OX-ABRE.
           MOVE LOW-VALUES TO OX-KEY.
           IF WS-INTERFAZ NOT = SPACES
               MOVE WS-INTERFAZ TO OX-INTERFAZ
           END-IF.
           MOVE 'N' TO WS-OX-FIN.
           START OX-REG KEY IS NOT LESS THAN OX-KEY
               INVALID KEY MOVE 'S' TO WS-OX-FIN
           END-START.
           PERFORM 210-LEE-LISTA UNTIL WS-OX-FIN = 'S'.
           CLOSE OX-REG.
           DISPLAY SEP.
           DISPLAY 'ARCHIVOS LISTADOS: ' WS-LISTADOS.

           210-LEE-LISTA.
               READ OX-REG NEXT RECORD
                   AT END MOVE 'S' TO WS-OX-FIN
                   NOT AT END
                       IF WS-INTERFAZ NOT = SPACES
                           AND OX-INTERFAZ NOT = WS-INTERFAZ
                           MOVE 'S' TO WS-OX-FIN
                       ELSE
                           ADD 1 TO WS-LISTADOS
                           PERFORM 220-MUESTRA
                       END-IF
               END-READ.

           220-MUESTRA.
               DISPLAY OX-INTERFAZ ' ' OX-PERIODO ' ' OX-SEQ
                   ' EST ' OX-EST ' REGS ' OX-REGS ' IMPORTE '
                   OX-IMPORTE
               DISPLAY '   GENERADO ' OX-F-GEN ' ' OX-H-GEN ' POR '
                   OX-OPER-GEN ' EN ' OX-ARCHIVO
               IF OX-ENVIOS > 0
                   DISPLAY '   ENVIADO ' OX-F-ENV ' POR ' OX-OPER-ENV
                       ' ENVIOS ' OX-ENVIOS
               END-IF
               IF OX-EST = 'A'
                   DISPLAY '   ACUSADO ' OX-F-ACK ' REGS '
                       OX-ACK-REGS ' IMPORTE ' OX-ACK-IMPORTE
               END-IF
               IF OX-OVR-OPER NOT = SPACES
                   DISPLAY '   OVERRIDE DE ' OX-OVR-OPER ': '
                       OX-OVR-MOTIVO
               END-IF.

      *EL PRIMER ENVIO DE UN ARCHIVO GENERADO LO ANOTA CUALQUIER
      *OPERADOR; REENVIAR UNO YA ENVIADO O ACUSADO PIDE OVERRIDE
      *DE SUPERVISOR (QUEDA EN OX-OVR-OPER/OX-OVR-MOTIVO). UN
      *ARCHIVO SUSTITUIDO NO SE ENVIA: SE ENVIA EL VIGENTE.
       300-ENVIO.
           DISPLAY 'INTERFAZ:'.
           ACCEPT WS-INTERFAZ.
           DISPLAY 'PERIODO (COMO APARECE EN LA LISTA):'.
           ACCEPT WS-PERIODO.
           DISPLAY 'CONSECUTIVO (2 DIGITOS):'.
           ACCEPT WS-SEQ.
           PERFORM 997-OX-ABRE.
           MOVE WS-INTERFAZ TO OX-INTERFAZ.
           MOVE WS-PERIODO TO OX-PERIODO.
           MOVE WS-SEQ TO OX-SEQ.
           READ OX-REG KEY IS OX-KEY
               INVALID KEY
                   DISPLAY 'EL ARCHIVO NO ESTA EN EL REGISTRO'
               NOT INVALID KEY
                   PERFORM 220-MUESTRA
                   PERFORM 310-MARCA
           END-READ.
           CLOSE OX-REG.

           310-MARCA.
               EVALUATE OX-EST
                   WHEN 'S'
                       DISPLAY 'ARCHIVO SUSTITUIDO POR UNA '
                           'REGENERACION; ENVIE EL VIGENTE'
                   WHEN 'G'
                       PERFORM 320-GRABA-ENVIO
                   WHEN OTHER
                       DISPLAY 'EL ARCHIVO YA SE ENVIO; REENVIARLO '
                           'REQUIERE OVERRIDE DE SUPERVISOR.'
                       PERFORM 997-OX-OVERRIDE THRU 997-OX-OVR-SALIDA
                       IF WS-OX-OK = 'S'
                           MOVE WS-OX-SUP-ID TO OX-OVR-OPER
                           MOVE WS-OX-MOTIVO TO OX-OVR-MOTIVO
                           PERFORM 320-GRABA-ENVIO
                       ELSE
                           DISPLAY 'REENVIO NO AUTORIZADO'
                       END-IF
               END-EVALUATE.

      *UN ARCHIVO YA ACUSADO CONSERVA SU ESTADO 'A' AL REENVIARSE.
           320-GRABA-ENVIO.
               IF OX-EST = 'G'
                   MOVE 'E' TO OX-EST
               END-IF
               MOVE WS-HOY TO OX-F-ENV
               MOVE WS-CUR-OPER-ID TO OX-OPER-ENV
               ADD 1 TO OX-ENVIOS
               REWRITE OXR-REC
               DISPLAY 'ENVIO ANOTADO: ' OX-INTERFAZ ' ' OX-PERIODO
                   ' ' OX-SEQ ' ENVIOS ' OX-ENVIOS.

      *LOS AVISOS IDSE SE ACUMULAN EN IDSE-EXT; EL CORTE REGISTRA
      *LOS DE UNA FECHA (LOS QUE SE PRESENTAN JUNTOS) CON SU
      *CONTEO Y LA SUMA DEL SDI NUEVO COMO IMPORTE DE CONTROL.
      *REPETIR EL CORTE DE UNA FECHA PIDE OVERRIDE DE SUPERVISOR.
       400-CORTE-IDSE.
           DISPLAY 'FECHA DE LOS AVISOS (AAAAMMDD, ESPACIOS = HOY):'.
           ACCEPT WS-FECHA.
           IF WS-FECHA = SPACES
               MOVE WS-HOY TO WS-FECHA
           END-IF.
           MOVE WS-IDSEEXT-PATH-DFLT TO WS-IDSEEXT-PATH.
           DISPLAY 'IDSEEXT_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-IDSEEXT-PATH FROM ENVIRONMENT-VALUE.
           IF WS-IDSEEXT-PATH = SPACES
               MOVE WS-IDSEEXT-PATH-DFLT TO WS-IDSEEXT-PATH
           END-IF.
           OPEN INPUT IDSE-EXT.
           IF WS-IDSE-STATUS NOT = '00'
               DISPLAY 'SIN AVISOS IDSE. FILE STATUS: '
                   WS-IDSE-STATUS
               GO TO 400-SALIDA
           END-IF.
           MOVE 0 TO WS-OX-REGS.
           MOVE 0 TO WS-OX-IMPORTE.
           MOVE 0 TO WS-FLAG.
           PERFORM 410-LEE-IDSE UNTIL WS-FLAG = 1.
           CLOSE IDSE-EXT.
           IF WS-OX-REGS = 0
               DISPLAY 'SIN AVISOS CON FECHA ' WS-FECHA
               GO TO 400-SALIDA
           END-IF.
           DISPLAY 'AVISOS DEL ' WS-FECHA ': ' WS-OX-REGS
               ' SUMA DE SDI NUEVO ' WS-OX-IMPORTE.
           MOVE 'IDSE' TO WS-OX-INTERFAZ.
           MOVE WS-FECHA TO WS-OX-PERIODO.
           PERFORM 997-OX-CHECA THRU 997-OX-SALIDA.
           IF WS-OX-OK NOT = 'S'
               DISPLAY 'CORTE NO REGISTRADO'
               GO TO 400-SALIDA
           END-IF.
           MOVE WS-IDSEEXT-PATH TO WS-OX-ARCHIVO.
           MOVE WS-CUR-OPER-ID TO WS-OX-OPER.
           PERFORM 997-OX-REGISTRA.
       400-SALIDA.
           EXIT.

           410-LEE-IDSE.
               READ IDSE-EXT
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF IDS-FECHA = WS-FECHA
                           ADD 1 TO WS-OX-REGS
                           ADD IDS-SDI-NVO TO WS-OX-IMPORTE
                       END-IF
               END-READ.

           COPY OPERLKUP.
           COPY OXRLKUP.
           COPY OXROVR.
