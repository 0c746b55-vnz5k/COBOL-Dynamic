      *(PROB-MAST) VENCE EN LOS PROXIMOS N DIAS Y SIGUE SIN   *
      *DECISION, PARA QUE EL PLAZO LEGAL NO PASE SIN QUE      *
      *NADIE LO VEA. LA DECISION SE CAPTURA EN DYN-PRBCONF.   *
      *CADA PRUEBA LISTADA DEJA UN AVISO 'PRBA' AL SUPERVISOR *
      *DEL EMPLEADO EN LA BANDEJA NTF-OUT (UNO SOLO POR FECHA *
      *DE VENCIMIENTO AUNQUE LA LISTA SE CORRA CADA DIA).     *
      *********************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRBFILE.
           COPY NTFFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY PRBFD.
           COPY NTFFD.

       WORKING-STORAGE SECTION.
           COPY PRBSTAT.
           COPY NTFSTAT.
           COPY REPTWS.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).
           CLOSE PROB-MAST.
           DISPLAY SEP.
           DISPLAY 'PRUEBAS POR VENCER LISTADAS: ' WS-RPT-REGISTROS.
           PERFORM 987-NT-CIERRA.
           DISPLAY SEP.
           STOP RUN.

               ADD 1 TO WS-RPT-REGISTROS
               IF WS-RPT-LINEA >= WS-RPT-TAMPAG
                   PERFORM 910-ENCABEZADO
               END-IF
               PERFORM 210-AVISA.

      *EL SUPERVISOR Y EL NOMBRE SE TOMAN DE EMPLEADO AL SACAR EL
      *AVISO (DEST-ID 0).
           210-AVISA.
               MOVE 'PRBA' TO WS-NT-EVENTO
               MOVE PB-ID-EMPL TO WS-NT-ID-EMPL
               MOVE PB-FIN-FECHA TO WS-NT-REF
               MOVE SPACES TO WS-NT-NOM
               MOVE 'S' TO WS-NT-DEST-TIPO
               MOVE 0 TO WS-NT-DEST-ID
               MOVE SPACES TO WS-NT-EMAIL
               MOVE SPACES TO WS-NT-TEXTO
               STRING 'PERIODO DE PRUEBA VENCE EL ' PB-FIN-FECHA
                   ' SIN DECISION' DELIMITED BY SIZE INTO WS-NT-TEXTO
               MOVE 'DYNPRBRP' TO WS-NT-PROGRAMA
               PERFORM 987-NT-AVISA.

           910-ENCABEZADO.
               ADD 1 TO WS-RPT-PAGINA
                   ' DIAS - PAGINA: ' WS-RPT-PAGINA
               DISPLAY SEP
               MOVE 0 TO WS-RPT-LINEA.

           COPY NTFLKUP.
