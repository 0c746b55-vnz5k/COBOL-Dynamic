      *LAS ELIMINA CON SU RAZON DE RECHAZO ESCRITA EN         *
      *AUDIT-LOG, PARA QUE UN CANDIDATO QUE YA TRABAJA NO SE  *
      *QUEDE FUERA DE LA NOMINA SIN QUE NADIE LO VEA.         *
      *CADA PENDIENTE LISTADO DEJA UN AVISO 'PEND' AL         *
      *SUPERVISOR CAPTURADO EN LA ALTA (PEND-SUP-ID) EN LA    *
      *BANDEJA NTF-OUT: UNO AL VOLVERSE VIEJO Y OTRO AL       *
      *ESCALARSE.                                             *
      *********************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PENDFILE.
           COPY NTFFILE.
           COPY OPERFILE.
           COPY SESFILE.
           COPY AUDITFILE.
       DATA DIVISION.
       FILE SECTION.
           COPY PENDFD.
           COPY NTFFD.
           COPY OPERFD.
           COPY SESFD.
           COPY AUDITFD.

       WORKING-STORAGE SECTION.
           COPY PENDSTAT.
           COPY NTFSTAT.
           COPY OPERSTAT.
           COPY AUDITSTAT.
           COPY REPTWS.
           DISPLAY SEP.
           DISPLAY 'PENDIENTES VIEJOS LISTADOS: ' WS-RPT-REGISTROS
               ' ESCALADOS: ' WS-ESCALADOS.
           PERFORM 987-NT-CIERRA.
           DISPLAY SEP.
           DISPLAY 'PURGAR PENDIENTES ABANDONADOS? S/N'.
           ACCEPT WS-RES.
               END-READ.

           200-MUESTRA.
               MOVE SPACES TO WS-NT-REF
               MOVE SPACES TO WS-NT-TEXTO
               IF WS-DIAS > WS-DIAS-ESCALA
                   ADD 1 TO WS-ESCALADOS
                   DISPLAY PEND-ID ' ' PEND-NOM-EMPL ' CAPTURO: '
                       PEND-OPER-ID ' DIAS: ' WS-DIAS ' <<ESCALADO>>'
                   STRING PEND-ID 'E' DELIMITED BY SIZE
                       INTO WS-NT-REF
                   STRING 'ALTA PENDIENTE ' PEND-ID
                       ' ESCALADA, CAPTURADA EL ' PEND-FECHA
                       DELIMITED BY SIZE INTO WS-NT-TEXTO
               ELSE
                   DISPLAY PEND-ID ' ' PEND-NOM-EMPL ' CAPTURO: '
                       PEND-OPER-ID ' DIAS: ' WS-DIAS
                   STRING PEND-ID 'A' DELIMITED BY SIZE
                       INTO WS-NT-REF
                   STRING 'ALTA PENDIENTE ' PEND-ID
                       ' SIN APROBAR DESDE EL ' PEND-FECHA
                       DELIMITED BY SIZE INTO WS-NT-TEXTO
               END-IF
               PERFORM 210-AVISA
               ADD 1 TO WS-RPT-LINEA
               ADD 1 TO WS-RPT-REGISTROS
               IF WS-RPT-LINEA >= WS-RPT-TAMPAG
                   PERFORM 910-ENCABEZADO
               END-IF.

      *EL CANDIDATO AUN NO ESTA EN EMPLEADO: EL AVISO VA AL
      *SUPERVISOR QUE TRAE LA CAPTURA.
           210-AVISA.
               MOVE 'PEND' TO WS-NT-EVENTO
               MOVE PEND-ID-EMPL TO WS-NT-ID-EMPL
               MOVE PEND-NOM-EMPL TO WS-NT-NOM
               MOVE 'S' TO WS-NT-DEST-TIPO
               MOVE PEND-SUP-ID TO WS-NT-DEST-ID
               MOVE SPACES TO WS-NT-EMAIL
               MOVE 'DYNPNDAG' TO WS-NT-PROGRAMA
               PERFORM 987-NT-AVISA.

      *PURGA SUPERVISADA: EL SUPERVISOR SE FIRMA, ELIGE EL
      *PENDIENTE, CAPTURA LA RAZON Y TODO QUEDA EN AUDIT-LOG.
       300-PURGA.

           COPY OPERLKUP.
           COPY AUDITLKUP.
           COPY NTFLKUP.
