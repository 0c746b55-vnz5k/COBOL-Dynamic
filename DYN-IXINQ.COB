      *********************************************************
      *PROGRAMA - CONSULTA DEL REGISTRO DE ARCHIVOS DE        *
      *ENTRADA (IX-REG). CADA CARGA TERMINADA DE UN ARCHIVO   *
      *DE FUERA (RELOJ CHECADOR, NUEVOS INGRESOS, CHEQUES     *
      *PAGADOS, RESPUESTAS DE PRENOTAS Y DE TIMBRADO, ACUSE   *
      *DE CONTABILIDAD Y CSV DE CAMBIOS MASIVOS) QUEDA CON SU *
      *HUELLA: RUTA, TAMANO, RENGLONES Y HASH DEL CONTENIDO.  *
      *LISTA QUE SE CARGO, CUANDO, QUIEN Y CON QUE            *
      *RESULTADO, DE UN PROGRAMA (ESPACIOS = TODOS) Y DESDE   *
      *UNA FECHA, CON EL OVERRIDE DE SUPERVISOR CUANDO EL     *
      *MISMO CONTENIDO SE VOLVIO A CARGAR.                    *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-IXINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY IXRFILE.
           COPY OPERFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY IXRFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY IXRSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-PROGRAMA                  PIC X(08).
       01 WS-DESDE                     PIC X(08).
       01 WS-LISTADOS                  PIC 9(05) VALUE 0.
       01 WS-REPETIDOS                 PIC 9(05) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     REGISTRO DE ARCHIVOS DE ENTRADA'.
           DISPLAY SEP.
           MOVE 'DYNIXINQ' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           DISPLAY 'PROGRAMA (DYNTMLOD DYNHIRLD DYNBNKIM DYNPRNAK '
               'DYNCFDAK DYNPAYAK DYNCSVIM DYNCARBL DYNTCKRC, '
               'ESPACIOS = TODOS):'.
           ACCEPT WS-PROGRAMA.
           DISPLAY 'CARGADOS DESDE (AAAAMMDD, ESPACIOS = TODOS):'.
           ACCEPT WS-DESDE.
           PERFORM 998-IX-ABRE.
           MOVE LOW-VALUES TO IX-KEY.
           IF WS-PROGRAMA NOT = SPACES
               MOVE WS-PROGRAMA TO IX-PROGRAMA
           END-IF.
           MOVE 'N' TO WS-IX-FIN.
           START IX-REG KEY IS NOT LESS THAN IX-KEY
               INVALID KEY MOVE 'S' TO WS-IX-FIN
           END-START.
           PERFORM 100-LEE UNTIL WS-IX-FIN = 'S'.
           CLOSE IX-REG.
           DISPLAY SEP.
           DISPLAY 'CARGAS LISTADAS:            ' WS-LISTADOS.
           DISPLAY 'RECARGAS CON OVERRIDE:      ' WS-REPETIDOS.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-LEE.
           READ IX-REG NEXT RECORD
               AT END MOVE 'S' TO WS-IX-FIN
               NOT AT END
                   IF WS-PROGRAMA NOT = SPACES
                       AND IX-PROGRAMA NOT = WS-PROGRAMA
                       MOVE 'S' TO WS-IX-FIN
                   ELSE
                       IF WS-DESDE = SPACES
                           OR IX-F-CARGA NOT < WS-DESDE
                           PERFORM 200-MUESTRA
                       END-IF
                   END-IF
           END-READ.

       200-MUESTRA.
           ADD 1 TO WS-LISTADOS.
           DISPLAY SEP.
           DISPLAY IX-PROGRAMA ' CARGADO ' IX-F-CARGA ' ' IX-H-CARGA
               ' POR ' IX-OPER ' CARGA NUM. ' IX-SEQ.
           DISPLAY '   ' IX-ARCHIVO.
           DISPLAY '   RENGLONES ' IX-REGS ' BYTES ' IX-BYTES
               ' HUELLA ' IX-HASH.
           DISPLAY '   ACEPTADOS ' IX-ACEPT ' RECHAZADOS ' IX-RECH
               ' ' IX-RESULTADO.
           IF IX-OVR-OPER NOT = SPACES
               ADD 1 TO WS-REPETIDOS
               DISPLAY '   RECARGA AUTORIZADA POR ' IX-OVR-OPER ': '
                   IX-OVR-MOTIVO
           END-IF.

           COPY IXRLKUP.
           COPY OPERLKUP.
