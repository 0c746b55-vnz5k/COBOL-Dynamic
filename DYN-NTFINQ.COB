      *********************************************************
      *PROGRAMA - CONSULTA DE LA BANDEJA DE AVISOS (NTF-OUT). *
      *MUESTRA QUE SE AVISO, A QUIEN Y COMO TERMINO: POR      *
      *EMPLEADO (LOS AVISOS SOBRE EL Y LOS QUE RECIBIO COMO   *
      *SUPERVISOR), POR ESTADO Y EVENTO, Y EL DETALLE         *
      *COMPLETO DE UN AVISO. UN SUPERVISOR FIRMADO (ROL 'S')  *
      *PUEDE REENCOLAR UN AVISO FALLIDO ('F') O SIN           *
      *DESTINATARIO ('N') DESPUES DE CORREGIR EL EMAIL O EL   *
      *SUP-ID, O DIRIGIRLO A OTRO DESTINATARIO: VUELVE A 'P'  *
      *CON UN INTENTO MAS Y EL CORREO SE RESUELVE DE NUEVO EN *
      *LA SIGUIENTE SALIDA DE DYN-NTFEXT.                     *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-NTFINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NTFFILE.
           COPY OPERFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY NTFFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY NTFSTAT.
           COPY OPERSTAT.
           COPY REPTWS.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-FIRMADO                   PIC X VALUE 'N'.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-RES                       PIC 9(03) VALUE 0.
       01 WS-ID-BUSCA                  PIC 9(06).
       01 WS-EST-BUSCA                 PIC X.
       01 WS-EVT-BUSCA                 PIC X(04).
       01 WS-NVO-DEST                  PIC 9(06).

       01 TITLE-M.
           05 FILLER PIC X(60) VALUE
               '1|EMPLEADO  2|ESTADO  3|DETALLE  4|REENCOLAR  9|SALIR'.
       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       010-INITIAL.
           MOVE WS-NTFOUT-PATH-DFLT TO WS-NTFOUT-PATH.
           DISPLAY 'NTFOUT_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NTFOUT-PATH FROM ENVIRONMENT-VALUE.
           IF WS-NTFOUT-PATH = SPACES
               MOVE WS-NTFOUT-PATH-DFLT TO WS-NTFOUT-PATH
           END-IF.
           OPEN I-O NTF-OUT.
           IF WS-NTF-STATUS NOT = '00'
               DISPLAY 'BANDEJA DE AVISOS VACIA. FILE STATUS: '
                   WS-NTF-STATUS
               STOP RUN
           END-IF.
           PERFORM 100-MENU UNTIL WS-RES = 9.
           CLOSE NTF-OUT.
           IF WS-FIRMADO = 'S'
               PERFORM 907-OPER-LOGOUT
           END-IF.
           STOP RUN.

       100-MENU.
           DISPLAY SEP.
           DISPLAY TITLE-M.
           DISPLAY SEP.
           ACCEPT WS-RES.
           EVALUATE TRUE
               WHEN WS-RES = 1 PERFORM 200-POR-EMPLEADO
               WHEN WS-RES = 2 PERFORM 300-POR-ESTADO
               WHEN WS-RES = 3 PERFORM 500-DETALLE
               WHEN WS-RES = 4 PERFORM 700-REENCOLA THRU 700-SALIDA
               WHEN WS-RES = 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       200-POR-EMPLEADO.
           DISPLAY 'ID DEL EMPLEADO O SUPERVISOR:'.
           ACCEPT WS-ID-BUSCA.
           MOVE SPACE TO WS-EST-BUSCA.
           MOVE SPACES TO WS-EVT-BUSCA.
           PERFORM 600-RECORRE.

       300-POR-ESTADO.
           DISPLAY 'ESTADO (P=PENDIENTE G=EN PASARELA E=ENTREGADO '
               'F=FALLIDO N=SIN DESTINATARIO, ESPACIO = TODOS):'.
           ACCEPT WS-EST-BUSCA.
           DISPLAY 'EVENTO (CERT PRBA CONT LVRQ PEND TALN, '
               'ESPACIO = TODOS):'.
           ACCEPT WS-EVT-BUSCA.
           MOVE 0 TO WS-ID-BUSCA.
           PERFORM 600-RECORRE.

       600-RECORRE.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO WS-RPT-REGISTROS.
           MOVE 0 TO WS-RPT-PAGINA.
           MOVE LOW-VALUES TO NT-KEY.
           START NTF-OUT KEY IS NOT LESS THAN NT-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 910-ENCABEZADO.
           PERFORM 601-LEE UNTIL WS-FLAG = 1.
           DISPLAY SEP.
           DISPLAY 'AVISOS ENCONTRADOS: ' WS-RPT-REGISTROS.
           DISPLAY SEP.

           601-LEE.
               READ NTF-OUT NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF (WS-ID-BUSCA = 0
                               OR NT-ID-EMPL = WS-ID-BUSCA
                               OR NT-DEST-ID = WS-ID-BUSCA)
                           AND (WS-EST-BUSCA = SPACE
                               OR NT-EST = WS-EST-BUSCA)
                           AND (WS-EVT-BUSCA = SPACES
                               OR NT-EVENTO = WS-EVT-BUSCA)
                           PERFORM 602-MUESTRA
                       END-IF
               END-READ.

           602-MUESTRA.
               DISPLAY NT-EVENTO ' ' NT-ID-EMPL ' ' NT-REF ' '
                   NT-DEST-TIPO ' ' NT-DEST-ID ' ' NT-EMAIL ' '
                   NT-EST ' ' NT-F-ALTA
               ADD 1 TO WS-RPT-LINEA
               ADD 1 TO WS-RPT-REGISTROS
               IF WS-RPT-LINEA >= WS-RPT-TAMPAG
                   PERFORM 910-ENCABEZADO
               END-IF.

           910-ENCABEZADO.
               ADD 1 TO WS-RPT-PAGINA
               DISPLAY SEP
               DISPLAY 'BANDEJA DE AVISOS - PAGINA: ' WS-RPT-PAGINA
               DISPLAY 'EVT  EMPL   REFERENCIA       D DEST   '
                   'CORREO                         E ALTA'
               DISPLAY SEP
               MOVE 0 TO WS-RPT-LINEA.

       500-DETALLE.
           PERFORM 510-PIDE-LLAVE.
           READ NTF-OUT KEY IS NT-KEY
               INVALID KEY
                   DISPLAY 'NO EXISTE ESE AVISO'
               NOT INVALID KEY
                   PERFORM 520-MUESTRA-TODO
           END-READ.

           510-PIDE-LLAVE.
               DISPLAY 'EVENTO:'
               ACCEPT NT-EVENTO
               DISPLAY 'ID DEL EMPLEADO:'
               ACCEPT NT-ID-EMPL
               DISPLAY 'REFERENCIA TAL COMO LA MUESTRA EL LISTADO:'
               ACCEPT NT-REF.

           520-MUESTRA-TODO.
               DISPLAY SEP
               DISPLAY 'EVENTO:        ' NT-EVENTO
                   '   REFERENCIA: ' NT-REF
               DISPLAY 'EMPLEADO:      ' NT-ID-EMPL ' ' NT-NOM-EMPL
               DISPLAY 'DESTINATARIO:  ' NT-DEST-TIPO ' ' NT-DEST-ID
                   ' ' NT-EMAIL
               DISPLAY 'TEXTO:         ' NT-TEXTO
               DISPLAY 'AVISO DE:      ' NT-PROGRAMA ' EL ' NT-F-ALTA
                   ' ' NT-H-ALTA
               DISPLAY 'ESTADO:        ' NT-EST '   LOTE: ' NT-LOTE
                   '   ENVIO: ' NT-F-ENV '   RESPUESTA: ' NT-F-RESP
               DISPLAY 'MOTIVO:        ' NT-MOTIVO
               DISPLAY 'INTENTOS:      ' NT-INTENTOS
               DISPLAY SEP.

      *EL CORREO SE BORRA PARA QUE DYN-NTFEXT LO VUELVA A TOMAR DE
      *EMPLEADO (YA CORREGIDO); UN NUEVO DESTINATARIO SOLO APLICA A
      *LOS AVISOS DE SUPERVISOR.
       700-REENCOLA.
           IF WS-FIRMADO NOT = 'S'
               MOVE 'DYNNTFIN' TO WS-SES-PROGRAMA
               PERFORM 906-OPER-LOGIN
               MOVE 'S' TO WS-FIRMADO
               PERFORM 050-CHECA-ROL
           END-IF.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR (ROL S) REENCOLA AVISOS'
               GO TO 700-SALIDA
           END-IF.
           PERFORM 510-PIDE-LLAVE.
           READ NTF-OUT KEY IS NT-KEY
               INVALID KEY
                   DISPLAY 'NO EXISTE ESE AVISO'
                   GO TO 700-SALIDA
           END-READ.
           PERFORM 520-MUESTRA-TODO.
           IF NT-EST NOT = 'F' AND NT-EST NOT = 'N'
               DISPLAY 'SOLO SE REENCOLA UN AVISO FALLIDO (F) O SIN '
                   'DESTINATARIO (N)'
               GO TO 700-SALIDA
           END-IF.
           IF NT-DEST-TIPO = 'S'
               DISPLAY 'NUEVO ID DE DESTINATARIO (0 = EL MISMO):'
               ACCEPT WS-NVO-DEST
               IF WS-NVO-DEST NOT = 0
                   MOVE WS-NVO-DEST TO NT-DEST-ID
               END-IF
           END-IF.
           MOVE SPACES TO NT-EMAIL.
           MOVE 'P' TO NT-EST.
           MOVE SPACES TO NT-F-RESP.
           MOVE SPACES TO NT-MOTIVO.
           ADD 1 TO NT-INTENTOS.
           REWRITE NTF-REC.
           DISPLAY 'AVISO REENCOLADO (INTENTO ' NT-INTENTOS ').'.
       700-SALIDA.
           EXIT.

      *RESUELVE EL ROL DEL OPERADOR FIRMADO, IGUAL QUE DYN-PENDAGE.
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

           COPY OPERLKUP.
