      *********************************************************
      *PROGRAMA - RESPUESTA DE LA PASARELA DE CORREO. LEE EL  *
      *ARCHIVO QUE DEVUELVE LA PASARELA (UN RENGLON POR AVISO *
      *INTENTADO: LLAVE DEL AVISO, RESULTADO 'E' ENTREGADO O  *
      *'F' FALLIDO, FECHA Y MOTIVO) Y LO ANOTA EN LA BANDEJA  *
      *NTF-OUT. SOLO SE ACTUALIZAN AVISOS QUE ESTAN EN LA     *
      *PASARELA ('G'); EL FALLIDO SE VE Y SE REENCOLA EN      *
      *DYN-NTFINQ. LA RESPUESTA DEJA ACUSADO EL LOTE EN EL    *
      *REGISTRO DE SALIDA OX-REG.                             *
      *CADA ARCHIVO CARGADO QUEDA EN EL REGISTRO DE ENTRADA   *
      *IX-REG CON SU HUELLA (DYN-IXINQ); EL MISMO CONTENIDO   *
      *NO SE CARGA DOS VECES SIN OVERRIDE DE SUPERVISOR.      *
      *********************************************************
      *LAYOUT DE LA RESPUESTA (UN RENGLON POR AVISO):         *
      *  POS 01-26  LLAVE DEL AVISO (EVENTO+ID+REFERENCIA)    *
      *  POS 28-28  RESULTADO    PIC X ('E' O 'F')            *
      *  POS 30-37  FECHA        PIC X(08) AAAAMMDD           *
      *  POS 39-68  MOTIVO       PIC X(30) (EN LOS FALLIDOS)  *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-NTFACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NTF-RSP ASSIGN TO WS-NTFRSP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NRS-STATUS.
           COPY NTFFILE.
           COPY OXRFILE.
           COPY OPERFILE.
           COPY IXRFILE.

       DATA DIVISION.
       FILE SECTION.
       FD NTF-RSP.
       01 NRS-REC.
           05 NRS-LLAVE                PIC X(26).
           05 FILLER                   PIC X.
           05 NRS-RESULTADO            PIC X.
           05 FILLER                   PIC X.
           05 NRS-FECHA                PIC X(08).
           05 FILLER                   PIC X.
           05 NRS-MOTIVO               PIC X(30).

           COPY NTFFD.
           COPY OXRFD.
           COPY OPERFD.
           COPY IXRFD.

       WORKING-STORAGE SECTION.
           COPY NTFSTAT.
           COPY OXRSTAT.
           COPY OPERSTAT.
           COPY IXRSTAT.
       01 WS-NRS-STATUS                PIC X(02).
       01 WS-NTFRSP-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\NTFRSP.TXT'.
       01 WS-NTFRSP-PATH               PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-ENTREGADOS                PIC 9(05) VALUE 0.
       01 WS-FALLIDOS                  PIC 9(05) VALUE 0.
       01 WS-SIN-AVISO                 PIC 9(05) VALUE 0.
      *LOTE DEL PRIMER AVISO CONTESTADO: ES EL QUE SE ACUSA EN
      *OX-REG.
       01 WS-LOTE-ACK                  PIC 9(06) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     RESPUESTA DE LA PASARELA DE CORREO'.
           DISPLAY SEP.
           MOVE WS-NTFRSP-PATH-DFLT TO WS-NTFRSP-PATH.
           DISPLAY 'NTFRSP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NTFRSP-PATH FROM ENVIRONMENT-VALUE.
           IF WS-NTFRSP-PATH = SPACES
               MOVE WS-NTFRSP-PATH-DFLT TO WS-NTFRSP-PATH
           END-IF.
           MOVE 'DYNNTFAK' TO WS-IX-PROGRAMA.
           MOVE WS-NTFRSP-PATH TO WS-IX-ARCHIVO.
           MOVE 'LOTE' TO WS-IX-OPER.
           PERFORM 998-IX-CHECA THRU 998-IX-SALIDA.
           IF WS-IX-OK NOT = 'S'
               DISPLAY 'RESPUESTA NO APLICADA; NO SE TOCO NADA.'
               STOP RUN
           END-IF.
           OPEN INPUT NTF-RSP.
           IF WS-NRS-STATUS NOT = '00'
               DISPLAY 'SIN ARCHIVO DE RESPUESTA DE LA PASARELA. '
                   'FILE STATUS: ' WS-NRS-STATUS
               STOP RUN
           END-IF.
           MOVE WS-NTFOUT-PATH-DFLT TO WS-NTFOUT-PATH.
           DISPLAY 'NTFOUT_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NTFOUT-PATH FROM ENVIRONMENT-VALUE.
           IF WS-NTFOUT-PATH = SPACES
               MOVE WS-NTFOUT-PATH-DFLT TO WS-NTFOUT-PATH
           END-IF.
           OPEN I-O NTF-OUT.
           IF WS-NTF-STATUS NOT = '00'
               DISPLAY 'SIN BANDEJA DE AVISOS. FILE STATUS: '
                   WS-NTF-STATUS
               CLOSE NTF-RSP
               STOP RUN
           END-IF.
           PERFORM 100-PROCESA UNTIL WS-FLAG = 1.
           CLOSE NTF-OUT.
           CLOSE NTF-RSP.
           DISPLAY SEP.
           DISPLAY 'AVISOS ENTREGADOS: ' WS-ENTREGADOS.
           DISPLAY 'AVISOS FALLIDOS (REENCOLAR EN DYN-NTFINQ): '
               WS-FALLIDOS.
           DISPLAY 'RESPUESTAS SIN AVISO EN LA PASARELA: '
               WS-SIN-AVISO.
           PERFORM 300-ACUSE-SALIDA.
           MOVE WS-ENTREGADOS TO WS-IX-ACEPT.
           MOVE WS-FALLIDOS TO WS-IX-RECH.
           MOVE SPACES TO WS-IX-RESULTADO.
           STRING 'ENTREGADOS/FALLIDOS; SIN AVISO '
               WS-SIN-AVISO DELIMITED BY SIZE INTO WS-IX-RESULTADO.
           PERFORM 998-IX-REGISTRA.
           DISPLAY SEP.
           STOP RUN.

           100-PROCESA.
               READ NTF-RSP
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END PERFORM 200-APLICA
               END-READ.

           200-APLICA.
               MOVE NRS-LLAVE TO NT-KEY
               READ NTF-OUT KEY IS NT-KEY
                   INVALID KEY
                       DISPLAY 'RESPUESTA SIN AVISO: ' NRS-LLAVE
                       ADD 1 TO WS-SIN-AVISO
                   NOT INVALID KEY
                       IF NT-EST NOT = 'G'
                           DISPLAY 'AVISO NO ESTA EN LA PASARELA ('
                               NT-EST '): ' NRS-LLAVE
                           ADD 1 TO WS-SIN-AVISO
                       ELSE
                           PERFORM 210-ANOTA
                       END-IF
               END-READ.

           210-ANOTA.
               IF WS-LOTE-ACK = 0
                   MOVE NT-LOTE TO WS-LOTE-ACK
               END-IF
               MOVE NRS-FECHA TO NT-F-RESP
               IF NRS-RESULTADO = 'E'
                   MOVE 'E' TO NT-EST
                   MOVE SPACES TO NT-MOTIVO
                   ADD 1 TO WS-ENTREGADOS
               ELSE
                   MOVE 'F' TO NT-EST
                   MOVE NRS-MOTIVO TO NT-MOTIVO
                   IF NT-MOTIVO = SPACES
                       MOVE 'RECHAZADO POR LA PASARELA' TO NT-MOTIVO
                   END-IF
                   ADD 1 TO WS-FALLIDOS
                   DISPLAY 'FALLIDO: ' NT-EVENTO ' ' NT-ID-EMPL ' '
                       NT-EMAIL ' - ' NT-MOTIVO
               END-IF
               REWRITE NTF-REC.

      *LA RESPUESTA ES EL ACUSE DEL LOTE EN OX-REG, CON EL NUMERO
      *DE AVISOS CONTESTADOS.
           300-ACUSE-SALIDA.
               IF WS-ENTREGADOS + WS-FALLIDOS > 0
                   MOVE 'NTFEXT' TO WS-OX-INTERFAZ
                   MOVE SPACES TO WS-OX-PERIODO
                   STRING 'LOTE' WS-LOTE-ACK DELIMITED BY SIZE
                       INTO WS-OX-PERIODO
                   COMPUTE WS-OX-REGS = WS-ENTREGADOS + WS-FALLIDOS
                   MOVE 0 TO WS-OX-IMPORTE
                   PERFORM 997-OX-ACUSE
               END-IF.

           COPY OXRLKUP.
           COPY IXRLKUP.
