      *REGRESA (CONTEO E IMPORTE CARGADOS EN SU SISTEMA), Y   *
      *REPORTA CUALQUIER DIFERENCIA PARA QUE UNA TRANSFERENCIA*
      *TRUNCADA SE DETECTE EL MISMO DIA Y NO AL CIERRE DE MES.*
      *SIN DIFERENCIAS, EL EXTRACTO QUEDA ACUSADO EN EL       *
      *REGISTRO DE SALIDA OX-REG.                             *
      *CADA ARCHIVO CARGADO QUEDA EN EL REGISTRO DE ENTRADA   *
      *IX-REG CON SU HUELLA (DYN-IXINQ); EL MISMO CONTENIDO   *
      *NO SE CARGA DOS VECES SIN OVERRIDE DE SUPERVISOR.      *
      *********************************************************
      *LAYOUT DEL ACUSE (UN RENGLON):                         *
      *  POS 01-06  CONTEO CARGADO   PIC 9(06)                *
      *  POS 07-07  ESPACIO                                   *
      *  POS 08-18  IMPORTE CARGADO  PIC 9(09)V99             *
      *             (CENTAVOS IMPLICITOS, COMO EL EXTRACTO)   *
      *********************************************************

       IDENTIFICATION DIVISION.
           SELECT ACK-FILE ASSIGN TO WS-PAYACK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.
           COPY OXRFILE.
           COPY OPERFILE.
           COPY IXRFILE.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-EXTRACTO.
       01 PAY-REC                      PIC X(72).
       01 PAYX-TRL.
           05 PAYX-T-TIPO              PIC X.
           05 PAYX-T-CONTEO            PIC 9(06).
           05 PAYX-T-SUMA              PIC 9(09)V99.

       FD ACK-FILE.
       01 ACK-REC.
           05 AK-CONTEO                PIC 9(06).
           05 FILLER                   PIC X.
           05 AK-SUMA                  PIC 9(09)V99.
           COPY OXRFD.
           COPY OPERFD.
           COPY IXRFD.

       WORKING-STORAGE SECTION.
       01 WS-PAY-STATUS                PIC X(02).
      *RECONTADOS DE SUS DETALLES (POR SI EL TRAILER MISMO SE
      *PERDIO EN UNA TRANSFERENCIA TRUNCADA).
       01 WS-TRL-CONTEO                PIC 9(06) VALUE 0.
       01 WS-TRL-SUMA                  PIC 9(09)V99 VALUE 0.
       01 WS-DET-CONTEO                PIC 9(06) VALUE 0.
       01 WS-DET-SUMA                  PIC 9(09)V99 VALUE 0.
       01 WS-TRL-VISTO                 PIC X VALUE 'N'.
       01 WS-DET-PAGO                  PIC 9(07)V99.
       01 WS-DIFERENCIAS               PIC 9(02) VALUE 0.
           COPY OXRSTAT.
           COPY OPERSTAT.
           COPY IXRSTAT.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
               STOP RUN
           END-IF.
           MOVE 0 TO WS-FLAG.
           MOVE SPACES TO WS-OX-PERIODO.
           PERFORM 101-LEE UNTIL WS-FLAG = 1.
           CLOSE PAY-EXTRACTO.
           IF WS-TRL-VISTO = 'N'
           END-IF.

      *LOS DETALLES EMPIEZAN CON EL ID NUMERICO; EL ENCABEZADO
      *EMPIEZA CON 'H' Y EL TRAILER CON 'T'. LA FECHA DEL
      *ENCABEZADO ES EL PERIODO DEL EXTRACTO EN OX-REG.
           101-LEE.
               READ PAY-EXTRACTO
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       EVALUATE PAY-REC(1:1)
                           WHEN 'H'
                               MOVE PAY-REC(2:8) TO WS-OX-PERIODO
                           WHEN 'T'
                               MOVE 'S' TO WS-TRL-VISTO
                               MOVE PAYX-T-CONTEO TO WS-TRL-CONTEO
                               MOVE PAYX-T-SUMA TO WS-TRL-SUMA
                           WHEN OTHER
                               ADD 1 TO WS-DET-CONTEO
                               MOVE PAY-REC(64:9) TO WS-DET-PAGO
                               ADD WS-DET-PAGO TO WS-DET-SUMA
                       END-EVALUATE
               END-READ.
           IF WS-PAYACK-PATH = SPACES
               MOVE WS-PAYACK-PATH-DFLT TO WS-PAYACK-PATH
           END-IF.
           MOVE 'DYNPAYAK' TO WS-IX-PROGRAMA.
           MOVE WS-PAYACK-PATH TO WS-IX-ARCHIVO.
           MOVE 'LOTE' TO WS-IX-OPER.
           PERFORM 998-IX-CHECA THRU 998-IX-SALIDA.
           IF WS-IX-OK NOT = 'S'
               DISPLAY 'ACUSE NO CONCILIADO; NO SE TOCO NADA.'
               STOP RUN
           END-IF.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS NOT = '00'
               DISPLAY 'SIN ARCHIVO DE ACUSE. FILE STATUS: '
           END-IF.
           IF WS-DIFERENCIAS = 0
               DISPLAY 'CONCILIACION CORRECTA, SIN DIFERENCIAS'
               MOVE 'PAYEXT' TO WS-OX-INTERFAZ
               MOVE AK-CONTEO TO WS-OX-REGS
               MOVE AK-SUMA TO WS-OX-IMPORTE
               PERFORM 997-OX-ACUSE
           ELSE
               DISPLAY 'DIFERENCIAS ENCONTRADAS: ' WS-DIFERENCIAS
               DISPLAY 'AVISE A CONTABILIDAD HOY MISMO'
               DISPLAY 'EL EXTRACTO QUEDA SIN ACUSE EN EL REGISTRO '
                   'DE SALIDA'
           END-IF.
           MOVE AK-CONTEO TO WS-IX-ACEPT.
           MOVE WS-DIFERENCIAS TO WS-IX-RECH.
           MOVE SPACES TO WS-IX-RESULTADO.
           IF WS-DIFERENCIAS = 0
               MOVE 'CONCILIADO SIN DIFERENCIAS' TO WS-IX-RESULTADO
           ELSE
               STRING 'CON ' WS-DIFERENCIAS ' DIFERENCIAS; EXTRACTO '
                   WS-OX-PERIODO DELIMITED BY SIZE
                   INTO WS-IX-RESULTADO
           END-IF.
           PERFORM 998-IX-REGISTRA.
           DISPLAY SEP.

           COPY OXRLKUP.
           COPY IXRLKUP.
