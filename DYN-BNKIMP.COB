      *ESAS SON JUSTO LAS SENALES DE UN CHEQUE ALTERADO.      *
      *LOS EMITIDOS QUE SIGUEN SIN PAGAR SE LISTAN CON        *
      *DYN-CHKOUT.                                            *
      *CADA ARCHIVO CARGADO QUEDA EN EL REGISTRO DE ENTRADA   *
      *IX-REG CON SU HUELLA (DYN-IXINQ); EL MISMO CONTENIDO   *
      *NO SE CARGA DOS VECES SIN OVERRIDE DE SUPERVISOR.      *
      *********************************************************
      *LAYOUT DEL ARCHIVO DEL BANCO (UN RENGLON POR CHEQUE):  *
      *  POS 01-06  FOLIO         PIC 9(06)                   *
      *  POS 08-16  IMPORTE       PIC 9(07)V99 (CENTAVOS      *
      *                           IMPLICITOS)                 *
      *  POS 18-25  FECHA PAGO    PIC X(08)                   *
      *********************************************************

       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BNKIN-STATUS.
           COPY CHKRFILE.
           COPY OPERFILE.
           COPY IXRFILE.

       DATA DIVISION.
       FILE SECTION.
       01 BNK-REC.
           05 BNK-NUM                  PIC 9(06).
           05 FILLER                   PIC X.
           05 BNK-MONTO                PIC 9(07)V99.
           05 FILLER                   PIC X.
           05 BNK-FECHA                PIC X(08).

           COPY CHKRFD.
           COPY OPERFD.
           COPY IXRFD.

       WORKING-STORAGE SECTION.
           COPY CHKRSTAT.
           COPY OPERSTAT.
           COPY IXRSTAT.
       01 WS-BNKIN-STATUS              PIC X(02).
       01 WS-BNKIN-PATH-DFLT           PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\BANCOIN.TXT'.
           IF WS-BNKIN-PATH = SPACES
               MOVE WS-BNKIN-PATH-DFLT TO WS-BNKIN-PATH
           END-IF.
           MOVE 'DYNBNKIM' TO WS-IX-PROGRAMA.
           MOVE WS-BNKIN-PATH TO WS-IX-ARCHIVO.
           MOVE 'LOTE' TO WS-IX-OPER.
           PERFORM 998-IX-CHECA THRU 998-IX-SALIDA.
           IF WS-IX-OK NOT = 'S'
               DISPLAY 'CONCILIACION CANCELADA; NO SE TOCO NADA.'
               STOP RUN
           END-IF.
           OPEN INPUT BANCO-IN.
           IF WS-BNKIN-STATUS NOT = '00'
               DISPLAY 'SIN ARCHIVO DEL BANCO. FILE STATUS: '
           DISPLAY SEP.
           DISPLAY 'CHEQUES MARCADOS PAGADOS: ' WS-PAGADOS.
           DISPLAY 'DISCREPANCIAS REPORTADAS: ' WS-DISCREPANCIAS.
           MOVE WS-PAGADOS TO WS-IX-ACEPT.
           MOVE WS-DISCREPANCIAS TO WS-IX-RECH.
           MOVE 'CHEQUES PAGADOS / DISCREPANCIAS' TO WS-IX-RESULTADO.
           PERFORM 998-IX-REGISTRA.
           DISPLAY SEP.
           STOP RUN.

                       REWRITE CHKREG-REC
                       ADD 1 TO WS-PAGADOS
               END-EVALUATE.

           COPY IXRLKUP.
