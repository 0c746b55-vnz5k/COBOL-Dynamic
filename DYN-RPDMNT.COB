      *********************************************************
      *PROGRAMA - DEFINICIONES DE REPORTES A LA MEDIDA         *
      *(RPD-MAST). UN SUPERVISOR (ROL S) ARMA EL REPORTE SIN   *
      *PROGRAMAR: CAMPOS DE LA FOTO NOCTURNA A IMPRIMIR (HASTA *
      *10, QUE QUEPAN EN 79 COLUMNAS), FILTROS (HASTA 6, TODOS *
      *SE CUMPLEN), HASTA DOS CORTES DE CONTROL, ORDEN (HASTA  *
      *3 CAMPOS, ASCENDENTE O DESCENDENTE), CAMPOS NUMERICOS A *
      *TOTALIZAR EN CADA CORTE, SALIDA CSV Y RENGLONES POR     *
      *PAGINA. LOS CODIGOS DE CAMPO SON LOS DEL CATALOGO DE    *
      *RPDWS (OPCION C). LA CORRIDA ES DYN-RPDRUN O EL TIPO    *
      *'R' DE DYN-MOEND. MISMO ESTILO QUE DYN-RETMNT.          *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-RPDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RPDFILE.
           COPY OPERFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY RPDFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY RPDSTAT.
           COPY RPDWS.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-ACCION                    PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LEE-FLAG                  PIC 9.
       01 WS-I                         PIC 9(02).
       01 WS-FIN                       PIC X.
       01 WS-CAP                       PIC X(04).
       01 WS-CAP-TAM                   PIC X(02).
       01 WS-CODIGO                    PIC X(08).
       01 WS-ANCHO-TOT                 PIC 9(03).
       01 WS-COL-ANCHO                 PIC 9(02).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     DEFINICIONES DE REPORTES A LA MEDIDA'.
           DISPLAY SEP.
           MOVE 'DYNRPDMN' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-CHECA-ROL.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR (ROL S) MANTIENE LOS '
                   'REPORTES'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-RPDMAST-PATH-DFLT TO WS-RPDMAST-PATH.
           DISPLAY 'RPDMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-RPDMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-RPDMAST-PATH = SPACES
               MOVE WS-RPDMAST-PATH-DFLT TO WS-RPDMAST-PATH
           END-IF.
           OPEN I-O RPD-MAST.
           IF WS-RPD-STATUS = '35'
               OPEN OUTPUT RPD-MAST
               CLOSE RPD-MAST
               OPEN I-O RPD-MAST
           END-IF.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           CLOSE RPD-MAST.
           DISPLAY 'DEFINICIONES GUARDADAS'.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

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

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'ACCION (A=ALTA/CAMBIO B=BAJA V=VER L=LISTA '
               'C=CAMPOS F=FIN):'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'A' PERFORM 200-ALTA THRU 200-SALIDA
               WHEN 'B' PERFORM 300-BAJA
               WHEN 'V' PERFORM 400-VER
               WHEN 'L' PERFORM 450-LISTA
               WHEN 'C' PERFORM 984-RPD-CATALOGO
               WHEN 'F' MOVE 1 TO WS-FLAG
               WHEN OTHER DISPLAY 'ACCION INVALIDA'
           END-EVALUATE.

       110-PIDE-CODIGO.
           DISPLAY 'CODIGO DEL REPORTE (8 CARACTERES):'.
           MOVE SPACES TO RD-CODIGO.
           ACCEPT RD-CODIGO.

      *UN CAMBIO VUELVE A CAPTURAR LA DEFINICION COMPLETA; LA
      *ANTERIOR SE MUESTRA PRIMERO COMO REFERENCIA.
       200-ALTA.
           PERFORM 110-PIDE-CODIGO.
           IF RD-CODIGO = SPACES
               DISPLAY 'CODIGO INVALIDO'
               GO TO 200-SALIDA
           END-IF.
           READ RPD-MAST KEY IS RD-CODIGO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY 'DEFINICION ACTUAL:'
                   PERFORM 410-MUESTRA
           END-READ.
           MOVE RD-CODIGO TO WS-CODIGO.
           MOVE SPACES TO RPD-REC.
           MOVE WS-CODIGO TO RD-CODIGO.
           MOVE 0 TO RD-TAMPAG.
           DISPLAY 'TITULO:'.
           ACCEPT RD-TITULO.
           DISPLAY 'CAMPOS A IMPRIMIR, UNO POR RENGLON (HASTA 10; '
               'EN BLANCO TERMINA):'.
           MOVE 1 TO WS-ANCHO-TOT.
           MOVE 'N' TO WS-FIN.
           PERFORM 210-CAMPO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 10 OR WS-FIN = 'S'.
           IF RD-CAMPO(1) = SPACES
               DISPLAY 'SE REQUIERE AL MENOS UN CAMPO; NO SE GRABO'
               GO TO 200-SALIDA
           END-IF.
           DISPLAY 'FILTROS (HASTA 6; CAMPO EN BLANCO TERMINA). '
               'OPERADORES: EQ NE GT GE LT LE VA(VACIO) NV(NO VACIO)'.
           DISPLAY 'FECHAS COMO AAAAMMDD; IMPORTES CON PUNTO DECIMAL.'.
           MOVE 'N' TO WS-FIN.
           PERFORM 220-FILTRO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 6 OR WS-FIN = 'S'.
           DISPLAY 'CORTES DE CONTROL (HASTA 2, DEL MAS EXTERNO AL '
               'MAS INTERNO; EN BLANCO TERMINA):'.
           MOVE 'N' TO WS-FIN.
           PERFORM 230-CORTE VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 2 OR WS-FIN = 'S'.
           DISPLAY 'ORDEN DENTRO DE LOS CORTES (HASTA 3; EN BLANCO '
               'TERMINA):'.
           MOVE 'N' TO WS-FIN.
           PERFORM 240-ORDEN VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 3 OR WS-FIN = 'S'.
           DISPLAY 'CAMPOS NUMERICOS A TOTALIZAR (HASTA 3; EN BLANCO '
               'TERMINA):'.
           MOVE 'N' TO WS-FIN.
           PERFORM 250-TOTAL VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 3 OR WS-FIN = 'S'.
           DISPLAY 'GENERAR CSV (S/N):'.
           ACCEPT RD-CSV.
           IF RD-CSV NOT = 'S'
               MOVE 'N' TO RD-CSV
           END-IF.
           DISPLAY 'RENGLONES POR PAGINA (00 = LOS DE SIEMPRE):'.
           ACCEPT WS-CAP-TAM.
           IF WS-CAP-TAM IS NUMERIC
               MOVE WS-CAP-TAM TO RD-TAMPAG
           END-IF.
           MOVE WS-CUR-OPER-ID TO RD-OPER.
           ACCEPT RD-F-MOD FROM DATE YYYYMMDD.
           WRITE RPD-REC
               INVALID KEY
                   REWRITE RPD-REC
                   DISPLAY 'DEFINICION ACTUALIZADA'
               NOT INVALID KEY
                   DISPLAY 'DEFINICION GRABADA'
           END-WRITE.

       200-SALIDA.
           EXIT.

      *UN CODIGO INVALIDO O QUE YA NO CABE EN EL RENGLON SE VUELVE
      *A PEDIR EN LA MISMA POSICION.
           210-CAMPO.
               DISPLAY 'CAMPO ' WS-I ':'
               MOVE SPACES TO WS-CAP
               ACCEPT WS-CAP
               IF WS-CAP = SPACES
                   MOVE 'S' TO WS-FIN
               ELSE
                   MOVE WS-CAP TO WS-RPD-CAMPO
                   PERFORM 984-RPD-BUSCA
                   IF WS-RPD-CI = 0
                       DISPLAY 'CAMPO INVALIDO (OPCION C PARA VER EL '
                           'CATALOGO)'
                       SUBTRACT 1 FROM WS-I
                   ELSE
                       MOVE WS-RPD-CAT-ANCHO(WS-RPD-CI) TO WS-COL-ANCHO
                       IF WS-COL-ANCHO < 4
                           MOVE 4 TO WS-COL-ANCHO
                       END-IF
                       IF WS-ANCHO-TOT + WS-COL-ANCHO > 80
                           DISPLAY 'NO CABE EN EL RENGLON (QUEDAN '
                               'POCAS COLUMNAS)'
                           SUBTRACT 1 FROM WS-I
                       ELSE
                           COMPUTE WS-ANCHO-TOT =
                               WS-ANCHO-TOT + WS-COL-ANCHO + 1
                           MOVE WS-CAP TO RD-CAMPO(WS-I)
                       END-IF
                   END-IF
               END-IF.

           220-FILTRO.
               DISPLAY 'FILTRO ' WS-I ' - CAMPO:'
               MOVE SPACES TO WS-CAP
               ACCEPT WS-CAP
               IF WS-CAP = SPACES
                   MOVE 'S' TO WS-FIN
               ELSE
                   MOVE WS-CAP TO WS-RPD-CAMPO
                   PERFORM 984-RPD-BUSCA
                   IF WS-RPD-CI = 0
                       DISPLAY 'CAMPO INVALIDO'
                       SUBTRACT 1 FROM WS-I
                   ELSE
                       DISPLAY 'OPERADOR:'
                       ACCEPT RD-F-OPER(WS-I)
                       IF RD-F-OPER(WS-I) NOT = 'EQ' AND NOT = 'NE'
                           AND NOT = 'GT' AND NOT = 'GE'
                           AND NOT = 'LT' AND NOT = 'LE'
                           AND NOT = 'VA' AND NOT = 'NV'
                           DISPLAY 'OPERADOR INVALIDO'
                           MOVE SPACES TO RD-FILTRO(WS-I)
                           SUBTRACT 1 FROM WS-I
                       ELSE
                           MOVE WS-CAP TO RD-F-CAMPO(WS-I)
                           MOVE SPACES TO RD-F-VALOR(WS-I)
                           IF RD-F-OPER(WS-I) NOT = 'VA'
                               AND RD-F-OPER(WS-I) NOT = 'NV'
                               DISPLAY 'VALOR:'
                               ACCEPT RD-F-VALOR(WS-I)
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           230-CORTE.
               DISPLAY 'CORTE ' WS-I ':'
               MOVE SPACES TO WS-CAP
               ACCEPT WS-CAP
               IF WS-CAP = SPACES
                   MOVE 'S' TO WS-FIN
               ELSE
                   MOVE WS-CAP TO WS-RPD-CAMPO
                   PERFORM 984-RPD-BUSCA
                   IF WS-RPD-CI = 0
                       DISPLAY 'CAMPO INVALIDO'
                       SUBTRACT 1 FROM WS-I
                   ELSE
                       MOVE WS-CAP TO RD-CORTE(WS-I)
                   END-IF
               END-IF.

           240-ORDEN.
               DISPLAY 'ORDEN ' WS-I ' - CAMPO:'
               MOVE SPACES TO WS-CAP
               ACCEPT WS-CAP
               IF WS-CAP = SPACES
                   MOVE 'S' TO WS-FIN
               ELSE
                   MOVE WS-CAP TO WS-RPD-CAMPO
                   PERFORM 984-RPD-BUSCA
                   IF WS-RPD-CI = 0
                       DISPLAY 'CAMPO INVALIDO'
                       SUBTRACT 1 FROM WS-I
                   ELSE
                       MOVE WS-CAP TO RD-O-CAMPO(WS-I)
                       DISPLAY 'SENTIDO (A=ASCENDENTE D=DESCENDENTE):'
                       ACCEPT RD-O-DIR(WS-I)
                       IF RD-O-DIR(WS-I) NOT = 'D'
                           MOVE 'A' TO RD-O-DIR(WS-I)
                       END-IF
                   END-IF
               END-IF.

           250-TOTAL.
               DISPLAY 'TOTAL ' WS-I ':'
               MOVE SPACES TO WS-CAP
               ACCEPT WS-CAP
               IF WS-CAP = SPACES
                   MOVE 'S' TO WS-FIN
               ELSE
                   MOVE WS-CAP TO WS-RPD-CAMPO
                   PERFORM 984-RPD-BUSCA
                   IF WS-RPD-CI = 0
                       DISPLAY 'CAMPO INVALIDO'
                       SUBTRACT 1 FROM WS-I
                   ELSE
                       IF WS-RPD-CAT-TIPO(WS-RPD-CI) = 'X'
                           DISPLAY 'SOLO SE TOTALIZAN CAMPOS NUMERICOS'
                           SUBTRACT 1 FROM WS-I
                       ELSE
                           MOVE WS-CAP TO RD-TOTAL(WS-I)
                       END-IF
                   END-IF
               END-IF.

       300-BAJA.
           PERFORM 110-PIDE-CODIGO.
           DELETE RPD-MAST RECORD
               INVALID KEY DISPLAY 'REPORTE NO DEFINIDO'
               NOT INVALID KEY DISPLAY 'DEFINICION BORRADA'
           END-DELETE.

       400-VER.
           PERFORM 110-PIDE-CODIGO.
           READ RPD-MAST KEY IS RD-CODIGO
               INVALID KEY DISPLAY 'REPORTE NO DEFINIDO'
               NOT INVALID KEY PERFORM 410-MUESTRA
           END-READ.

           410-MUESTRA.
               DISPLAY SEP
               DISPLAY 'REPORTE: ' RD-CODIGO ' ' RD-TITULO
               DISPLAY 'CAMPOS : ' RD-CAMPOS
               PERFORM 420-MUESTRA-FILTRO
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               DISPLAY 'CORTES : ' RD-CORTE(1) ' ' RD-CORTE(2)
               DISPLAY 'ORDEN  : ' RD-O-CAMPO(1) ' ' RD-O-DIR(1) '  '
                   RD-O-CAMPO(2) ' ' RD-O-DIR(2) '  '
                   RD-O-CAMPO(3) ' ' RD-O-DIR(3)
               DISPLAY 'TOTALES: ' RD-TOTAL(1) ' ' RD-TOTAL(2) ' '
                   RD-TOTAL(3)
               DISPLAY 'CSV: ' RD-CSV '  RENGLONES POR PAGINA: '
                   RD-TAMPAG '  MODIFICO: ' RD-OPER ' ' RD-F-MOD
               DISPLAY SEP.

           420-MUESTRA-FILTRO.
               IF RD-F-CAMPO(WS-I) NOT = SPACES
                   DISPLAY 'FILTRO : ' RD-F-CAMPO(WS-I) ' '
                       RD-F-OPER(WS-I) ' ' RD-F-VALOR(WS-I)
               END-IF.

       450-LISTA.
           MOVE LOW-VALUES TO RD-CODIGO.
           MOVE 0 TO WS-LEE-FLAG.
           START RPD-MAST KEY IS NOT LESS THAN RD-CODIGO
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           DISPLAY SEP.
           DISPLAY 'CODIGO   TITULO                                   '
               'CSV MODIFICO'.
           PERFORM 460-LISTA UNTIL WS-LEE-FLAG = 1.
           DISPLAY SEP.

           460-LISTA.
               READ RPD-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       DISPLAY RD-CODIGO ' ' RD-TITULO ' ' RD-CSV
                           '   ' RD-F-MOD
               END-READ.

           COPY RPDLKUP.
           COPY OPERLKUP.
