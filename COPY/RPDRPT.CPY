      *****************************************************************
      *    REPORTEADOR A LA MEDIDA SOBRE LA FOTO NOCTURNA:            *
      *    984-RPD-CORRE LEE LA DEFINICION WS-RPD-CODIGO DE RPD-MAST, *
      *    BARRE LA FOTO EMP-SNAP (YA ABIERTA POR EL LLAMADOR), SE    *
      *    QUEDA CON LO QUE PASA TODOS LOS FILTROS, LO ORDENA (CORTES *
      *    PRIMERO, LUEGO EL ORDEN PEDIDO) Y LO IMPRIME AL SPOOL CON  *
      *    ENCABEZADO POR PAGINA, SUBTOTALES EN CADA CORTE (CONTEO Y  *
      *    SUMAS) Y GRAN TOTAL; CON RD-CSV = 'S' ESCRIBE ADEMAS       *
      *    RPD-<CODIGO>.CSV. LOS DATOS SENSIBLES SALEN SEGUN          *
      *    WS-MSK-VER (961-MSK-APLICA): EL LLAMADOR LO RESUELVE CON   *
      *    960-MSK-PERMISO O LO DEJA EN 'N' EN LAS CORRIDAS SIN       *
      *    OPERADOR. DEJA WS-RPD-OK = 'N' SI LA DEFINICION NO EXISTE. *
      *    REQUIERE COPY RPDFILE/RPDFD/RPDSTAT/RPDWS, RPDLKUP,        *
      *    SPLFILE/SPLFD/SPLSTAT, SPOOLLKUP, MSKWS, MSKLKUP, REPTWS,  *
      *    SEP Y EL FD EMPLEADO DE LA FOTO (SNAPFILE).                *
      *****************************************************************
       984-RPD-CORRE.
           PERFORM 984-RPD-CARGA THRU 984-RPD-CARGA-SALIDA
           IF WS-RPD-OK = 'S'
               PERFORM 984-RPD-SELECCIONA
               PERFORM 984-RPD-ORDENA
               PERFORM 984-RPD-IMPRIME
           END-IF.

       984-RPD-CARGA.
           MOVE 'N' TO WS-RPD-OK
           MOVE WS-RPDMAST-PATH-DFLT TO WS-RPDMAST-PATH
           DISPLAY 'RPDMAST_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-RPDMAST-PATH FROM ENVIRONMENT-VALUE
           IF WS-RPDMAST-PATH = SPACES
               MOVE WS-RPDMAST-PATH-DFLT TO WS-RPDMAST-PATH
           END-IF
           OPEN INPUT RPD-MAST
           IF WS-RPD-STATUS NOT = '00'
               DISPLAY 'SIN DEFINICIONES DE REPORTE (DYN-RPDMNT). '
                   'FILE STATUS: ' WS-RPD-STATUS
               GO TO 984-RPD-CARGA-SALIDA
           END-IF
           MOVE WS-RPD-CODIGO TO RD-CODIGO
           READ RPD-MAST KEY IS RD-CODIGO
               INVALID KEY
                   DISPLAY 'NO EXISTE EL REPORTE ' WS-RPD-CODIGO
                   CLOSE RPD-MAST
                   GO TO 984-RPD-CARGA-SALIDA
           END-READ
           CLOSE RPD-MAST
           MOVE 0 TO WS-RPD-NC
           MOVE 0 TO WS-RPD-NF
           MOVE 0 TO WS-RPD-NK
           MOVE 0 TO WS-RPD-NB
           MOVE 0 TO WS-RPD-NT
           PERFORM 984-RPD-R-COL
               VARYING WS-RPD-I FROM 1 BY 1 UNTIL WS-RPD-I > 10
           PERFORM 984-RPD-R-FIL
               VARYING WS-RPD-I FROM 1 BY 1 UNTIL WS-RPD-I > 6
           PERFORM 984-RPD-R-CORTE
               VARYING WS-RPD-I FROM 1 BY 1 UNTIL WS-RPD-I > 2
           PERFORM 984-RPD-R-ORDEN
               VARYING WS-RPD-I FROM 1 BY 1 UNTIL WS-RPD-I > 3
           PERFORM 984-RPD-R-TOT
               VARYING WS-RPD-I FROM 1 BY 1 UNTIL WS-RPD-I > 3
           IF WS-RPD-NC = 0
               DISPLAY 'EL REPORTE ' WS-RPD-CODIGO
                   ' NO TIENE CAMPOS VALIDOS'
               GO TO 984-RPD-CARGA-SALIDA
           END-IF
           MOVE 'S' TO WS-RPD-OK.

       984-RPD-CARGA-SALIDA.
           EXIT.

      *LOS CODIGOS QUE YA NO ESTAN EN EL CATALOGO SE IGNORAN CON
      *AVISO; LA DEFINICION SIGUE CORRIENDO CON LO DEMAS.
           984-RPD-R-COL.
               IF RD-CAMPO(WS-RPD-I) NOT = SPACES
                   MOVE RD-CAMPO(WS-RPD-I) TO WS-RPD-CAMPO
                   PERFORM 984-RPD-BUSCA
                   IF WS-RPD-CI = 0
                       DISPLAY 'CAMPO DESCONOCIDO IGNORADO: '
                           WS-RPD-CAMPO
                   ELSE
                       ADD 1 TO WS-RPD-NC
                       MOVE WS-RPD-CI TO WS-RPD-COL-CI(WS-RPD-NC)
                       MOVE WS-RPD-CAT-ANCHO(WS-RPD-CI)
                           TO WS-RPD-COL-ANCHO(WS-RPD-NC)
                       IF WS-RPD-COL-ANCHO(WS-RPD-NC) < 4
                           MOVE 4 TO WS-RPD-COL-ANCHO(WS-RPD-NC)
                       END-IF
                   END-IF
               END-IF.

           984-RPD-R-FIL.
               IF RD-F-CAMPO(WS-RPD-I) NOT = SPACES
                   MOVE RD-F-CAMPO(WS-RPD-I) TO WS-RPD-CAMPO
                   PERFORM 984-RPD-BUSCA
                   IF WS-RPD-CI = 0
                       DISPLAY 'FILTRO DESCONOCIDO IGNORADO: '
                           WS-RPD-CAMPO
                   ELSE
                       ADD 1 TO WS-RPD-NF
                       MOVE WS-RPD-CI TO WS-RPD-FIL-CI(WS-RPD-NF)
                       MOVE RD-F-OPER(WS-RPD-I)
                           TO WS-RPD-FIL-OPER(WS-RPD-NF)
                       MOVE RD-F-VALOR(WS-RPD-I)
                           TO WS-RPD-FIL-VALOR(WS-RPD-NF)
                       MOVE 0 TO WS-RPD-FIL-NUM(WS-RPD-NF)
                       IF WS-RPD-CAT-TIPO(WS-RPD-CI) NOT = 'X'
                           AND RD-F-OPER(WS-RPD-I) NOT = 'VA'
                           AND RD-F-OPER(WS-RPD-I) NOT = 'NV'
                           COMPUTE WS-RPD-FIL-NUM(WS-RPD-NF) =
                               FUNCTION NUMVAL(RD-F-VALOR(WS-RPD-I))
                       END-IF
                   END-IF
               END-IF.

           984-RPD-R-CORTE.
               IF RD-CORTE(WS-RPD-I) NOT = SPACES
                   MOVE RD-CORTE(WS-RPD-I) TO WS-RPD-CAMPO
                   PERFORM 984-RPD-BUSCA
                   IF WS-RPD-CI > 0
                       ADD 1 TO WS-RPD-NB
                       ADD 1 TO WS-RPD-NK
                       MOVE WS-RPD-CI TO WS-RPD-KEY-CI(WS-RPD-NK)
                       MOVE 'A' TO WS-RPD-KEY-DIR(WS-RPD-NK)
                   END-IF
               END-IF.

           984-RPD-R-ORDEN.
               IF RD-O-CAMPO(WS-RPD-I) NOT = SPACES
                   MOVE RD-O-CAMPO(WS-RPD-I) TO WS-RPD-CAMPO
                   PERFORM 984-RPD-BUSCA
                   IF WS-RPD-CI > 0
                       ADD 1 TO WS-RPD-NK
                       MOVE WS-RPD-CI TO WS-RPD-KEY-CI(WS-RPD-NK)
                       MOVE 'A' TO WS-RPD-KEY-DIR(WS-RPD-NK)
                       IF RD-O-DIR(WS-RPD-I) = 'D'
                           MOVE 'D' TO WS-RPD-KEY-DIR(WS-RPD-NK)
                       END-IF
                   END-IF
               END-IF.

      *SOLO SE TOTALIZAN CAMPOS NUMERICOS.
           984-RPD-R-TOT.
               IF RD-TOTAL(WS-RPD-I) NOT = SPACES
                   MOVE RD-TOTAL(WS-RPD-I) TO WS-RPD-CAMPO
                   PERFORM 984-RPD-BUSCA
                   IF WS-RPD-CI > 0
                       IF WS-RPD-CAT-TIPO(WS-RPD-CI) NOT = 'X'
                           ADD 1 TO WS-RPD-NT
                           MOVE WS-RPD-CI TO WS-RPD-TOT-CI(WS-RPD-NT)
                       END-IF
                   END-IF
               END-IF.

      *VALOR DEL CAMPO WS-RPD-CI EN EL REGISTRO EN TURNO. LOS
      *SENSIBLES SE TOMAN DE WS-MSK-*, YA ENMASCARADOS O NO SEGUN
      *EL ROL, PARA IMPRIMIR, FILTRAR Y ORDENAR.
       984-RPD-VALOR.
           MOVE SPACES TO WS-RPD-VAL
           MOVE 0 TO WS-RPD-NUM
           EVALUATE WS-RPD-CAT-CLV(WS-RPD-CI)
               WHEN 'ID'   MOVE ID-EMPL TO WS-RPD-NUM
               WHEN 'NOM'  MOVE NOM-EMPL TO WS-RPD-VAL
               WHEN 'DEP'  MOVE CLV-DEP TO WS-RPD-NUM
               WHEN 'NDEP' MOVE NOM-DEP TO WS-RPD-VAL
               WHEN 'TAB'  MOVE ID-TAB-S TO WS-RPD-VAL
               WHEN 'SUEL' MOVE SUE-MEN TO WS-RPD-NUM
               WHEN 'FING' MOVE F-ING TO WS-RPD-VAL
               WHEN 'STAT' MOVE EMP-STATUS TO WS-RPD-VAL
               WHEN 'TREA' MOVE TERM-REASON TO WS-RPD-VAL
               WHEN 'TFEC' MOVE TERM-FECHA TO WS-RPD-VAL
               WHEN 'TEL'  MOVE TELEFONO TO WS-RPD-VAL
               WHEN 'MAIL' MOVE EMAIL TO WS-RPD-VAL
               WHEN 'TPAG' MOVE TIPO-PAGO TO WS-RPD-VAL
               WHEN 'HRS'  MOVE HORAS-TRAB TO WS-RPD-NUM
               WHEN 'TARH' MOVE TARIFA-HORA TO WS-RPD-NUM
               WHEN 'HEXT' MOVE HORAS-EXTRA TO WS-RPD-NUM
               WHEN 'TARE' MOVE TARIFA-EXTRA TO WS-RPD-NUM
               WHEN 'YTD'  MOVE YTD-SUE TO WS-RPD-NUM
               WHEN 'BCO'  MOVE BANCO-CLV TO WS-RPD-VAL
               WHEN 'CLAB' MOVE WS-MSK-CLABE TO WS-RPD-VAL
               WHEN 'TUR'  MOVE TURNO-CLV TO WS-RPD-VAL
               WHEN 'FNAC' MOVE WS-MSK-FNAC TO WS-RPD-VAL
               WHEN 'RFC'  MOVE WS-MSK-RFC TO WS-RPD-VAL
               WHEN 'CURP' MOVE WS-MSK-CURP TO WS-RPD-VAL
               WHEN 'NSS'  MOVE WS-MSK-NSS TO WS-RPD-VAL
               WHEN 'GRP'  MOVE GRUPO-PAGO TO WS-RPD-VAL
               WHEN 'SUP'  MOVE SUP-ID TO WS-RPD-NUM
               WHEN 'CIA'  MOVE CIA-CLV TO WS-RPD-VAL
               WHEN 'MET'  MOVE METODO-PAGO TO WS-RPD-VAL
               WHEN 'SUC'  MOVE SUC-CLV TO WS-RPD-VAL
           END-EVALUATE
           IF WS-RPD-CAT-TIPO(WS-RPD-CI) = 'X'
               MOVE WS-RPD-VAL TO WS-RPD-LLAVE
           ELSE
               MOVE WS-RPD-NUM TO WS-RPD-LLN
               MOVE WS-RPD-LLN-X TO WS-RPD-LLAVE
               MOVE WS-RPD-CAT-ANCHO(WS-RPD-CI) TO WS-RPD-AN
               IF WS-RPD-AN < 4
                   MOVE 4 TO WS-RPD-AN
               END-IF
               IF WS-RPD-CAT-TIPO(WS-RPD-CI) = 'N'
                   MOVE WS-RPD-NUM TO WS-RPD-EDN
                   MOVE WS-RPD-EDN(10 - WS-RPD-AN:WS-RPD-AN)
                       TO WS-RPD-VAL
               ELSE
                   MOVE WS-RPD-NUM TO WS-RPD-EDM
                   MOVE WS-RPD-EDM(13 - WS-RPD-AN:WS-RPD-AN)
                       TO WS-RPD-VAL
               END-IF
           END-IF.

      *PRIMERA PASADA: LA FOTO COMPLETA CONTRA LOS FILTROS (TODOS
      *DEBEN CUMPLIRSE). LO QUE PASA SE GUARDA CON SUS LLAVES.
       984-RPD-SELECCIONA.
           MOVE 0 TO WS-RPD-N
           MOVE 'N' TO WS-RPD-LLENA
           MOVE 'N' TO WS-RPD-EOF
           PERFORM 984-RPD-LEE UNTIL WS-RPD-EOF = 'S'
           IF WS-RPD-LLENA = 'S'
               DISPLAY 'EL REPORTE SOLO ADMITE ' WS-RPD-MAX
                   ' REGISTROS; AGREGUE FILTROS PARA VER EL RESTO'
           END-IF.

           984-RPD-LEE.
               READ EMPLEADO
                   AT END MOVE 'S' TO WS-RPD-EOF
                   NOT AT END PERFORM 984-RPD-FILTRA
               END-READ.

           984-RPD-FILTRA.
               MOVE 'N' TO WS-MSK-REG
               PERFORM 961-MSK-APLICA
               MOVE 'S' TO WS-RPD-PASA
               PERFORM 984-RPD-FILTRO
                   VARYING WS-RPD-I FROM 1 BY 1
                   UNTIL WS-RPD-I > WS-RPD-NF OR WS-RPD-PASA = 'N'
               IF WS-RPD-PASA = 'S'
                   IF WS-RPD-N < WS-RPD-MAX
                       ADD 1 TO WS-RPD-N
                       MOVE REG-EMPL TO WS-RPD-REG(WS-RPD-N)
                       MOVE WS-RPD-N TO WS-RPD-IX(WS-RPD-N)
                       PERFORM 984-RPD-LLAVES
                           VARYING WS-RPD-KI FROM 1 BY 1
                           UNTIL WS-RPD-KI > WS-RPD-NK
                   ELSE
                       MOVE 'S' TO WS-RPD-LLENA
                   END-IF
               END-IF.

           984-RPD-LLAVES.
               MOVE WS-RPD-KEY-CI(WS-RPD-KI) TO WS-RPD-CI
               PERFORM 984-RPD-VALOR
               MOVE WS-RPD-LLAVE TO WS-RPD-K(WS-RPD-N, WS-RPD-KI).

      *VA Y NV PREGUNTAN POR VACIO (ESPACIOS O CERO); LOS DEMAS
      *OPERADORES COMPARAN COMO TEXTO O COMO NUMERO SEGUN EL TIPO.
           984-RPD-FILTRO.
               MOVE WS-RPD-FIL-CI(WS-RPD-I) TO WS-RPD-CI
               PERFORM 984-RPD-VALOR
               IF WS-RPD-CAT-TIPO(WS-RPD-CI) = 'X'
                   IF WS-RPD-LLAVE < WS-RPD-FIL-VALOR(WS-RPD-I)
                       MOVE '<' TO WS-RPD-CMP
                   ELSE
                       IF WS-RPD-LLAVE > WS-RPD-FIL-VALOR(WS-RPD-I)
                           MOVE '>' TO WS-RPD-CMP
                       ELSE
                           MOVE '=' TO WS-RPD-CMP
                       END-IF
                   END-IF
               ELSE
                   IF WS-RPD-NUM < WS-RPD-FIL-NUM(WS-RPD-I)
                       MOVE '<' TO WS-RPD-CMP
                   ELSE
                       IF WS-RPD-NUM > WS-RPD-FIL-NUM(WS-RPD-I)
                           MOVE '>' TO WS-RPD-CMP
                       ELSE
                           MOVE '=' TO WS-RPD-CMP
                       END-IF
                   END-IF
               END-IF
               EVALUATE WS-RPD-FIL-OPER(WS-RPD-I)
                   WHEN 'VA'
                       IF WS-RPD-CAT-TIPO(WS-RPD-CI) = 'X'
                           IF WS-RPD-VAL NOT = SPACES
                               MOVE 'N' TO WS-RPD-PASA
                           END-IF
                       ELSE
                           IF WS-RPD-NUM NOT = 0
                               MOVE 'N' TO WS-RPD-PASA
                           END-IF
                       END-IF
                   WHEN 'NV'
                       IF WS-RPD-CAT-TIPO(WS-RPD-CI) = 'X'
                           IF WS-RPD-VAL = SPACES
                               MOVE 'N' TO WS-RPD-PASA
                           END-IF
                       ELSE
                           IF WS-RPD-NUM = 0
                               MOVE 'N' TO WS-RPD-PASA
                           END-IF
                       END-IF
                   WHEN 'EQ'
                       IF WS-RPD-CMP NOT = '='
                           MOVE 'N' TO WS-RPD-PASA
                       END-IF
                   WHEN 'NE'
                       IF WS-RPD-CMP = '='
                           MOVE 'N' TO WS-RPD-PASA
                       END-IF
                   WHEN 'GT'
                       IF WS-RPD-CMP NOT = '>'
                           MOVE 'N' TO WS-RPD-PASA
                       END-IF
                   WHEN 'GE'
                       IF WS-RPD-CMP = '<'
                           MOVE 'N' TO WS-RPD-PASA
                       END-IF
                   WHEN 'LT'
                       IF WS-RPD-CMP NOT = '<'
                           MOVE 'N' TO WS-RPD-PASA
                       END-IF
                   WHEN 'LE'
                       IF WS-RPD-CMP = '>'
                           MOVE 'N' TO WS-RPD-PASA
                       END-IF
               END-EVALUATE.

      *ORDENAMIENTO POR INSERCION DEL INDICE (ESTABLE: A LLAVES
      *IGUALES QUEDA EL ORDEN DE LA FOTO, QUE ES POR ID-EMPL).
       984-RPD-ORDENA.
           PERFORM 984-RPD-INSERTA
               VARYING WS-RPD-I FROM 2 BY 1 UNTIL WS-RPD-I > WS-RPD-N.

           984-RPD-INSERTA.
               MOVE WS-RPD-IX(WS-RPD-I) TO WS-RPD-TMP
               MOVE WS-RPD-I TO WS-RPD-P
               MOVE 'N' TO WS-RPD-FIN
               PERFORM 984-RPD-RECORRE UNTIL WS-RPD-FIN = 'S'
               MOVE WS-RPD-TMP TO WS-RPD-IX(WS-RPD-P).

           984-RPD-RECORRE.
               IF WS-RPD-P = 1
                   MOVE 'S' TO WS-RPD-FIN
               ELSE
                   MOVE WS-RPD-IX(WS-RPD-P - 1) TO WS-RPD-A
                   MOVE '=' TO WS-RPD-CMP
                   PERFORM 984-RPD-COMPARA
                       VARYING WS-RPD-KI FROM 1 BY 1
                       UNTIL WS-RPD-KI > WS-RPD-NK
                       OR WS-RPD-CMP NOT = '='
                   IF WS-RPD-CMP = '>'
                       MOVE WS-RPD-A TO WS-RPD-IX(WS-RPD-P)
                       SUBTRACT 1 FROM WS-RPD-P
                   ELSE
                       MOVE 'S' TO WS-RPD-FIN
                   END-IF
               END-IF.

      *'>' = EL REGISTRO WS-RPD-A VA DESPUES DE WS-RPD-TMP.
           984-RPD-COMPARA.
               IF WS-RPD-K(WS-RPD-A, WS-RPD-KI) >
                   WS-RPD-K(WS-RPD-TMP, WS-RPD-KI)
                   MOVE '>' TO WS-RPD-CMP
               ELSE
                   IF WS-RPD-K(WS-RPD-A, WS-RPD-KI) <
                       WS-RPD-K(WS-RPD-TMP, WS-RPD-KI)
                       MOVE '<' TO WS-RPD-CMP
                   END-IF
               END-IF
               IF WS-RPD-KEY-DIR(WS-RPD-KI) = 'D'
                   IF WS-RPD-CMP = '>'
                       MOVE '<' TO WS-RPD-CMP
                   ELSE
                       IF WS-RPD-CMP = '<'
                           MOVE '>' TO WS-RPD-CMP
                       END-IF
                   END-IF
               END-IF.

      *SEGUNDA PASADA: IMPRESION EN EL ORDEN DEL INDICE.
       984-RPD-IMPRIME.
           ACCEPT WS-RPD-HOY FROM DATE YYYYMMDD
           MOVE WS-RPT-TAMPAG TO WS-RPD-TAMPAG-ANT
           IF RD-TAMPAG > 0
               MOVE RD-TAMPAG TO WS-RPT-TAMPAG
           END-IF
           MOVE 0 TO WS-RPT-PAGINA
           MOVE 0 TO WS-RPT-REGISTROS
           MOVE ZEROS TO WS-RPD-NIVELES
           MOVE SPACES TO WS-RPD-ANTERIOR
           MOVE SPACES TO WS-SPL-REPORTE
           STRING 'RPD-' WS-RPD-CODIGO DELIMITED BY SIZE
               INTO WS-SPL-REPORTE
           MOVE RD-TITULO TO WS-SPL-PARAMS
           PERFORM 940-SPOOL-ABRE
           MOVE 'N' TO WS-RPD-CSV-ABIERTO
           IF RD-CSV = 'S'
               PERFORM 984-RPD-CSV-ABRE
           END-IF
           PERFORM 984-RPD-ENCABEZADO
           PERFORM 984-RPD-DETALLE
               VARYING WS-RPD-P FROM 1 BY 1 UNTIL WS-RPD-P > WS-RPD-N
           IF WS-RPD-N > 0
               PERFORM 984-RPD-CIERRA-NIVEL
                   VARYING WS-RPD-NV FROM WS-RPD-NB BY -1
                   UNTIL WS-RPD-NV < 1
           END-IF
           MOVE SEP TO WS-SPL-LINEA
           PERFORM 984-RPD-RENGLON
           MOVE SPACES TO WS-SPL-LINEA
           STRING 'TOTAL GENERAL   REGISTROS: ' WS-RPD-NIV-CUENTA(3)
               DELIMITED BY SIZE INTO WS-SPL-LINEA
           PERFORM 984-RPD-RENGLON
           MOVE 3 TO WS-RPD-NV
           PERFORM 984-RPD-SUMAS
           IF WS-RPD-LLENA = 'S'
               MOVE SPACES TO WS-SPL-LINEA
               STRING 'REPORTE INCOMPLETO: SOLO LOS PRIMEROS '
                   WS-RPD-MAX ' REGISTROS' DELIMITED BY SIZE
                   INTO WS-SPL-LINEA
               PERFORM 984-RPD-RENGLON
           END-IF
           MOVE SEP TO WS-SPL-LINEA
           PERFORM 984-RPD-RENGLON
           PERFORM 942-SPOOL-CIERRA
           IF WS-RPD-CSV-ABIERTO = 'S'
               CLOSE RPD-CSV
               DISPLAY 'CSV GENERADO: ' WS-RPDCSV-PATH
           END-IF
           IF WS-MSK-VER NOT = 'S'
               DISPLAY 'DATOS PERSONALES ENMASCARADOS'
           END-IF
           MOVE WS-RPD-TAMPAG-ANT TO WS-RPT-TAMPAG.

           984-RPD-ENCABEZADO.
               ADD 1 TO WS-RPT-PAGINA
               MOVE SEP TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE SPACES TO WS-SPL-LINEA
               STRING RD-TITULO '  ' WS-RPD-HOY '  PAGINA: '
                   WS-RPT-PAGINA DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE SEP TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE SPACES TO WS-SPL-LINEA
               MOVE 1 TO WS-RPD-PTR
               PERFORM 984-RPD-ETQ-COL
                   VARYING WS-RPD-I FROM 1 BY 1
                   UNTIL WS-RPD-I > WS-RPD-NC
               PERFORM 941-SPOOL-LINEA
               MOVE SEP TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE 0 TO WS-RPT-LINEA.

           984-RPD-ETQ-COL.
               MOVE WS-RPD-COL-CI(WS-RPD-I) TO WS-RPD-CI
               MOVE WS-RPD-CAT-ETQ(WS-RPD-CI) TO WS-RPD-VAL
               STRING WS-RPD-VAL(1:WS-RPD-COL-ANCHO(WS-RPD-I)) ' '
                   DELIMITED BY SIZE
                   INTO WS-SPL-LINEA WITH POINTER WS-RPD-PTR.

      *TODO RENGLON DEL CUERPO PASA POR AQUI PARA EL SALTO DE
      *PAGINA; EL RENGLON SE GUARDA MIENTRAS SALE EL ENCABEZADO.
           984-RPD-RENGLON.
               IF WS-RPT-LINEA >= WS-RPT-TAMPAG
                   MOVE WS-SPL-LINEA TO WS-RPD-RENG
                   PERFORM 984-RPD-ENCABEZADO
                   MOVE WS-RPD-RENG TO WS-SPL-LINEA
               END-IF
               PERFORM 941-SPOOL-LINEA
               ADD 1 TO WS-RPT-LINEA.

           984-RPD-DETALLE.
               MOVE WS-RPD-IX(WS-RPD-P) TO WS-RPD-A
               MOVE WS-RPD-REG(WS-RPD-A) TO REG-EMPL
               MOVE 'N' TO WS-MSK-REG
               PERFORM 961-MSK-APLICA
               IF WS-RPD-P > 1 AND WS-RPD-NB > 0
                   MOVE 0 TO WS-RPD-LV
                   PERFORM 984-RPD-CAMBIO
                       VARYING WS-RPD-KI FROM 1 BY 1
                       UNTIL WS-RPD-KI > WS-RPD-NB OR WS-RPD-LV > 0
                   IF WS-RPD-LV > 0
                       PERFORM 984-RPD-CIERRA-NIVEL
                           VARYING WS-RPD-NV FROM WS-RPD-NB BY -1
                           UNTIL WS-RPD-NV < WS-RPD-LV
                   END-IF
               END-IF
               PERFORM 984-RPD-GUARDA-ANT
                   VARYING WS-RPD-KI FROM 1 BY 1
                   UNTIL WS-RPD-KI > WS-RPD-NB
               MOVE SPACES TO WS-SPL-LINEA
               MOVE 1 TO WS-RPD-PTR
               PERFORM 984-RPD-COLUMNA
                   VARYING WS-RPD-I FROM 1 BY 1
                   UNTIL WS-RPD-I > WS-RPD-NC
               PERFORM 984-RPD-RENGLON
               ADD 1 TO WS-RPT-REGISTROS
               IF WS-RPD-CSV-ABIERTO = 'S'
                   MOVE SPACES TO RPDCSV-REC
                   MOVE 1 TO WS-RPD-CPTR
                   PERFORM 984-RPD-CSV-COL
                       VARYING WS-RPD-I FROM 1 BY 1
                       UNTIL WS-RPD-I > WS-RPD-NC
                   WRITE RPDCSV-REC
               END-IF
               ADD 1 TO WS-RPD-NIV-CUENTA(1)
               ADD 1 TO WS-RPD-NIV-CUENTA(2)
               ADD 1 TO WS-RPD-NIV-CUENTA(3)
               PERFORM 984-RPD-ACUMULA
                   VARYING WS-RPD-T FROM 1 BY 1
                   UNTIL WS-RPD-T > WS-RPD-NT.

      *EL CORTE MAS EXTERNO QUE CAMBIO CIERRA TAMBIEN LOS INTERNOS.
           984-RPD-CAMBIO.
               IF WS-RPD-K(WS-RPD-A, WS-RPD-KI) NOT =
                   WS-RPD-ANT(WS-RPD-KI)
                   MOVE WS-RPD-KI TO WS-RPD-LV
               END-IF.

           984-RPD-GUARDA-ANT.
               MOVE WS-RPD-K(WS-RPD-A, WS-RPD-KI)
                   TO WS-RPD-ANT(WS-RPD-KI)
               MOVE WS-RPD-KEY-CI(WS-RPD-KI) TO WS-RPD-CI
               PERFORM 984-RPD-VALOR
               MOVE WS-RPD-VAL TO WS-RPD-ANT-VAL(WS-RPD-KI).

           984-RPD-COLUMNA.
               MOVE WS-RPD-COL-CI(WS-RPD-I) TO WS-RPD-CI
               PERFORM 984-RPD-VALOR
               STRING WS-RPD-VAL(1:WS-RPD-COL-ANCHO(WS-RPD-I)) ' '
                   DELIMITED BY SIZE
                   INTO WS-SPL-LINEA WITH POINTER WS-RPD-PTR.

           984-RPD-ACUMULA.
               MOVE WS-RPD-TOT-CI(WS-RPD-T) TO WS-RPD-CI
               PERFORM 984-RPD-VALOR
               ADD WS-RPD-NUM TO WS-RPD-NIV-SUMA(1, WS-RPD-T)
               ADD WS-RPD-NUM TO WS-RPD-NIV-SUMA(2, WS-RPD-T)
               ADD WS-RPD-NUM TO WS-RPD-NIV-SUMA(3, WS-RPD-T).

      *SUBTOTAL DEL NIVEL WS-RPD-NV CON EL VALOR QUE TERMINA, Y
      *REINICIO DE SUS ACUMULADOS.
           984-RPD-CIERRA-NIVEL.
               MOVE WS-RPD-KEY-CI(WS-RPD-NV) TO WS-RPD-CI
               MOVE SPACES TO WS-SPL-LINEA
               STRING '* TOTAL ' WS-RPD-CAT-ETQ(WS-RPD-CI) ' '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RPD-ANT-VAL(WS-RPD-NV))
                   DELIMITED BY SIZE
                   '   REGISTROS: ' WS-RPD-NIV-CUENTA(WS-RPD-NV)
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 984-RPD-RENGLON
               PERFORM 984-RPD-SUMAS
               MOVE SPACES TO WS-SPL-LINEA
               PERFORM 984-RPD-RENGLON
               MOVE ZEROS TO WS-RPD-NIV(WS-RPD-NV).

           984-RPD-SUMAS.
               IF WS-RPD-NT > 0
                   MOVE SPACES TO WS-SPL-LINEA
                   MOVE 3 TO WS-RPD-PTR
                   PERFORM 984-RPD-SUMA-UNA
                       VARYING WS-RPD-T FROM 1 BY 1
                       UNTIL WS-RPD-T > WS-RPD-NT
                   PERFORM 984-RPD-RENGLON
               END-IF.

           984-RPD-SUMA-UNA.
               MOVE WS-RPD-TOT-CI(WS-RPD-T) TO WS-RPD-CI
               MOVE WS-RPD-NIV-SUMA(WS-RPD-NV, WS-RPD-T) TO WS-RPD-EDT
               STRING WS-RPD-CAT-ETQ(WS-RPD-CI)(1:8) ' ' WS-RPD-EDT ' '
                   DELIMITED BY SIZE
                   INTO WS-SPL-LINEA WITH POINTER WS-RPD-PTR.

      *EL CSV LLEVA LOS MISMOS CAMPOS, CON SU ENCABEZADO Y SIN
      *RELLENO, UN ARCHIVO POR DEFINICION.
           984-RPD-CSV-ABRE.
               MOVE WS-RPDCSVDIR-DFLT TO WS-RPDCSV-DIR
               DISPLAY 'RPDCSVDIR_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-RPDCSV-DIR FROM ENVIRONMENT-VALUE
               IF WS-RPDCSV-DIR = SPACES
                   MOVE WS-RPDCSVDIR-DFLT TO WS-RPDCSV-DIR
               END-IF
               MOVE SPACES TO WS-RPDCSV-PATH
               STRING WS-RPDCSV-DIR DELIMITED BY SPACE
                   WS-RPD-CODIGO DELIMITED BY SPACE
                   '.CSV' DELIMITED BY SIZE
                   INTO WS-RPDCSV-PATH
               OPEN OUTPUT RPD-CSV
               IF WS-RPC-STATUS NOT = '00'
                   DISPLAY 'ERROR DE ARCHIVO RPD-CSV. FILE STATUS: '
                       WS-RPC-STATUS
               ELSE
                   MOVE 'S' TO WS-RPD-CSV-ABIERTO
                   MOVE SPACES TO RPDCSV-REC
                   MOVE 1 TO WS-RPD-CPTR
                   PERFORM 984-RPD-CSV-ETQ
                       VARYING WS-RPD-I FROM 1 BY 1
                       UNTIL WS-RPD-I > WS-RPD-NC
                   WRITE RPDCSV-REC
               END-IF.

           984-RPD-CSV-ETQ.
               MOVE WS-RPD-COL-CI(WS-RPD-I) TO WS-RPD-CI
               IF WS-RPD-I > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO RPDCSV-REC WITH POINTER WS-RPD-CPTR
               END-IF
               STRING FUNCTION TRIM(WS-RPD-CAT-ETQ(WS-RPD-CI))
                   DELIMITED BY SIZE
                   INTO RPDCSV-REC WITH POINTER WS-RPD-CPTR.

           984-RPD-CSV-COL.
               MOVE WS-RPD-COL-CI(WS-RPD-I) TO WS-RPD-CI
               PERFORM 984-RPD-VALOR
               IF WS-RPD-I > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO RPDCSV-REC WITH POINTER WS-RPD-CPTR
               END-IF
               STRING FUNCTION TRIM(WS-RPD-VAL) DELIMITED BY SIZE
                   INTO RPDCSV-REC WITH POINTER WS-RPD-CPTR.
