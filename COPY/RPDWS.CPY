      *****************************************************************
      *    CAMPOS DE TRABAJO DEL REPORTEADOR A LA MEDIDA (RPDLKUP Y   *
      *    RPDRPT): CATALOGO DE CAMPOS, DEFINICION RESUELTA, TABLA DE *
      *    REGISTROS SELECCIONADOS Y ACUMULADOS DE LOS CORTES.        *
      *****************************************************************
      *CATALOGO DE CAMPOS DE LA FOTO QUE SE PUEDEN PEDIR: CODIGO,
      *ENCABEZADO, ANCHO EN EL REPORTE, TIPO (X = TEXTO, N = ENTERO,
      *M = CON DOS DECIMALES) Y SI ES DATO SENSIBLE (SALE COMO LO
      *DEJA MSKLKUP SEGUN EL ROL, TAMBIEN PARA FILTRAR Y ORDENAR).
       01  WS-RPD-CAT-TABLA.
           05  FILLER PIC X(20) VALUE 'ID  NUMERO      06NN'.
           05  FILLER PIC X(20) VALUE 'NOM NOMBRE      30XN'.
           05  FILLER PIC X(20) VALUE 'DEP DEP         03NN'.
           05  FILLER PIC X(20) VALUE 'NDEPDEPARTAMENTO20XN'.
           05  FILLER PIC X(20) VALUE 'TAB TAB         01XN'.
           05  FILLER PIC X(20) VALUE 'SUELSUELDO MES  10MN'.
           05  FILLER PIC X(20) VALUE 'FINGF-INGRESO   08XN'.
           05  FILLER PIC X(20) VALUE 'STATSTAT        01XN'.
           05  FILLER PIC X(20) VALUE 'TREAMOTB        01XN'.
           05  FILLER PIC X(20) VALUE 'TFECF-BAJA      08XN'.
           05  FILLER PIC X(20) VALUE 'TEL TELEFONO    12XN'.
           05  FILLER PIC X(20) VALUE 'MAILEMAIL       30XN'.
           05  FILLER PIC X(20) VALUE 'TPAGTPAG        01XN'.
           05  FILLER PIC X(20) VALUE 'HRS HORAS       06MN'.
           05  FILLER PIC X(20) VALUE 'TARHT-HORA      06MN'.
           05  FILLER PIC X(20) VALUE 'HEXTH-EXT       06MN'.
           05  FILLER PIC X(20) VALUE 'TARET-EXT       06MN'.
           05  FILLER PIC X(20) VALUE 'YTD ACUMULADO   11MN'.
           05  FILLER PIC X(20) VALUE 'BCO BCO         03XN'.
           05  FILLER PIC X(20) VALUE 'CLABCLABE       18XS'.
           05  FILLER PIC X(20) VALUE 'TUR TUR         01XN'.
           05  FILLER PIC X(20) VALUE 'FNACF-NAC       08XS'.
           05  FILLER PIC X(20) VALUE 'RFC RFC         13XS'.
           05  FILLER PIC X(20) VALUE 'CURPCURP        18XS'.
           05  FILLER PIC X(20) VALUE 'NSS NSS         11XS'.
           05  FILLER PIC X(20) VALUE 'GRP GRP         01XN'.
           05  FILLER PIC X(20) VALUE 'SUP SUPERV      06NN'.
           05  FILLER PIC X(20) VALUE 'CIA CIA         02XN'.
           05  FILLER PIC X(20) VALUE 'MET MET         01XN'.
           05  FILLER PIC X(20) VALUE 'SUC SUC         03XN'.
       01  WS-RPD-CAT-RED REDEFINES WS-RPD-CAT-TABLA.
           05  WS-RPD-CAT-ENT OCCURS 30 TIMES.
               10  WS-RPD-CAT-CLV      PIC X(04).
               10  WS-RPD-CAT-ETQ      PIC X(12).
               10  WS-RPD-CAT-ANCHO    PIC 9(02).
               10  WS-RPD-CAT-TIPO     PIC X.
               10  WS-RPD-CAT-SENS     PIC X.
       01  WS-RPD-CAT-N                PIC 9(02) VALUE 30.
       01  WS-RPD-CAMPO                PIC X(04).
       01  WS-RPD-CI                   PIC 9(02).
       01  WS-RPD-J                    PIC 9(04).
      *DEFINICION EN TURNO YA RESUELTA CONTRA EL CATALOGO.
       01  WS-RPD-CODIGO               PIC X(08).
       01  WS-RPD-OK                   PIC X.
       01  WS-RPD-NC                   PIC 9(02).
       01  WS-RPD-COLS.
           05  WS-RPD-COL OCCURS 10 TIMES.
               10  WS-RPD-COL-CI       PIC 9(02).
               10  WS-RPD-COL-ANCHO    PIC 9(02).
       01  WS-RPD-NF                   PIC 9.
       01  WS-RPD-FILS.
           05  WS-RPD-FIL OCCURS 6 TIMES.
               10  WS-RPD-FIL-CI       PIC 9(02).
               10  WS-RPD-FIL-OPER     PIC X(02).
               10  WS-RPD-FIL-VALOR    PIC X(20).
               10  WS-RPD-FIL-NUM      PIC 9(09)V99.
      *LLAVES DE ORDEN: PRIMERO LOS CORTES (ASCENDENTES) Y DESPUES
      *EL ORDEN PEDIDO.
       01  WS-RPD-NK                   PIC 9.
       01  WS-RPD-NB                   PIC 9.
       01  WS-RPD-KEYS.
           05  WS-RPD-KEY OCCURS 5 TIMES.
               10  WS-RPD-KEY-CI       PIC 9(02).
               10  WS-RPD-KEY-DIR      PIC X.
       01  WS-RPD-NT                   PIC 9.
       01  WS-RPD-TOTS.
           05  WS-RPD-TOT-CI           PIC 9(02) OCCURS 3 TIMES.
      *VALOR DE UN CAMPO DEL REGISTRO EN TURNO: IMPRESO, NUMERICO Y
      *COMO LLAVE DE ORDEN (LOS NUMEROS CON CEROS A LA IZQUIERDA).
       01  WS-RPD-VAL                  PIC X(30).
       01  WS-RPD-NUM                  PIC 9(09)V99.
       01  WS-RPD-LLAVE                PIC X(30).
       01  WS-RPD-LLN                  PIC 9(09)V99.
       01  WS-RPD-LLN-X REDEFINES WS-RPD-LLN PIC X(11).
       01  WS-RPD-AN                   PIC 9(02).
       01  WS-RPD-EDN                  PIC Z(08)9.
       01  WS-RPD-EDM                  PIC Z(08)9.99.
       01  WS-RPD-EDT                  PIC Z(10)9.99.
       01  WS-RPD-PASA                 PIC X.
      *REGISTROS SELECCIONADOS Y SU ORDEN (INDICES A LA TABLA).
       01  WS-RPD-MAX                  PIC 9(04) VALUE 3000.
       01  WS-RPD-N                    PIC 9(04).
       01  WS-RPD-LLENA                PIC X.
       01  WS-RPD-TABLA.
           05  WS-RPD-ENT OCCURS 3000 TIMES.
               10  WS-RPD-REG          PIC X(259).
               10  WS-RPD-K            PIC X(30) OCCURS 5 TIMES.
       01  WS-RPD-IX-TABLA.
           05  WS-RPD-IX               PIC 9(04) OCCURS 3000 TIMES.
       01  WS-RPD-EOF                  PIC X.
       01  WS-RPD-I                    PIC 9(04).
       01  WS-RPD-A                    PIC 9(04).
       01  WS-RPD-P                    PIC 9(04).
       01  WS-RPD-TMP                  PIC 9(04).
       01  WS-RPD-KI                   PIC 9.
       01  WS-RPD-FIN                  PIC X.
       01  WS-RPD-CMP                  PIC X.
      *CORTES: VALOR ANTERIOR DE CADA NIVEL Y ACUMULADOS (NIVEL 1,
      *NIVEL 2 Y GRAN TOTAL = 3).
       01  WS-RPD-ANTERIOR.
           05  WS-RPD-ANT              PIC X(30) OCCURS 2 TIMES.
           05  WS-RPD-ANT-VAL          PIC X(30) OCCURS 2 TIMES.
       01  WS-RPD-NIVELES.
           05  WS-RPD-NIV OCCURS 3 TIMES.
               10  WS-RPD-NIV-CUENTA   PIC 9(06).
               10  WS-RPD-NIV-SUMA     PIC 9(11)V99 OCCURS 3 TIMES.
       01  WS-RPD-LV                   PIC 9.
       01  WS-RPD-NV                   PIC 9.
       01  WS-RPD-T                    PIC 9.
       01  WS-RPD-PTR                  PIC 9(03).
       01  WS-RPD-CPTR                 PIC 9(03).
       01  WS-RPD-RENG                 PIC X(79).
       01  WS-RPD-CSV-ABIERTO          PIC X VALUE 'N'.
       01  WS-RPD-TAMPAG-ANT           PIC 9(04).
       01  WS-RPD-HOY                  PIC X(08).
