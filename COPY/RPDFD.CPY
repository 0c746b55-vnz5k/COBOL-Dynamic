      *****************************************************************
      *    RPD-MAST - DEFINICIONES DE REPORTES A LA MEDIDA (FD)       *
      *    UN REGISTRO POR REPORTE, CLAVE RD-CODIGO. LOS CAMPOS SON   *
      *    CODIGOS DEL CATALOGO DE RPDWS (CAMPOS DE LA FOTO           *
      *    NOCTURNA EMP-SNAP). FILTROS: CAMPO, OPERADOR (EQ NE GT GE  *
      *    LT LE, VA = VACIO, NV = NO VACIO) Y VALOR; SE CUMPLEN      *
      *    TODOS (Y). ORDEN: CAMPO Y SENTIDO (A/D). CORTES: HASTA DOS *
      *    CAMPOS DE CONTROL, QUE MANDAN SOBRE EL ORDEN; EN CADA      *
      *    CORTE SALE EL CONTEO Y LA SUMA DE LOS CAMPOS TOTALIZADOS   *
      *    (SOLO NUMERICOS). RD-CSV = 'S' ESCRIBE ADEMAS EL CSV.      *
      *    RD-TAMPAG EN CERO TOMA EL TAMANO DE PAGINA DE REPTWS.      *
      *    SE MANTIENE EN DYN-RPDMNT (SOLO SUPERVISORES).             *
      *****************************************************************
       FD  RPD-MAST.
       01  RPD-REC.
           05  RD-CODIGO               PIC X(08).
           05  RD-TITULO               PIC X(40).
           05  RD-CAMPOS.
               10  RD-CAMPO            PIC X(04) OCCURS 10 TIMES.
           05  RD-FILTROS.
               10  RD-FILTRO OCCURS 6 TIMES.
                   15  RD-F-CAMPO      PIC X(04).
                   15  RD-F-OPER       PIC X(02).
                   15  RD-F-VALOR      PIC X(20).
           05  RD-ORDENES.
               10  RD-ORDEN OCCURS 3 TIMES.
                   15  RD-O-CAMPO      PIC X(04).
                   15  RD-O-DIR        PIC X.
           05  RD-CORTES.
               10  RD-CORTE            PIC X(04) OCCURS 2 TIMES.
           05  RD-TOTALES.
               10  RD-TOTAL            PIC X(04) OCCURS 3 TIMES.
           05  RD-CSV                  PIC X.
           05  RD-TAMPAG               PIC 9(02).
           05  RD-OPER                 PIC X(06).
           05  RD-F-MOD                PIC X(08).

       FD  RPD-CSV.
       01  RPDCSV-REC                  PIC X(400).
