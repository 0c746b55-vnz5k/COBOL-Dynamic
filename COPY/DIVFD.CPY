      *****************************************************************
      *    DIV-MAST - CATALOGO DE DIVISIONES (FD)                     *
      *    NIVEL ARRIBA DEL DEPARTAMENTO: CADA DEP-MAST APUNTA A SU   *
      *    DIVISION (DM-DIV-CLV); LOS REPORTES DEPARTAMENTALES        *
      *    SUBTOTALIZAN POR ELLA. LA DIVISION 00 ES "SIN DIVISION".   *
      *    SE MANTIENE EN DYN-DIVMNT.                                 *
      *****************************************************************
       FD  DIV-MAST.
       01  DIV-REC.
           05  DV-CLV                  PIC 9(02).
           05  DV-NOM                  PIC X(20).
