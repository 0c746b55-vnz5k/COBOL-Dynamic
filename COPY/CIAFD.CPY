      *    ANTERIORES A ESTE CAMPO CUENTA COMO '01', LA COMPANIA      *
      *    ORIGINAL), ASI YA NO SE DUPLICAN DIRECTORIOS DE DATOS NI   *
      *    SE FLIPEA DYN_PATH PARA LA SEGUNDA RAZON SOCIAL.           *
      *    CM-REG-PAT ES EL REGISTRO PATRONAL IMSS DE LA COMPANIA,    *
      *    QUE LLEVAN LOS AVISOS DE BAJA Y ALTA DE UN TRASPASO ENTRE  *
      *    COMPANIAS (DYN-CIATRF).                                    *
      *****************************************************************
       FD  CIA-MAST.
       01  CIA-REC.
           05  CM-CLV                  PIC X(02).
           05  CM-NOM                  PIC X(30).
           05  CM-RFC                  PIC X(13).
           05  CM-REG-PAT              PIC X(11).
