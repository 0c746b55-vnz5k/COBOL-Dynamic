      *****************************************************************
      *    PST-MAST - CATALOGO DE PUESTOS (FD)                        *
      *    UN RENGLON POR PUESTO: CLAVE, TITULO Y EL TABULADOR        *
      *    (ID-TAB-S DE RATE-MAST) QUE LE CORRESPONDE. LAS PLAZAS     *
      *    AUTORIZADAS DE PLZ-MAST APUNTAN A ESTE CATALOGO; SE        *
      *    MANTIENE EN DYN-PSTMNT.                                    *
      *****************************************************************
       FD  PST-MAST.
       01  PST-REC.
           05  PT-CLV                  PIC X(04).
           05  PT-TITULO               PIC X(30).
           05  PT-ID-TAB-S             PIC A.
