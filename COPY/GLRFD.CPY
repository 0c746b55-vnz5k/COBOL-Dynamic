      *****************************************************************
      *    GLR-MAP - SUBMAYOR DE CADA CUENTA DE PASIVO (FD)           *
      *    UN REGISTRO POR COMPANIA Y CUENTA DE PASIVO DE LA BALANZA  *
      *    QUE DICE CONTRA QUE SUBMAYOR DE LA NOMINA SE CONCILIA EN   *
      *    DYN-GLREC. GR-SUBMAYOR: 'R' RETENCIONES NO ENTERADAS       *
      *    (REM-CTL; GR-REM-TIPO LIMITA A UN RC-TIPO, SPACES = TODOS) *
      *    / 'C' CHEQUES EN CIRCULACION (CHK-REG) / 'H' PAGO RETENIDO *
      *    Y DEPOSITOS DEVUELTOS (HLD-PAG, DVL-CTL) / 'A' FONDO DE    *
      *    AHORRO (SAV-MAST) / 'V' PROVISION DE VACACIONES (VAC-PROV) *
      *    / 'D' SUELDOS DEVENGADOS SIN REVERSAR (DEV-PROV). SE       *
      *    MANTIENE EN DYN-GLRMNT.                                    *
      *****************************************************************
       FD  GLR-MAP.
       01  GLR-REC.
           05  GR-KEY.
               10  GR-CIA              PIC X(02).
               10  GR-CUENTA           PIC X(08).
           05  GR-SUBMAYOR             PIC X.
           05  GR-REM-TIPO             PIC X.
           05  GR-DESC                 PIC X(30).
