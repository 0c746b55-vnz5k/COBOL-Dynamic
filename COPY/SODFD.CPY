      *****************************************************************
      *    SOD-RULE - REGLAS DE SEGREGACION DE FUNCIONES (FD)         *
      *    CADA REGLA NOMBRA DOS LADOS QUE UN MISMO OPERADOR NO DEBE  *
      *    TENER JUNTOS. POR LADO: SD-FUN ES LA FUNCION DE PERM-MAST  *
      *    QUE DA EL PERMISO (DYN-RBMENU / DYN-PRMMNT) Y SD-PROG Y    *
      *    SD-OP IDENTIFICAN LA EVIDENCIA DE QUE SE EJERCIO: EL       *
      *    PROGRAMA COMO QUEDA EN AUDIT-LOG / SES-LOG / PEND-MAST Y   *
      *    LA OPERACION DE AUDIT-LOG ('A' ALTA, 'E' CAMBIO, 'K'       *
      *    CAMBIO DE CUENTA BANCARIA, 'D' BAJA). SD-PROG EN BLANCO =  *
      *    CUALQUIER PROGRAMA; SD-OP EN BLANCO = CUALQUIER OPERACION, *
      *    INCLUSO LA SOLA FIRMA EN SES-LOG. SE MANTIENE CON          *
      *    DYN-SODMNT Y LA REVISA DYN-SODRPT.                         *
      *****************************************************************
       FD  SOD-RULE.
       01  SOD-REC.
           05  SD-CLV                  PIC X(02).
           05  SD-DESC                 PIC X(30).
           05  SD-FUN-A                PIC X(02).
           05  SD-PROG-A               PIC X(08).
           05  SD-OP-A                 PIC X.
           05  SD-FUN-B                PIC X(02).
           05  SD-PROG-B               PIC X(08).
           05  SD-OP-B                 PIC X.
