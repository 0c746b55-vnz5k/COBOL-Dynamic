      *****************************************************************
      *    FRD-WORK - LISTA DE TRABAJO DE POSIBLE FRAUDE (FD)         *
      *    UN HALLAZGO POR RAZON, EMPLEADO Y REFERENCIA, ESCRITO POR  *
      *    EL BARRIDO DYN-FRDSCAN Y CERRADO POR AUDITORIA INTERNA EN  *
      *    DYN-FRDREV CON SU DISPOSICION. A DIFERENCIA DE DQ-WORK LA  *
      *    LISTA NO SE REARMA: UN HALLAZGO CERRADO QUEDA CERRADO Y EL *
      *    BARRIDO SOLO LE ACTUALIZA LA ULTIMA FECHA A LOS ABIERTOS.  *
      *    RAZONES (FR-REF ENTRE PARENTESIS):                         *
      *      01 MISMA CTA-CLABE EN OTRO EMPLEADO (EL OTRO ID)         *
      *      02 POR HORA PAGADO SIN CHECADAS (PERIODO)                *
      *      03 PAGADO DESPUES DE SU TERM-FECHA (PERIODO Y GRUPO)     *
      *      04 CLABE CAMBIADA POCOS DIAS ANTES DE UN PAGO (FECHA     *
      *         DEL CAMBIO)                                           *
      *      05 SUP-ID ES EL MISMO EMPLEADO O NO EXISTE (SUP-ID)      *
      *      06 ALTA CAPTURADA Y APROBADA POR EL MISMO OPERADOR       *
      *         (OPERADOR)                                            *
      *    FR-EST: 'A' ABIERTO / 'C' CERRADO. FR-DISP: 'F' FRAUDE     *
      *    CONFIRMADO / 'E' ERROR DE CAPTURA CORREGIDO / 'L'          *
      *    LEGITIMO (FALSO POSITIVO).                                 *
      *****************************************************************
       FD  FRD-WORK.
       01  FRD-REC.
           05  FR-KEY.
               10  FR-RAZON            PIC X(02).
               10  FR-ID-EMPL          PIC 9(06).
               10  FR-REF              PIC X(10).
           05  FR-DETALLE              PIC X(40).
           05  FR-F-DETECTA            PIC X(08).
           05  FR-F-ULTIMA             PIC X(08).
           05  FR-EST                  PIC X.
           05  FR-DISP                 PIC X.
           05  FR-NOTA                 PIC X(40).
           05  FR-OPER                 PIC X(06).
           05  FR-F-CIERRE             PIC X(08).
