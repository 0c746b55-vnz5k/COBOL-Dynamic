      *****************************************************************
      *    BEN-MAST - CATALOGO DE PLANES DE PRESTACIONES (FD)         *
      *    BP-TIPO: 'M' DEDUCE UN MONTO FIJO POR PERIODO, 'P' DEDUCE  *
      *    UN PORCENTAJE DEL BRUTO DEL PERIODO. BP-CIA-MONTO ES LA    *
      *    PRIMA QUE LA EMPRESA PAGA POR CADA INSCRITO Y PERIODO      *
      *    (CERO SI EL PLAN LO PAGA SOLO EL EMPLEADO); NO SE DEDUCE,  *
      *    LA SUMA EL ESTADO DE COMPENSACION TOTAL.                   *
      *****************************************************************
       FD  BEN-MAST.
       01  BEN-REC.
           05  BP-TIPO                 PIC X.
           05  BP-MONTO                PIC 9(05).
           05  BP-PCT                  PIC 9V999.
           05  BP-CIA-MONTO            PIC 9(05)V99.
