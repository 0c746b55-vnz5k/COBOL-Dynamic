      *PROGRAMA - MANTENIMIENTO DEL CATALOGO DE PLANES DE     *
      *PRESTACIONES (BEN-MAST): FONDO DE AHORRO, SEGUROS,     *
      *ETC. CADA PLAN DEDUCE UN MONTO FIJO O UN PORCENTAJE    *
      *DEL BRUTO DEL PERIODO, Y PUEDE LLEVAR UNA PRIMA QUE    *
      *PAGA LA EMPRESA POR CADA INSCRITO. MISMO ESTILO QUE    *
      *DYN-RATMNT.                                            *
      *********************************************************

       IDENTIFICATION DIVISION.
               DISPLAY 'PORCENTAJE (EJ. 0.050 = 5%):' ACCEPT BP-PCT
               MOVE 0 TO BP-MONTO
           END-IF.
           DISPLAY 'PRIMA DE LA EMPRESA POR PERIODO (0 = NINGUNA):'
           ACCEPT BP-CIA-MONTO.
           WRITE BEN-REC
               INVALID KEY
                   DISPLAY 'ESE PLAN YA EXISTE, SE IGNORA'
