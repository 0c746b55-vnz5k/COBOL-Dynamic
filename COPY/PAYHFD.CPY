      *    UN RENGLON POR EMPLEADO POR CORRIDA DE NOMINA, PARA QUE    *
      *    EL DETALLE DE CADA PERIODO NO SE PIERDA AL ACUMULARSE EN   *
      *    YTD-SUE. LA LLAVE LLEVA EL GRUPO (S/M REGULAR, E EXTRA,    *
      *    A AGUINALDO, F FONDO DE AHORRO, U PTU, L LIQUIDACION DE    *
      *    BAJA) Y UN CONSECUTIVO PH-SEC QUE NORMALMENTE ES CERO;     *
      *    SI UN EMPLEADO COBRA DOS VECES EN EL MISMO PERIODO Y       *
      *    GRUPO (P.EJ. DOS CORRIDAS EXTRAORDINARIAS) EL ESCRITOR     *
      *    REINTENTA CON EL SIGUIENTE CONSECUTIVO, ASI NADA SE        *
      *    PIERDE NI SE ENCIMA.                                       *
      *****************************************************************
       FD  PAYHIST.
       01  PAYH-REC.
           05  PH-TIPO-PAGO            PIC X.
           05  PH-HORAS-TRAB           PIC 9(03)V99.
           05  PH-HORAS-EXTRA          PIC 9(03)V99.
           05  PH-PAGO-BRUTO           PIC 9(07)V99.
           05  PH-ISR                  PIC 9(07)V99.
           05  PH-NETO                 PIC 9(07)V99.
           05  PH-DEDUC                PIC 9(07)V99.
