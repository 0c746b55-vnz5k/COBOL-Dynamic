      *****************************************************************
      *    VLS-PARM - VALES DE DESPENSA POR BANDA O PLAN (FD)         *
      *    MONTO MENSUAL DE VALES QUE LE TOCA A CADA EMPLEADO:        *
      *    VL-TIPO 'B' POR BANDA SALARIAL (VL-CLAVE = ID-TAB-S EN LA  *
      *    PRIMERA POSICION) O 'P' POR PLAN DE PRESTACIONES (VL-CLAVE *
      *    = BP-CLV DE BEN-MAST). UN PLAN VIGENTE EN ENROLL CON       *
      *    RENGLON AQUI MANDA SOBRE LA BANDA; SI EL EMPLEADO TIENE    *
      *    VARIOS SE TOMA EL MAYOR. SE MANTIENE EN DYN-VLSMNT.        *
      *****************************************************************
       FD  VLS-PARM.
       01  VLS-REC.
           05  VL-KEY.
               10  VL-TIPO             PIC X.
               10  VL-CLAVE            PIC X(03).
           05  VL-DESC                 PIC X(20).
           05  VL-MONTO                PIC 9(05)V99.
           05  VL-F-MOD                PIC X(08).
