      *****************************************************************
      *    CAMPOS DE TRABAJO PARA LA LIQUIDACION LEGAL DE BAJA        *
      *    (INDEMNIZACION DE TRES MESES, VEINTE DIAS POR ANO Y PRIMA  *
      *    DE ANTIGUEDAD) QUE CALCULA 980-CALCULA-LIQUID.             *
      *****************************************************************
      *REGLA DE REINGRESO PARA EL SERVICIO, IGUAL QUE DYN-SENIOR:
      *'P' PUENTEA DESDE EL INGRESO ORIGINAL (REHIRE-FECHA), 'R'
      *REINICIA EN EL F-ING DEL REINGRESO.
       01  WS-LIQ-REGLA                PIC X VALUE 'P'.
       01  WS-LIQ-BASE-N               PIC 9(08).
       01  WS-LIQ-FIN-N                PIC 9(08).
       01  WS-LIQ-BASE-JUL             PIC 9(08).
       01  WS-LIQ-FIN-JUL              PIC 9(08).
       01  WS-LIQ-DIAS                 PIC 9(06).
       01  WS-LIQ-ANOS                 PIC 9(02)V99.
      *ANOS PARA LA EXENCION: LA FRACCION DE MAS DE SEIS MESES
      *CUENTA COMO ANO COMPLETO.
       01  WS-LIQ-ANOS-EXE             PIC 9(02).
       01  WS-LIQ-ANOS-ENT             PIC 9(02).
      *VALORES DE REFERENCIA DIARIOS: SALARIO MINIMO (TOPE DE LA
      *PRIMA DE ANTIGUEDAD, DOS VECES) Y UMA (EXENCION DE 90 UMA
      *POR ANO DE SERVICIO). SE CARGAN DE REF-MAST A LA FECHA DE
      *BAJA; ESTOS VALORES SOLO APLICAN SIN TABLA DE REFERENCIA.
       01  WS-LIQ-SM-DIARIO            PIC 9(05)V99 VALUE 248.93.
       01  WS-LIQ-UMA-DIARIO           PIC 9(05)V99 VALUE 108.57.
       01  WS-LIQ-CUOTA                PIC 9(05)V99.
       01  WS-LIQ-CUOTA-PA             PIC 9(05)V99.
      *CONCEPTOS DE LA LIQUIDACION.
       01  WS-LIQ-3MESES               PIC 9(07)V99.
       01  WS-LIQ-20DIAS               PIC 9(07)V99.
       01  WS-LIQ-PRIMA-ANT            PIC 9(07)V99.
       01  WS-LIQ-TOTAL                PIC 9(07)V99.
       01  WS-LIQ-EXENTO               PIC 9(07)V99.
       01  WS-LIQ-GRAVADO              PIC 9(07)V99.
      *TASA EFECTIVA DEL ULTIMO SUELDO ORDINARIO MENSUAL, QUE SE
      *APLICA A LA PARTE GRAVADA (SEPARADA DEL PAGO ORDINARIO).
       01  WS-LIQ-ORDINARIO            PIC 9(07)V99.
       01  WS-LIQ-TASA                 PIC 9V9999.
       01  WS-LIQ-ISR                  PIC 9(07)V99.
       01  WS-LIQ-NETO                 PIC 9(07)V99.
