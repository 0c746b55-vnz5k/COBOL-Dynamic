       01  WS-RETROPEND-PATH-DFLT      PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\RETROPND.TXT'.
       01  WS-RETROPEND-PATH           PIC X(80).
       01  WS-RETRO-CALC               PIC S9(07)V99.
      *AJUSTE ANUAL DE IMPUESTO ENCOLADO POR DYN-AJUANU (CONCEPTO
      *'A'): SE APLICA CONTRA EL ISR DEL PERIODO, NO CONTRA EL
      *BRUTO; POSITIVO = RETENER DE MAS, NEGATIVO = DEVOLVER.
       01  WS-AJUSTE-CALC              PIC S9(07)V99.
       01  WS-AJU-TEMP                 PIC S9(08)V99.
       01  WS-RETRO-FLAG               PIC 9.
       01  WS-RETRO-APLICA             PIC X VALUE 'N'.
