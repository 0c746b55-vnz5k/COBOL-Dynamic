       01  WS-TAX-FLAG                 PIC 9.
       01  WS-TAX-LIM-SEL              PIC 9(07).
       01  WS-TAX-PCT-SEL              PIC 9V999.
       01  WS-ISR-CALC                 PIC 9(07)V99.
       01  WS-NETO-CALC                PIC 9(07)V99.
      *FECHA PARA LA QUE SE PIDE LA VERSION DE LA TABLA (LA CARGA
      *EL LLAMADOR; EN BLANCO/NO NUMERICA SE USA LA DE HOY) Y
      *VERSION SELECCIONADA DURANTE EL BARRIDO.
       01  WS-TAX-VIG-PIDE             PIC X(08).
       01  WS-TAX-VIG-SEL              PIC X(08).
      *CUOTA FIJA DEL TRAMO SELECCIONADO E IMPUESTO DE TARIFA ANTES
      *DEL SUBSIDIO.
       01  WS-TAX-CUOTA-SEL            PIC 9(07)V99.
       01  WS-ISR-TARIFA               PIC 9(07)V99.
      *SUBSIDIO PARA EL EMPLEO: SOLO SE ACREDITA CON
      *WS-SUB-APLICA = 'S' (PAGO ORDINARIO DEL PERIODO; LO PRENDE
      *EL LLAMADOR). WS-SUB-CALC ES LO ACREDITADO CONTRA EL ISR DE
      *TARIFA, QUE NUNCA LO REBASA.
       01  WS-SUB-APLICA               PIC X VALUE 'N'.
       01  WS-SUB-VIG-SEL              PIC X(08).
       01  WS-SUB-LIM-SEL              PIC 9(07).
       01  WS-SUB-TABLA                PIC 9(07)V99.
       01  WS-SUB-CALC                 PIC 9(07)V99.
