       01  WS-VAR-STATUS               PIC X(02).
       01  WS-VARPER-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\VARPER.TXT'.
       01  WS-VARPER-PATH              PIC X(80).
      *PERIODO DEL PAGO VARIABLE QUE TOMA 912-CALCULA-PAGO (LO
      *CARGA LA CORRIDA; EN BLANCO TOMA EL ULTIMO PERIODO CARGADO
      *DEL EMPLEADO, PARA PROYECCIONES). CON WS-VAR-APLICA = 'S'
      *(SOLO LA CORRIDA DE NOMINA) EL RENGLON QUEDA PAGADO.
       01  WS-VAR-PERIODO              PIC X(06) VALUE SPACES.
       01  WS-VAR-APLICA               PIC X VALUE 'N'.
       01  WS-VAR-FLAG                 PIC 9.
      *PAGO VARIABLE Y COMPLEMENTO AL MINIMO DEL EMPLEADO EN
      *TURNO, SEPARADOS PARA EL REGISTRO Y EL DETALLE.
       01  WS-VAR-IMPORTE              PIC 9(07)V99.
       01  WS-VAR-COMPL                PIC 9(07)V99.
