       01  WS-PRI-STATUS               PIC X(02).
       01  WS-PRIRULES-PATH-DFLT       PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\PRIRULES.TXT'.
       01  WS-PRIRULES-PATH            PIC X(80).
      *REGLAS EN USO; ESTOS VALORES (LOS DE LEY) SOLO APLICAN SIN
      *TABLA PRI-RULES O SIN LA CLAVE EN ELLA.
       01  WS-PRI-DOM-PCT              PIC 9V99 VALUE 0.25.
       01  WS-PRI-DOM-BASE             PIC X VALUE 'J'.
       01  WS-PRI-FER-PCT              PIC 9V99 VALUE 2.00.
       01  WS-PRI-FER-BASE             PIC X VALUE 'H'.
       01  WS-PRI-LEIDAS               PIC X VALUE 'N'.
      *PERIODO (AAAAMM) DEL DETALLE DIARIO QUE SE EVALUA.
       01  WS-PRI-PERIODO              PIC X(06).
       01  WS-PRI-FLAG                 PIC 9.
       01  WS-PRI-FECHA-N              PIC 9(08).
       01  WS-PRI-JUL                  PIC 9(08).
       01  WS-PRI-DOW                  PIC 9.
       01  WS-PRI-CAL-OK               PIC X.
      *DIAS, HORAS E IMPORTE DE CADA PRIMA DEL EMPLEADO EN TURNO.
       01  WS-PRI-DOM-DIAS             PIC 9(02).
       01  WS-PRI-DOM-HORAS            PIC 9(03)V99.
       01  WS-PRI-DOM-CALC             PIC 9(07)V99.
       01  WS-PRI-FER-DIAS             PIC 9(02).
       01  WS-PRI-FER-HORAS            PIC 9(03)V99.
       01  WS-PRI-FER-CALC             PIC 9(07)V99.
      *RENGLON GENERICO QUE GRABA 994-PRIMAS-GRABA-UNA.
       01  WS-PRI-TIPO                 PIC X.
       01  WS-PRI-DIAS-G               PIC 9(02).
       01  WS-PRI-HORAS-G              PIC 9(03)V99.
       01  WS-PRI-CALC-G               PIC 9(07)V99.
