       01  WS-VLS-STATUS               PIC X(02).
       01  WS-VLSPARM-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\VLSPARM.TXT'.
       01  WS-VLSPARM-PATH             PIC X(80).
      *TOPE EXENTO DE LOS VALES: FRACCION DE LA UMA DIARIA POR DIA
      *DEL PERIODO (40% DE LA UMA, ART. 27 FR. VI LSS).
       01  WS-VLS-FACTOR               PIC V99 VALUE .40.
      *RESULTADO DE 934-CALCULA-VALES: VALES DEL PERIODO, PARTE
      *EXENTA Y PARTE GRAVADA (LO QUE REBASA EL TOPE).
       01  WS-VLS-CALC                 PIC 9(07)V99.
       01  WS-VLS-EXE                  PIC 9(07)V99.
       01  WS-VLS-GRAV                 PIC 9(07)V99.
       01  WS-VLS-MENSUAL              PIC 9(05)V99.
       01  WS-VLS-TOPE                 PIC 9(07)V99.
       01  WS-VLS-DIAS                 PIC 9(02).
       01  WS-VLS-HOY                  PIC X(08).
       01  WS-VLS-FLAG                 PIC 9.
       01  WS-VLS-PLAN                 PIC X.
