      *********************************************************
      *PROGRAMA - ANALISIS DE EQUIDAD SALARIAL POR GENERO.    *
      *EL GENERO SALE DE LA POSICION 11 DE LA CURP (H / M, YA *
      *VALIDADA EN LA CAPTURA). PARA LOS ASALARIADOS ACTIVOS  *
      *COMPARA EL SUE-MEN PROMEDIO Y LA MEDIANA DE HOMBRES Y  *
      *MUJERES EN TODA LA EMPRESA Y DENTRO DE CADA BANDA      *
      *ID-TAB-S, DEPARTAMENTO, PUESTO (DE LA PLAZA QUE OCUPA, *
      *PLZ-MAST) Y RANGO DE ANTIGUEDAD, CON EL COMPA-RATIO    *
      *PROMEDIO DE CADA GENERO CONTRA RATE-MAST (EL MISMO DE  *
      *DYN-COMPA). LA BRECHA ES LO QUE GANAN MENOS LAS MUJERES*
      *SOBRE LO QUE GANAN LOS HOMBRES; EL GRUPO CUYA BRECHA   *
      *DE PROMEDIO O DE MEDIANA SE SALE DE LA TOLERANCIA      *
      *CAPTURADA (EN CUALQUIER SENTIDO) SE MARCA Y SE LISTAN  *
      *SUS EMPLEADOS PARA REVISION. SALE AL SPOOL.            *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-PAYEQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADO ASSIGN TO WS-DYN-PATH
           ORGANIZATION  IS  INDEXED
           RECORD KEY IS ID-EMPL
           ALTERNATE RECORD KEY NOM-DEP  WITH DUPLICATES
           ALTERNATE RECORD KEY NOM-EMPL WITH DUPLICATES
           ALTERNATE RECORD KEY CLV-DEP WITH DUPLICATES
           ALTERNATE RECORD KEY F-ING WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-EMP-STATUS.
           COPY RATEFILE.
           COPY PLZFILE.
           COPY PSTFILE.
           COPY SPLFILE.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO.
       01 REG-EMPL.
           05 ID-EMPL                  PIC 9(06).
           05 NOM-EMPL                 PIC X(30).
           05 CLV-DEP                  PIC 9(03).
           05 NOM-DEP                  PIC X(20).
           05 ID-TAB-S                 PIC A.
           05 SUE-MEN                  PIC 9(07)V99.
           05 F-ING                    PIC X(08).
           05 EMP-STATUS               PIC X.
           05 TERM-REASON               PIC X.
           05 TERM-FECHA                PIC X(08).
           05 REHIRE-FECHA              PIC X(08).
           05 REHIRE-ID-ORIG            PIC 9(06).
           05 TELEFONO                   PIC X(12).
           05 EMAIL                      PIC X(30).
           05 TIPO-PAGO                  PIC X.
           05 HORAS-TRAB                 PIC 9(03)V99.
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.
           05 F-NAC                      PIC X(08).
           05 RFC                        PIC X(13).
           05 CURP                       PIC X(18).
           05 NSS                        PIC X(11).
           05 GRUPO-PAGO                 PIC X.
           05 SUP-ID                     PIC 9(06).
           05 CIA-CLV                    PIC X(02).
           05 METODO-PAGO                PIC X.
           05 SUC-CLV                    PIC X(03).

           COPY RATEFD.
           COPY PLZFD.
           COPY PSTFD.
           COPY SPLFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY RATESTAT.
           COPY PLZSTAT.
           COPY PSTSTAT.
           COPY SPLSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).
       01 WS-F-ING-N                   PIC 9(08).
       01 WS-ANOS                      PIC 9(04).
       01 WS-TOL-X                     PIC X(02).
       01 WS-TOLERANCIA                PIC 9(02) VALUE 5.
       01 WS-PLZ-ABIERTO               PIC X VALUE 'N'.
       01 WS-RATE-ABIERTO              PIC X VALUE 'N'.
       01 WS-SIN-GENERO                PIC 9(05) VALUE 0.
       01 WS-GRUPOS-MARCADOS           PIC 9(05) VALUE 0.

      *EMPLEADOS DEL ANALISIS. EQ-ANT ES EL RANGO DE ANTIGUEDAD
      *(1 = MENOS DE 2 ANOS, 2 = 2 A 4, 3 = 5 A 9, 4 = 10 O MAS);
      *EQ-RATIO = 0 CUANDO LA BANDA NO TIENE TABULADOR VIGENTE.
       01 WS-EQ-MAX                    PIC 9(04) VALUE 5000.
       01 WS-EQ-N                      PIC 9(04) VALUE 0.
       01 WS-EQ-LLENA                  PIC X VALUE 'N'.
       01 WS-EQ-TABLA.
           05 WS-EQ-ENT OCCURS 5000 TIMES.
               10 WS-EQ-ID             PIC 9(06).
               10 WS-EQ-NOM            PIC X(30).
               10 WS-EQ-GEN            PIC X.
               10 WS-EQ-BANDA          PIC X.
               10 WS-EQ-DEP            PIC 9(03).
               10 WS-EQ-PUESTO         PIC X(04).
               10 WS-EQ-ANT            PIC 9.
               10 WS-EQ-SUE            PIC 9(07)V99.
               10 WS-EQ-RATIO          PIC 9(03)V99.

      *GRUPOS DE LA DIMENSION EN TURNO (1 GENERAL, 2 BANDA, 3
      *DEPARTAMENTO, 4 PUESTO, 5 ANTIGUEDAD), CON CONTEO, SUMA DE
      *SUELDO Y DE RATIO POR GENERO (1 = H, 2 = M).
       01 WS-DIM                       PIC 9.
       01 WS-LLAVE                     PIC X(04).
       01 WS-GR-N                      PIC 9(04).
       01 WS-GR-TABLA.
           05 WS-GR-ENT OCCURS 1000 TIMES.
               10 WS-GR-LLAVE          PIC X(04).
               10 WS-GR-GEN OCCURS 2 TIMES.
                   15 WS-GR-CUENTA     PIC 9(05).
                   15 WS-GR-SUMA       PIC 9(11)V99.
                   15 WS-GR-CR-CUENTA  PIC 9(05).
                   15 WS-GR-CR-SUMA    PIC 9(07)V99.
       01 WS-I                         PIC 9(04).
       01 WS-G                         PIC 9(04).
       01 WS-X                         PIC 9.
       01 WS-HALLO                     PIC X.

      *SUELDOS DE UN GENERO DEL GRUPO, ORDENADOS PARA LA MEDIANA.
       01 WS-V-N                       PIC 9(04).
       01 WS-V-TABLA.
           05 WS-V-SUE OCCURS 5000 TIMES PIC 9(07)V99.
       01 WS-V-I                       PIC 9(04).
       01 WS-V-J                       PIC 9(04).
       01 WS-V-TMP                     PIC 9(07)V99.
       01 WS-V-FIN                     PIC X.
       01 WS-V-MITAD                   PIC 9(04).
       01 WS-V-RESTO                   PIC 9.

       01 WS-RES-TABLA.
           05 WS-RES-GEN OCCURS 2 TIMES.
               10 WS-PROM              PIC 9(07)V99.
               10 WS-MEDIANA           PIC 9(07)V99.
               10 WS-CR                PIC 9(03)V99.
       01 WS-BRECHA-PROM               PIC S9(03)V9.
       01 WS-BRECHA-MED                PIC S9(03)V9.
       01 WS-FUERA                     PIC X.
       01 WS-ETIQUETA                  PIC X(16).

       01 WS-LINEA.
           05 WS-L-ETIQ                PIC X(16).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-GEN                 PIC X.
           05 WS-L-CUENTA              PIC ZZZZ9.
           05 FILLER                   PIC X(07) VALUE '  PROM '.
           05 WS-L-PROM                PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(06) VALUE '  MED '.
           05 WS-L-MED                 PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(05) VALUE '  CR '.
           05 WS-L-CR                  PIC ZZ9.99.
       01 WS-LINEA-BR.
           05 FILLER                   PIC X(18) VALUE SPACES.
           05 FILLER                   PIC X(16)
               VALUE 'BRECHA PROMEDIO '.
           05 WS-LB-PROM               PIC -ZZ9.9.
           05 FILLER                   PIC X(11) VALUE '%  MEDIANA '.
           05 WS-LB-MED                PIC -ZZ9.9.
           05 FILLER                   PIC X VALUE '%'.
           05 WS-LB-MARCA              PIC X(18).
       01 WS-LINEA-EMP.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-LE-ID                 PIC 9(06).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LE-NOM                PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LE-GEN                PIC X.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LE-SUE                PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(04) VALUE '  CR'.
           05 WS-LE-CR                 PIC ZZZ9.99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     ANALISIS DE EQUIDAD SALARIAL POR GENERO'.
           DISPLAY SEP.
           DISPLAY 'TOLERANCIA DE BRECHA EN PUNTOS PORCENTUALES '
               '(ENTER = 5):'.
           MOVE SPACES TO WS-TOL-X.
           ACCEPT WS-TOL-X.
           IF WS-TOL-X NOT = SPACES AND WS-TOL-X IS NUMERIC
               MOVE WS-TOL-X TO WS-TOLERANCIA
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-RATEMAST-PATH-DFLT TO WS-RATEMAST-PATH.
           DISPLAY 'RATEMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-RATEMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-RATEMAST-PATH = SPACES
               MOVE WS-RATEMAST-PATH-DFLT TO WS-RATEMAST-PATH
           END-IF.
           OPEN INPUT RATE-MAST.
           IF WS-RATEMAST-STATUS = '00'
               MOVE 'S' TO WS-RATE-ABIERTO
           END-IF.
           PERFORM 993-PLAZA-RUTA.
           OPEN INPUT PLZ-MAST.
           IF WS-PLZ-STATUS = '00'
               MOVE 'S' TO WS-PLZ-ABIERTO
           END-IF.
           PERFORM 100-CARGA UNTIL WS-FLAG = 1.
           IF WS-PLZ-ABIERTO = 'S'
               CLOSE PLZ-MAST
           END-IF.
           IF WS-RATE-ABIERTO = 'S'
               CLOSE RATE-MAST
           END-IF.
           CLOSE EMPLEADO.
           MOVE 'DYN-PAYEQ' TO WS-SPL-REPORTE.
           MOVE SPACES TO WS-SPL-PARAMS.
           STRING 'TOLERANCIA ' WS-TOLERANCIA
               DELIMITED BY SIZE INTO WS-SPL-PARAMS.
           PERFORM 940-SPOOL-ABRE.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING '     EQUIDAD SALARIAL POR GENERO AL ' WS-HOY
               '   TOLERANCIA ' WS-TOLERANCIA '%'
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING '     BRECHA = (HOMBRES - MUJERES) / HOMBRES;'
               '  CR = COMPA-RATIO'
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 200-DIMENSION VARYING WS-DIM FROM 1 BY 1
               UNTIL WS-DIM > 5.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'EMPLEADOS ANALIZADOS: ' WS-EQ-N
               '   GRUPOS FUERA DE TOLERANCIA: ' WS-GRUPOS-MARCADOS
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           IF WS-SIN-GENERO > 0
               MOVE SPACES TO WS-SPL-LINEA
               STRING 'OMITIDOS POR CURP SIN GENERO (H/M): '
                   WS-SIN-GENERO
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
           END-IF.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 942-SPOOL-CIERRA.
           STOP RUN.

      *ASALARIADOS ACTIVOS, IGUAL QUE DYN-COMPA.
       100-CARGA.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EMP-STATUS NOT = 'I' AND TIPO-PAGO = 'M'
                       IF CURP(11:1) = 'H' OR CURP(11:1) = 'M'
                           PERFORM 110-AGREGA
                       ELSE
                           ADD 1 TO WS-SIN-GENERO
                       END-IF
                   END-IF
           END-READ.

           110-AGREGA.
               IF WS-EQ-N < WS-EQ-MAX
                   ADD 1 TO WS-EQ-N
                   MOVE ID-EMPL TO WS-EQ-ID(WS-EQ-N)
                   MOVE NOM-EMPL TO WS-EQ-NOM(WS-EQ-N)
                   MOVE CURP(11:1) TO WS-EQ-GEN(WS-EQ-N)
                   MOVE ID-TAB-S TO WS-EQ-BANDA(WS-EQ-N)
                   MOVE CLV-DEP TO WS-EQ-DEP(WS-EQ-N)
                   MOVE SUE-MEN TO WS-EQ-SUE(WS-EQ-N)
                   MOVE 'SIN' TO WS-EQ-PUESTO(WS-EQ-N)
                   IF WS-PLZ-ABIERTO = 'S'
                       PERFORM 994-PLAZA-BUSCA
                       IF WS-PLZ-ACTUAL NOT = 0
                           MOVE PZ-PUESTO TO WS-EQ-PUESTO(WS-EQ-N)
                       END-IF
                   END-IF
                   MOVE 0 TO WS-ANOS
                   IF F-ING IS NUMERIC
                       MOVE F-ING TO WS-F-ING-N
                       COMPUTE WS-ANOS = (WS-HOY - WS-F-ING-N) / 10000
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-ANOS < 2 MOVE 1 TO WS-EQ-ANT(WS-EQ-N)
                       WHEN WS-ANOS < 5 MOVE 2 TO WS-EQ-ANT(WS-EQ-N)
                       WHEN WS-ANOS < 10 MOVE 3 TO WS-EQ-ANT(WS-EQ-N)
                       WHEN OTHER MOVE 4 TO WS-EQ-ANT(WS-EQ-N)
                   END-EVALUATE
                   MOVE 0 TO WS-EQ-RATIO(WS-EQ-N)
                   IF WS-RATE-ABIERTO = 'S'
                       MOVE ID-TAB-S TO WS-RATE-COD-PIDE
                       MOVE SPACES TO WS-RATE-VIG-PIDE
                       PERFORM 971-RATE-VIGENTE
                       IF WS-RATE-ENC = 'S' AND WS-RATE-SUE > 0
                           COMPUTE WS-EQ-RATIO(WS-EQ-N) ROUNDED =
                               SUE-MEN * 100 / WS-RATE-SUE
                       END-IF
                   END-IF
               ELSE
                   IF WS-EQ-LLENA = 'N'
                       MOVE 'S' TO WS-EQ-LLENA
                       DISPLAY 'TABLA LLENA; SE ANALIZAN LOS PRIMEROS '
                           WS-EQ-MAX ' EMPLEADOS'
                   END-IF
               END-IF.

      *ARMA LOS GRUPOS DE LA DIMENSION Y LOS REPORTA EN EL ORDEN
      *EN QUE APARECEN.
       200-DIMENSION.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           EVALUATE WS-DIM
               WHEN 1 MOVE 'TODA LA EMPRESA' TO WS-SPL-LINEA
               WHEN 2 MOVE 'POR BANDA (ID-TAB-S)' TO WS-SPL-LINEA
               WHEN 3 MOVE 'POR DEPARTAMENTO' TO WS-SPL-LINEA
               WHEN 4 MOVE 'POR PUESTO (PLAZA QUE OCUPA)'
                   TO WS-SPL-LINEA
               WHEN 5 MOVE 'POR ANTIGUEDAD' TO WS-SPL-LINEA
           END-EVALUATE.
           PERFORM 941-SPOOL-LINEA.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE 0 TO WS-GR-N.
           PERFORM 210-ACUMULA VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-EQ-N.
           PERFORM 300-GRUPO VARYING WS-G FROM 1 BY 1
               UNTIL WS-G > WS-GR-N.

           210-ACUMULA.
               PERFORM 220-LLAVE
               MOVE 'N' TO WS-HALLO
               PERFORM 230-BUSCA VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GR-N OR WS-HALLO = 'S'
               IF WS-HALLO = 'S'
                   SUBTRACT 1 FROM WS-G
               ELSE
                   IF WS-GR-N < 1000
                       ADD 1 TO WS-GR-N
                       MOVE WS-GR-N TO WS-G
                       INITIALIZE WS-GR-ENT(WS-G)
                       MOVE WS-LLAVE TO WS-GR-LLAVE(WS-G)
                       MOVE 'S' TO WS-HALLO
                   END-IF
               END-IF
               IF WS-HALLO = 'S'
                   MOVE 1 TO WS-X
                   IF WS-EQ-GEN(WS-I) = 'M'
                       MOVE 2 TO WS-X
                   END-IF
                   ADD 1 TO WS-GR-CUENTA(WS-G WS-X)
                   ADD WS-EQ-SUE(WS-I) TO WS-GR-SUMA(WS-G WS-X)
                   IF WS-EQ-RATIO(WS-I) > 0
                       ADD 1 TO WS-GR-CR-CUENTA(WS-G WS-X)
                       ADD WS-EQ-RATIO(WS-I)
                           TO WS-GR-CR-SUMA(WS-G WS-X)
                   END-IF
               END-IF.

      *LLAVE DEL EMPLEADO WS-I EN LA DIMENSION EN TURNO.
           220-LLAVE.
               MOVE SPACES TO WS-LLAVE
               EVALUATE WS-DIM
                   WHEN 1 MOVE 'TODO' TO WS-LLAVE
                   WHEN 2 MOVE WS-EQ-BANDA(WS-I) TO WS-LLAVE
                   WHEN 3 MOVE WS-EQ-DEP(WS-I) TO WS-LLAVE
                   WHEN 4 MOVE WS-EQ-PUESTO(WS-I) TO WS-LLAVE
                   WHEN 5 MOVE WS-EQ-ANT(WS-I) TO WS-LLAVE
               END-EVALUATE.

           230-BUSCA.
               IF WS-GR-LLAVE(WS-G) = WS-LLAVE
                   MOVE 'S' TO WS-HALLO
               END-IF.

      *PROMEDIO, MEDIANA Y COMPA-RATIO DE CADA GENERO; LA BRECHA
      *SOLO SE MIDE SI EL GRUPO TIENE HOMBRES Y MUJERES.
       300-GRUPO.
           PERFORM 310-GENERO VARYING WS-X FROM 1 BY 1
               UNTIL WS-X > 2.
           MOVE SPACES TO WS-ETIQUETA.
           EVALUATE WS-DIM
               WHEN 1 MOVE 'EMPRESA' TO WS-ETIQUETA
               WHEN 2 STRING 'BANDA ' WS-GR-LLAVE(WS-G)
                   DELIMITED BY SIZE INTO WS-ETIQUETA
               WHEN 3 STRING 'DEPTO ' WS-GR-LLAVE(WS-G)
                   DELIMITED BY SIZE INTO WS-ETIQUETA
               WHEN 4 STRING 'PUESTO ' WS-GR-LLAVE(WS-G)
                   DELIMITED BY SIZE INTO WS-ETIQUETA
               WHEN 5 EVALUATE WS-GR-LLAVE(WS-G)(1:1)
                   WHEN '1' MOVE 'MENOS DE 2 ANOS' TO WS-ETIQUETA
                   WHEN '2' MOVE 'DE 2 A 4 ANOS' TO WS-ETIQUETA
                   WHEN '3' MOVE 'DE 5 A 9 ANOS' TO WS-ETIQUETA
                   WHEN OTHER MOVE '10 ANOS O MAS' TO WS-ETIQUETA
                   END-EVALUATE
           END-EVALUATE.
           MOVE WS-ETIQUETA TO WS-L-ETIQ.
           MOVE 'H' TO WS-L-GEN.
           MOVE 1 TO WS-X.
           PERFORM 320-RENGLON.
           MOVE SPACES TO WS-L-ETIQ.
           MOVE 'M' TO WS-L-GEN.
           MOVE 2 TO WS-X.
           PERFORM 320-RENGLON.
           MOVE 'N' TO WS-FUERA.
           IF WS-GR-CUENTA(WS-G 1) > 0 AND WS-GR-CUENTA(WS-G 2) > 0
               AND WS-PROM(1) > 0 AND WS-MEDIANA(1) > 0
               COMPUTE WS-BRECHA-PROM ROUNDED =
                   (WS-PROM(1) - WS-PROM(2)) * 100 / WS-PROM(1)
               COMPUTE WS-BRECHA-MED ROUNDED =
                   (WS-MEDIANA(1) - WS-MEDIANA(2)) * 100
                   / WS-MEDIANA(1)
               MOVE WS-BRECHA-PROM TO WS-LB-PROM
               MOVE WS-BRECHA-MED TO WS-LB-MED
               MOVE SPACES TO WS-LB-MARCA
               IF WS-BRECHA-PROM > WS-TOLERANCIA
                   OR WS-BRECHA-PROM < 0 - WS-TOLERANCIA
                   OR WS-BRECHA-MED > WS-TOLERANCIA
                   OR WS-BRECHA-MED < 0 - WS-TOLERANCIA
                   MOVE 'S' TO WS-FUERA
                   MOVE '  FUERA DE TOLER.' TO WS-LB-MARCA
                   ADD 1 TO WS-GRUPOS-MARCADOS
               END-IF
               MOVE WS-LINEA-BR TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
           END-IF.
           IF WS-FUERA = 'S'
               PERFORM 340-LISTA VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-EQ-N
           END-IF.

           310-GENERO.
               MOVE 0 TO WS-PROM(WS-X)
               MOVE 0 TO WS-MEDIANA(WS-X)
               MOVE 0 TO WS-CR(WS-X)
               IF WS-GR-CUENTA(WS-G WS-X) > 0
                   COMPUTE WS-PROM(WS-X) ROUNDED =
                       WS-GR-SUMA(WS-G WS-X) / WS-GR-CUENTA(WS-G WS-X)
                   MOVE 0 TO WS-V-N
                   PERFORM 330-JUNTA VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-EQ-N
                   PERFORM 335-INSERTA VARYING WS-V-I FROM 2 BY 1
                       UNTIL WS-V-I > WS-V-N
                   DIVIDE WS-V-N BY 2 GIVING WS-V-MITAD
                       REMAINDER WS-V-RESTO
                   IF WS-V-RESTO = 1
                       MOVE WS-V-SUE(WS-V-MITAD + 1)
                           TO WS-MEDIANA(WS-X)
                   ELSE
                       COMPUTE WS-MEDIANA(WS-X) ROUNDED =
                           (WS-V-SUE(WS-V-MITAD)
                           + WS-V-SUE(WS-V-MITAD + 1)) / 2
                   END-IF
               END-IF
               IF WS-GR-CR-CUENTA(WS-G WS-X) > 0
                   COMPUTE WS-CR(WS-X) ROUNDED =
                       WS-GR-CR-SUMA(WS-G WS-X)
                       / WS-GR-CR-CUENTA(WS-G WS-X)
               END-IF.

           320-RENGLON.
               MOVE WS-GR-CUENTA(WS-G WS-X) TO WS-L-CUENTA
               MOVE WS-PROM(WS-X) TO WS-L-PROM
               MOVE WS-MEDIANA(WS-X) TO WS-L-MED
               MOVE WS-CR(WS-X) TO WS-L-CR
               MOVE WS-LINEA TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA.

      *SUELDOS DEL GRUPO WS-G Y GENERO WS-X.
           330-JUNTA.
               PERFORM 220-LLAVE
               IF WS-LLAVE = WS-GR-LLAVE(WS-G)
                   AND ((WS-X = 1 AND WS-EQ-GEN(WS-I) = 'H')
                   OR (WS-X = 2 AND WS-EQ-GEN(WS-I) = 'M'))
                   ADD 1 TO WS-V-N
                   MOVE WS-EQ-SUE(WS-I) TO WS-V-SUE(WS-V-N)
               END-IF.

      *ORDENAMIENTO POR INSERCION DE WS-V-SUE.
           335-INSERTA.
               MOVE WS-V-SUE(WS-V-I) TO WS-V-TMP
               MOVE WS-V-I TO WS-V-J
               MOVE 'N' TO WS-V-FIN
               PERFORM 336-CORRE UNTIL WS-V-FIN = 'S'
               MOVE WS-V-TMP TO WS-V-SUE(WS-V-J).

           336-CORRE.
               IF WS-V-J = 1
                   MOVE 'S' TO WS-V-FIN
               ELSE
                   IF WS-V-SUE(WS-V-J - 1) > WS-V-TMP
                       MOVE WS-V-SUE(WS-V-J - 1) TO WS-V-SUE(WS-V-J)
                       SUBTRACT 1 FROM WS-V-J
                   ELSE
                       MOVE 'S' TO WS-V-FIN
                   END-IF
               END-IF.

      *EMPLEADOS DEL GRUPO MARCADO, PARA REVISION.
           340-LISTA.
               PERFORM 220-LLAVE
               IF WS-LLAVE = WS-GR-LLAVE(WS-G)
                   MOVE WS-EQ-ID(WS-I) TO WS-LE-ID
                   MOVE WS-EQ-NOM(WS-I) TO WS-LE-NOM
                   MOVE WS-EQ-GEN(WS-I) TO WS-LE-GEN
                   MOVE WS-EQ-SUE(WS-I) TO WS-LE-SUE
                   MOVE WS-EQ-RATIO(WS-I) TO WS-LE-CR
                   MOVE WS-LINEA-EMP TO WS-SPL-LINEA
                   PERFORM 941-SPOOL-LINEA
               END-IF.

           COPY RATEVLKUP.
           COPY PLZLKUP.
           COPY SPOOLLKUP.
           COPY EMPCHKLKUP.
