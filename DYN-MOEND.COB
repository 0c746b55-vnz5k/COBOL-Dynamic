      *RESTO DEL PAQUETE NOCTURNO, PARA QUE TODOS LOS REPORTES *
      *DE LA NOCHE CUADREN ENTRE SI Y EL MAESTRO SE BARRA UNA  *
      *SOLA VEZ.                                               *
      *EL TIPO 'R' CORRE UN REPORTE A LA MEDIDA DE RPD-MAST    *
      *(PARM-RPD-COD, DEFINIDO EN DYN-RPDMNT) CON EL MISMO     *
      *MOTOR DE DYN-RPDRUN; SIN OPERADOR FIRMADO LOS DATOS     *
      *SENSIBLES SALEN SIEMPRE ENMASCARADOS.                   *
      *********************************************************

       IDENTIFICATION DIVISION.

           COPY SNAPFILE.
           COPY CALFILE.
           COPY RPDFILE.
           COPY SPLFILE.
           COPY OPERFILE.
           COPY PRMFILE.
           COPY SDAFILE.

       DATA DIVISION.
       FILE SECTION.
      *UN RENGLON POR REPORTE A CORRER. TIPO: D=DEPTO F=FECHA A=TODOS
      *R=REPORTE A LA MEDIDA (CODIGO EN PARM-RPD-COD, COLUMNA 22).
      *EL DEPARTAMENTO VA CON SUS TRES DIGITOS (EJ. D005...).
       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-TIPO                PIC X.
           05 PARM-CLV-DEP             PIC 9(03).
           05 PARM-F-DESDE             PIC X(08).
           05 PARM-F-HASTA             PIC X(08).
           05 PARM-BURST               PIC X.
           05 PARM-RPD-COD             PIC X(08).

       FD BURST-FILE.
       01 BURST-REC                    PIC X(259).

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
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.
           05 METODO-PAGO                PIC X.
           05 SUC-CLV                    PIC X(03).
           COPY CALFD.
           COPY RPDFD.
           COPY SPLFD.
           COPY OPERFD.
           COPY PRMFD.
           COPY SDAFD.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS               PIC X(02).
           COPY SNAPSTAT.
           COPY CALSTAT.
           COPY REPTWS.
           COPY RPDSTAT.
           COPY RPDWS.
           COPY SPLSTAT.
           COPY OPERSTAT.
           COPY PRMSTAT.
           COPY SDASTAT.
           COPY MSKWS.
       01 WS-CUR-OPER-ID               PIC X(06) VALUE SPACES.
       01 WS-PARM-FLAG                 PIC 9 VALUE 0.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-F-HASTA                   PIC X(08).
               'C:\Users\pc\Desktop\S\MOEND-'.
       01 WS-BURST-PATH.
           05 WS-BURST-DIR             PIC X(28).
           05 WS-BURST-DEP             PIC 9(03).
           05 FILLER                   PIC X(04) VALUE '.TXT'.
       01 WS-BURST-CLV                 PIC 9(03).
       01 WS-BURST-I                   PIC 9(04).
       01 WS-BURST-CUENTA              PIC 9(05).
       01 WS-BURST-TOTAL               PIC 9(09)V99.
       01 WS-BURST-ARCHIVOS            PIC 9(04) VALUE 0.
      *DEPARTAMENTOS CON ACTIVOS EN LA FOTO (CLV-DEP + 1); SOLO
      *ESOS LLEVAN ARCHIVO.
       01 WS-BURST-HAY-TABLA.
           05 WS-BURST-HAY             PIC X OCCURS 1000 TIMES.
       01 WS-DIST-TABLA.
           05 WS-DIST-ENT OCCURS 1000 TIMES.
               10 WS-DIST-PATH         PIC X(40).
               10 WS-DIST-CUENTA       PIC 9(05).

                           STOP RUN
                       END-IF
                       MOVE 0 TO WS-RPT-REGISTROS
                       EVALUATE TRUE
                           WHEN PARM-TIPO = 'R'
                               PERFORM 700-REPORTE-MEDIDA
                           WHEN PARM-BURST = 'S'
                               PERFORM 600-BURSTING
                           WHEN OTHER
                               PERFORM 910-RPT-ENCABEZADO
                               EVALUATE PARM-TIPO
                                   WHEN 'D' PERFORM 200-REPORTE-DEPTO
                                   WHEN 'F' PERFORM 300-REPORTE-FECHA
                                   WHEN OTHER PERFORM 400-REPORTE-TODOS
                               END-EVALUATE
                               PERFORM 911-RPT-PIE
                       END-EVALUATE
                       CLOSE EMPLEADO
                       ADD 1 TO WS-REPORTES-CORRIDOS
               END-READ.
                   MOVE WS-BURSTDIR-DFLT TO WS-BURST-DIR
               END-IF
               MOVE 0 TO WS-BURST-ARCHIVOS
               MOVE ALL 'N' TO WS-BURST-HAY-TABLA
               MOVE 0 TO WS-FLAG
               CLOSE EMPLEADO
               OPEN INPUT EMPLEADO
               PERFORM 605-BURST-MARCA UNTIL WS-FLAG = 1
               MOVE 0 TO WS-BURST-CLV
               PERFORM 608-BURST-SIGUIENTE 1000 TIMES
               PERFORM 650-RESUMEN-DIST.

      *PRIMERA PASADA: MARCA LOS DEPARTAMENTOS CON ACTIVOS.
           605-BURST-MARCA.
               READ EMPLEADO
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF EMP-STATUS NOT = 'I'
                           COMPUTE WS-BURST-I = CLV-DEP + 1
                           MOVE 'S' TO WS-BURST-HAY(WS-BURST-I)
                       END-IF
               END-READ.

           608-BURST-SIGUIENTE.
               COMPUTE WS-BURST-I = WS-BURST-CLV + 1
               IF WS-BURST-HAY(WS-BURST-I) = 'S'
                   PERFORM 610-BURST-DEPTO
               END-IF
               ADD 1 TO WS-BURST-CLV.

           610-BURST-DEPTO.
               MOVE WS-BURST-CLV TO WS-BURST-DEP
               MOVE 0 TO WS-BURST-CUENTA
                       WS-DIST-PATH(WS-BURST-ARCHIVOS)
                   MOVE WS-BURST-CUENTA TO
                       WS-DIST-CUENTA(WS-BURST-ARCHIVOS)
               END-IF.

           620-BURST-LEE.
               READ EMPLEADO
                   'PRODUCIDOS: ' WS-BURST-ARCHIVOS
               DISPLAY SEP
               MOVE 0 TO WS-FLAG
               MOVE 0 TO WS-BURST-I
               PERFORM 651-RESUMEN-REN WS-BURST-ARCHIVOS TIMES
               DISPLAY SEP.

           651-RESUMEN-REN.
               ADD 1 TO WS-BURST-I
               DISPLAY WS-DIST-PATH(WS-BURST-I) ' REGISTROS: '
                   WS-DIST-CUENTA(WS-BURST-I).

      *REPORTE A LA MEDIDA: DESATENDIDO, SIN OPERADOR, ASI QUE
      *WS-MSK-VER SE QUEDA EN 'N' Y LO SENSIBLE SALE ENMASCARADO.
           700-REPORTE-MEDIDA.
               MOVE 'N' TO WS-MSK-VER
               MOVE PARM-RPD-COD TO WS-RPD-CODIGO
               PERFORM 984-RPD-CORRE.

           COPY REPTLKUP.
           COPY RPDRPT.
           COPY RPDLKUP.
           COPY SPOOLLKUP.
           COPY MSKLKUP.

      *SI HOY NO ES DIA LABORABLE SEGUN EL CALENDARIO (DYN-CALMNT)
      *EL DRIVER TERMINA LIMPIO SIN PRODUCIR SALIDAS VACIAS NI
