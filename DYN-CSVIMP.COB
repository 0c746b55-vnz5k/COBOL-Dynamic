      *  03 DEPTO INEXISTENTE   04 SUELDO INVALIDO/FUERA DE   *
      *     BANDA               05 FECHA INVALIDA             *
      *  06 IDENTIDAD INVALIDA                                *
      *CADA ARCHIVO CARGADO QUEDA EN EL REGISTRO DE ENTRADA   *
      *IX-REG CON SU HUELLA (DYN-IXINQ); EL MISMO CONTENIDO   *
      *NO SE CARGA DOS VECES SIN OVERRIDE DE SUPERVISOR.      *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY JRNFILE.
           COPY QSCFILE.
           COPY OPERFILE.
           COPY IXRFILE.
           COPY EXCFILE.

       DATA DIVISION.
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
           COPY JRNFD.
           COPY QSCFD.
           COPY OPERFD.
           COPY IXRFD.
           COPY EXCFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY OPERSTAT.
           COPY IXRSTAT.
           COPY EXCSTAT.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           05 WS-C-NOM                 PIC X(30).
           05 WS-C-DEP                 PIC X(20).
           05 WS-C-TAB                 PIC X(02).
           05 WS-C-SUE                 PIC X(12).
           05 WS-C-FING                PIC X(10).
           05 WS-C-TIPO                PIC X(02).
           05 WS-C-HORAS               PIC X(08).
           05 WS-C-TARIFA              PIC X(08).
           05 WS-C-EXTRA               PIC X(08).
           05 WS-C-TEXTRA              PIC X(08).
           05 WS-C-PAGO                PIC X(12).
           05 WS-C-FNAC                PIC X(10).
           05 WS-C-RFC                 PIC X(14).
           05 WS-C-CURP                PIC X(20).
           05 WS-C-NSS                 PIC X(12).
       01 WS-SUE-NUM                   PIC 9(07)V99.
       01 WS-SUE-X REDEFINES WS-SUE-NUM PIC X(09).
       01 WS-SAVE-FING                 PIC X(08).

       01 SEP.
           IF WS-CSVIMP-PATH = SPACES
               MOVE WS-CSVIMP-PATH-DFLT TO WS-CSVIMP-PATH
           END-IF.
           MOVE 'DYNCSVIM' TO WS-IX-PROGRAMA.
           MOVE WS-CSVIMP-PATH TO WS-IX-ARCHIVO.
           MOVE 'LOTE' TO WS-IX-OPER.
           PERFORM 998-IX-CHECA THRU 998-IX-SALIDA.
           IF WS-IX-OK NOT = 'S'
               DISPLAY 'IMPORTACION CANCELADA; NO SE TOCO NADA.'
               STOP RUN
           END-IF.
           OPEN INPUT CSV-IN.
           IF WS-CSVI-STATUS NOT = '00'
               DISPLAY 'ERROR DE ARCHIVO CSV-IN. FILE STATUS: '
           END-IF.
           OPEN I-O EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE 'DYNCSVIM' TO WS-JRN-LOTE.
           PERFORM 937-ABRE-LOTE.
           MOVE WS-JRN-LOTE TO WS-AUD-LOTE.
           MOVE WS-JRN-LOTE TO WS-TR-LOTE.
           PERFORM 100-PROCESO UNTIL WS-FLAG = 1.
           CLOSE CSV-IN.
           CLOSE CSV-ERR.
           DISPLAY 'CAMBIOS APLICADOS:   ' WS-APLICADOS.
           DISPLAY 'SIN CAMBIOS:         ' WS-SIN-CAMBIO.
           DISPLAY 'RECHAZADOS:          ' WS-RECHAZADOS.
           MOVE WS-APLICADOS TO WS-IX-ACEPT.
           MOVE WS-RECHAZADOS TO WS-IX-RECH.
           MOVE SPACES TO WS-IX-RESULTADO.
           STRING 'SIN CAMBIOS ' WS-SIN-CAMBIO
               DELIMITED BY SIZE INTO WS-IX-RESULTADO.
           PERFORM 998-IX-REGISTRA.
           DISPLAY SEP.
           STOP RUN.

      *VALIDA Y APLICA SOLO LOS CAMPOS QUE CAMBIARON; UN CAMPO
      *INVALIDO RECHAZA EL RENGLON COMPLETO SIN TOCAR EL MAESTRO.
           300-APLICA.
               MOVE REG-EMPL TO WS-JRN-ANTES
               MOVE 0 TO WS-CAMBIOS-ROW
               MOVE CLV-DEP TO WS-AUD-CLV-DEP-ANT
               MOVE SUE-MEN TO WS-AUD-SUE-MEN-ANT

           340-CAMPO-SUELDO.
               IF TIPO-PAGO = 'M' AND WS-C-SUE NOT = SPACES
                   IF WS-C-SUE(1:7) NOT NUMERIC
                       OR WS-C-SUE(8:1) NOT = '.'
                       OR WS-C-SUE(9:2) NOT NUMERIC
                       MOVE '04' TO CSVE-RAZON
                   ELSE
                       MOVE WS-C-SUE(1:7) TO WS-SUE-X(1:7)
                       MOVE WS-C-SUE(9:2) TO WS-SUE-X(8:2)
                       IF WS-SUE-NUM NOT = SUE-MEN
                           MOVE WS-SUE-NUM TO SUE-MEN
                           PERFORM 914-BANDA-SUELDO
                   END-IF
               END-IF.

      *UN EXTRACTO ENMASCARADO TRAE ESTOS CAMPOS CON ASTERISCOS
      *AL FRENTE; ESOS SE TOMAN COMO SIN CAMBIO.
           360-CAMPO-IDENTIDAD.
               IF WS-C-FNAC NOT = SPACES AND WS-C-FNAC(1:1) NOT = '*'
                   AND WS-C-FNAC(1:8) NOT = F-NAC
                   MOVE WS-C-FNAC(1:8) TO F-NAC
                   PERFORM 952-VALIDA-NACIMIENTO
                   END-IF
               END-IF
               IF CSVE-RAZON = SPACES AND WS-C-RFC NOT = SPACES
                   AND WS-C-RFC(1:1) NOT = '*'
                   AND WS-C-RFC(1:13) NOT = RFC
                   MOVE WS-C-RFC(1:13) TO RFC
                   PERFORM 953-VALIDA-RFC
                   END-IF
               END-IF
               IF CSVE-RAZON = SPACES AND WS-C-CURP NOT = SPACES
                   AND WS-C-CURP(1:1) NOT = '*'
                   AND WS-C-CURP(1:18) NOT = CURP
                   MOVE WS-C-CURP(1:18) TO CURP
                   PERFORM 954-VALIDA-CURP
                   END-IF
               END-IF
               IF CSVE-RAZON = SPACES AND WS-C-NSS NOT = SPACES
                   AND WS-C-NSS(1:1) NOT = '*'
                   AND WS-C-NSS(1:11) NOT = NSS
                   MOVE WS-C-NSS(1:11) TO NSS
                   PERFORM 955-VALIDA-NSS
           COPY EMPCHKLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
           COPY IXRLKUP.
