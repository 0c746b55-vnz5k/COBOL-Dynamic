      *(PRJ-CARGO VALUADO A LA TARIFA DE CADA EMPLEADO) EN EL *
      *ARCHIVO COMPANERO GLVPROJ, PARA QUE CONTABILIDAD PUEDA *
      *ABRIR EL CARGO POR PROYECTO SIN TOCAR LA POLIZA.       *
      *AL FINAL MUESTRA EL SUBTOTAL DEL CARGO POR DIVISION    *
      *(DM-DIV-CLV DEL DEPTO EN DEP-MAST, NOMBRE EN DIV-MAST).*
      *PARA LOS GRUPOS REGULARES ES EL PASO 08 DEL CICLO      *
      *(CYC-CTL): ESPERA LA CONCILIACION DE PAGOS COMPLETA O  *
      *FIRMADA.                                               *
      *CADA POLIZA QUEDA EN EL REGISTRO DE SALIDA OX-REG;     *
      *REGENERAR LA DE UN GRUPO, COMPANIA Y PERIODO YA        *
      *REGISTRADA PIDE OVERRIDE DE SUPERVISOR CON MOTIVO.     *
      *LOS VIATICOS PAGADOS POR NOMINA (DEDDET 'Y') NO SON    *
      *SUELDO: LA PARTE GRAVADA SE SACA DEL BRUTO Y, CON LA   *
      *EXENTA, SE CARGA A LA CUENTA DE GASTOS DE VIAJE        *
      *(GLV_CTA_VIAT EN EL AMBIENTE); EL ANTICIPO ENTREGADO SE*
      *CARGA A DEUDORES DEL PERSONAL (GLV_CTA_ANTIC) Y EL     *
      *ANTICIPO COMPROBADO QUE SE DESCONTO LA ABONA. SU       *
      *CONTRAPARTIDA ES EL PASIVO DEL DEPTO DE CASA EN GL-MAP.*
      *CON VIATICOS Y SIN ESAS CUENTAS NO SE ESCRIBE POLIZA.  *
      *********************************************************
      *LAYOUT DE LA POLIZA (UN RENGLON POR CUENTA):           *
      *  POS 01-08  CUENTA        PIC X(08)                   *
      *  POS 09-09  ESPACIO                                   *
      *  POS 10-20  DEBE          PIC 9(09)V99                *
      *  POS 21-21  ESPACIO                                   *
      *  POS 22-32  HABER         PIC 9(09)V99                *
      *  POS 33-33  ESPACIO                                   *
      *  POS 34-39  PERIODO       PIC X(06)                   *
      *  POS 40-40  ESPACIO                                   *
      *  POS 41-42  MARCA         PIC X(02) ('AR' = POLIZA    *
      *             ARRASTRADA DESDE UN MES YA CERRADO)       *
      *LOS IMPORTES LLEVAN DOS DECIMALES IMPLICITOS.          *
      *********************************************************

       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLP-STATUS.
           COPY PAYHFILE.
           COPY DETFILE.
           COPY ALCFILE.
           COPY PJCFILE.
           COPY GLFILE.
           COPY ACPFILE.
           COPY DEPFILE.
           COPY DIVFILE.
           COPY CYCFILE.
           COPY OXRFILE.
           COPY OPERFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
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
       01 GLV-REC.
           05 GLV-CUENTA               PIC X(08).
           05 FILLER                   PIC X VALUE SPACE.
           05 GLV-DEBE                 PIC 9(09)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 GLV-HABER                PIC 9(09)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 GLV-PERIODO              PIC X(06).
           05 FILLER                   PIC X VALUE SPACE.
           05 FILLER                   PIC X VALUE SPACE.
           05 GLP-HORAS                PIC 9(06)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 GLP-IMPORTE              PIC 9(09)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 GLP-PERIODO              PIC X(06).
           COPY PAYHFD.
           COPY DETFD.
           COPY ALCFD.
           COPY PJCFD.
           COPY GLFD.
           COPY ACPFD.
           COPY DEPFD.
           COPY DIVFD.
           COPY CYCFD.
           COPY OXRFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY PAYHSTAT.
           COPY DETSTAT.
           COPY VIATWS.
           COPY ALCSTAT.
           COPY PJCSTAT.
           COPY GLSTAT.
           COPY ACPSTAT.
           COPY DEPSTAT.
           COPY DIVSTAT.
           COPY CYCSTAT.
           COPY OXRSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-GLV-STATUS                PIC X(02).
       01 WS-GLP-STATUS                PIC X(02).
       01 WS-GLVPROJ-PATH-DFLT         PIC X(80) VALUE
       01 WS-GLV-PROY                  PIC X(08).
       01 WS-PJC-FLAG                  PIC 9.
       01 WS-PRJ-TARIFA                PIC 9(04)V99.
       01 WS-PRJ-IMPORTE               PIC 9(07)V99.

      *TOTALES POR PROYECTO DEL PERIODO (HASTA 50) PARA EL
      *DETALLE COMPANERO.
           05 WS-GP-ENT OCCURS 50 TIMES.
               10 WS-GP-CLV            PIC X(06).
               10 WS-GP-HORAS          PIC 9(06)V99.
               10 WS-GP-IMPORTE        PIC 9(09)V99.
       01 WS-GP-USADOS                 PIC 9(02) VALUE 0.
       01 WS-GP-I                      PIC 9(02).
       01 WS-GP-PEGA                   PIC X.
       01 WS-ERRORES                   PIC 9(05) VALUE 0.
       01 WS-DET-LEIDOS                PIC 9(06) VALUE 0.

      *BRUTO ACUMULADO POR DEPARTAMENTO (CLV-DEP 0-999; EL
      *SUBSCRIPT ES CLV-DEP + 1).
       01 WS-DEP-TABLA.
           05 WS-DEP-BRUTO             PIC 9(09)V99 OCCURS 1000 TIMES.
      *VIATICOS POR DEPTO DE CASA: GASTO DE VIAJE (GRAVADO MAS
      *EXENTO), ANTICIPO ENTREGADO Y ANTICIPO RECUPERADO.
       01 WS-DEP-VIAJE.
           05 WS-DEP-VIAT              PIC 9(09)V99 OCCURS 1000 TIMES.
           05 WS-DEP-ANTP              PIC 9(09)V99 OCCURS 1000 TIMES.
           05 WS-DEP-ANTR              PIC 9(09)V99 OCCURS 1000 TIMES.
       01 WS-CTA-VIAT                  PIC X(08).
       01 WS-CTA-ANTIC                 PIC X(08).
      *SUELDO DEL RENGLON (BRUTO SIN VIATICOS GRAVADOS) Y LA PARTE
      *GRAVADA QUE SE LE SACO.
       01 WS-GL-BASE                   PIC 9(07)V99.
       01 WS-GL-GRV                    PIC 9(07)V99.
      *RENGLON DE POLIZA A ESCRIBIR CON 306-RENGLON.
       01 WS-GL-CTA                    PIC X(08).
       01 WS-GL-DEBE                   PIC 9(09)V99.
       01 WS-GL-HABER                  PIC 9(09)V99.
       01 WS-GL-VIAJE                  PIC 9(10)V99 VALUE 0.
       01 WS-GL-ANTIC                  PIC 9(10)V99 VALUE 0.
       01 WS-IX                        PIC 9(04).
       01 WS-CLV                       PIC 9(03).

      *CARGO POR DIVISION (DM-DIV-CLV 00-99; SUBSCRIPT ES LA
      *DIVISION + 1). SIN DEP-MAST TODO QUEDA EN LA 00.
       01 WS-DIV-TABLA.
           05 WS-DIV-DEBE              PIC 9(10)V99 OCCURS 100 TIMES.
       01 WS-DVX                       PIC 9(03).
       01 WS-DV-CLV                    PIC 9(02).
       01 WS-CON-DEP                   PIC X VALUE 'N'.
       01 WS-CON-DIV                   PIC X VALUE 'N'.
       01 WS-DV-NOM                    PIC X(20).

      *APOYO DEL REPARTO POR EMPLEADO (ALLOC-MAST).
       01 WS-ALC-PARTE                 PIC 9(07)V99.
       01 WS-ALC-ASIGNADO              PIC 9(07)V99.
       01 WS-ALC-RESTO                 PIC S9(07)V99.

       01 WS-TOT-DEBE                  PIC 9(10)V99 VALUE 0.
       01 WS-TOT-HABER                 PIC 9(10)V99 VALUE 0.
       01 WS-GLV-RENGLONES             PIC 9(05) VALUE 0.

      *GRUPO DE PAGO A CONTABILIZAR; UN PH-GRUPO EN SPACES
      *(DETALLE ANTERIOR AL CAMPO) CUENTA COMO 'M'.
           PERFORM 046-PIDE-CIA.
           DISPLAY 'PERIODO A CONTABILIZAR (AAAAMM):'.
           ACCEPT WS-PH-PERIODO.
           MOVE 'DYNGLVOU' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 048-VERIFICA-CICLO.
           MOVE 0 TO WS-IX.
           PERFORM 050-LIMPIA-TABLA 1000 TIMES.
           MOVE 0 TO WS-DVX.
           PERFORM 051-LIMPIA-DIV 100 TIMES.
           PERFORM 100-ACUMULA-PAYHIST.
           IF WS-DET-LEIDOS = 0
               DISPLAY 'SIN DETALLE DE NOMINA PARA EL PERIODO '
                   WS-PH-PERIODO '. NO SE GENERA POLIZA.'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           PERFORM 200-PRUEBA-CUADRE.
           IF WS-ERRORES > 0
               DISPLAY 'ERRORES: ' WS-ERRORES
                   '. NO SE ESCRIBE LA POLIZA.'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           PERFORM 049-CHECA-REGISTRO.
      *SI FINANZAS YA CERRO EL MES DEL PERIODO (ACP-MAST), LA
      *POLIZA SALE AL MES EN CURSO CON LA MARCA 'AR'.
           MOVE WS-PH-PERIODO TO WS-ACP-MES-PIDE.
           END-IF.
           PERFORM 300-ESCRIBE-POLIZA.
           PERFORM 400-DETALLE-PROYECTO THRU 400-SALIDA.
           MOVE 'C' TO WS-CYC-RES.
           PERFORM 982-CICLO-MARCA THRU 982-SALIDA.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

           045-PIDE-GRUPO.
               DISPLAY 'GRUPO DE PAGO (S=SEMANAL M=MENSUAL '
                   'E=EXTRAORDINARIO A=AGUINALDO L=LIQUIDACION):'
               ACCEPT WS-GRUPO
               IF WS-GRUPO NOT = 'S' AND WS-GRUPO NOT = 'M'
                   AND WS-GRUPO NOT = 'E' AND WS-GRUPO NOT = 'A'
                   AND WS-GRUPO NOT = 'L'
                   PERFORM 045-PIDE-GRUPO
               END-IF.

                   PERFORM 046-PIDE-CIA
               END-IF.

      *PASO 08 DEL CICLO DE NOMINA: ESPERA A SUS PASOS PREVIOS.
           048-VERIFICA-CICLO.
               MOVE WS-GRUPO TO WS-CYC-GRUPO
               MOVE WS-PH-PERIODO TO WS-CYC-PERIODO
               MOVE 8 TO WS-CYC-PASO
               PERFORM 981-CICLO-CHECA THRU 981-SALIDA
               IF WS-CYC-OK NOT = 'S'
                   DISPLAY 'FUERA DEL ORDEN DEL CICLO. '
                       'POLIZA RECHAZADA.'
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF.

      *UNA POLIZA YA REGISTRADA PARA EL GRUPO, COMPANIA Y PERIODO
      *SOLO SE REGENERA CON OVERRIDE DE SUPERVISOR (OX-REG).
           049-CHECA-REGISTRO.
               MOVE 'GLVOUCH' TO WS-OX-INTERFAZ
               MOVE SPACES TO WS-OX-PERIODO
               STRING WS-GRUPO WS-CIA WS-PH-PERIODO DELIMITED BY SIZE
                   INTO WS-OX-PERIODO
               PERFORM 997-OX-CHECA THRU 997-OX-SALIDA
               IF WS-OX-OK NOT = 'S'
                   DISPLAY 'POLIZA NO REGENERADA.'
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF.

           050-LIMPIA-TABLA.
               ADD 1 TO WS-IX
               MOVE 0 TO WS-DEP-BRUTO(WS-IX)
               MOVE 0 TO WS-DEP-VIAT(WS-IX)
               MOVE 0 TO WS-DEP-ANTP(WS-IX)
               MOVE 0 TO WS-DEP-ANTR(WS-IX).

           051-LIMPIA-DIV.
               ADD 1 TO WS-DVX
               MOVE 0 TO WS-DIV-DEBE(WS-DVX).

      *ACUMULA EL BRUTO DE CADA DETALLE DEL PERIODO EN EL DEPTO
      *DEL EMPLEADO (LEIDO DE EMPLEADO POR ID). LOS VIATICOS DEL
      *GRUPO/PERIODO SE JUNTAN ANTES POR EMPLEADO (DEDDET 'Y').
       100-ACUMULA-PAYHIST.
           MOVE WS-PH-PERIODO TO WS-VT-PERIODO.
           MOVE WS-GRUPO TO WS-VT-GRUPO.
           PERFORM 972-VIA-CARGA-DED.
           MOVE SPACES TO WS-CTA-VIAT.
           DISPLAY 'GLV_CTA_VIAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CTA-VIAT FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-CTA-ANTIC.
           DISPLAY 'GLV_CTA_ANTIC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CTA-ANTIC FROM ENVIRONMENT-VALUE.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
                       IF CIA-CLV = WS-CIA
                           OR (WS-CIA = '01' AND CIA-CLV = SPACES)
                           ADD 1 TO WS-DET-LEIDOS
                           PERFORM 105-SEPARA-VIATICOS
                           PERFORM 103-REPARTE-BRUTO
                       END-IF
               END-READ.
               PERFORM 939-CARGA-REPARTO
               MOVE 0 TO WS-ALC-ASIGNADO
               PERFORM 104-REPARTE-DEPTO
                   VARYING WS-ALC-IX FROM 1 BY 1
                   UNTIL WS-ALC-IX > WS-ALC-USADOS
               COMPUTE WS-ALC-RESTO =
                   WS-GL-BASE - WS-ALC-ASIGNADO
               IF WS-ALC-RESTO NOT = 0
                   COMPUTE WS-IX = CLV-DEP + 1
                   ADD WS-ALC-RESTO TO WS-DEP-BRUTO(WS-IX)
               END-IF
               IF WS-ALC-HALLO = 'S'
                   DISPLAY 'REPARTO ' ID-EMPL ' ' NOM-EMPL
                       ' BRUTO ' WS-GL-BASE
                       ' DISTRIBUIDO POR ALLOC-MAST'
               END-IF.

           104-REPARTE-DEPTO.
               COMPUTE WS-IX = WS-ALC-DEP(WS-ALC-IX) + 1
               COMPUTE WS-ALC-PARTE ROUNDED =
                   WS-GL-BASE * WS-ALC-PCT(WS-ALC-IX) / 100
               ADD WS-ALC-PARTE TO WS-DEP-BRUTO(WS-IX)
               ADD WS-ALC-PARTE TO WS-ALC-ASIGNADO
               IF WS-ALC-HALLO = 'S'
                   DISPLAY '        DEPTO ' WS-ALC-DEP(WS-ALC-IX)
                       ' (' WS-ALC-PCT(WS-ALC-IX) ' PCT): '
                       WS-ALC-PARTE
               END-IF.

      *LOS VIATICOS DEL EMPLEADO VAN AL DEPTO DE CASA SIN REPARTO.
      *LA PARTE GRAVADA SE SACA DEL BRUTO DEL RENGLON; LO TOMADO
      *SE DESCUENTA DE LA TABLA PARA QUE OTRO RENGLON DEL MISMO
      *EMPLEADO EN EL PERIODO NO LO VUELVA A CONTAR.
           105-SEPARA-VIATICOS.
               MOVE PH-PAGO-BRUTO TO WS-GL-BASE
               MOVE PH-ID-EMPL TO WS-VT-PIDE
               PERFORM 972-VIA-BUSCA
               IF WS-VT-ENC > 0
                   COMPUTE WS-IX = CLV-DEP + 1
                   IF WS-VT-GRV(WS-VT-ENC) > WS-GL-BASE
                       MOVE WS-GL-BASE TO WS-GL-GRV
                   ELSE
                       MOVE WS-VT-GRV(WS-VT-ENC) TO WS-GL-GRV
                   END-IF
                   SUBTRACT WS-GL-GRV FROM WS-GL-BASE
                   SUBTRACT WS-GL-GRV FROM WS-VT-GRV(WS-VT-ENC)
                   ADD WS-GL-GRV TO WS-DEP-VIAT(WS-IX)
                   ADD WS-VT-EXE(WS-VT-ENC) TO WS-DEP-VIAT(WS-IX)
                   ADD WS-VT-ANTP(WS-VT-ENC) TO WS-DEP-ANTP(WS-IX)
                   ADD WS-VT-ANT(WS-VT-ENC) TO WS-DEP-ANTR(WS-IX)
                   COMPUTE WS-GL-VIAJE = WS-GL-VIAJE + WS-GL-GRV
                       + WS-VT-EXE(WS-VT-ENC)
                   COMPUTE WS-GL-ANTIC = WS-GL-ANTIC
                       + WS-VT-ANTP(WS-VT-ENC) + WS-VT-ANT(WS-VT-ENC)
                   MOVE 0 TO WS-VT-EXE(WS-VT-ENC)
                   MOVE 0 TO WS-VT-ANTP(WS-VT-ENC)
                   MOVE 0 TO WS-VT-ANT(WS-VT-ENC)
               END-IF.

      *VERIFICA QUE CADA DEPTO CON IMPORTE TENGA MAPA CONTABLE Y
               ADD 1 TO WS-ERRORES
           ELSE
               MOVE 0 TO WS-CLV
               PERFORM 201-CHECA-DEPTO 1000 TIMES
               CLOSE GL-MAP
           END-IF.
           IF WS-GL-VIAJE > 0 AND WS-CTA-VIAT = SPACES
               DISPLAY 'HAY VIATICOS ' WS-GL-VIAJE ' Y FALTA LA '
                   'CUENTA DE GASTOS DE VIAJE (GLV_CTA_VIAT)'
               ADD 1 TO WS-ERRORES
           END-IF.
           IF WS-GL-ANTIC > 0 AND WS-CTA-ANTIC = SPACES
               DISPLAY 'HAY ANTICIPOS DE VIAJE ' WS-GL-ANTIC
                   ' Y FALTA LA CUENTA DE DEUDORES (GLV_CTA_ANTIC)'
               ADD 1 TO WS-ERRORES
           END-IF.
           IF WS-TOT-DEBE NOT = WS-TOT-HABER
               DISPLAY 'LA POLIZA NO CUADRA: DEBE ' WS-TOT-DEBE
                   ' HABER ' WS-TOT-HABER

           201-CHECA-DEPTO.
               COMPUTE WS-IX = WS-CLV + 1
               IF WS-DEP-BRUTO(WS-IX) > 0 OR WS-DEP-VIAT(WS-IX) > 0
                   OR WS-DEP-ANTP(WS-IX) > 0
                   OR WS-DEP-ANTR(WS-IX) > 0
                   MOVE WS-CIA TO GM-CIA
                   MOVE WS-CLV TO GM-CLV-DEP
                   READ GL-MAP KEY IS GM-KEY
                               ' (CIA ' WS-CIA ')'
                           ADD 1 TO WS-ERRORES
                       NOT INVALID KEY
                           COMPUTE WS-TOT-DEBE = WS-TOT-DEBE
                               + WS-DEP-BRUTO(WS-IX)
                               + WS-DEP-VIAT(WS-IX)
                               + WS-DEP-ANTP(WS-IX)
                               + WS-DEP-ANTR(WS-IX)
                           COMPUTE WS-TOT-HABER = WS-TOT-HABER
                               + WS-DEP-BRUTO(WS-IX)
                               + WS-DEP-VIAT(WS-IX)
                               + WS-DEP-ANTP(WS-IX)
                               + WS-DEP-ANTR(WS-IX)
                   END-READ
               END-IF
               ADD 1 TO WS-CLV.
           END-IF.
           OPEN OUTPUT GLVOUCH.
           OPEN INPUT GL-MAP.
           PERFORM 310-ABRE-DEPTOS.
           MOVE 0 TO WS-CLV.
           PERFORM 301-POLIZA-DEPTO 1000 TIMES.
           CLOSE GL-MAP.
           CLOSE GLVOUCH.
           MOVE WS-GLV-RENGLONES TO WS-OX-REGS.
           MOVE WS-TOT-DEBE TO WS-OX-IMPORTE.
           MOVE WS-GLVOUCH-PATH TO WS-OX-ARCHIVO.
           MOVE WS-CUR-OPER-ID TO WS-OX-OPER.
           PERFORM 997-OX-REGISTRA.
           IF WS-CON-DEP = 'S'
               CLOSE DEP-MAST
           END-IF.
           DISPLAY SEP.
           DISPLAY 'CARGO POR DIVISION:'.
           PERFORM 330-SUBTOTAL-DIV
               VARYING WS-DVX FROM 1 BY 1 UNTIL WS-DVX > 100.
           IF WS-CON-DIV = 'S'
               CLOSE DIV-MAST
           END-IF.
           DISPLAY SEP.
           DISPLAY 'POLIZA BALANCEADA. DEBE=' WS-TOT-DEBE
               ' HABER=' WS-TOT-HABER.

      *UN CARGO AL CENTRO DE COSTO Y UN ABONO AL PASIVO POR CADA
      *DEPTO CON IMPORTE; EL DISPLAY ES EL SUBTOTAL POR CUENTA.
      *LOS VIATICOS DEL DEPTO SALEN EN SUS PROPIOS RENGLONES.
           301-POLIZA-DEPTO.
               COMPUTE WS-IX = WS-CLV + 1
               IF WS-DEP-BRUTO(WS-IX) > 0 OR WS-DEP-VIAT(WS-IX) > 0
                   OR WS-DEP-ANTP(WS-IX) > 0
                   OR WS-DEP-ANTR(WS-IX) > 0
                   MOVE WS-CIA TO GM-CIA
                   MOVE WS-CLV TO GM-CLV-DEP
                   READ GL-MAP KEY IS GM-KEY
                       NOT INVALID KEY
                           PERFORM 302-POLIZA-SUELDO
                           PERFORM 303-POLIZA-VIATICOS
                   END-READ
               END-IF
               ADD 1 TO WS-CLV.

           302-POLIZA-SUELDO.
               IF WS-DEP-BRUTO(WS-IX) > 0
                   MOVE GM-CTA-DEBE TO WS-GL-CTA
                   MOVE WS-DEP-BRUTO(WS-IX) TO WS-GL-DEBE
                   MOVE 0 TO WS-GL-HABER
                   PERFORM 306-RENGLON
                   MOVE GM-CTA-HABER TO WS-GL-CTA
                   MOVE 0 TO WS-GL-DEBE
                   MOVE WS-DEP-BRUTO(WS-IX) TO WS-GL-HABER
                   PERFORM 306-RENGLON
                   PERFORM 320-ACUMULA-DIV
               END-IF.

      *GASTO DE VIAJE Y ANTICIPO ENTREGADO SE CARGAN CONTRA EL
      *PASIVO DE NOMINA DEL DEPTO; EL ANTICIPO COMPROBADO QUE SE
      *DESCONTO BAJA ESE PASIVO Y SALDA LA CUENTA DE DEUDORES.
           303-POLIZA-VIATICOS.
               IF WS-DEP-VIAT(WS-IX) > 0
                   MOVE WS-CTA-VIAT TO WS-GL-CTA
                   MOVE WS-DEP-VIAT(WS-IX) TO WS-GL-DEBE
                   MOVE 0 TO WS-GL-HABER
                   PERFORM 306-RENGLON
                   MOVE GM-CTA-HABER TO WS-GL-CTA
                   MOVE 0 TO WS-GL-DEBE
                   MOVE WS-DEP-VIAT(WS-IX) TO WS-GL-HABER
                   PERFORM 306-RENGLON
               END-IF
               IF WS-DEP-ANTP(WS-IX) > 0
                   MOVE WS-CTA-ANTIC TO WS-GL-CTA
                   MOVE WS-DEP-ANTP(WS-IX) TO WS-GL-DEBE
                   MOVE 0 TO WS-GL-HABER
                   PERFORM 306-RENGLON
                   MOVE GM-CTA-HABER TO WS-GL-CTA
                   MOVE 0 TO WS-GL-DEBE
                   MOVE WS-DEP-ANTP(WS-IX) TO WS-GL-HABER
                   PERFORM 306-RENGLON
               END-IF
               IF WS-DEP-ANTR(WS-IX) > 0
                   MOVE GM-CTA-HABER TO WS-GL-CTA
                   MOVE WS-DEP-ANTR(WS-IX) TO WS-GL-DEBE
                   MOVE 0 TO WS-GL-HABER
                   PERFORM 306-RENGLON
                   MOVE WS-CTA-ANTIC TO WS-GL-CTA
                   MOVE 0 TO WS-GL-DEBE
                   MOVE WS-DEP-ANTR(WS-IX) TO WS-GL-HABER
                   PERFORM 306-RENGLON
               END-IF.

           306-RENGLON.
               MOVE SPACES TO GLV-REC
               MOVE WS-GL-CTA TO GLV-CUENTA
               MOVE WS-GL-DEBE TO GLV-DEBE
               MOVE WS-GL-HABER TO GLV-HABER
               MOVE WS-ACP-MES-DESTINO TO GLV-PERIODO
               PERFORM 305-MARCA
               WRITE GLV-REC
               ADD 1 TO WS-GLV-RENGLONES
               IF WS-GL-DEBE > 0
                   DISPLAY 'CUENTA ' WS-GL-CTA ' DEBE  ' WS-GL-DEBE
               ELSE
                   DISPLAY 'CUENTA ' WS-GL-CTA ' HABER ' WS-GL-HABER
               END-IF.

      *DEP-MAST Y DIV-MAST SON OPCIONALES: SIN ELLOS EL CARGO
      *SE REPORTA COMPLETO EN LA DIVISION 00.
           310-ABRE-DEPTOS.
               MOVE WS-DEPMAST-PATH-DFLT TO WS-DEPMAST-PATH
               DISPLAY 'DEPMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-DEPMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-DEPMAST-PATH = SPACES
                   MOVE WS-DEPMAST-PATH-DFLT TO WS-DEPMAST-PATH
               END-IF
               OPEN INPUT DEP-MAST
               IF WS-DEPMAST-STATUS = '00'
                   MOVE 'S' TO WS-CON-DEP
               END-IF
               MOVE WS-DIVMAST-PATH-DFLT TO WS-DIVMAST-PATH
               DISPLAY 'DIVMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-DIVMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-DIVMAST-PATH = SPACES
                   MOVE WS-DIVMAST-PATH-DFLT TO WS-DIVMAST-PATH
               END-IF
               OPEN INPUT DIV-MAST
               IF WS-DIV-STATUS = '00'
                   MOVE 'S' TO WS-CON-DIV
               END-IF.

           320-ACUMULA-DIV.
               MOVE 0 TO WS-DV-CLV
               IF WS-CON-DEP = 'S'
                   MOVE WS-CLV TO DM-CLV-DEP
                   READ DEP-MAST KEY IS DM-CLV-DEP
                       NOT INVALID KEY
                           MOVE DM-DIV-CLV TO WS-DV-CLV
                   END-READ
               END-IF
               COMPUTE WS-DVX = WS-DV-CLV + 1
               ADD WS-DEP-BRUTO(WS-IX) TO WS-DIV-DEBE(WS-DVX).

           330-SUBTOTAL-DIV.
               IF WS-DIV-DEBE(WS-DVX) > 0
                   COMPUTE WS-DV-CLV = WS-DVX - 1
                   MOVE '(SIN DIVISION)' TO WS-DV-NOM
                   IF WS-DV-CLV NOT = 0 AND WS-CON-DIV = 'S'
                       MOVE WS-DV-CLV TO DV-CLV
                       READ DIV-MAST KEY IS DV-CLV
                           INVALID KEY
                               MOVE '(NO CATALOGADA)' TO WS-DV-NOM
                           NOT INVALID KEY
                               MOVE DV-NOM TO WS-DV-NOM
                       END-READ
                   END-IF
                   DISPLAY '  DIVISION ' WS-DV-CLV ' ' WS-DV-NOM
                       ' DEBE ' WS-DIV-DEBE(WS-DVX)
               END-IF.

      *DETALLE OPCIONAL POR PROYECTO (GLV_PROY = 'S'): LA
      *PORCION DEL PERIODO CARGADA A ORDENES, VALUADA A LA
      *TARIFA DE CADA EMPLEADO (LA POR-HORA O EL EQUIVALENTE

           COPY ACPLKUP.
           COPY ALCLKUP.
           COPY VIATLKUP.
           COPY EMPCHKLKUP.
           COPY CYCLKUP.
           COPY OPERLKUP.
           COPY OXRLKUP.
           COPY OXROVR.
