      *EL SALDO JUDICIAL SE RESTAURA POR EL MONTO POR PERIODO *
      *DE CADA CASO (LO MAXIMO QUE LA CORRIDA DESCUENTA),     *
      *TOPADO AL TOTAL ORDENADO POR EL JUZGADO.               *
      *LOS VIATICOS PAGADOS EN LA CORRIDA (DEDDET 'Y') SALEN  *
      *DE LA CONTRAPARTIDA EN SUS PROPIOS RENGLONES, ESPEJO DE*
      *LOS DE DYN-GLVOUCH (GLV_CTA_VIAT / GLV_CTA_ANTIC); SI  *
      *HAY IMPORTE Y FALTA LA CUENTA NO SE REVIERTE NADA. LAS *
      *COMPROBACIONES Y ANTICIPOS DE VIA-MAST QUE LA CORRIDA  *
      *MARCO PAGADOS REGRESAN A APROBADOS SIN PAGAR.          *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY ALCFILE.
           COPY ACPFILE.
           COPY JRNFILE.
           COPY DETFILE.
           COPY VIAFILE.

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
           COPY ALCFD.
           COPY ACPFD.
           COPY JRNFD.
           COPY DETFD.
           COPY VIAFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY GLSTAT.
           COPY ALCSTAT.
           COPY ACPSTAT.
           COPY DETSTAT.
           COPY VIASTAT.
           COPY VIATWS.
       01 WS-PAYHTMP-STATUS            PIC X(02).
       01 WS-PAYHTMP-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\PAYHTMP.TXT'.
      *MOLDE QUE 103-REPARTE-BRUTO EN DYN-GLVOUCH, PARA QUE LA
      *POLIZA DE CONTRAPARTIDA NETEE CUENTA POR CUENTA CONTRA LA
      *POLIZA ORIGINAL REPARTIDA Y NO DEJE RESIDUOS.
       01 WS-ALC-ASIGNADO              PIC 9(09)V99.
       01 WS-ALC-RESTO                 PIC S9(09)V99.
       01 WS-ALC-PARTE                 PIC 9(09)V99.
       01 WS-TOTAL-REVERSADO           PIC 9(09)V99 VALUE 0.
       01 WS-CHEQUES-VOID              PIC 9(05) VALUE 0.

      *GRUPO Y PERIODO A REVERTIR; UN PH-GRUPO EN SPACES (DETALLE
       01 WS-CIA                       PIC X(02).

      *BRUTO REVERSADO POR DEPARTAMENTO PARA LA POLIZA DE
      *CONTRAPARTIDA (CLV-DEP 0-999; SUBSCRIPT ES CLV-DEP + 1).
       01 WS-DEP-TABLA.
           05 WS-DEP-BRUTO             PIC 9(09)V99 OCCURS 1000 TIMES.
      *VIATICOS REVERSADOS POR DEPTO DE CASA, COMO LOS JUNTA
      *DYN-GLVOUCH: GASTO DE VIAJE (GRAVADO MAS EXENTO), ANTICIPO
      *ENTREGADO Y ANTICIPO RECUPERADO.
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
      *RENGLON DE POLIZA A ESCRIBIR CON 406-RENGLON.
       01 WS-GL-CTA                    PIC X(08).
       01 WS-GL-DEBE                   PIC 9(09)V99.
       01 WS-GL-HABER                  PIC 9(09)V99.
      *VIATICOS Y ANTICIPOS DE LA COMPANIA EN LA CORRIDA, PARA
      *EXIGIR SUS CUENTAS ANTES DE TOCAR NADA.
       01 WS-GL-VIAJE                  PIC 9(10)V99 VALUE 0.
       01 WS-GL-ANTIC                  PIC 9(10)V99 VALUE 0.
       01 WS-VIA-REST                  PIC 9(05) VALUE 0.
       01 WS-IX                        PIC 9(04).

      *IDS REALMENTE REVERSADOS: SOLO SUS CHEQUES SE CANCELAN
      *(EL PERIODO AAAAMM SE COMPARTE ENTRE GRUPOS Y COMPANIAS,
       01 WS-RV-USADOS                 PIC 9(04) VALUE 0.
       01 WS-RV-I                      PIC 9(04).
       01 WS-RV-PEGA                   PIC X.
       01 WS-CLV                       PIC 9(03).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
               STOP RUN
           END-IF.
           MOVE 0 TO WS-IX.
           PERFORM 050-LIMPIA-TABLA 1000 TIMES.
           MOVE WS-PH-PERIODO TO WS-VT-PERIODO.
           MOVE WS-GRUPO TO WS-VT-GRUPO.
           PERFORM 972-VIA-CARGA-DED.
           MOVE SPACES TO WS-CTA-VIAT.
           DISPLAY 'GLV_CTA_VIAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CTA-VIAT FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-CTA-ANTIC.
           DISPLAY 'GLV_CTA_ANTIC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CTA-ANTIC FROM ENVIRONMENT-VALUE.
           PERFORM 100-ABRE-ARCHIVOS.
           PERFORM 120-CHECA-CUENTAS THRU 120-SALIDA.
           PERFORM 110-SEPARA UNTIL WS-FLAG = 1.
           CLOSE PAYHIST.
           CLOSE PAYH-TMP.
           PERFORM 150-RECREA-PAYHIST.
           CLOSE EMPLEADO.
           CLOSE GARN-MAST.
           CLOSE VIA-MAST.
           PERFORM 300-CANCELA-CHEQUES.
           PERFORM 400-POLIZA-CONTRARIA THRU 400-SALIDA.
           PERFORM 500-REABRE-PERIODO THRU 500-SALIDA.
           END-IF.
           DISPLAY 'BRUTO REVERSADO: ' WS-TOTAL-REVERSADO.
           DISPLAY 'CHEQUES CANCELADOS: ' WS-CHEQUES-VOID.
           DISPLAY 'VIATICOS Y ANTICIPOS REGRESADOS A APROBADOS: '
               WS-VIA-REST.
           DISPLAY 'EL PERIODO QUEDO REABIERTO SIN VISTO BUENO; '
               'CORRA DYN-PREPAY ANTES DE RELANZAR.'.
           DISPLAY SEP.

           050-LIMPIA-TABLA.
               ADD 1 TO WS-IX
               MOVE 0 TO WS-DEP-BRUTO(WS-IX)
               MOVE 0 TO WS-DEP-VIAT(WS-IX)
               MOVE 0 TO WS-DEP-ANTP(WS-IX)
               MOVE 0 TO WS-DEP-ANTR(WS-IX).

      *SOLO SE REVIERTE UN PERIODO QUE REALMENTE SE POSTEO
      *(CERRADO EN PERCTL); PERCTL QUEDA ABIERTO I-O PARA
               IF WS-GARNMAST-PATH = SPACES
                   MOVE WS-GARNMAST-PATH-DFLT TO WS-GARNMAST-PATH
               END-IF
               OPEN I-O GARN-MAST
               MOVE WS-VIAMAST-PATH-DFLT TO WS-VIAMAST-PATH
               DISPLAY 'VIAMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-VIAMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-VIAMAST-PATH = SPACES
                   MOVE WS-VIAMAST-PATH-DFLT TO WS-VIAMAST-PATH
               END-IF
               OPEN I-O VIA-MAST.

      *LA CONTRAPARTIDA DE LOS VIATICOS NECESITA LAS MISMAS
      *CUENTAS QUE LA POLIZA ORIGINAL; COMO EN 200-PRUEBA-CUADRE
      *DE DYN-GLVOUCH, SI HAY IMPORTE Y FALTA LA CUENTA LA
      *REVERSION SE RECHAZA AQUI, ANTES DE TOCAR UN SOLO ARCHIVO.
      *SOLO CUENTAN LOS EMPLEADOS DE LA COMPANIA QUE SE REVIERTE.
           120-CHECA-CUENTAS.
               MOVE 0 TO WS-GL-VIAJE
               MOVE 0 TO WS-GL-ANTIC
               PERFORM 121-SUMA-VIAJE
                   VARYING WS-VT-I FROM 1 BY 1
                   UNTIL WS-VT-I > WS-VT-USADOS
               IF (WS-GL-VIAJE = 0 OR WS-CTA-VIAT NOT = SPACES)
                   AND (WS-GL-ANTIC = 0 OR WS-CTA-ANTIC NOT = SPACES)
                   GO TO 120-SALIDA
               END-IF
               IF WS-GL-VIAJE > 0 AND WS-CTA-VIAT = SPACES
                   DISPLAY 'HAY VIATICOS ' WS-GL-VIAJE ' Y FALTA LA '
                       'CUENTA DE GASTOS DE VIAJE (GLV_CTA_VIAT)'
               END-IF
               IF WS-GL-ANTIC > 0 AND WS-CTA-ANTIC = SPACES
                   DISPLAY 'HAY ANTICIPOS DE VIAJE ' WS-GL-ANTIC
                       ' Y FALTA LA CUENTA DE DEUDORES (GLV_CTA_ANTIC)'
               END-IF
               DISPLAY 'LA POLIZA DE CONTRAPARTIDA NO CUADRARIA. '
                   'REVERSION CANCELADA SIN CAMBIOS.'
               CLOSE EMPLEADO
               CLOSE PAYHIST
               CLOSE PAYH-TMP
               CLOSE GARN-MAST
               CLOSE VIA-MAST
               CLOSE PERCTL
               STOP RUN.
           120-SALIDA.
               EXIT.

           121-SUMA-VIAJE.
               MOVE WS-VT-ID(WS-VT-I) TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   NOT INVALID KEY
                       IF CIA-CLV = WS-CIA
                           OR (WS-CIA = '01' AND CIA-CLV = SPACES)
                           COMPUTE WS-GL-VIAJE = WS-GL-VIAJE
                               + WS-VT-EXE(WS-VT-I)
                               + WS-VT-GRV(WS-VT-I)
                           COMPUTE WS-GL-ANTIC = WS-GL-ANTIC
                               + WS-VT-ANT(WS-VT-I)
                               + WS-VT-ANTP(WS-VT-I)
                       END-IF
               END-READ.

      *PASO 1 - SEPARA EL HISTORICO: LOS RENGLONES DEL PERIODO
      *REVERSADO SE PROCESAN Y SE DESCARTAN; EL RESTO SE COPIA
               END-READ.

      *REVIERTE UN DETALLE: DESCUENTA EL BRUTO DE YTD-SUE,
      *RESTAURA SALDOS JUDICIALES Y VIATICOS PAGADOS Y ACUMULA
      *SUELDO Y VIATICOS POR DEPTO PARA LA POLIZA DE
      *CONTRAPARTIDA.
           200-REVERSA-UNO.
               MOVE PH-ID-EMPL TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                       PERFORM 937-JOURNAL
                       PERFORM 990-CHK-EMP-STATUS
                       PERFORM 210-RESTAURA-GARN THRU 210-SALIDA
                       PERFORM 220-RESTAURA-VIAJE THRU 220-SALIDA
                       PERFORM 205-SEPARA-VIATICOS
                       PERFORM 250-REPARTE-BRUTO
                       DISPLAY ID-EMPL ' ' NOM-EMPL
                           ' BRUTO REVERSADO: ' PH-PAGO-BRUTO
           200-SALIDA.
               EXIT.

      *LOS VIATICOS DEL EMPLEADO VAN AL DEPTO DE CASA SIN REPARTO
      *(COMO 105-SEPARA-VIATICOS DE DYN-GLVOUCH): LA PARTE GRAVADA
      *SE SACA DEL BRUTO DEL RENGLON Y LO TOMADO SE DESCUENTA DE
      *LA TABLA PARA QUE OTRO RENGLON DEL EMPLEADO NO LO REPITA.
           205-SEPARA-VIATICOS.
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
                   MOVE 0 TO WS-VT-EXE(WS-VT-ENC)
                   MOVE 0 TO WS-VT-ANTP(WS-VT-ENC)
                   MOVE 0 TO WS-VT-ANT(WS-VT-ENC)
               END-IF.

      *ACUMULA EL SUELDO REVERSADO REPARTIDO POR ALLOC-MAST
      *(939-CARGA-REPARTO; SIN RENGLONES, 100 A SU DEPTO DE
      *CASA), IGUAL QUE LA POLIZA ORIGINAL DE DYN-GLVOUCH; EL
      *RESIDUO DE REDONDEO VA AL DEPTO DE CASA PARA QUE LA
               PERFORM 939-CARGA-REPARTO
               MOVE 0 TO WS-ALC-ASIGNADO
               PERFORM 251-REPARTE-DEPTO
                   VARYING WS-ALC-IX FROM 1 BY 1
                   UNTIL WS-ALC-IX > WS-ALC-USADOS
               COMPUTE WS-ALC-RESTO =
                   WS-GL-BASE - WS-ALC-ASIGNADO
               IF WS-ALC-RESTO NOT = 0
                   COMPUTE WS-IX = CLV-DEP + 1
                   ADD WS-ALC-RESTO TO WS-DEP-BRUTO(WS-IX)
               END-IF.

           251-REPARTE-DEPTO.
               COMPUTE WS-IX = WS-ALC-DEP(WS-ALC-IX) + 1
               COMPUTE WS-ALC-PARTE ROUNDED =
                   WS-GL-BASE * WS-ALC-PCT(WS-ALC-IX) / 100
               ADD WS-ALC-PARTE TO WS-DEP-BRUTO(WS-IX)
               ADD WS-ALC-PARTE TO WS-ALC-ASIGNADO.

      *DEVUELVE A CADA CASO JUDICIAL DEL EMPLEADO SU MONTO POR
      *PERIODO (LO MAXIMO QUE LA CORRIDA LE DESCONTO), SIN
                       END-IF
               END-READ.

      *LO QUE LA CORRIDA MARCO PAGADO EN VIA-MAST (972-VIA-TOMA:
      *ESTADO 'P' CON EL PERIODO Y GRUPO REVERSADOS) REGRESA A
      *APROBADO SIN PAGAR PARA QUE LA CORRIDA CORREGIDA LO VUELVA
      *A TOMAR; LOS ANTICIPOS DE AMBAS RUTAS (VI-PAGO-VIA 'N' O
      *'S') SE TRATAN IGUAL. UN ANTICIPO QUE YA SE COMPROBO EN
      *PARTE O SE LIQUIDO DESPUES DEL PAGO SE CONSERVA PAGADO Y
      *SE AVISA, PORQUE SU SALDO YA LO AMARRA OTRO DOCUMENTO.
           220-RESTAURA-VIAJE.
               IF WS-VIA-STATUS NOT = '00'
                   GO TO 220-SALIDA
               END-IF
               MOVE 0 TO WS-VIA-FLAG
               MOVE ID-EMPL TO VI-ID-EMPL
               MOVE 0 TO VI-FOLIO
               START VIA-MAST KEY IS NOT LESS THAN VI-KEY
                   INVALID KEY MOVE 1 TO WS-VIA-FLAG
               END-START
               PERFORM 221-VIA-SCAN UNTIL WS-VIA-FLAG = 1.
           220-SALIDA.
               EXIT.

           221-VIA-SCAN.
               READ VIA-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-VIA-FLAG
                   NOT AT END
                       IF VI-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-VIA-FLAG
                       ELSE
                           IF VI-PERIODO = WS-PH-PERIODO
                               AND VI-GRUPO = WS-GRUPO
                               PERFORM 222-VIA-REGRESA
                           END-IF
                       END-IF
               END-READ.

           222-VIA-REGRESA.
               IF VI-EST = 'P'
                   AND (VI-TIPO = 'C'
                       OR (VI-ANT-APL = 0 AND VI-PRESTAMO = SPACES))
                   MOVE 'A' TO VI-EST
                   MOVE SPACES TO VI-PERIODO
                   MOVE SPACE TO VI-GRUPO
                   MOVE SPACES TO VI-F-PAGO
                   REWRITE VIA-REC
                   ADD 1 TO WS-VIA-REST
                   DISPLAY '   FOLIO DE VIAJE ' VI-FOLIO ' (' VI-TIPO
                       ') REGRESA A APROBADO'
               ELSE
                   IF VI-TIPO = 'A'
                       AND (VI-EST = 'P' OR VI-EST = 'L')
                       DISPLAY '   OJO: ANTICIPO ' VI-FOLIO ' YA '
                           'COMPROBADO O LIQUIDADO; SE CONSERVA '
                           'PAGADO'
                   END-IF
               END-IF.

      *CANCELA LOS CHEQUES VIVOS DEL PERIODO REVERSADO, COMO LO
      *HARIA DYN-CHKVOID UNO POR UNO.
       300-CANCELA-CHEQUES.
                   WS-ACP-MES-DESTINO ' CON MARCA DE ARRASTRE.'
           END-IF.
           MOVE 0 TO WS-CLV.
           PERFORM 401-POLIZA-DEPTO 1000 TIMES.
           CLOSE GLVOUCH.
           CLOSE GL-MAP.
       400-SALIDA.
           EXIT.

      *EL ESPEJO DE 301-POLIZA-DEPTO DE DYN-GLVOUCH: SUELDO Y
      *VIATICOS DEL DEPTO CON CARGO Y ABONO INVERTIDOS.
           401-POLIZA-DEPTO.
               COMPUTE WS-IX = WS-CLV + 1
               IF WS-DEP-BRUTO(WS-IX) > 0 OR WS-DEP-VIAT(WS-IX) > 0
                   OR WS-DEP-ANTP(WS-IX) > 0
                   OR WS-DEP-ANTR(WS-IX) > 0
                   MOVE WS-CIA TO GM-CIA
                   MOVE WS-CLV TO GM-CLV-DEP
                   READ GL-MAP KEY IS GM-KEY
                       INVALID KEY
                           DISPLAY 'DEPTO SIN MAPA CONTABLE: ' WS-CLV
                       NOT INVALID KEY
                           PERFORM 402-POLIZA-SUELDO
                           PERFORM 403-POLIZA-VIATICOS
                   END-READ
               END-IF
               ADD 1 TO WS-CLV.

           402-POLIZA-SUELDO.
               IF WS-DEP-BRUTO(WS-IX) > 0
                   MOVE GM-CTA-HABER TO WS-GL-CTA
                   MOVE WS-DEP-BRUTO(WS-IX) TO WS-GL-DEBE
                   MOVE 0 TO WS-GL-HABER
                   PERFORM 406-RENGLON
                   MOVE GM-CTA-DEBE TO WS-GL-CTA
                   MOVE 0 TO WS-GL-DEBE
                   MOVE WS-DEP-BRUTO(WS-IX) TO WS-GL-HABER
                   PERFORM 406-RENGLON
               END-IF.

      *INVERSO DE 303-POLIZA-VIATICOS: EL GASTO DE VIAJE Y EL
      *ANTICIPO ENTREGADO REGRESAN AL PASIVO DE NOMINA DEL DEPTO
      *Y EL ANTICIPO RECUPERADO VUELVE A LA CUENTA DE DEUDORES.
           403-POLIZA-VIATICOS.
               IF WS-DEP-VIAT(WS-IX) > 0
                   MOVE GM-CTA-HABER TO WS-GL-CTA
                   MOVE WS-DEP-VIAT(WS-IX) TO WS-GL-DEBE
                   MOVE 0 TO WS-GL-HABER
                   PERFORM 406-RENGLON
                   MOVE WS-CTA-VIAT TO WS-GL-CTA
                   MOVE 0 TO WS-GL-DEBE
                   MOVE WS-DEP-VIAT(WS-IX) TO WS-GL-HABER
                   PERFORM 406-RENGLON
               END-IF
               IF WS-DEP-ANTP(WS-IX) > 0
                   MOVE GM-CTA-HABER TO WS-GL-CTA
                   MOVE WS-DEP-ANTP(WS-IX) TO WS-GL-DEBE
                   MOVE 0 TO WS-GL-HABER
                   PERFORM 406-RENGLON
                   MOVE WS-CTA-ANTIC TO WS-GL-CTA
                   MOVE 0 TO WS-GL-DEBE
                   MOVE WS-DEP-ANTP(WS-IX) TO WS-GL-HABER
                   PERFORM 406-RENGLON
               END-IF
               IF WS-DEP-ANTR(WS-IX) > 0
                   MOVE WS-CTA-ANTIC TO WS-GL-CTA
                   MOVE WS-DEP-ANTR(WS-IX) TO WS-GL-DEBE
                   MOVE 0 TO WS-GL-HABER
                   PERFORM 406-RENGLON
                   MOVE GM-CTA-HABER TO WS-GL-CTA
                   MOVE 0 TO WS-GL-DEBE
                   MOVE WS-DEP-ANTR(WS-IX) TO WS-GL-HABER
                   PERFORM 406-RENGLON
               END-IF.

           406-RENGLON.
               MOVE SPACES TO GLV-REC
               MOVE WS-GL-CTA TO GLV-CUENTA
               MOVE WS-GL-DEBE TO GLV-DEBE
               MOVE WS-GL-HABER TO GLV-HABER
               MOVE WS-ACP-MES-DESTINO TO GLV-PERIODO
               PERFORM 405-MARCA
               WRITE GLV-REC
               IF WS-GL-DEBE > 0
                   DISPLAY 'CUENTA ' WS-GL-CTA ' DEBE  ' WS-GL-DEBE
               ELSE
                   DISPLAY 'CUENTA ' WS-GL-CTA ' HABER ' WS-GL-HABER
               END-IF.

      *REABRE EL PERIODO SIN VISTO BUENO: LA CORRIDA CORREGIDA
      *DEBE PASAR OTRA VEZ POR EL FILTRO DE DYN-PREPAY.
       500-REABRE-PERIODO.
           COPY AUDITLKUP.
           COPY JRNLKUP.
           COPY EMPCHKLKUP.
           COPY VIATLKUP.
