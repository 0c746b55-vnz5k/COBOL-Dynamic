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

      *REGLA DE REINGRESO ('P' PUENTEA DESDE EL INGRESO ORIGINAL,
      *'R' REINICIA EN EL F-ING DEL REINGRESO) Y CORTE DE DEPTO
      *(TRES DIGITOS = SOLO ESE CLV-DEP, OTRA COSA = TODA LA
      *EMPRESA).
       01 WS-REGLA                     PIC X.
       01 WS-CORTE                     PIC X(03).

      *TABLA DE ACTIVOS A RANQUEAR POR SERVICIO AJUSTADO.
       01 WS-SEN-TABLA.
               10 WS-SN-DIAS           PIC 9(06).
               10 WS-SN-ID             PIC 9(06).
               10 WS-SN-NOM            PIC X(30).
               10 WS-SN-CLV            PIC 9(03).
               10 WS-SN-FING           PIC X(08).
               10 WS-SN-REHIRE         PIC X(08).
       01 WS-SN-USADOS                 PIC 9(03) VALUE 0.
       01 WS-T-DIAS                    PIC 9(06).
       01 WS-T-ID                      PIC 9(06).
       01 WS-T-NOM                     PIC X(30).
       01 WS-T-CLV                     PIC 9(03).
       01 WS-T-FING                    PIC X(08).
       01 WS-T-REHIRE                  PIC X(08).

           DISPLAY '   ANTIGUEDAD Y ORDEN DE LIQUIDACION'.
           DISPLAY SEP.
           PERFORM 050-REGLA.
           DISPLAY 'DEPTO A CORTAR (000-999, OTRA TECLA = TODOS):'.
           ACCEPT WS-CORTE.
           MOVE WS-EMPSNAP-PATH-DFLT TO WS-EMPSNAP-PATH.
           DISPLAY 'EMPSNAP_PATH' UPON ENVIRONMENT-NAME.
                   NOT AT END
                       IF EMP-STATUS NOT = 'I' AND F-ING IS NUMERIC
                           AND (WS-CORTE NOT NUMERIC
                               OR CLV-DEP = WS-CORTE)
                           PERFORM 110-GUARDA
                       END-IF
               END-READ.
