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
       01 WS-SUPER-ID                  PIC X(06).
       01 WS-CONVERTIDOS               PIC 9(06) VALUE 0.

      *EL LAYOUT ANTERIOR LLEVA SUELDO Y ACUMULADO EN PESOS
      *ENTEROS; SE PASAN POR ESTOS CAMPOS PARA QUE QUEDEN CON
      *CENTAVOS EN CERO.
       01 WS-SUE-VIEJO                 PIC 9(05).
       01 WS-YTD-VIEJO                 PIC 9(08).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

           STOP RUN.

      *EL VIEJO SE LEE COMPLETO COMO IMAGEN; LOS 166 BYTES SE
      *VACIAN AL FRENTE DEL REGISTRO NUEVO (EL DIGITO DEL DEPTO
      *SE PASA A CLV-DEP DE 3 POSICIONES) Y LOS CAMPOS NUEVOS SE
      *DEFAULTEAN COMO UNA ALTA NORMAL.
       100-MIGRA-EMPLEADO.
           MOVE WS-EMPV2-PATH-DFLT TO WS-EMPV2-PATH.
           DISPLAY 'EMPV2_PATH' UPON ENVIRONMENT-NAME.
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE SPACES TO REG-EMPL
                       MOVE REG-V2(1:36) TO REG-EMPL(1:36)
                       MOVE REG-V2(37:1) TO CLV-DEP
                       MOVE REG-V2(38:21) TO REG-EMPL(40:21)
                       MOVE REG-V2(59:5) TO WS-SUE-VIEJO
                       MOVE WS-SUE-VIEJO TO SUE-MEN
                       MOVE REG-V2(64:95) TO REG-EMPL(70:95)
                       MOVE REG-V2(159:8) TO WS-YTD-VIEJO
                       MOVE WS-YTD-VIEJO TO YTD-SUE
                       MOVE SPACES TO BANCO-CLV
                       MOVE SPACES TO CTA-CLABE
                       MOVE SPACES TO TURNO-CLV
                       ADD 1 TO WS-CONVERTIDOS
               END-READ.

      *LOS 187 BYTES VIEJOS SE VACIAN AL FRENTE (EL DIGITO DEL
      *DEPTO A PEND-CLV-DEP DE 3 POSICIONES); LOS CAMPOS
      *NUEVOS DEL ESPEJO QUEDAN EN SPACES ('M' EN GRUPO) Y LA
      *FECHA DE CAPTURA EN SPACES (ANTIGUEDAD DESCONOCIDA).
       300-MIGRA-PEND.
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE SPACES TO PEND-REC
                       MOVE PEND-REG-V2(1:57) TO PEND-REC(1:57)
                       MOVE PEND-REG-V2(58:1) TO PEND-CLV-DEP
                       MOVE PEND-REG-V2(59:21) TO PEND-REC(61:21)
                       MOVE PEND-REG-V2(80:5) TO WS-SUE-VIEJO
                       MOVE WS-SUE-VIEJO TO PEND-SUE-MEN
                       MOVE PEND-REG-V2(85:95) TO PEND-REC(91:95)
                       MOVE PEND-REG-V2(180:8) TO WS-YTD-VIEJO
                       MOVE WS-YTD-VIEJO TO PEND-YTD-SUE
                       MOVE SPACES TO PEND-BANCO-CLV
                       MOVE SPACES TO PEND-CTA-CLABE
                       MOVE SPACES TO PEND-TURNO-CLV
