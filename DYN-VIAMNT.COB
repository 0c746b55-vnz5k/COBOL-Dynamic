      *********************************************************
      *PROGRAMA - CAPTURA DE VIATICOS (VIA-MAST / VIA-DET).   *
      *UNA COMPROBACION DE GASTOS DE VIAJE LLEVA SUS RENGLONES*
      *(FECHA, CONCEPTO, IMPORTE Y SI TRAE COMPROBANTE) Y UN  *
      *ANTICIPO ES EL DINERO QUE SE LE ENTREGA AL EMPLEADO    *
      *ANTES DE SALIR. AMBOS QUEDAN CAPTURADOS HASTA QUE LOS  *
      *APRUEBA SU JEFE (SUP-ID) EN DYN-VIAAPR, QUE FIJA LA    *
      *PARTE EXENTA Y LA GRAVADA Y DESCUENTA LOS ANTICIPOS    *
      *YA PAGADOS; LO APROBADO LO PAGA DYN-PAYRUN O DYN-SUPRUN*
      *(MODO V). UN ANTICIPO PAGADO QUE NO SE ALCANZO A       *
      *COMPROBAR SE PASA AQUI A LOAN-MAST (NUMERO 'V' MAS UN  *
      *CONSECUTIVO) PARA QUE LA NOMINA DESCUENTE EL SALDO     *
      *ABONO POR ABONO. MISMO ESTILO QUE DYN-SNDMEM.          *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-VIAMNT.

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
           COPY VIAFILE.
           COPY LONFILE.
           COPY OPERFILE.
           COPY SESFILE.
           COPY QSCFILE.
           COPY EXCFILE.

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

           COPY VIAFD.
           COPY LONFD.
           COPY OPERFD.
           COPY SESFD.
           COPY QSCFD.
           COPY EXCFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY EXCSTAT.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY VIASTAT.
           COPY LONSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-ACCION                    PIC X.
       01 WS-RES                       PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LEE-FLAG                  PIC 9.
       01 WS-DET-FLAG                  PIC 9.
       01 WS-HOY                       PIC X(08).
       01 WS-ID-EMPL                   PIC 9(06).
       01 WS-FOLIO                     PIC 9(04).
       01 WS-FOLIO-NVO                 PIC 9(04).
       01 WS-FECHA-CAP                 PIC X(08).
       01 WS-LISTADOS                  PIC 9(05).

      *RENGLONES DE LA COMPROBACION EN CAPTURA.
       01 WS-RENG                      PIC 9(02).
       01 WS-REN-FIN                   PIC X.
       01 WS-TOTAL-CAP                 PIC 9(07)V99.
       01 WS-CON-COMP                  PIC 9(07)V99.

      *SALDO DE UN ANTICIPO Y SU PASO A LOAN-MAST.
       01 WS-SALDO-ANT                 PIC 9(07)V99.
       01 WS-LN-SEQ                    PIC 9(03).
       01 WS-LN-LIBRE                  PIC X.
       01 WS-ABONO                     PIC 9(07)V99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
      *CANDADO DE VENTANA DE LOTE: CON EL LOTE CORRIENDO LA
      *CAPTURA SE RECHAZA, SALVO OVERRIDE DE SUPERVISOR QUE
      *QUEDA EN EXC-LOG.
           MOVE 'DYNVIAMN' TO WS-QSC-PROGRAMA.
           PERFORM 977-CHECA-QUIESCE.
           IF WS-QSC-BLOQUEA = 'S'
               PERFORM 978-QUIESCE-OVERRIDE THRU 978-SALIDA
               IF WS-QSC-PASA NOT = 'S'
                   DISPLAY 'CAPTURA CERRADA MIENTRAS CORRE EL '
                       'LOTE; INTENTE AL TERMINAR.'
                   STOP RUN
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
           DISPLAY SEP.
           DISPLAY '     VIATICOS Y ANTICIPOS DE VIAJE'.
           DISPLAY SEP.
           MOVE 'DYNVIAMN' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-VIAMAST-PATH-DFLT TO WS-VIAMAST-PATH.
           DISPLAY 'VIAMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIAMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIAMAST-PATH = SPACES
               MOVE WS-VIAMAST-PATH-DFLT TO WS-VIAMAST-PATH
           END-IF.
           OPEN I-O VIA-MAST.
           IF WS-VIA-STATUS = '35'
               OPEN OUTPUT VIA-MAST
               CLOSE VIA-MAST
               OPEN I-O VIA-MAST
           END-IF.
           MOVE WS-VIADET-PATH-DFLT TO WS-VIADET-PATH.
           DISPLAY 'VIADET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIADET-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIADET-PATH = SPACES
               MOVE WS-VIADET-PATH-DFLT TO WS-VIADET-PATH
           END-IF.
           OPEN I-O VIA-DET.
           IF WS-VIAD-STATUS = '35'
               OPEN OUTPUT VIA-DET
               CLOSE VIA-DET
               OPEN I-O VIA-DET
           END-IF.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.
           CLOSE VIA-MAST.
           CLOSE VIA-DET.
           DISPLAY 'VIATICOS GUARDADOS'.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'ACCION (C=COMPROBACION DE GASTOS A=ANTICIPO'.
           DISPLAY '        L=LISTA POR EMPLEADO X=CANCELA PENDIENTE'.
           DISPLAY '        P=SALDO DE ANTICIPO A PRESTAMO F=FIN):'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'C' PERFORM 200-COMPRUEBA THRU 200-SALIDA
               WHEN 'A' PERFORM 300-ANTICIPO THRU 300-SALIDA
               WHEN 'L' PERFORM 400-LISTA THRU 400-SALIDA
               WHEN 'X' PERFORM 500-CANCELA THRU 500-SALIDA
               WHEN 'P' PERFORM 600-A-PRESTAMO THRU 600-SALIDA
               WHEN 'F' MOVE 1 TO WS-FLAG
               WHEN OTHER DISPLAY 'ACCION INVALIDA'
           END-EVALUATE.

       110-PIDE-EMPLEADO.
           DISPLAY 'ID DE EMPLEADO:'.
           ACCEPT WS-ID-EMPL.
           MOVE WS-ID-EMPL TO ID-EMPL.

      *FECHA CAPTURADA (AAAAMMDD); EN BLANCO ES HOY.
       120-PIDE-FECHA.
           ACCEPT WS-FECHA-CAP.
           IF WS-FECHA-CAP = SPACES
               MOVE WS-HOY TO WS-FECHA-CAP
           END-IF.

      *SIGUIENTE FOLIO LIBRE DEL EMPLEADO (EL ULTIMO MAS UNO).
       130-SIGUIENTE-FOLIO.
           MOVE 0 TO WS-FOLIO-NVO.
           MOVE 0 TO WS-LEE-FLAG.
           MOVE ID-EMPL TO VI-ID-EMPL.
           MOVE 0 TO VI-FOLIO.
           START VIA-MAST KEY IS NOT LESS THAN VI-KEY
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           PERFORM 135-FOLIO-LEE UNTIL WS-LEE-FLAG = 1.
           ADD 1 TO WS-FOLIO-NVO.

           135-FOLIO-LEE.
               READ VIA-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF VI-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-LEE-FLAG
                       ELSE
                           MOVE VI-FOLIO TO WS-FOLIO-NVO
                       END-IF
               END-READ.

      *EMPLEADO ACTIVO Y CON JEFE REGISTRADO, QUE ES QUIEN APRUEBA.
       140-VALIDA-EMPLEADO.
           MOVE 'S' TO WS-RES.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   DISPLAY 'ID NO EXISTE EN EMPLEADO'
                   MOVE 'N' TO WS-RES
               NOT INVALID KEY
                   IF EMP-STATUS = 'I'
                       DISPLAY 'EMPLEADO INACTIVO, NO SE CAPTURA'
                       MOVE 'N' TO WS-RES
                   ELSE
                       IF SUP-ID = 0
                           DISPLAY 'EL EMPLEADO NO TIENE JEFE '
                               '(SUP-ID); NADIE PODRIA APROBAR'
                           MOVE 'N' TO WS-RES
                       END-IF
                   END-IF
           END-READ.

      *DATOS DEL VIAJE, COMUNES A COMPROBACION Y ANTICIPO.
       150-PIDE-VIAJE.
           MOVE SPACES TO VIA-REC.
           MOVE ID-EMPL TO VI-ID-EMPL.
           MOVE WS-FOLIO-NVO TO VI-FOLIO.
           MOVE WS-HOY TO VI-F-CAPTURA.
           MOVE WS-CUR-OPER-ID TO VI-OPER-CAP.
           MOVE 'C' TO VI-EST.
           MOVE 0 TO VI-APR-ID.
           MOVE 0 TO VI-TOTAL.
           MOVE 0 TO VI-EXENTO.
           MOVE 0 TO VI-GRAVADO.
           MOVE 0 TO VI-EXE-SC.
           MOVE 0 TO VI-ANT-APL.
           DISPLAY 'DESTINO:'.
           ACCEPT VI-DESTINO.
           DISPLAY 'MOTIVO DEL VIAJE:'.
           ACCEPT VI-MOTIVO.
           DISPLAY 'FECHA DE SALIDA (AAAAMMDD, EN BLANCO = HOY):'.
           PERFORM 120-PIDE-FECHA.
           MOVE WS-FECHA-CAP TO VI-F-SALIDA.
           DISPLAY 'FECHA DE REGRESO (AAAAMMDD, EN BLANCO = HOY):'.
           PERFORM 120-PIDE-FECHA.
           MOVE WS-FECHA-CAP TO VI-F-REGRESO.

      *COMPROBACION: EL ENCABEZADO SE GRABA PRIMERO (APARTA EL
      *FOLIO ANTES DE LOS RENGLONES) EN ESTADO 'X' Y TOTAL CERO,
      *PARA QUE DYN-VIAAPR NO VEA UNA CAPTURA A MEDIAS; AL FINAL
      *SE REESCRIBE PENDIENTE ('C') CON EL TOTAL, O SE BORRA SI
      *NO QUEDO NINGUN RENGLON.
       200-COMPRUEBA.
           PERFORM 110-PIDE-EMPLEADO.
           PERFORM 140-VALIDA-EMPLEADO.
           IF WS-RES NOT = 'S'
               GO TO 200-SALIDA
           END-IF.
           DISPLAY 'EMPLEADO: ' NOM-EMPL.
           PERFORM 130-SIGUIENTE-FOLIO.
           PERFORM 150-PIDE-VIAJE.
           IF VI-F-SALIDA NOT NUMERIC
               OR VI-F-REGRESO NOT NUMERIC
               OR VI-F-REGRESO < VI-F-SALIDA
               DISPLAY 'FECHAS DEL VIAJE INVALIDAS'
               GO TO 200-SALIDA
           END-IF.
           MOVE 'C' TO VI-TIPO.
           MOVE 'X' TO VI-EST.
           MOVE 0 TO VI-TOTAL.
           WRITE VIA-REC
               INVALID KEY
                   DISPLAY 'YA EXISTE ESE FOLIO PARA EL EMPLEADO'
                   GO TO 200-SALIDA
           END-WRITE.
           MOVE 0 TO WS-RENG.
           MOVE 0 TO WS-TOTAL-CAP.
           MOVE 0 TO WS-CON-COMP.
           MOVE 'N' TO WS-REN-FIN.
           PERFORM 210-RENGLON UNTIL WS-REN-FIN = 'S'.
           IF WS-RENG = 0
               DELETE VIA-MAST RECORD
               DISPLAY 'COMPROBACION SIN RENGLONES, NO SE GRABA'
               GO TO 200-SALIDA
           END-IF.
           MOVE 'C' TO VI-EST.
           MOVE WS-TOTAL-CAP TO VI-TOTAL.
           REWRITE VIA-REC.
           DISPLAY 'COMPROBACION ' VI-FOLIO ' GRABADA, TOTAL '
               VI-TOTAL ' (CON COMPROBANTE ' WS-CON-COMP ')'.
           DISPLAY 'PENDIENTE DE APROBAR POR EL JEFE ' SUP-ID.

       200-SALIDA.
           EXIT.

      *UN RENGLON DE GASTO; CONCEPTO EN BLANCO TERMINA LA CAPTURA.
      *VG-RENG ES DE DOS DIGITOS: AL LLEGAR A 99 YA NO SE PIDE MAS.
           210-RENGLON.
               IF WS-RENG = 99
                   DISPLAY 'SE LLEGO AL LIMITE DE 99 RENGLONES; LA '
                       'COMPROBACION SE CIERRA CON LO CAPTURADO'
                   MOVE 'S' TO WS-REN-FIN
               ELSE
                   PERFORM 215-RENGLON-PIDE
               END-IF.

           215-RENGLON-PIDE.
               DISPLAY 'RENGLON ' WS-RENG ' - CONCEPTO (H=HOSPEDAJE '
                   'A=ALIMENTOS T=TRANSPORTE O=OTROS, BLANCO=FIN):'
               MOVE SPACE TO VG-CONCEPTO
               ACCEPT VG-CONCEPTO
               IF VG-CONCEPTO = SPACE
                   MOVE 'S' TO WS-REN-FIN
               ELSE
                   IF VG-CONCEPTO NOT = 'H' AND VG-CONCEPTO NOT = 'A'
                       AND VG-CONCEPTO NOT = 'T'
                       AND VG-CONCEPTO NOT = 'O'
                       DISPLAY 'CONCEPTO INVALIDO'
                   ELSE
                       PERFORM 220-RENGLON-GRABA
                   END-IF
               END-IF.

           220-RENGLON-GRABA.
               DISPLAY 'FECHA DEL GASTO (AAAAMMDD, BLANCO = HOY):'
               PERFORM 120-PIDE-FECHA
               MOVE WS-FECHA-CAP TO VG-FECHA
               DISPLAY 'DESCRIPCION:'
               ACCEPT VG-DESC
               DISPLAY 'IMPORTE:'
               ACCEPT VG-MONTO
               DISPLAY 'TRAE COMPROBANTE FISCAL? S/N'
               ACCEPT VG-COMPROB
               IF VG-COMPROB NOT = 'S'
                   MOVE 'N' TO VG-COMPROB
               END-IF
               IF VG-MONTO = 0
                   DISPLAY 'IMPORTE CERO, SE IGNORA'
               ELSE
                   ADD 1 TO WS-RENG
                   MOVE ID-EMPL TO VG-ID-EMPL
                   MOVE WS-FOLIO-NVO TO VG-FOLIO
                   MOVE WS-RENG TO VG-RENG
                   WRITE VIADET-REC
                       INVALID KEY
                           DISPLAY 'RENGLON DUPLICADO, NO SE GRABA'
                           SUBTRACT 1 FROM WS-RENG
                       NOT INVALID KEY
                           ADD VG-MONTO TO WS-TOTAL-CAP
                           IF VG-COMPROB = 'S'
                               ADD VG-MONTO TO WS-CON-COMP
                           END-IF
                   END-WRITE
               END-IF.

      *ANTICIPO: UN SOLO IMPORTE; AL APROBARSE SE ENTREGA EN LA
      *RUTA QUE ELIJA EL JEFE Y QUEDA ABIERTO HASTA COMPROBARSE.
       300-ANTICIPO.
           PERFORM 110-PIDE-EMPLEADO.
           PERFORM 140-VALIDA-EMPLEADO.
           IF WS-RES NOT = 'S'
               GO TO 300-SALIDA
           END-IF.
           DISPLAY 'EMPLEADO: ' NOM-EMPL.
           PERFORM 130-SIGUIENTE-FOLIO.
           PERFORM 150-PIDE-VIAJE.
           IF VI-F-SALIDA NOT NUMERIC
               OR VI-F-REGRESO NOT NUMERIC
               OR VI-F-REGRESO < VI-F-SALIDA
               DISPLAY 'FECHAS DEL VIAJE INVALIDAS'
               GO TO 300-SALIDA
           END-IF.
           MOVE 'A' TO VI-TIPO.
           DISPLAY 'IMPORTE DEL ANTICIPO:'.
           ACCEPT VI-TOTAL.
           IF VI-TOTAL = 0
               DISPLAY 'IMPORTE CERO, NO SE GRABA'
               GO TO 300-SALIDA
           END-IF.
           WRITE VIA-REC
               INVALID KEY
                   DISPLAY 'YA EXISTE ESE FOLIO PARA EL EMPLEADO'
               NOT INVALID KEY
                   DISPLAY 'ANTICIPO ' VI-FOLIO ' GRABADO POR '
                       VI-TOTAL
                   DISPLAY 'PENDIENTE DE APROBAR POR EL JEFE ' SUP-ID
           END-WRITE.

       300-SALIDA.
           EXIT.

       400-LISTA.
           PERFORM 110-PIDE-EMPLEADO.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   DISPLAY 'ID NO EXISTE EN EMPLEADO'
                   GO TO 400-SALIDA
           END-READ.
           DISPLAY SEP.
           DISPLAY 'EMPLEADO: ' ID-EMPL ' ' NOM-EMPL ' JEFE ' SUP-ID.
           DISPLAY 'FOLIO T E DESTINO              TOTAL      EXENTO'
               '     GRAVADO    ANTICIPO  PERIODO'.
           MOVE 0 TO WS-LEE-FLAG.
           MOVE 0 TO WS-LISTADOS.
           MOVE ID-EMPL TO VI-ID-EMPL.
           MOVE 0 TO VI-FOLIO.
           START VIA-MAST KEY IS NOT LESS THAN VI-KEY
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           PERFORM 410-LISTA UNTIL WS-LEE-FLAG = 1.
           IF WS-LISTADOS = 0
               DISPLAY 'SIN VIATICOS NI ANTICIPOS'
           END-IF.
           DISPLAY SEP.

       400-SALIDA.
           EXIT.

           410-LISTA.
               READ VIA-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF VI-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-LEE-FLAG
                       ELSE
                           ADD 1 TO WS-LISTADOS
                           DISPLAY VI-FOLIO ' ' VI-TIPO ' ' VI-EST ' '
                               VI-DESTINO ' ' VI-TOTAL ' ' VI-EXENTO
                               ' ' VI-GRAVADO ' ' VI-ANT-APL ' '
                               VI-PERIODO
                           IF VI-TIPO = 'C'
                               PERFORM 420-LISTA-RENGLONES
                           ELSE
                               IF VI-PRESTAMO NOT = SPACES
                                   DISPLAY '      SALDO PASADO AL '
                                       'PRESTAMO ' VI-PRESTAMO
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           420-LISTA-RENGLONES.
               MOVE 0 TO WS-DET-FLAG
               MOVE VI-ID-EMPL TO VG-ID-EMPL
               MOVE VI-FOLIO TO VG-FOLIO
               MOVE 0 TO VG-RENG
               START VIA-DET KEY IS NOT LESS THAN VG-KEY
                   INVALID KEY MOVE 1 TO WS-DET-FLAG
               END-START
               PERFORM 430-RENGLON-LEE UNTIL WS-DET-FLAG = 1.

           430-RENGLON-LEE.
               READ VIA-DET NEXT RECORD
                   AT END MOVE 1 TO WS-DET-FLAG
                   NOT AT END
                       IF VG-ID-EMPL NOT = VI-ID-EMPL
                           OR VG-FOLIO NOT = VI-FOLIO
                           MOVE 1 TO WS-DET-FLAG
                       ELSE
                           DISPLAY '      ' VG-RENG ' ' VG-FECHA ' '
                               VG-CONCEPTO ' ' VG-DESC ' ' VG-MONTO
                               ' COMPROBANTE ' VG-COMPROB
                       END-IF
               END-READ.

      *SOLO LO QUE SIGUE PENDIENTE DE APROBAR SE PUEDE CANCELAR;
      *LO APROBADO YA COMPROMETIO ANTICIPOS O UN PAGO.
       500-CANCELA.
           PERFORM 110-PIDE-EMPLEADO.
           DISPLAY 'FOLIO:'.
           ACCEPT WS-FOLIO.
           MOVE ID-EMPL TO VI-ID-EMPL.
           MOVE WS-FOLIO TO VI-FOLIO.
           READ VIA-MAST KEY IS VI-KEY
               INVALID KEY
                   DISPLAY 'NO EXISTE ESE FOLIO PARA EL EMPLEADO'
                   GO TO 500-SALIDA
           END-READ.
           IF VI-EST NOT = 'C'
               DISPLAY 'SOLO SE CANCELA LO PENDIENTE DE APROBAR '
                   '(ESTADO ' VI-EST ')'
               GO TO 500-SALIDA
           END-IF.
           MOVE 'X' TO VI-EST.
           REWRITE VIA-REC.
           DISPLAY 'FOLIO ' VI-FOLIO ' CANCELADO'.

       500-SALIDA.
           EXIT.

      *EL SALDO DE UN ANTICIPO PAGADO QUE YA NO SE VA A COMPROBAR
      *(VI-TOTAL - VI-ANT-APL) PASA A LOAN-MAST COMO PRESTAMO CON
      *EL PRIMER NUMERO 'V001'-'V999' LIBRE DEL EMPLEADO; LA
      *NOMINA LO DESCUENTA CON 932-CALCULA-PRESTAMOS.
       600-A-PRESTAMO.
           PERFORM 110-PIDE-EMPLEADO.
           DISPLAY 'FOLIO DEL ANTICIPO:'.
           ACCEPT WS-FOLIO.
           MOVE ID-EMPL TO VI-ID-EMPL.
           MOVE WS-FOLIO TO VI-FOLIO.
           READ VIA-MAST KEY IS VI-KEY
               INVALID KEY
                   DISPLAY 'NO EXISTE ESE FOLIO PARA EL EMPLEADO'
                   GO TO 600-SALIDA
           END-READ.
           IF VI-TIPO NOT = 'A' OR VI-EST NOT = 'P'
               DISPLAY 'SOLO UN ANTICIPO YA PAGADO Y ABIERTO PASA '
                   'A PRESTAMO'
               GO TO 600-SALIDA
           END-IF.
           COMPUTE WS-SALDO-ANT = VI-TOTAL - VI-ANT-APL.
           IF WS-SALDO-ANT = 0
               DISPLAY 'EL ANTICIPO NO TIENE SALDO'
               GO TO 600-SALIDA
           END-IF.
           DISPLAY 'ANTICIPO ' VI-TOTAL ' COMPROBADO ' VI-ANT-APL
               ' SALDO A CARGO DEL EMPLEADO ' WS-SALDO-ANT.
           DISPLAY 'PASAR EL SALDO A PRESTAMO? S/N'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               GO TO 600-SALIDA
           END-IF.
           PERFORM 610-ABONO.
           MOVE WS-LOANMAST-PATH-DFLT TO WS-LOANMAST-PATH.
           DISPLAY 'LOANMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LOANMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LOANMAST-PATH = SPACES
               MOVE WS-LOANMAST-PATH-DFLT TO WS-LOANMAST-PATH
           END-IF.
           OPEN I-O LOAN-MAST.
           IF WS-LOAN-STATUS = '35'
               OPEN OUTPUT LOAN-MAST
               CLOSE LOAN-MAST
               OPEN I-O LOAN-MAST
           END-IF.
           MOVE 0 TO WS-LN-SEQ.
           MOVE 'N' TO WS-LN-LIBRE.
           PERFORM 620-BUSCA-NUMERO
               UNTIL WS-LN-LIBRE = 'S' OR WS-LN-SEQ = 999.
           IF WS-LN-LIBRE NOT = 'S'
               DISPLAY 'SIN NUMERO DE PRESTAMO LIBRE; NO SE PASA'
               CLOSE LOAN-MAST
               GO TO 600-SALIDA
           END-IF.
           MOVE WS-SALDO-ANT TO LN-ORIGINAL.
           MOVE WS-ABONO TO LN-ABONO-PER.
           MOVE WS-SALDO-ANT TO LN-SALDO.
           MOVE WS-HOY TO LN-FECHA-ALTA.
           WRITE LOAN-REC
               INVALID KEY
                   DISPLAY 'NO SE PUDO GRABAR EL PRESTAMO ' LN-NUM
                       '. FILE STATUS: ' WS-LOAN-STATUS
                   CLOSE LOAN-MAST
                   GO TO 600-SALIDA
           END-WRITE.
           CLOSE LOAN-MAST.
           MOVE LN-NUM TO VI-PRESTAMO.
           MOVE 'L' TO VI-EST.
           REWRITE VIA-REC.
           DISPLAY 'SALDO ' WS-SALDO-ANT ' PASADO AL PRESTAMO '
               LN-NUM ', ABONO POR PERIODO ' LN-ABONO-PER.

       600-SALIDA.
           EXIT.

           610-ABONO.
               DISPLAY 'ABONO POR PERIODO:'
               ACCEPT WS-ABONO
               IF WS-ABONO = 0
                   DISPLAY 'EL ABONO NO PUEDE SER CERO'
                   PERFORM 610-ABONO
               ELSE
                   IF WS-ABONO > WS-SALDO-ANT
                       MOVE WS-SALDO-ANT TO WS-ABONO
                   END-IF
               END-IF.

           620-BUSCA-NUMERO.
               ADD 1 TO WS-LN-SEQ
               MOVE ID-EMPL TO LN-ID-EMPL
               MOVE SPACES TO LN-NUM
               STRING 'V' WS-LN-SEQ DELIMITED BY SIZE INTO LN-NUM
               READ LOAN-MAST KEY IS LN-KEY
                   INVALID KEY MOVE 'S' TO WS-LN-LIBRE
               END-READ.

           COPY OPERLKUP.
           COPY EMPCHKLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
