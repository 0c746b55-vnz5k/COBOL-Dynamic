      *********************************************************
      *PROGRAMA - ENTREGA Y DEVOLUCION DE ACTIVOS DE LA       *
      *EMPRESA POR EMPLEADO (AST-ASG). CADA ENTREGA LLEVA LA  *
      *CLAVE DEL CATALOGO AST-CAT, EL NUMERO DE SERIE Y EL    *
      *VALOR (POR OMISION EL DE REPOSICION DEL CATALOGO). LA  *
      *ENTREGA SOLO SE HACE A EMPLEADOS ACTIVOS; LA           *
      *DEVOLUCION CIERRA LA ENTREGA Y TAMBIEN DESCARGA LA     *
      *LISTA DE SALIDA QUE ARMA EL FINIQUITO AL DAR DE BAJA   *
      *(936-AST-BAJA). UN ACTIVO PERDIDO O CONDONADO SE DA DE *
      *BAJA CON 'X'. LA OPCION P LISTA TODO LO PENDIENTE DE   *
      *DEVOLVER DE PERSONAL YA DADO DE BAJA PARA RECLAMARLO.  *
      *MISMO ESTILO QUE DYN-CRTMNT.                           *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-ASTMNT.

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
           COPY ASTFILE.

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

           COPY ASTFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY ASTSTAT.
       01 WS-ACCION                    PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LEE-FLAG                  PIC 9.
       01 WS-HOY                       PIC X(08).
       01 WS-ID-EMPL                   PIC 9(06).
       01 WS-SEC-ULT                   PIC 9(03).
       01 WS-LISTADOS                  PIC 9(05).
       01 WS-TOT-VALOR                 PIC 9(09)V99.
       01 WS-EST-DESC                  PIC X(10).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
           DISPLAY SEP.
           DISPLAY '     ENTREGA Y DEVOLUCION DE ACTIVOS'.
           DISPLAY SEP.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-ASTCAT-PATH-DFLT TO WS-ASTCAT-PATH.
           DISPLAY 'ASTCAT_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ASTCAT-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ASTCAT-PATH = SPACES
               MOVE WS-ASTCAT-PATH-DFLT TO WS-ASTCAT-PATH
           END-IF.
           OPEN INPUT AST-CAT.
           MOVE WS-ASTASG-PATH-DFLT TO WS-ASTASG-PATH.
           DISPLAY 'ASTASG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ASTASG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ASTASG-PATH = SPACES
               MOVE WS-ASTASG-PATH-DFLT TO WS-ASTASG-PATH
           END-IF.
           OPEN I-O AST-ASG.
           IF WS-ASTA-STATUS = '35'
               OPEN OUTPUT AST-ASG
               CLOSE AST-ASG
               OPEN I-O AST-ASG
           END-IF.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.
           CLOSE AST-CAT.
           CLOSE AST-ASG.
           DISPLAY 'ACTIVOS GUARDADOS'.
           STOP RUN.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'ACCION (E=ENTREGA D=DEVOLUCION X=BAJA DEL ACTIVO'.
           DISPLAY '        L=LISTA POR EMPLEADO P=PENDIENTES F=FIN):'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'E' PERFORM 200-ENTREGA THRU 200-SALIDA
               WHEN 'D' PERFORM 300-DEVOLUCION THRU 300-SALIDA
               WHEN 'X' PERFORM 300-DEVOLUCION THRU 300-SALIDA
               WHEN 'L' PERFORM 400-LISTA THRU 400-SALIDA
               WHEN 'P' PERFORM 500-PENDIENTES
               WHEN 'F' MOVE 1 TO WS-FLAG
               WHEN OTHER DISPLAY 'ACCION INVALIDA'
           END-EVALUATE.

       110-PIDE-EMPLEADO.
           DISPLAY 'ID DE EMPLEADO:'.
           ACCEPT WS-ID-EMPL.
           MOVE WS-ID-EMPL TO ID-EMPL.

       200-ENTREGA.
           PERFORM 110-PIDE-EMPLEADO.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   DISPLAY 'ID NO EXISTE EN EMPLEADO'
                   GO TO 200-SALIDA
           END-READ.
           IF EMP-STATUS = 'I'
               DISPLAY 'EMPLEADO INACTIVO, NO SE LE ENTREGAN ACTIVOS'
               GO TO 200-SALIDA
           END-IF.
           DISPLAY 'EMPLEADO: ' NOM-EMPL.
           DISPLAY 'CLAVE DEL ACTIVO:'.
           ACCEPT AC-CLV.
           READ AST-CAT KEY IS AC-CLV
               INVALID KEY
                   DISPLAY 'ESA CLAVE NO EXISTE EN EL CATALOGO'
                   GO TO 200-SALIDA
           END-READ.
           DISPLAY 'ACTIVO: ' AC-DESC.
           PERFORM 210-SIGUIENTE.
           MOVE AC-CLV TO AA-CLV.
           DISPLAY 'NUMERO DE SERIE:'.
           ACCEPT AA-SERIE.
           DISPLAY 'VALOR (CERO = ' AC-VALOR ' DEL CATALOGO):'.
           ACCEPT AA-VALOR.
           IF AA-VALOR = 0
               MOVE AC-VALOR TO AA-VALOR
           END-IF.
           MOVE WS-HOY TO AA-F-ENTREGA.
           MOVE SPACES TO AA-F-DEVOL.
           MOVE SPACES TO AA-F-BAJA.
           MOVE 'E' TO AA-ESTADO.
           MOVE 0 TO AA-COBRO.
           WRITE ASTASG-REC
               INVALID KEY
                   DISPLAY 'NO SE PUDO GRABAR LA ENTREGA'
               NOT INVALID KEY
                   DISPLAY 'ENTREGA GRABADA CON CONSECUTIVO ' AA-SEC
           END-WRITE.

       200-SALIDA.
           EXIT.

      *EL CONSECUTIVO SIGUE AL ULTIMO QUE YA TENGA EL EMPLEADO.
           210-SIGUIENTE.
               MOVE 0 TO WS-SEC-ULT
               MOVE 0 TO WS-LEE-FLAG
               MOVE ID-EMPL TO AA-ID-EMPL
               MOVE 0 TO AA-SEC
               START AST-ASG KEY IS NOT LESS THAN AA-KEY
                   INVALID KEY MOVE 1 TO WS-LEE-FLAG
               END-START
               PERFORM 220-ULTIMO UNTIL WS-LEE-FLAG = 1
               MOVE ID-EMPL TO AA-ID-EMPL
               COMPUTE AA-SEC = WS-SEC-ULT + 1.

           220-ULTIMO.
               READ AST-ASG NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF AA-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-LEE-FLAG
                       ELSE
                           MOVE AA-SEC TO WS-SEC-ULT
                       END-IF
               END-READ.

      *DEVOLUCION ('D') O BAJA DEL ACTIVO ('X'): AMBAS CIERRAN LA
      *ENTREGA, ESTE EN PODER DEL EMPLEADO O EN LA LISTA DE SALIDA.
      *LO YA COBRADO EN EL FINIQUITO NO SE TOCA AQUI.
       300-DEVOLUCION.
           PERFORM 110-PIDE-EMPLEADO.
           MOVE WS-ID-EMPL TO AA-ID-EMPL.
           DISPLAY 'CONSECUTIVO DE LA ENTREGA:'.
           ACCEPT AA-SEC.
           READ AST-ASG KEY IS AA-KEY
               INVALID KEY
                   DISPLAY 'ESA ENTREGA NO EXISTE'
                   GO TO 300-SALIDA
           END-READ.
           DISPLAY 'ACTIVO ' AA-CLV ' SERIE ' AA-SERIE
               ' ESTADO ' AA-ESTADO.
           IF AA-ESTADO NOT = 'E' AND NOT = 'P'
               DISPLAY 'LA ENTREGA YA ESTA CERRADA'
               GO TO 300-SALIDA
           END-IF.
           IF WS-ACCION = 'D'
               MOVE 'D' TO AA-ESTADO
           ELSE
               MOVE 'X' TO AA-ESTADO
           END-IF.
           MOVE WS-HOY TO AA-F-DEVOL.
           REWRITE ASTASG-REC.
           IF AA-ESTADO = 'D'
               DISPLAY 'DEVOLUCION REGISTRADA'
           ELSE
               DISPLAY 'ACTIVO DADO DE BAJA'
           END-IF.

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
           DISPLAY 'EMPLEADO: ' ID-EMPL ' ' NOM-EMPL ' ' EMP-STATUS.
           DISPLAY 'SEC CLAVE  SERIE                     VALOR '
               'ENTREGA  DEVOL.   ESTADO'.
           MOVE 0 TO WS-LEE-FLAG.
           MOVE ID-EMPL TO AA-ID-EMPL.
           MOVE 0 TO AA-SEC.
           START AST-ASG KEY IS NOT LESS THAN AA-KEY
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           PERFORM 410-LISTA UNTIL WS-LEE-FLAG = 1.
           DISPLAY SEP.

       400-SALIDA.
           EXIT.

           410-LISTA.
               READ AST-ASG NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF AA-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-LEE-FLAG
                       ELSE
                           PERFORM 420-ESTADO
                           DISPLAY AA-SEC ' ' AA-CLV ' ' AA-SERIE ' '
                               AA-VALOR ' ' AA-F-ENTREGA ' '
                               AA-F-DEVOL ' ' WS-EST-DESC
                       END-IF
               END-READ.

           420-ESTADO.
               EVALUATE AA-ESTADO
                   WHEN 'E' MOVE 'ENTREGADO' TO WS-EST-DESC
                   WHEN 'D' MOVE 'DEVUELTO' TO WS-EST-DESC
                   WHEN 'P' MOVE 'PENDIENTE' TO WS-EST-DESC
                   WHEN 'C' MOVE 'COBRADO' TO WS-EST-DESC
                   WHEN 'X' MOVE 'BAJA' TO WS-EST-DESC
                   WHEN OTHER MOVE AA-ESTADO TO WS-EST-DESC
               END-EVALUATE.

      *ACTIVOS DE PERSONAL DADO DE BAJA QUE SIGUEN SIN DEVOLVERSE
      *(LISTA DE SALIDA DEL FINIQUITO): LO QUE HAY QUE RECLAMAR.
       500-PENDIENTES.
           MOVE 0 TO WS-LISTADOS.
           MOVE 0 TO WS-TOT-VALOR.
           MOVE 0 TO WS-LEE-FLAG.
           MOVE LOW-VALUES TO AA-KEY.
           START AST-ASG KEY IS NOT LESS THAN AA-KEY
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           DISPLAY SEP.
           DISPLAY 'ACTIVOS PENDIENTES DE DEVOLVER (BAJAS)'.
           DISPLAY 'ID     NOMBRE                         CLAVE  '
               'SERIE                     VALOR BAJA'.
           PERFORM 510-PENDIENTE UNTIL WS-LEE-FLAG = 1.
           DISPLAY SEP.
           DISPLAY 'ACTIVOS PENDIENTES: ' WS-LISTADOS
               ' VALOR TOTAL: ' WS-TOT-VALOR.

           510-PENDIENTE.
               READ AST-ASG NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF AA-ESTADO = 'P'
                           MOVE AA-ID-EMPL TO ID-EMPL
                           READ EMPLEADO KEY IS ID-EMPL
                               INVALID KEY MOVE SPACES TO NOM-EMPL
                           END-READ
                           DISPLAY AA-ID-EMPL ' ' NOM-EMPL ' ' AA-CLV
                               ' ' AA-SERIE ' ' AA-VALOR ' '
                               AA-F-BAJA
                           ADD 1 TO WS-LISTADOS
                           ADD AA-VALOR TO WS-TOT-VALOR
                       END-IF
               END-READ.

           COPY EMPCHKLKUP.
