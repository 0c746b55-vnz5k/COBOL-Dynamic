      *********************************************************
      *PROGRAMA - AFILIACIONES SINDICALES POR EMPLEADO        *
      *(SND-MEM). CADA AFILIACION LLEVA EL SINDICATO DEL      *
      *CATALOGO SND-CAT, EL NUMERO DE AFILIADO Y SUS FECHAS DE*
      *ALTA Y DE BAJA; UN EMPLEADO SOLO PUEDE TENER UNA       *
      *AFILIACION VIGENTE Y SIN ELLA ES PERSONAL DE CONFIANZA.*
      *LA CORRIDA DE NOMINA DESCUENTA LA CUOTA DEL SINDICATO  *
      *MIENTRAS LA AFILIACION ESTE VIGENTE. LA OPCION I PASA  *
      *A SND-MEM A LOS INSCRITOS VIGENTES EN UN PLAN DE       *
      *BEN-MAST QUE SE USABA PARA RETENER LA CUOTA Y CIERRA   *
      *ESAS INSCRIPCIONES AYER, PARA QUE LA CUOTA NO SE       *
      *DESCUENTE DOS VECES. MISMO ESTILO QUE DYN-ASTMNT.      *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-SNDMEM.

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
           COPY SNDFILE.
           COPY ENRFILE.

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

           COPY SNDFD.
           COPY ENRFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY SNDSTAT.
           COPY ENRSTAT.
       01 WS-ACCION                    PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LEE-FLAG                  PIC 9.
       01 WS-HOY                       PIC X(08).
       01 WS-HOY-N                     PIC 9(08).
       01 WS-AYER                      PIC 9(08).
       01 WS-ID-EMPL                   PIC 9(06).
       01 WS-FECHA-CAP                 PIC X(08).
       01 WS-SINDICATO                 PIC X(04).
       01 WS-PLAN                      PIC X(03).
       01 WS-VIGENTE                   PIC X.
       01 WS-VIG-KEY                   PIC X(14).
       01 WS-LISTADOS                  PIC 9(05).
       01 WS-PASADOS                   PIC 9(05).
       01 WS-YA-AFIL                   PIC 9(05).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
           MOVE WS-HOY TO WS-HOY-N.
           COMPUTE WS-AYER = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOY-N) - 1).
           DISPLAY SEP.
           DISPLAY '     AFILIACIONES SINDICALES'.
           DISPLAY SEP.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-SNDCAT-PATH-DFLT TO WS-SNDCAT-PATH.
           DISPLAY 'SNDCAT_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SNDCAT-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SNDCAT-PATH = SPACES
               MOVE WS-SNDCAT-PATH-DFLT TO WS-SNDCAT-PATH
           END-IF.
           OPEN INPUT SND-CAT.
           MOVE WS-SNDMEM-PATH-DFLT TO WS-SNDMEM-PATH.
           DISPLAY 'SNDMEM_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SNDMEM-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SNDMEM-PATH = SPACES
               MOVE WS-SNDMEM-PATH-DFLT TO WS-SNDMEM-PATH
           END-IF.
           OPEN I-O SND-MEM.
           IF WS-SNDM-STATUS = '35'
               OPEN OUTPUT SND-MEM
               CLOSE SND-MEM
               OPEN I-O SND-MEM
           END-IF.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.
           CLOSE SND-CAT.
           CLOSE SND-MEM.
           DISPLAY 'AFILIACIONES GUARDADAS'.
           STOP RUN.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'ACCION (A=AFILIA B=BAJA L=LISTA POR EMPLEADO'.
           DISPLAY '        S=AFILIADOS DE UN SINDICATO'.
           DISPLAY '        I=IMPORTA DE UN PLAN DE PRESTACIONES'.
           DISPLAY '        F=FIN):'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'A' PERFORM 200-AFILIA THRU 200-SALIDA
               WHEN 'B' PERFORM 300-BAJA THRU 300-SALIDA
               WHEN 'L' PERFORM 400-LISTA THRU 400-SALIDA
               WHEN 'S' PERFORM 500-POR-SINDICATO THRU 500-SALIDA
               WHEN 'I' PERFORM 600-IMPORTA THRU 600-SALIDA
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

      *BUSCA LA AFILIACION VIGENTE HOY DE ID-EMPL; DEJA
      *WS-VIGENTE = 'S' Y SU LLAVE EN WS-VIG-KEY.
       130-BUSCA-VIGENTE.
           MOVE 'N' TO WS-VIGENTE.
           MOVE 0 TO WS-LEE-FLAG.
           MOVE ID-EMPL TO SM-ID-EMPL.
           MOVE SPACES TO SM-F-INICIO.
           START SND-MEM KEY IS NOT LESS THAN SM-KEY
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           PERFORM 135-VIGENTE-LEE UNTIL WS-LEE-FLAG = 1.

           135-VIGENTE-LEE.
               READ SND-MEM NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF SM-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-LEE-FLAG
                       ELSE
                           IF SM-F-FIN = SPACES
                               OR SM-F-FIN NOT < WS-HOY
                               MOVE 'S' TO WS-VIGENTE
                               MOVE SM-KEY TO WS-VIG-KEY
                           END-IF
                       END-IF
               END-READ.

       200-AFILIA.
           PERFORM 110-PIDE-EMPLEADO.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   DISPLAY 'ID NO EXISTE EN EMPLEADO'
                   GO TO 200-SALIDA
           END-READ.
           IF EMP-STATUS = 'I'
               DISPLAY 'EMPLEADO INACTIVO, NO SE AFILIA'
               GO TO 200-SALIDA
           END-IF.
           DISPLAY 'EMPLEADO: ' NOM-EMPL.
           PERFORM 130-BUSCA-VIGENTE.
           IF WS-VIGENTE = 'S'
               MOVE WS-VIG-KEY TO SM-KEY
               READ SND-MEM KEY IS SM-KEY
               DISPLAY 'YA ESTA AFILIADO A ' SM-SINDICATO ' DESDE '
                   SM-F-INICIO '; DELE DE BAJA PRIMERO'
               GO TO 200-SALIDA
           END-IF.
           DISPLAY 'CLAVE DEL SINDICATO:'.
           ACCEPT SN-CLV.
           READ SND-CAT KEY IS SN-CLV
               INVALID KEY
                   DISPLAY 'ESE SINDICATO NO EXISTE EN EL CATALOGO'
                   GO TO 200-SALIDA
           END-READ.
           DISPLAY 'SINDICATO: ' SN-NOMBRE.
           DISPLAY 'FECHA DE ALTA (AAAAMMDD, EN BLANCO = HOY):'.
           PERFORM 120-PIDE-FECHA.
           IF WS-FECHA-CAP NOT NUMERIC
               DISPLAY 'FECHA INVALIDA'
               GO TO 200-SALIDA
           END-IF.
           MOVE ID-EMPL TO SM-ID-EMPL.
           MOVE WS-FECHA-CAP TO SM-F-INICIO.
           MOVE SN-CLV TO SM-SINDICATO.
           DISPLAY 'NUMERO DE AFILIADO:'.
           ACCEPT SM-NUM-AFIL.
           MOVE SPACES TO SM-F-FIN.
           WRITE SNDMEM-REC
               INVALID KEY
                   DISPLAY 'YA HAY UNA AFILIACION CON ESA FECHA DE ALTA'
               NOT INVALID KEY
                   DISPLAY 'AFILIACION GRABADA'
           END-WRITE.

       200-SALIDA.
           EXIT.

       300-BAJA.
           PERFORM 110-PIDE-EMPLEADO.
           PERFORM 130-BUSCA-VIGENTE.
           IF WS-VIGENTE = 'N'
               DISPLAY 'EL EMPLEADO NO TIENE AFILIACION VIGENTE'
               GO TO 300-SALIDA
           END-IF.
           MOVE WS-VIG-KEY TO SM-KEY.
           READ SND-MEM KEY IS SM-KEY.
           DISPLAY 'AFILIADO A ' SM-SINDICATO ' DESDE ' SM-F-INICIO
               ' NUMERO ' SM-NUM-AFIL.
           DISPLAY 'FECHA DE BAJA (AAAAMMDD, EN BLANCO = HOY):'.
           PERFORM 120-PIDE-FECHA.
           IF WS-FECHA-CAP NOT NUMERIC
               OR WS-FECHA-CAP < SM-F-INICIO
               DISPLAY 'FECHA INVALIDA'
               GO TO 300-SALIDA
           END-IF.
           MOVE WS-FECHA-CAP TO SM-F-FIN.
           REWRITE SNDMEM-REC.
           DISPLAY 'BAJA DE LA AFILIACION REGISTRADA'.

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
           DISPLAY 'SIND ALTA     BAJA     AFILIADO'.
           MOVE 0 TO WS-LEE-FLAG.
           MOVE 0 TO WS-LISTADOS.
           MOVE ID-EMPL TO SM-ID-EMPL.
           MOVE SPACES TO SM-F-INICIO.
           START SND-MEM KEY IS NOT LESS THAN SM-KEY
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           PERFORM 410-LISTA UNTIL WS-LEE-FLAG = 1.
           IF WS-LISTADOS = 0
               DISPLAY 'SIN AFILIACIONES: PERSONAL DE CONFIANZA'
           END-IF.
           DISPLAY SEP.

       400-SALIDA.
           EXIT.

           410-LISTA.
               READ SND-MEM NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF SM-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-LEE-FLAG
                       ELSE
                           ADD 1 TO WS-LISTADOS
                           DISPLAY SM-SINDICATO ' ' SM-F-INICIO ' '
                               SM-F-FIN ' ' SM-NUM-AFIL
                       END-IF
               END-READ.

      *AFILIADOS VIGENTES HOY DE UN SINDICATO.
       500-POR-SINDICATO.
           DISPLAY 'CLAVE DEL SINDICATO:'.
           ACCEPT WS-SINDICATO.
           MOVE WS-SINDICATO TO SN-CLV.
           READ SND-CAT KEY IS SN-CLV
               INVALID KEY
                   DISPLAY 'ESE SINDICATO NO EXISTE EN EL CATALOGO'
                   GO TO 500-SALIDA
           END-READ.
           DISPLAY SEP.
           DISPLAY 'AFILIADOS VIGENTES DE ' SN-CLV ' ' SN-NOMBRE.
           DISPLAY 'ID     NOMBRE                         AFILIADO   '
               'ALTA'.
           MOVE 0 TO WS-LISTADOS.
           MOVE 0 TO WS-LEE-FLAG.
           MOVE LOW-VALUES TO SM-KEY.
           START SND-MEM KEY IS NOT LESS THAN SM-KEY
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           PERFORM 510-AFILIADO-LEE UNTIL WS-LEE-FLAG = 1.
           DISPLAY SEP.
           DISPLAY 'AFILIADOS VIGENTES: ' WS-LISTADOS.

       500-SALIDA.
           EXIT.

           510-AFILIADO-LEE.
               READ SND-MEM NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF SM-SINDICATO = WS-SINDICATO
                           AND SM-F-INICIO NOT > WS-HOY
                           AND (SM-F-FIN = SPACES
                               OR SM-F-FIN NOT < WS-HOY)
                           PERFORM 520-AFILIADO-MUESTRA
                       END-IF
               END-READ.

           520-AFILIADO-MUESTRA.
               MOVE SM-ID-EMPL TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY MOVE '(SIN MAESTRO)' TO NOM-EMPL
               END-READ
               ADD 1 TO WS-LISTADOS
               DISPLAY SM-ID-EMPL ' ' NOM-EMPL ' ' SM-NUM-AFIL ' '
                   SM-F-INICIO.

      *LOS INSCRITOS VIGENTES EN EL PLAN CON EL QUE SE RETENIA LA
      *CUOTA PASAN A SND-MEM CON LA FECHA DE ALTA DE SU INSCRIPCION
      *Y LA INSCRIPCION SE CIERRA AYER. QUIEN YA TENGA AFILIACION
      *VIGENTE SOLO SE REPORTA.
       600-IMPORTA.
           DISPLAY 'CLAVE DEL PLAN DE BEN-MAST QUE RETENIA LA CUOTA:'.
           ACCEPT WS-PLAN.
           DISPLAY 'CLAVE DEL SINDICATO AL QUE SE AFILIAN:'.
           ACCEPT SN-CLV.
           READ SND-CAT KEY IS SN-CLV
               INVALID KEY
                   DISPLAY 'ESE SINDICATO NO EXISTE EN EL CATALOGO'
                   GO TO 600-SALIDA
           END-READ.
           MOVE WS-ENROLL-PATH-DFLT TO WS-ENROLL-PATH.
           DISPLAY 'ENROLL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENROLL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ENROLL-PATH = SPACES
               MOVE WS-ENROLL-PATH-DFLT TO WS-ENROLL-PATH
           END-IF.
           OPEN I-O ENROLL.
           IF WS-ENR-STATUS NOT = '00'
               DISPLAY 'SIN INSCRIPCIONES (ENROLL). FILE STATUS: '
                   WS-ENR-STATUS
               GO TO 600-SALIDA
           END-IF.
           MOVE 0 TO WS-PASADOS.
           MOVE 0 TO WS-YA-AFIL.
           MOVE 0 TO WS-FLAG.
           MOVE LOW-VALUES TO EN-KEY.
           START ENROLL KEY IS NOT LESS THAN EN-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 610-INSCRITO-LEE UNTIL WS-FLAG = 1.
           MOVE 0 TO WS-FLAG.
           CLOSE ENROLL.
           DISPLAY SEP.
           DISPLAY 'AFILIADOS DESDE EL PLAN ' WS-PLAN ': ' WS-PASADOS.
           DISPLAY 'YA AFILIADOS (INSCRIPCION SIN CERRAR): '
               WS-YA-AFIL.

       600-SALIDA.
           EXIT.

           610-INSCRITO-LEE.
               READ ENROLL NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF EN-PLAN = WS-PLAN
                           AND EN-F-INICIO NOT > WS-HOY
                           AND (EN-F-FIN = SPACES
                               OR EN-F-FIN NOT < WS-HOY)
                           PERFORM 620-PASA
                       END-IF
               END-READ.

           620-PASA.
               MOVE EN-ID-EMPL TO ID-EMPL
               PERFORM 130-BUSCA-VIGENTE
               IF WS-VIGENTE = 'S'
                   DISPLAY 'YA AFILIADO, SE DEJA LA INSCRIPCION: '
                       EN-ID-EMPL
                   ADD 1 TO WS-YA-AFIL
               ELSE
                   MOVE EN-ID-EMPL TO SM-ID-EMPL
                   MOVE EN-F-INICIO TO SM-F-INICIO
                   MOVE SN-CLV TO SM-SINDICATO
                   MOVE SPACES TO SM-NUM-AFIL
                   MOVE SPACES TO SM-F-FIN
                   WRITE SNDMEM-REC
                       INVALID KEY
                           DISPLAY 'NO SE PUDO AFILIAR: ' EN-ID-EMPL
                       NOT INVALID KEY
                           MOVE WS-AYER TO EN-F-FIN
                           REWRITE ENROLL-REC
                           ADD 1 TO WS-PASADOS
                           DISPLAY 'AFILIADO: ' EN-ID-EMPL
                   END-WRITE
               END-IF.

           COPY EMPCHKLKUP.
