      *********************************************************
      *PROGRAMA - CANDIDATOS POR REQUISICION (APL-MAST). SOBRE*
      *UNA REQUISICION APROBADA DE DYN-REQMNT REGISTRA LOS    *
      *CANDIDATOS Y SU ETAPA (RECIBIDO, ENTREVISTADO, OFERTA, *
      *DESCARTADO, DECLINO). LA OFERTA LLEVA SUELDO Y FECHA DE*
      *INGRESO Y EL SUELDO SE VALIDA CONTRA EL RANGO MIN/MAX  *
      *DEL DEPARTAMENTO EN DEP-MAST (914-BANDA-SUELDO). AL    *
      *ACEPTAR LA OFERTA SE RESERVA EL ID-EMPL Y SE ENCOLA EL *
      *ALTA EN PEND-MAST (907-PEND-QUEUE); LA APRUEBA UN      *
      *SEGUNDO OPERADOR EN DYN-PENDAPR, QUE CORRE EL FILTRO DE*
      *RECONTRATACION Y CIERRA LA REQUISICION.                *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-APLMNT.

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
           COPY NEXTFILE.
           COPY DEPFILE.
           COPY PENDFILE.
           COPY OPERFILE.
           COPY SESFILE.
           COPY REQFILE.
           COPY APLFILE.

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

           COPY NEXTFD.
           COPY DEPFD.
           COPY PENDFD.
           COPY OPERFD.
           COPY SESFD.
           COPY REQFD.
           COPY APLFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY NEXTSTAT.
           COPY DEPSTAT.
           COPY PENDSTAT.
           COPY OPERSTAT.
           COPY AUDITSTAT.
           COPY REQSTAT.
           COPY APLSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-NI-MAX-ID                 PIC 9(06).
       01 WS-NI-FLAG                   PIC 9.
       01 WS-NI-SAVE-REC               PIC X(259).
       01 WS-BAND-OK                   PIC X.
       01 WS-RQ-NUM                    PIC 9(06).
       01 WS-SEQ                       PIC 9(02).
       01 WS-MAX-SEQ                   PIC 9(02).
       01 WS-ACCION                    PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-OTRA                      PIC X VALUE 'S'.
       01 WS-OK                        PIC X.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     CANDIDATOS POR REQUISICION'.
           DISPLAY SEP.
           MOVE 'DYNAPLMT' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           MOVE 'DYNAPLMT' TO WS-AUD-PROGRAMA.
           PERFORM 999-REQ-RUTA.
           OPEN I-O REQ-MAST.
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'NO HAY REQUISICIONES (DYN-REQMNT)'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-APLMAST-PATH-DFLT TO WS-APLMAST-PATH.
           DISPLAY 'APLMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-APLMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-APLMAST-PATH = SPACES
               MOVE WS-APLMAST-PATH-DFLT TO WS-APLMAST-PATH
           END-IF.
           OPEN I-O APL-MAST.
           IF WS-APL-STATUS = '35'
               OPEN OUTPUT APL-MAST
               CLOSE APL-MAST
               OPEN I-O APL-MAST
           END-IF.
           PERFORM 100-REQUISICION THRU 100-SALIDA
               UNTIL WS-OTRA NOT = 'S'.
           CLOSE APL-MAST.
           CLOSE REQ-MAST.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

      *SOLO UNA REQUISICION APROBADA ('A') RECIBE CANDIDATOS.
       100-REQUISICION.
           DISPLAY 'NUMERO DE REQUISICION (0 = FIN):'.
           ACCEPT WS-RQ-NUM.
           IF WS-RQ-NUM = 0
               MOVE 'N' TO WS-OTRA
               GO TO 100-SALIDA
           END-IF.
           MOVE WS-RQ-NUM TO RQ-NUM.
           READ REQ-MAST KEY IS RQ-NUM
               INVALID KEY
                   DISPLAY 'NO EXISTE ESA REQUISICION'
                   GO TO 100-SALIDA
           END-READ.
           IF RQ-EST NOT = 'A'
               DISPLAY 'LA REQUISICION NO ESTA ABIERTA A CANDIDATOS '
                   '(EST ' RQ-EST ')'
               GO TO 100-SALIDA
           END-IF.
           DISPLAY 'DEP ' RQ-CLV-DEP ' TAB ' RQ-ID-TAB-S ' PUESTO '
               RQ-PUESTO ' PLAZA ' RQ-PLAZA.
           MOVE 0 TO WS-FLAG.
           PERFORM 200-MENU UNTIL WS-FLAG = 1.
       100-SALIDA.
           EXIT.

       200-MENU.
           PERFORM 210-LISTA.
           DISPLAY 'N=NUEVO E=ENTREVISTA O=OFERTA A=ACEPTA '
               'R=DECLINA D=DESCARTA F=FIN'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'N' PERFORM 300-NUEVO
               WHEN 'E' PERFORM 400-ENTREVISTA THRU 400-SALIDA
               WHEN 'O' PERFORM 500-OFERTA THRU 500-SALIDA
               WHEN 'A' PERFORM 600-ACEPTA THRU 600-SALIDA
               WHEN 'R' PERFORM 700-CIERRA THRU 700-SALIDA
               WHEN 'D' PERFORM 700-CIERRA THRU 700-SALIDA
               WHEN 'F' MOVE 1 TO WS-FLAG
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.
      *UNA OFERTA ACEPTADA SACA LA REQUISICION DE 'A'.
           IF RQ-EST NOT = 'A'
               MOVE 1 TO WS-FLAG
           END-IF.

           210-LISTA.
               MOVE 0 TO WS-MAX-SEQ
               MOVE 0 TO WS-REQ-FLAG
               MOVE RQ-NUM TO AP-RQ-NUM
               MOVE 0 TO AP-SEQ
               START APL-MAST KEY IS NOT LESS THAN AP-KEY
                   INVALID KEY MOVE 1 TO WS-REQ-FLAG
               END-START
               PERFORM 211-RENGLON UNTIL WS-REQ-FLAG = 1.

           211-RENGLON.
               READ APL-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-REQ-FLAG
                   NOT AT END
                       IF AP-RQ-NUM NOT = RQ-NUM
                           MOVE 1 TO WS-REQ-FLAG
                       ELSE
                           MOVE AP-SEQ TO WS-MAX-SEQ
                           DISPLAY '  ' AP-SEQ ' ' AP-NOM ' ETAPA '
                               AP-ETAPA ' ' AP-F-ETAPA ' OFERTA '
                               AP-SUE-OFERTA
                       END-IF
               END-READ.

       300-NUEVO.
           MOVE RQ-NUM TO AP-RQ-NUM.
           COMPUTE AP-SEQ = WS-MAX-SEQ + 1.
           DISPLAY 'NOMBRE DEL CANDIDATO:'.
           ACCEPT AP-NOM.
           DISPLAY 'TELEFONO:'.
           ACCEPT AP-TELEFONO.
           DISPLAY 'EMAIL:'.
           ACCEPT AP-EMAIL.
           DISPLAY 'FECHA DE NACIMIENTO (AAAAMMDD):'.
           ACCEPT AP-F-NAC.
           DISPLAY 'RFC:'.
           ACCEPT AP-RFC.
           DISPLAY 'CURP:'.
           ACCEPT AP-CURP.
           MOVE 'R' TO AP-ETAPA.
           MOVE WS-REQ-HOY TO AP-F-ETAPA.
           MOVE 0 TO AP-SUE-OFERTA.
           MOVE SPACES TO AP-F-ING.
           MOVE 0 TO AP-ID-EMPL.
           MOVE WS-CUR-OPER-ID TO AP-OPER.
           WRITE APL-REC
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR EL CANDIDATO. FILE '
                       'STATUS: ' WS-APL-STATUS
               NOT INVALID KEY
                   DISPLAY 'CANDIDATO ' AP-SEQ ' RECIBIDO'
           END-WRITE.

       400-ENTREVISTA.
           PERFORM 800-LEE.
           IF WS-OK = 'N'
               GO TO 400-SALIDA
           END-IF.
           IF AP-ETAPA NOT = 'R'
               DISPLAY 'SOLO SE ENTREVISTA A UN CANDIDATO RECIBIDO'
               GO TO 400-SALIDA
           END-IF.
           MOVE 'E' TO AP-ETAPA.
           PERFORM 810-GRABA.
       400-SALIDA.
           EXIT.

      *EL SUELDO OFRECIDO DEBE CAER EN EL RANGO DEL DEPARTAMENTO
      *DE LA REQUISICION; SIN RANGO REGISTRADO NO RESTRINGE.
       500-OFERTA.
           PERFORM 800-LEE.
           IF WS-OK = 'N'
               GO TO 500-SALIDA
           END-IF.
           IF AP-ETAPA NOT = 'E' AND AP-ETAPA NOT = 'O'
               DISPLAY 'SOLO SE OFERTA A UN CANDIDATO ENTREVISTADO'
               GO TO 500-SALIDA
           END-IF.
           DISPLAY 'SUELDO MENSUAL OFRECIDO:'.
           ACCEPT AP-SUE-OFERTA.
           MOVE RQ-CLV-DEP TO CLV-DEP.
           MOVE AP-SUE-OFERTA TO SUE-MEN.
           PERFORM 914-BANDA-SUELDO.
           IF WS-BAND-OK = 'N' OR AP-SUE-OFERTA = 0
               DISPLAY 'OFERTA FUERA DEL RANGO DEL DEPARTAMENTO; NO '
                   'SE GRABA'
               GO TO 500-SALIDA
           END-IF.
           DISPLAY 'FECHA DE INGRESO PROPUESTA (AAAAMMDD):'.
           ACCEPT AP-F-ING.
           IF AP-F-ING = SPACES
               MOVE WS-REQ-HOY TO AP-F-ING
           END-IF.
           MOVE 'O' TO AP-ETAPA.
           PERFORM 810-GRABA.
       500-SALIDA.
           EXIT.

      *LA OFERTA ACEPTADA RESERVA EL ID-EMPL Y ENCOLA EL ALTA EN
      *PEND-MAST; LA REQUISICION QUEDA EN 'O' LIGADA A ESE ID
      *HASTA QUE DYN-PENDAPR LA CUBRA O LA REABRA.
       600-ACEPTA.
           PERFORM 800-LEE.
           IF WS-OK = 'N'
               GO TO 600-SALIDA
           END-IF.
           IF AP-ETAPA NOT = 'O'
               DISPLAY 'EL CANDIDATO NO TIENE OFERTA VIGENTE'
               GO TO 600-SALIDA
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 902-NEXT-ID.
           CLOSE EMPLEADO.
           PERFORM 610-ARMA-ALTA.
           PERFORM 907-PEND-QUEUE.
           MOVE ID-EMPL TO AP-ID-EMPL.
           MOVE 'A' TO AP-ETAPA.
           PERFORM 810-GRABA.
           MOVE 'O' TO RQ-EST.
           MOVE ID-EMPL TO RQ-ID-EMPL.
           REWRITE REQ-REC.
           DISPLAY 'REQUISICION ' RQ-NUM ' CON OFERTA ACEPTADA; '
               'APRUEBE EL ALTA ' ID-EMPL ' EN DYN-PENDAPR'.
       600-SALIDA.
           EXIT.

           610-ARMA-ALTA.
               MOVE AP-NOM TO NOM-EMPL
               MOVE RQ-CLV-DEP TO CLV-DEP
               MOVE SPACES TO NOM-DEP
               MOVE RQ-CLV-DEP TO DM-CLV-DEP
               OPEN INPUT DEP-MAST
               READ DEP-MAST KEY IS DM-CLV-DEP
                   NOT INVALID KEY MOVE DM-NOM-DEP TO NOM-DEP
               END-READ
               CLOSE DEP-MAST
               MOVE RQ-ID-TAB-S TO ID-TAB-S
               MOVE AP-SUE-OFERTA TO SUE-MEN
               MOVE AP-F-ING TO F-ING
               MOVE 'A' TO EMP-STATUS
               MOVE SPACE TO TERM-REASON
               MOVE SPACES TO TERM-FECHA REHIRE-FECHA
               MOVE 0 TO REHIRE-ID-ORIG
               MOVE AP-TELEFONO TO TELEFONO
               MOVE AP-EMAIL TO EMAIL
               MOVE 'M' TO TIPO-PAGO
               MOVE 0 TO HORAS-TRAB TARIFA-HORA HORAS-EXTRA
                   TARIFA-EXTRA YTD-SUE
               MOVE SPACES TO BANCO-CLV CTA-CLABE NSS SUC-CLV
               MOVE SPACE TO TURNO-CLV
               MOVE AP-F-NAC TO F-NAC
               MOVE AP-RFC TO RFC
               MOVE AP-CURP TO CURP
               MOVE 'M' TO GRUPO-PAGO
               MOVE 0 TO SUP-ID
               MOVE '01' TO CIA-CLV
               MOVE 'C' TO METODO-PAGO.

      *'R' EL CANDIDATO DECLINA ('N'); 'D' SE DESCARTA.
       700-CIERRA.
           PERFORM 800-LEE.
           IF WS-OK = 'N'
               GO TO 700-SALIDA
           END-IF.
           IF AP-ETAPA = 'A' OR AP-ETAPA = 'N' OR AP-ETAPA = 'D'
               DISPLAY 'EL CANDIDATO YA ESTA CERRADO'
               GO TO 700-SALIDA
           END-IF.
           IF WS-ACCION = 'R'
               MOVE 'N' TO AP-ETAPA
           ELSE
               MOVE 'D' TO AP-ETAPA
           END-IF.
           PERFORM 810-GRABA.
       700-SALIDA.
           EXIT.

       800-LEE.
           DISPLAY 'NUMERO DE CANDIDATO:'.
           ACCEPT WS-SEQ.
           MOVE RQ-NUM TO AP-RQ-NUM.
           MOVE WS-SEQ TO AP-SEQ.
           MOVE 'S' TO WS-OK.
           READ APL-MAST KEY IS AP-KEY
               INVALID KEY
                   DISPLAY 'NO EXISTE ESE CANDIDATO'
                   MOVE 'N' TO WS-OK
           END-READ.

       810-GRABA.
           MOVE WS-REQ-HOY TO AP-F-ETAPA.
           MOVE WS-CUR-OPER-ID TO AP-OPER.
           REWRITE APL-REC.
           DISPLAY 'CANDIDATO ' AP-SEQ ' EN ETAPA ' AP-ETAPA.

           999-REQ-RUTA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REQ-HOY
               MOVE WS-REQMAST-PATH-DFLT TO WS-REQMAST-PATH
               DISPLAY 'REQMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-REQMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-REQMAST-PATH = SPACES
                   MOVE WS-REQMAST-PATH-DFLT TO WS-REQMAST-PATH
               END-IF.

           COPY NEXTLKUP.
           COPY BANDLKUP.
           COPY PENDLKUP.
           COPY OPERLKUP.
