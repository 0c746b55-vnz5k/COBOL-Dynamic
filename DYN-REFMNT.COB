      *********************************************************
      *PROGRAMA - MANTENIMIENTO DE LOS VALORES DE REFERENCIA  *
      *DE LEY (REF-MAST): UMA DIARIA Y SALARIO MINIMO DIARIO  *
      *GENERAL Y DE LA ZONA LIBRE DE LA FRONTERA NORTE, CADA  *
      *JUEGO BAJO SU FECHA DE ENTRADA EN VIGOR, EN EL MISMO   *
      *ESTILO QUE DYN-TAXMNT MANTIENE TAX-MAST. LOS VALORES   *
      *DEL ANO SIGUIENTE SE CARGAN POR ADELANTADO Y CADA      *
      *CALCULO TOMA LA VERSION QUE RIJA EN SU FECHA: TOPE DE  *
      *25 UMA AL SDI EN LA CORRIDA, SUELDO MINIMO EN ALTAS Y  *
      *EDICIONES, FILTRO PREVIO Y LIQUIDACIONES.              *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-REFMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REFFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY REFFD.

       WORKING-STORAGE SECTION.
           COPY REFSTAT.
       01 WS-RES                       PIC X VALUE 'S'.
       01 WS-FLAG                      PIC 9 VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(80) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           PERFORM 100-ABRIR.
           PERFORM 100-PROCESO UNTIL WS-FLAG = 1.
           PERFORM 200-CERRAR.
           STOP RUN.

       100-ABRIR.
           MOVE WS-REFMAST-PATH-DFLT TO WS-REFMAST-PATH.
           DISPLAY 'REFMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-REFMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-REFMAST-PATH = SPACES
               MOVE WS-REFMAST-PATH-DFLT TO WS-REFMAST-PATH.
           OPEN I-O REF-MAST.
           IF WS-REF-STATUS = '35'
               OPEN OUTPUT REF-MAST
               CLOSE REF-MAST
               OPEN I-O REF-MAST.

       200-CERRAR.
           DISPLAY SEP.
           CLOSE REF-MAST.
           DISPLAY 'VALORES DE REFERENCIA GUARDADOS'.
           DISPLAY SEP.

       100-PROCESO.
           DISPLAY SEP.
           PERFORM 110-VIGENCIA.
           READ REF-MAST KEY IS RF-VIG
               INVALID KEY
                   PERFORM 120-CAPTURA
                   WRITE REF-REC
                   DISPLAY 'VALORES DE REFERENCIA GRABADOS'
               NOT INVALID KEY
                   DISPLAY 'ACTUAL: UMA ' RF-UMA
                       ' MINIMO GENERAL ' RF-SM-GRAL
                       ' FRONTERA ' RF-SM-FRONT
                   PERFORM 120-CAPTURA
                   REWRITE REF-REC
                   DISPLAY 'VALORES DE REFERENCIA ACTUALIZADOS'
           END-READ.
           DISPLAY 'AGREGAR OTRA VIGENCIA? S/N'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               MOVE 1 TO WS-FLAG.

      *FECHA EN QUE ENTRAN EN VIGOR LOS VALORES: LA UMA CAMBIA
      *EN FEBRERO Y LOS MINIMOS EN ENERO, CADA UNO SE CAPTURA
      *CON SU FECHA Y REPITE EL OTRO VALOR QUE SIGUE VIGENTE.
       110-VIGENCIA.
           DISPLAY 'VIGENTE DESDE (YYYYMMDD):'.
           ACCEPT RF-VIG.
           IF RF-VIG NOT NUMERIC
               DISPLAY 'FECHA INVALIDA'
               PERFORM 110-VIGENCIA.

       120-CAPTURA.
           DISPLAY 'UMA DIARIA (EJ. 108.57):'.     ACCEPT RF-UMA.
           DISPLAY 'SALARIO MINIMO DIARIO GENERAL:'.
           ACCEPT RF-SM-GRAL.
           DISPLAY 'SALARIO MINIMO DIARIO FRONTERA NORTE:'.
           ACCEPT RF-SM-FRONT.
