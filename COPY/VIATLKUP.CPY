      *****************************************************************
      *    JUNTA EN WS-VT-TABLA, EN UNA SOLA PASADA POR DEDDET, LOS   *
      *    VIATICOS PAGADOS EN EL PERIODO WS-VT-PERIODO (Y GRUPO      *
      *    WS-VT-GRUPO) POR EMPLEADO, PARA QUE QUIEN LEE PAYHIST      *
      *    SEPARE DEL BRUTO LA PARTE GRAVADA Y SEPA LO QUE SE PAGO O  *
      *    DESCONTO FUERA DE EL. 972-VIA-BUSCA DEJA EN WS-VT-ENC EL   *
      *    RENGLON DEL ID WS-VT-PIDE (0 SI NO TUVO VIATICOS).         *
      *    SIN ARCHIVO LA TABLA QUEDA VACIA. REQUIERE COPY DETFILE/   *
      *    DETFD/DETSTAT Y VIATWS.                                    *
      *****************************************************************
       972-VIA-CARGA-DED.
           MOVE 0 TO WS-VT-USADOS
           MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH
           DISPLAY 'DEDDET_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-DEDDET-PATH FROM ENVIRONMENT-VALUE
           IF WS-DEDDET-PATH = SPACES
               MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH
           END-IF
           OPEN INPUT DEDDET
           IF WS-DET-STATUS = '00'
               MOVE 0 TO WS-VT-FLAG
               PERFORM 972-VIA-DED-LEE UNTIL WS-VT-FLAG = 1
               CLOSE DEDDET
           END-IF.

           972-VIA-DED-LEE.
               READ DEDDET
                   AT END MOVE 1 TO WS-VT-FLAG
                   NOT AT END
                       IF DD-PERIODO = WS-VT-PERIODO
                           AND DD-TIPO = 'Y'
                           AND (WS-VT-GRUPO = SPACE
                               OR DD-GRUPO = WS-VT-GRUPO
                               OR DD-GRUPO = SPACE)
                           PERFORM 972-VIA-DED-SUMA
                       END-IF
               END-READ.

           972-VIA-DED-SUMA.
               MOVE DD-ID-EMPL TO WS-VT-PIDE
               PERFORM 972-VIA-BUSCA
               IF WS-VT-ENC = 0
                   IF WS-VT-USADOS < 2000
                       ADD 1 TO WS-VT-USADOS
                       MOVE WS-VT-USADOS TO WS-VT-ENC
                       MOVE DD-ID-EMPL TO WS-VT-ID(WS-VT-ENC)
                       MOVE 0 TO WS-VT-EXE(WS-VT-ENC)
                       MOVE 0 TO WS-VT-GRV(WS-VT-ENC)
                       MOVE 0 TO WS-VT-ANT(WS-VT-ENC)
                       MOVE 0 TO WS-VT-ANTP(WS-VT-ENC)
                   ELSE
                       DISPLAY 'OJO: MAS DE 2000 EMPLEADOS CON '
                           'VIATICOS, ID ' DD-ID-EMPL ' SIN SUMAR'
                   END-IF
               END-IF
               IF WS-VT-ENC > 0
                   EVALUATE DD-CLAVE
                       WHEN 'VIAEXE'
                           ADD DD-MONTO TO WS-VT-EXE(WS-VT-ENC)
                       WHEN 'VIAGRV'
                           ADD DD-MONTO TO WS-VT-GRV(WS-VT-ENC)
                       WHEN 'VIAANT'
                           ADD DD-MONTO TO WS-VT-ANT(WS-VT-ENC)
                       WHEN 'VIAANTP'
                           ADD DD-MONTO TO WS-VT-ANTP(WS-VT-ENC)
                   END-EVALUATE
               END-IF.

       972-VIA-BUSCA.
           MOVE 0 TO WS-VT-ENC
           MOVE 1 TO WS-VT-I
           PERFORM 972-VIA-BUSCA-CMP UNTIL WS-VT-I > WS-VT-USADOS
               OR WS-VT-ENC > 0.

           972-VIA-BUSCA-CMP.
               IF WS-VT-ID(WS-VT-I) = WS-VT-PIDE
                   MOVE WS-VT-I TO WS-VT-ENC
               END-IF
               ADD 1 TO WS-VT-I.
