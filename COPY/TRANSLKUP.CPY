      *    CLV-DEP/NOM-DEP. REQUIERE WS-TR-CLV-DEP-ANT/WS-TR-NOM-DEP- *
      *    ANT (EL DEPARTAMENTO VIEJO, GUARDADOS ANTES DE CAPTURAR EL *
      *    NUEVO) E ID-EMPL/NOM-EMPL/CLV-DEP/NOM-DEP (YA CON EL       *
      *    DEPARTAMENTO NUEVO) CARGADOS ANTES DE INVOCAR. LOS         *
      *    PROCESOS MASIVOS CARGAN WS-TR-LOTE CON SU LOTE.            *
      *****************************************************************
       913-TRANSFER-LOG.
           MOVE WS-TRANSLOG-PATH-DFLT TO WS-TRANSLOG-PATH
           MOVE WS-TR-NOM-DEP-ANT TO TR-NOM-DEP-ANT
           MOVE CLV-DEP TO TR-CLV-DEP-NVO
           MOVE NOM-DEP TO TR-NOM-DEP-NVO
           MOVE WS-TR-LOTE TO TR-LOTE
           WRITE TRANS-REC
           CLOSE TRANS-LOG.
