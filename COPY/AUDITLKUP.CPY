      *    SI LA OPERACION NO TOCA ESE CAMPO). SE PIDEN LOS DOS AL     *
      *    LLAMADOR (EN VEZ DE LEER EL NVO DIRECTO DE CLV-DEP/SUE-MEN) *
      *    PORQUE ALGUN PROGRAMA (DYN-GEN) RENOMBRA ESOS CAMPOS EN SU  *
      *    PROPIO FD. LOS PROCESOS MASIVOS CARGAN WS-AUD-LOTE CON SU   *
      *    LOTE (937-ABRE-LOTE); LOS DEMAS LO DEJAN EN BLANCO.         *
      *****************************************************************
       903-AUDITORIA.
           MOVE WS-AUDITLOG-PATH-DFLT TO WS-AUDITLOG-PATH
           MOVE WS-AUD-CLV-DEP-NVO TO AUD-CLV-DEP-NVO
           MOVE WS-AUD-SUE-MEN-ANT TO AUD-SUE-MEN-ANT
           MOVE WS-AUD-SUE-MEN-NVO TO AUD-SUE-MEN-NVO
           MOVE WS-AUD-LOTE TO AUD-LOTE
           WRITE AUDIT-REC
           CLOSE AUDIT-LOG.
