      *****************************************************************
      *    COPIA GENERICA DE LOS ARCHIVOS DEL SISTEMA, UNO POR UNO,   *
      *    POR NUMERO (WS-XF-NUM 001 A WS-XF-TOTAL; 001 ES EL MAESTRO *
      *    EMPLEADO Y LOS DEMAS SON LOS SATELITES EN EL ORDEN DE SUS  *
      *    COPYBOOKS). SIRVE A TODO PROCESO QUE SAQUE UN ARCHIVO A    *
      *    PLANO Y LO VUELVA A CARGAR EN OTRA RUTA O EN LA MISMA:     *
      *    993-XF-RESUELVE: NOMBRE, VARIABLE DE AMBIENTE, TIPO Y RUTA *
      *      EFECTIVA (DEFAULT, LUEGO LA VARIABLE) EN WS-XF-ORIGEN.   *
      *    994-XF-DESCARGA: LEE TODO EL ARCHIVO DE WS-XF-ORIGEN Y     *
      *      ESCRIBE CADA REGISTRO EN XF-PLANO (ABIERTO OUTPUT POR EL *
      *      LLAMADOR). WS-XF-OK = 'N' SI EL ARCHIVO NO ABRIO.        *
      *    995-XF-CARGA: CREA EL ARCHIVO EN WS-XF-DESTINO CON LOS     *
      *      REGISTROS DE XF-PLANO (ABIERTO INPUT POR EL LLAMADOR);   *
      *      LOS RECHAZADOS POR LLAVE QUEDAN EN WS-XF-RECHAZOS.       *
      *    EL LLAMADOR DECLARA EMPLEADO (REG-EMPL, WS-EMP-STATUS,     *
      *    COPY DYNSTAT), TODOS LOS xxxFILE/xxxFD/xxxSTAT DE LA LISTA *
      *    (VPRFILE Y VPRFD CON REPLACING ==VP-KEY== BY ==VV-KEY==,   *
      *    PORQUE VARFD YA USA VP-KEY), COPY XFRFILE/XFRFD/XFRWS, Y   *
      *    DOS PARRAFOS PROPIOS:                                      *
      *    998-XF-REGISTRO: SE EJECUTA EN LA DESCARGA CON EL REGISTRO *
      *      RECIEN LEIDO EN SU FD, ANTES DE PASARLO AL PLANO.        *
      *    999-XF-RENGLON: SE EJECUTA CON EL RENGLON EN XF-REC, EN LA *
      *      DESCARGA ANTES DE ESCRIBIRLO Y EN LA CARGA RECIEN LEIDO. *
      *    LOS LISTADOS DEL SPOOL, LA FOTO EMP-SNAP (LA REHACE        *
      *    DYN-SNAPEX), LOS PAYH-AAAA ANUALES, LOS ARCH-AAAAMMDD Y    *
      *    LOS SARC-XXXX-AAAAMMDD NO ESTAN EN LA LISTA: SON SALIDAS O *
      *    HISTORIA DE NOMBRE FIJO.                                   *
      *****************************************************************
       993-XF-RESUELVE.
           EVALUATE WS-XF-NUM
               WHEN 001
                   MOVE 'EMPLEADO' TO WS-XF-NOMBRE
                   MOVE 'DYN_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-DYN-PATH-DFLT TO WS-XF-DFLT
               WHEN 002
                   MOVE 'ABS-DIARIO' TO WS-XF-NOMBRE
                   MOVE 'ABSDIARIO_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-ABSDIARIO-PATH-DFLT TO WS-XF-DFLT
               WHEN 003
                   MOVE 'ACC-MAST' TO WS-XF-NOMBRE
                   MOVE 'ACCMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-ACCMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 004
                   MOVE 'ACP-MAST' TO WS-XF-NOMBRE
                   MOVE 'ACPMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-ACPMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 005
                   MOVE 'ARCH-IDX' TO WS-XF-NOMBRE
                   MOVE 'ARCHIDX_PATH' TO WS-XF-VAR
                   MOVE 'S' TO WS-XF-TIPO
                   MOVE WS-ARCHIDX-PATH-DFLT TO WS-XF-DFLT
               WHEN 006
                   MOVE 'ALLOC-MAST' TO WS-XF-NOMBRE
                   MOVE 'ALLOCMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-ALLOCMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 007
                   MOVE 'ANU-MAST' TO WS-XF-NOMBRE
                   MOVE 'ANUMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-ANUMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 008
                   MOVE 'APL-MAST' TO WS-XF-NOMBRE
                   MOVE 'APLMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-APLMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 009
                   MOVE 'ARCO-MAST' TO WS-XF-NOMBRE
                   MOVE 'ARCOMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-ARCOMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 010
                   MOVE 'AUDIT-LOG' TO WS-XF-NOMBRE
                   MOVE 'AUDITLOG_PATH' TO WS-XF-VAR
                   MOVE 'S' TO WS-XF-TIPO
                   MOVE WS-AUDITLOG-PATH-DFLT TO WS-XF-DFLT
               WHEN 011
                   MOVE 'AWARD-TPL' TO WS-XF-NOMBRE
                   MOVE 'AWARDTPL_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-AWARDTPL-PATH-DFLT TO WS-XF-DFLT
               WHEN 012
                   MOVE 'BEN-MAST' TO WS-XF-NOMBRE
                   MOVE 'BENMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-BENMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 013
                   MOVE 'BANK-MAST' TO WS-XF-NOMBRE
                   MOVE 'BANKMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-BANKMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 014
                   MOVE 'CAL-MAST' TO WS-XF-NOMBRE
                   MOVE 'CALMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-CALMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 015
                   MOVE 'CFDI-CTL' TO WS-XF-NOMBRE
                   MOVE 'CFDICTL_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-CFDICTL-PATH-DFLT TO WS-XF-DFLT
               WHEN 016
                   MOVE 'CHK-CTL' TO WS-XF-NOMBRE
                   MOVE 'CHKCTL_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-CHKCTL-PATH-DFLT TO WS-XF-DFLT
               WHEN 017
                   MOVE 'CHK-REG' TO WS-XF-NOMBRE
                   MOVE 'CHKREG_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-CHKREG-PATH-DFLT TO WS-XF-DFLT
               WHEN 018
                   MOVE 'CIA-MAST' TO WS-XF-NOMBRE
                   MOVE 'CIAMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-CIAMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 019
                   MOVE 'CONTR-MAST' TO WS-XF-NOMBRE
                   MOVE 'CONTRMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-CONTRMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 020
                   MOVE 'COV-MAST' TO WS-XF-NOMBRE
                   MOVE 'COVMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-COVMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 021
                   MOVE 'CERT-CAT' TO WS-XF-NOMBRE
                   MOVE 'CERTCAT_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-CERTCAT-PATH-DFLT TO WS-XF-DFLT
               WHEN 022
                   MOVE 'EMP-CERT' TO WS-XF-NOMBRE
                   MOVE 'EMPCERT_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-EMPCERT-PATH-DFLT TO WS-XF-DFLT
               WHEN 023
                   MOVE 'CTL-LEDGER' TO WS-XF-NOMBRE
                   MOVE 'CTLLED_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-CTLLED-PATH-DFLT TO WS-XF-DFLT
               WHEN 024
                   MOVE 'CYC-CTL' TO WS-XF-NOMBRE
                   MOVE 'CYCCTL_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-CYCCTL-PATH-DFLT TO WS-XF-DFLT
               WHEN 025
                   MOVE 'DEPBUD-MAST' TO WS-XF-NOMBRE
                   MOVE 'DEPBUDMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-DEPBUDMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 026
                   MOVE 'DEP-MAST' TO WS-XF-NOMBRE
                   MOVE 'DEPMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-DEPMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 027
                   MOVE 'DEDDET' TO WS-XF-NOMBRE
                   MOVE 'DEDDET_PATH' TO WS-XF-VAR
                   MOVE 'S' TO WS-XF-TIPO
                   MOVE WS-DEDDET-PATH-DFLT TO WS-XF-DFLT
               WHEN 028
                   MOVE 'DISC-HIST' TO WS-XF-NOMBRE
                   MOVE 'DISCHIST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-DISCHIST-PATH-DFLT TO WS-XF-DFLT
               WHEN 029
                   MOVE 'DIV-MAST' TO WS-XF-NOMBRE
                   MOVE 'DIVMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-DIVMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 030
                   MOVE 'DQ-WORK' TO WS-XF-NOMBRE
                   MOVE 'DQWORK_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-DQWORK-PATH-DFLT TO WS-XF-DFLT
               WHEN 031
                   MOVE 'DASH-HIST' TO WS-XF-NOMBRE
                   MOVE 'DASHHIST_PATH' TO WS-XF-VAR
                   MOVE 'S' TO WS-XF-TIPO
                   MOVE WS-DASHHIST-PATH-DFLT TO WS-XF-DFLT
               WHEN 032
                   MOVE 'DVL-CTL' TO WS-XF-NOMBRE
                   MOVE 'DVLCTL_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-DVLCTL-PATH-DFLT TO WS-XF-DFLT
               WHEN 033
                   MOVE 'ENROLL' TO WS-XF-NOMBRE
                   MOVE 'ENROLL_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-ENROLL-PATH-DFLT TO WS-XF-DFLT
               WHEN 034
                   MOVE 'EXC-LOG' TO WS-XF-NOMBRE
                   MOVE 'EXCLOG_PATH' TO WS-XF-VAR
                   MOVE 'S' TO WS-XF-TIPO
                   MOVE WS-EXCLOG-PATH-DFLT TO WS-XF-DFLT
               WHEN 035
                   MOVE 'FRD-WORK' TO WS-XF-NOMBRE
                   MOVE 'FRDWORK_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-FRDWORK-PATH-DFLT TO WS-XF-DFLT
               WHEN 036
                   MOVE 'FUT-PEND' TO WS-XF-NOMBRE
                   MOVE 'FUTPEND_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-FUTPEND-PATH-DFLT TO WS-XF-DFLT
               WHEN 037
                   MOVE 'GARN-MAST' TO WS-XF-NOMBRE
                   MOVE 'GARNMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-GARNMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 038
                   MOVE 'GL-MAP' TO WS-XF-NOMBRE
                   MOVE 'GLMAP_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-GLMAP-PATH-DFLT TO WS-XF-DFLT
               WHEN 039
                   MOVE 'HIRE-APR' TO WS-XF-NOMBRE
                   MOVE 'HIREAPR_PATH' TO WS-XF-VAR
                   MOVE 'S' TO WS-XF-TIPO
                   MOVE WS-HIREAPR-PATH-DFLT TO WS-XF-DFLT
               WHEN 040
                   MOVE 'HLD-MAST' TO WS-XF-NOMBRE
                   MOVE 'HLDMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-HLDMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 041
                   MOVE 'HLD-PAG' TO WS-XF-NOMBRE
                   MOVE 'HLDPAG_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-HLDPAG-PATH-DFLT TO WS-XF-DFLT
               WHEN 042
                   MOVE 'HIRE-REJ' TO WS-XF-NOMBRE
                   MOVE 'HIREREJ_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-HIREREJ-PATH-DFLT TO WS-XF-DFLT
               WHEN 043
                   MOVE 'IDSE-EXT' TO WS-XF-NOMBRE
                   MOVE 'IDSEEXT_PATH' TO WS-XF-VAR
                   MOVE 'S' TO WS-XF-TIPO
                   MOVE WS-IDSEEXT-PATH-DFLT TO WS-XF-DFLT
               WHEN 044
                   MOVE 'IMSDET' TO WS-XF-NOMBRE
                   MOVE 'IMSDET_PATH' TO WS-XF-VAR
                   MOVE 'S' TO WS-XF-TIPO
                   MOVE WS-IMSDET-PATH-DFLT TO WS-XF-DFLT
               WHEN 045
                   MOVE 'IMS-MAST' TO WS-XF-NOMBRE
                   MOVE 'IMSMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-IMSMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 046
                   MOVE 'INF-MAST' TO WS-XF-NOMBRE
                   MOVE 'INFMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-INFMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 047
                   MOVE 'JOB-LOG' TO WS-XF-NOMBRE
                   MOVE 'JOBLOG_PATH' TO WS-XF-VAR
                   MOVE 'S' TO WS-XF-TIPO
                   MOVE WS-JOBLOG-PATH-DFLT TO WS-XF-DFLT
               WHEN 048
                   MOVE 'EMP-JRN' TO WS-XF-NOMBRE
                   MOVE 'EMPJRN_PATH' TO WS-XF-VAR
                   MOVE 'S' TO WS-XF-TIPO
                   MOVE WS-EMPJRN-PATH-DFLT TO WS-XF-DFLT
               WHEN 049
                   MOVE 'KSK-MAST' TO WS-XF-NOMBRE
                   MOVE 'KSKMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-KSKMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 050
                   MOVE 'LAYOFF-EVT' TO WS-XF-NOMBRE
                   MOVE 'LAYEVT_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-LAYEVT-PATH-DFLT TO WS-XF-DFLT
               WHEN 051
                   MOVE 'LOG-IDX' TO WS-XF-NOMBRE
                   MOVE 'LOGIDX_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-LOGIDX-PATH-DFLT TO WS-XF-DFLT
               WHEN 052
                   MOVE 'LOC-MAST' TO WS-XF-NOMBRE
                   MOVE 'LOCMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-LOCMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 053
                   MOVE 'LOAN-MAST' TO WS-XF-NOMBRE
                   MOVE 'LOANMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-LOANMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 054
                   MOVE 'LV-REQ' TO WS-XF-NOMBRE
                   MOVE 'LVREQ_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-LVREQ-PATH-DFLT TO WS-XF-DFLT
               WHEN 055
                   MOVE 'LEAVE-BAL' TO WS-XF-NOMBRE
                   MOVE 'LEAVEBAL_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-LEAVEBAL-PATH-DFLT TO WS-XF-DFLT
               WHEN 056
                   MOVE 'LV-TAKEN' TO WS-XF-NOMBRE
                   MOVE 'LVTAKEN_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-LVTAKEN-PATH-DFLT TO WS-XF-DFLT
               WHEN 057
                   MOVE 'MERIT-MAT' TO WS-XF-NOMBRE
                   MOVE 'MERIT_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-MERIT-PATH-DFLT TO WS-XF-DFLT
               WHEN 058
                   MOVE 'NEXT-ID' TO WS-XF-NOMBRE
                   MOVE 'NEXTID_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-NEXTID-PATH-DFLT TO WS-XF-DFLT
               WHEN 059
                   MOVE 'OPER-MAST' TO WS-XF-NOMBRE
                   MOVE 'OPERMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-OPERMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 060
                   MOVE 'OT-EXC' TO WS-XF-NOMBRE
                   MOVE 'OTEXC_PATH' TO WS-XF-VAR
                   MOVE 'S' TO WS-XF-TIPO
                   MOVE WS-OTEXC-PATH-DFLT TO WS-XF-DFLT
               WHEN 061
                   MOVE 'OT-RULES' TO WS-XF-NOMBRE
                   MOVE 'OTRULES_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-OTRULES-PATH-DFLT TO WS-XF-DFLT
               WHEN 062
                   MOVE 'PAYHIST' TO WS-XF-NOMBRE
                   MOVE 'PAYHIST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PAYHIST-PATH-DFLT TO WS-XF-DFLT
               WHEN 063
                   MOVE 'PUNCH-DET' TO WS-XF-NOMBRE
                   MOVE 'PUNCHDET_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PUNCHDET-PATH-DFLT TO WS-XF-DFLT
               WHEN 064
                   MOVE 'PEND-MAST' TO WS-XF-NOMBRE
                   MOVE 'PENDMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PENDMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 065
                   MOVE 'PERCTL' TO WS-XF-NOMBRE
                   MOVE 'PERCTL_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PERCTL-PATH-DFLT TO WS-XF-DFLT
               WHEN 066
                   MOVE 'PRJ-CARGO' TO WS-XF-NOMBRE
                   MOVE 'PRJCARGO_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PRJCARGO-PATH-DFLT TO WS-XF-DFLT
               WHEN 067
                   MOVE 'PLZ-MAST' TO WS-XF-NOMBRE
                   MOVE 'PLZMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PLZMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 068
                   MOVE 'PROB-MAST' TO WS-XF-NOMBRE
                   MOVE 'PROBMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PROBMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 069
                   MOVE 'PRIM-DET' TO WS-XF-NOMBRE
                   MOVE 'PRIMDET_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PRIMDET-PATH-DFLT TO WS-XF-DFLT
               WHEN 070
                   MOVE 'PRI-RULES' TO WS-XF-NOMBRE
                   MOVE 'PRIRULES_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PRIRULES-PATH-DFLT TO WS-XF-DFLT
               WHEN 071
                   MOVE 'PROJ-MAST' TO WS-XF-NOMBRE
                   MOVE 'PROJMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PROJMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 072
                   MOVE 'PERM-MAST' TO WS-XF-NOMBRE
                   MOVE 'PERMMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PERMMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 073
                   MOVE 'PRN-CTL' TO WS-XF-NOMBRE
                   MOVE 'PRNCTL_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PRNCTL-PATH-DFLT TO WS-XF-DFLT
               WHEN 074
                   MOVE 'PST-MAST' TO WS-XF-NOMBRE
                   MOVE 'PSTMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PSTMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 075
                   MOVE 'PTU-REG' TO WS-XF-NOMBRE
                   MOVE 'PTUREG_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PTUREG-PATH-DFLT TO WS-XF-DFLT
               WHEN 076
                   MOVE 'PRIORYR' TO WS-XF-NOMBRE
                   MOVE 'PRIORYR_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PRIORYR-PATH-DFLT TO WS-XF-DFLT
               WHEN 077
                   MOVE 'QSC-CTL' TO WS-XF-NOMBRE
                   MOVE 'QSCCTL_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-QSCCTL-PATH-DFLT TO WS-XF-DFLT
               WHEN 078
                   MOVE 'RATE-MAST' TO WS-XF-NOMBRE
                   MOVE 'RATEMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-RATEMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 079
                   MOVE 'REF-MAST' TO WS-XF-NOMBRE
                   MOVE 'REFMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-REFMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 080
                   MOVE 'REM-CTL' TO WS-XF-NOMBRE
                   MOVE 'REMCTL_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-REMCTL-PATH-DFLT TO WS-XF-DFLT
               WHEN 081
                   MOVE 'REQ-MAST' TO WS-XF-NOMBRE
                   MOVE 'REQMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-REQMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 082
                   MOVE 'RETRO-PEND' TO WS-XF-NOMBRE
                   MOVE 'RETROPEND_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-RETROPEND-PATH-DFLT TO WS-XF-DFLT
               WHEN 083
                   MOVE 'REV-LOG' TO WS-XF-NOMBRE
                   MOVE 'REVLOG_PATH' TO WS-XF-VAR
                   MOVE 'S' TO WS-XF-TIPO
                   MOVE WS-REVLOG-PATH-DFLT TO WS-XF-DFLT
               WHEN 084
                   MOVE 'REVIEW-MAST' TO WS-XF-NOMBRE
                   MOVE 'REVIEW_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-REVIEW-PATH-DFLT TO WS-XF-DFLT
               WHEN 085
                   MOVE 'SAV-MAST' TO WS-XF-NOMBRE
                   MOVE 'SAVMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-SAVMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 086
                   MOVE 'SCHED-MAST' TO WS-XF-NOMBRE
                   MOVE 'SCHEDMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-SCHEDMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 087
                   MOVE 'SDA-LOG' TO WS-XF-NOMBRE
                   MOVE 'SDALOG_PATH' TO WS-XF-VAR
                   MOVE 'S' TO WS-XF-TIPO
                   MOVE WS-SDALOG-PATH-DFLT TO WS-XF-DFLT
               WHEN 088
                   MOVE 'SES-LOG' TO WS-XF-NOMBRE
                   MOVE 'SESLOG_PATH' TO WS-XF-VAR
                   MOVE 'S' TO WS-XF-TIPO
                   MOVE WS-SESLOG-PATH-DFLT TO WS-XF-DFLT
               WHEN 089
                   MOVE 'SHIFT-MAST' TO WS-XF-NOMBRE
                   MOVE 'SHIFTMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-SHIFTMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 090
                   MOVE 'SOD-RULE' TO WS-XF-NOMBRE
                   MOVE 'SODRULE_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-SODRULE-PATH-DFLT TO WS-XF-DFLT
               WHEN 091
                   MOVE 'TAX-MAST' TO WS-XF-NOMBRE
                   MOVE 'TAXMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-TAXMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 092
                   MOVE 'TRANS-LOG' TO WS-XF-NOMBRE
                   MOVE 'TRANSLOG_PATH' TO WS-XF-VAR
                   MOVE 'S' TO WS-XF-TIPO
                   MOVE WS-TRANSLOG-PATH-DFLT TO WS-XF-DFLT
               WHEN 093
                   MOVE 'TAR-VAR' TO WS-XF-NOMBRE
                   MOVE 'TARVAR_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-TARVAR-PATH-DFLT TO WS-XF-DFLT
               WHEN 094
                   MOVE 'VAR-PER' TO WS-XF-NOMBRE
                   MOVE 'VARPER_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-VARPER-PATH-DFLT TO WS-XF-DFLT
               WHEN 095
                   MOVE 'VAR-DET' TO WS-XF-NOMBRE
                   MOVE 'VARDET_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-VARDET-PATH-DFLT TO WS-XF-DFLT
               WHEN 096
                   MOVE 'VAC-PROV' TO WS-XF-NOMBRE
                   MOVE 'VACPROV_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-VACPROV-PATH-DFLT TO WS-XF-DFLT
               WHEN 097
                   MOVE 'OX-REG' TO WS-XF-NOMBRE
                   MOVE 'OXREG_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-OXREG-PATH-DFLT TO WS-XF-DFLT
               WHEN 098
                   MOVE 'IX-REG' TO WS-XF-NOMBRE
                   MOVE 'IXREG_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-IXREG-PATH-DFLT TO WS-XF-DFLT
               WHEN 099
                   MOVE 'PSL-CTL' TO WS-XF-NOMBRE
                   MOVE 'PSLCTL_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PSLCTL-PATH-DFLT TO WS-XF-DFLT
               WHEN 100
                   MOVE 'DPN-MAST' TO WS-XF-NOMBRE
                   MOVE 'DPNMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-DPNMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 101
                   MOVE 'CAR-SNAP' TO WS-XF-NOMBRE
                   MOVE 'CARSNAP_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-CARSNAP-PATH-DFLT TO WS-XF-DFLT
               WHEN 102
                   MOVE 'TCK-SNAP' TO WS-XF-NOMBRE
                   MOVE 'TCKSNAP_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-TCKSNAP-PATH-DFLT TO WS-XF-DFLT
               WHEN 103
                   MOVE 'ROSTER' TO WS-XF-NOMBRE
                   MOVE 'ROSTER_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-ROSTER-PATH-DFLT TO WS-XF-DFLT
               WHEN 104
                   MOVE 'PUN-RULES' TO WS-XF-NOMBRE
                   MOVE 'PUNRULES_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-PUNRULES-PATH-DFLT TO WS-XF-DFLT
               WHEN 105
                   MOVE 'LOA-MAST' TO WS-XF-NOMBRE
                   MOVE 'LOAMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-LOAMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 106
                   MOVE 'CIA-TRF' TO WS-XF-NOMBRE
                   MOVE 'CIATRF_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-CIATRF-PATH-DFLT TO WS-XF-DFLT
               WHEN 107
                   MOVE 'BUD-PROJ' TO WS-XF-NOMBRE
                   MOVE 'BUDPROJ_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-BUDPROJ-PATH-DFLT TO WS-XF-DFLT
               WHEN 108
                   MOVE 'LTP-MAST' TO WS-XF-NOMBRE
                   MOVE 'LTPMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-LTPMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 109
                   MOVE 'LTR-LOG' TO WS-XF-NOMBRE
                   MOVE 'LTRLOG_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-LTRLOG-PATH-DFLT TO WS-XF-DFLT
               WHEN 110
                   MOVE 'LTR-REQ' TO WS-XF-NOMBRE
                   MOVE 'LTRREQ_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-LTRREQ-PATH-DFLT TO WS-XF-DFLT
               WHEN 111
                   MOVE 'DEV-PROV' TO WS-XF-NOMBRE
                   MOVE 'DEVPROV_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-DEVPROV-PATH-DFLT TO WS-XF-DFLT
               WHEN 112
                   MOVE 'GLR-MAP' TO WS-XF-NOMBRE
                   MOVE 'GLRMAP_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-GLRMAP-PATH-DFLT TO WS-XF-DFLT
               WHEN 113
                   MOVE 'CED-MAST' TO WS-XF-NOMBRE
                   MOVE 'CEDMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-CEDMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 114
                   MOVE 'RET-PARM' TO WS-XF-NOMBRE
                   MOVE 'RETPARM_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-RETPARM-PATH-DFLT TO WS-XF-DFLT
               WHEN 115
                   MOVE 'SAT-IDX' TO WS-XF-NOMBRE
                   MOVE 'SATIDX_PATH' TO WS-XF-VAR
                   MOVE 'S' TO WS-XF-TIPO
                   MOVE WS-SATIDX-PATH-DFLT TO WS-XF-DFLT
               WHEN 116
                   MOVE 'NTF-OUT' TO WS-XF-NOMBRE
                   MOVE 'NTFOUT_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-NTFOUT-PATH-DFLT TO WS-XF-DFLT
               WHEN 117
                   MOVE 'RPD-MAST' TO WS-XF-NOMBRE
                   MOVE 'RPDMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-RPDMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 118
                   MOVE 'AST-CAT' TO WS-XF-NOMBRE
                   MOVE 'ASTCAT_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-ASTCAT-PATH-DFLT TO WS-XF-DFLT
               WHEN 119
                   MOVE 'AST-ASG' TO WS-XF-NOMBRE
                   MOVE 'ASTASG_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-ASTASG-PATH-DFLT TO WS-XF-DFLT
               WHEN 120
                   MOVE 'VLS-PARM' TO WS-XF-NOMBRE
                   MOVE 'VLSPARM_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-VLSPARM-PATH-DFLT TO WS-XF-DFLT
               WHEN 121
                   MOVE 'SND-CAT' TO WS-XF-NOMBRE
                   MOVE 'SNDCAT_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-SNDCAT-PATH-DFLT TO WS-XF-DFLT
               WHEN 122
                   MOVE 'SND-MEM' TO WS-XF-NOMBRE
                   MOVE 'SNDMEM_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-SNDMEM-PATH-DFLT TO WS-XF-DFLT
               WHEN 123
                   MOVE 'VIA-MAST' TO WS-XF-NOMBRE
                   MOVE 'VIAMAST_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-VIAMAST-PATH-DFLT TO WS-XF-DFLT
               WHEN 124
                   MOVE 'VIA-DET' TO WS-XF-NOMBRE
                   MOVE 'VIADET_PATH' TO WS-XF-VAR
                   MOVE 'I' TO WS-XF-TIPO
                   MOVE WS-VIADET-PATH-DFLT TO WS-XF-DFLT
           END-EVALUATE
           MOVE WS-XF-DFLT TO WS-XF-ORIGEN
           DISPLAY WS-XF-VAR UPON ENVIRONMENT-NAME
           ACCEPT WS-XF-ORIGEN FROM ENVIRONMENT-VALUE
           IF WS-XF-ORIGEN = SPACES
               MOVE WS-XF-DFLT TO WS-XF-ORIGEN
           END-IF.

       994-XF-DESCARGA.
           MOVE 0 TO WS-XF-REGS
           MOVE 0 TO WS-XF-FLAG
           MOVE 'S' TO WS-XF-OK
           EVALUATE WS-XF-NUM
               WHEN 001
                   MOVE WS-XF-ORIGEN TO WS-DYN-PATH
                   OPEN INPUT EMPLEADO
                   MOVE WS-EMP-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-EMPLEADO UNTIL WS-XF-FLAG = 1
                       CLOSE EMPLEADO
                   END-IF
               WHEN 002
                   MOVE WS-XF-ORIGEN TO WS-ABSDIARIO-PATH
                   OPEN INPUT ABS-DIARIO
                   MOVE WS-ABS-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-ABS-DIARIO UNTIL WS-XF-FLAG = 1
                       CLOSE ABS-DIARIO
                   END-IF
               WHEN 003
                   MOVE WS-XF-ORIGEN TO WS-ACCMAST-PATH
                   OPEN INPUT ACC-MAST
                   MOVE WS-ACC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-ACC-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE ACC-MAST
                   END-IF
               WHEN 004
                   MOVE WS-XF-ORIGEN TO WS-ACPMAST-PATH
                   OPEN INPUT ACP-MAST
                   MOVE WS-ACP-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-ACP-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE ACP-MAST
                   END-IF
               WHEN 005
                   MOVE WS-XF-ORIGEN TO WS-ARCHIDX-PATH
                   OPEN INPUT ARCH-IDX
                   MOVE WS-AIX-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-ARCH-IDX UNTIL WS-XF-FLAG = 1
                       CLOSE ARCH-IDX
                   END-IF
               WHEN 006
                   MOVE WS-XF-ORIGEN TO WS-ALLOCMAST-PATH
                   OPEN INPUT ALLOC-MAST
                   MOVE WS-ALC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-ALLOC-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE ALLOC-MAST
                   END-IF
               WHEN 007
                   MOVE WS-XF-ORIGEN TO WS-ANUMAST-PATH
                   OPEN INPUT ANU-MAST
                   MOVE WS-ANU-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-ANU-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE ANU-MAST
                   END-IF
               WHEN 008
                   MOVE WS-XF-ORIGEN TO WS-APLMAST-PATH
                   OPEN INPUT APL-MAST
                   MOVE WS-APL-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-APL-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE APL-MAST
                   END-IF
               WHEN 009
                   MOVE WS-XF-ORIGEN TO WS-ARCOMAST-PATH
                   OPEN INPUT ARCO-MAST
                   MOVE WS-ARCO-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-ARCO-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE ARCO-MAST
                   END-IF
               WHEN 010
                   MOVE WS-XF-ORIGEN TO WS-AUDITLOG-PATH
                   OPEN INPUT AUDIT-LOG
                   MOVE WS-AUDIT-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-AUDIT-LOG UNTIL WS-XF-FLAG = 1
                       CLOSE AUDIT-LOG
                   END-IF
               WHEN 011
                   MOVE WS-XF-ORIGEN TO WS-AWARDTPL-PATH
                   OPEN INPUT AWARD-TPL
                   MOVE WS-AWD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-AWARD-TPL UNTIL WS-XF-FLAG = 1
                       CLOSE AWARD-TPL
                   END-IF
               WHEN 012
                   MOVE WS-XF-ORIGEN TO WS-BENMAST-PATH
                   OPEN INPUT BEN-MAST
                   MOVE WS-BEN-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-BEN-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE BEN-MAST
                   END-IF
               WHEN 013
                   MOVE WS-XF-ORIGEN TO WS-BANKMAST-PATH
                   OPEN INPUT BANK-MAST
                   MOVE WS-BANK-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-BANK-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE BANK-MAST
                   END-IF
               WHEN 014
                   MOVE WS-XF-ORIGEN TO WS-CALMAST-PATH
                   OPEN INPUT CAL-MAST
                   MOVE WS-CAL-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-CAL-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE CAL-MAST
                   END-IF
               WHEN 015
                   MOVE WS-XF-ORIGEN TO WS-CFDICTL-PATH
                   OPEN INPUT CFDI-CTL
                   MOVE WS-CFD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-CFDI-CTL UNTIL WS-XF-FLAG = 1
                       CLOSE CFDI-CTL
                   END-IF
               WHEN 016
                   MOVE WS-XF-ORIGEN TO WS-CHKCTL-PATH
                   OPEN INPUT CHK-CTL
                   MOVE WS-CHKCTL-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-CHK-CTL UNTIL WS-XF-FLAG = 1
                       CLOSE CHK-CTL
                   END-IF
               WHEN 017
                   MOVE WS-XF-ORIGEN TO WS-CHKREG-PATH
                   OPEN INPUT CHK-REG
                   MOVE WS-CHKREG-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-CHK-REG UNTIL WS-XF-FLAG = 1
                       CLOSE CHK-REG
                   END-IF
               WHEN 018
                   MOVE WS-XF-ORIGEN TO WS-CIAMAST-PATH
                   OPEN INPUT CIA-MAST
                   MOVE WS-CIA-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-CIA-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE CIA-MAST
                   END-IF
               WHEN 019
                   MOVE WS-XF-ORIGEN TO WS-CONTRMAST-PATH
                   OPEN INPUT CONTR-MAST
                   MOVE WS-CON-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-CONTR-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE CONTR-MAST
                   END-IF
               WHEN 020
                   MOVE WS-XF-ORIGEN TO WS-COVMAST-PATH
                   OPEN INPUT COV-MAST
                   MOVE WS-COV-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-COV-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE COV-MAST
                   END-IF
               WHEN 021
                   MOVE WS-XF-ORIGEN TO WS-CERTCAT-PATH
                   OPEN INPUT CERT-CAT
                   MOVE WS-CRTC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-CERT-CAT UNTIL WS-XF-FLAG = 1
                       CLOSE CERT-CAT
                   END-IF
               WHEN 022
                   MOVE WS-XF-ORIGEN TO WS-EMPCERT-PATH
                   OPEN INPUT EMP-CERT
                   MOVE WS-CRTE-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-EMP-CERT UNTIL WS-XF-FLAG = 1
                       CLOSE EMP-CERT
                   END-IF
               WHEN 023
                   MOVE WS-XF-ORIGEN TO WS-CTLLED-PATH
                   OPEN INPUT CTL-LEDGER
                   MOVE WS-CTL-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-CTL-LEDGER UNTIL WS-XF-FLAG = 1
                       CLOSE CTL-LEDGER
                   END-IF
               WHEN 024
                   MOVE WS-XF-ORIGEN TO WS-CYCCTL-PATH
                   OPEN INPUT CYC-CTL
                   MOVE WS-CYC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-CYC-CTL UNTIL WS-XF-FLAG = 1
                       CLOSE CYC-CTL
                   END-IF
               WHEN 025
                   MOVE WS-XF-ORIGEN TO WS-DEPBUDMAST-PATH
                   OPEN INPUT DEPBUD-MAST
                   MOVE WS-DEPBUD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-DEPBUD-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE DEPBUD-MAST
                   END-IF
               WHEN 026
                   MOVE WS-XF-ORIGEN TO WS-DEPMAST-PATH
                   OPEN INPUT DEP-MAST
                   MOVE WS-DEPMAST-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-DEP-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE DEP-MAST
                   END-IF
               WHEN 027
                   MOVE WS-XF-ORIGEN TO WS-DEDDET-PATH
                   OPEN INPUT DEDDET
                   MOVE WS-DET-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-DEDDET UNTIL WS-XF-FLAG = 1
                       CLOSE DEDDET
                   END-IF
               WHEN 028
                   MOVE WS-XF-ORIGEN TO WS-DISCHIST-PATH
                   OPEN INPUT DISC-HIST
                   MOVE WS-DIS-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-DISC-HIST UNTIL WS-XF-FLAG = 1
                       CLOSE DISC-HIST
                   END-IF
               WHEN 029
                   MOVE WS-XF-ORIGEN TO WS-DIVMAST-PATH
                   OPEN INPUT DIV-MAST
                   MOVE WS-DIV-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-DIV-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE DIV-MAST
                   END-IF
               WHEN 030
                   MOVE WS-XF-ORIGEN TO WS-DQWORK-PATH
                   OPEN INPUT DQ-WORK
                   MOVE WS-DQ-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-DQ-WORK UNTIL WS-XF-FLAG = 1
                       CLOSE DQ-WORK
                   END-IF
               WHEN 031
                   MOVE WS-XF-ORIGEN TO WS-DASHHIST-PATH
                   OPEN INPUT DASH-HIST
                   MOVE WS-DSH-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-DASH-HIST UNTIL WS-XF-FLAG = 1
                       CLOSE DASH-HIST
                   END-IF
               WHEN 032
                   MOVE WS-XF-ORIGEN TO WS-DVLCTL-PATH
                   OPEN INPUT DVL-CTL
                   MOVE WS-DVL-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-DVL-CTL UNTIL WS-XF-FLAG = 1
                       CLOSE DVL-CTL
                   END-IF
               WHEN 033
                   MOVE WS-XF-ORIGEN TO WS-ENROLL-PATH
                   OPEN INPUT ENROLL
                   MOVE WS-ENR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-ENROLL UNTIL WS-XF-FLAG = 1
                       CLOSE ENROLL
                   END-IF
               WHEN 034
                   MOVE WS-XF-ORIGEN TO WS-EXCLOG-PATH
                   OPEN INPUT EXC-LOG
                   MOVE WS-EXC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-EXC-LOG UNTIL WS-XF-FLAG = 1
                       CLOSE EXC-LOG
                   END-IF
               WHEN 035
                   MOVE WS-XF-ORIGEN TO WS-FRDWORK-PATH
                   OPEN INPUT FRD-WORK
                   MOVE WS-FRD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-FRD-WORK UNTIL WS-XF-FLAG = 1
                       CLOSE FRD-WORK
                   END-IF
               WHEN 036
                   MOVE WS-XF-ORIGEN TO WS-FUTPEND-PATH
                   OPEN INPUT FUT-PEND
                   MOVE WS-FUT-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-FUT-PEND UNTIL WS-XF-FLAG = 1
                       CLOSE FUT-PEND
                   END-IF
               WHEN 037
                   MOVE WS-XF-ORIGEN TO WS-GARNMAST-PATH
                   OPEN INPUT GARN-MAST
                   MOVE WS-GARN-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-GARN-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE GARN-MAST
                   END-IF
               WHEN 038
                   MOVE WS-XF-ORIGEN TO WS-GLMAP-PATH
                   OPEN INPUT GL-MAP
                   MOVE WS-GLMAP-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-GL-MAP UNTIL WS-XF-FLAG = 1
                       CLOSE GL-MAP
                   END-IF
               WHEN 039
                   MOVE WS-XF-ORIGEN TO WS-HIREAPR-PATH
                   OPEN INPUT HIRE-APR
                   MOVE WS-HAP-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-HIRE-APR UNTIL WS-XF-FLAG = 1
                       CLOSE HIRE-APR
                   END-IF
               WHEN 040
                   MOVE WS-XF-ORIGEN TO WS-HLDMAST-PATH
                   OPEN INPUT HLD-MAST
                   MOVE WS-HLD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-HLD-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE HLD-MAST
                   END-IF
               WHEN 041
                   MOVE WS-XF-ORIGEN TO WS-HLDPAG-PATH
                   OPEN INPUT HLD-PAG
                   MOVE WS-HLP-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-HLD-PAG UNTIL WS-XF-FLAG = 1
                       CLOSE HLD-PAG
                   END-IF
               WHEN 042
                   MOVE WS-XF-ORIGEN TO WS-HIREREJ-PATH
                   OPEN INPUT HIRE-REJ
                   MOVE WS-HRJ-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-HIRE-REJ UNTIL WS-XF-FLAG = 1
                       CLOSE HIRE-REJ
                   END-IF
               WHEN 043
                   MOVE WS-XF-ORIGEN TO WS-IDSEEXT-PATH
                   OPEN INPUT IDSE-EXT
                   MOVE WS-IDSE-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-IDSE-EXT UNTIL WS-XF-FLAG = 1
                       CLOSE IDSE-EXT
                   END-IF
               WHEN 044
                   MOVE WS-XF-ORIGEN TO WS-IMSDET-PATH
                   OPEN INPUT IMSDET
                   MOVE WS-IMSDET-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-IMSDET UNTIL WS-XF-FLAG = 1
                       CLOSE IMSDET
                   END-IF
               WHEN 045
                   MOVE WS-XF-ORIGEN TO WS-IMSMAST-PATH
                   OPEN INPUT IMS-MAST
                   MOVE WS-IMS-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-IMS-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE IMS-MAST
                   END-IF
               WHEN 046
                   MOVE WS-XF-ORIGEN TO WS-INFMAST-PATH
                   OPEN INPUT INF-MAST
                   MOVE WS-INF-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-INF-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE INF-MAST
                   END-IF
               WHEN 047
                   MOVE WS-XF-ORIGEN TO WS-JOBLOG-PATH
                   OPEN INPUT JOB-LOG
                   MOVE WS-JOB-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-JOB-LOG UNTIL WS-XF-FLAG = 1
                       CLOSE JOB-LOG
                   END-IF
               WHEN 048
                   MOVE WS-XF-ORIGEN TO WS-EMPJRN-PATH
                   OPEN INPUT EMP-JRN
                   MOVE WS-JRN-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-EMP-JRN UNTIL WS-XF-FLAG = 1
                       CLOSE EMP-JRN
                   END-IF
               WHEN 049
                   MOVE WS-XF-ORIGEN TO WS-KSKMAST-PATH
                   OPEN INPUT KSK-MAST
                   MOVE WS-KSK-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-KSK-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE KSK-MAST
                   END-IF
               WHEN 050
                   MOVE WS-XF-ORIGEN TO WS-LAYEVT-PATH
                   OPEN INPUT LAYOFF-EVT
                   MOVE WS-LAY-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-LAYOFF-EVT UNTIL WS-XF-FLAG = 1
                       CLOSE LAYOFF-EVT
                   END-IF
               WHEN 051
                   MOVE WS-XF-ORIGEN TO WS-LOGIDX-PATH
                   OPEN INPUT LOG-IDX
                   MOVE WS-LIX-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-LOG-IDX UNTIL WS-XF-FLAG = 1
                       CLOSE LOG-IDX
                   END-IF
               WHEN 052
                   MOVE WS-XF-ORIGEN TO WS-LOCMAST-PATH
                   OPEN INPUT LOC-MAST
                   MOVE WS-LOC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-LOC-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE LOC-MAST
                   END-IF
               WHEN 053
                   MOVE WS-XF-ORIGEN TO WS-LOANMAST-PATH
                   OPEN INPUT LOAN-MAST
                   MOVE WS-LOAN-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-LOAN-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE LOAN-MAST
                   END-IF
               WHEN 054
                   MOVE WS-XF-ORIGEN TO WS-LVREQ-PATH
                   OPEN INPUT LV-REQ
                   MOVE WS-LRQ-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-LV-REQ UNTIL WS-XF-FLAG = 1
                       CLOSE LV-REQ
                   END-IF
               WHEN 055
                   MOVE WS-XF-ORIGEN TO WS-LEAVEBAL-PATH
                   OPEN INPUT LEAVE-BAL
                   MOVE WS-LVB-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-LEAVE-BAL UNTIL WS-XF-FLAG = 1
                       CLOSE LEAVE-BAL
                   END-IF
               WHEN 056
                   MOVE WS-XF-ORIGEN TO WS-LVTAKEN-PATH
                   OPEN INPUT LV-TAKEN
                   MOVE WS-LVT-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-LV-TAKEN UNTIL WS-XF-FLAG = 1
                       CLOSE LV-TAKEN
                   END-IF
               WHEN 057
                   MOVE WS-XF-ORIGEN TO WS-MERIT-PATH
                   OPEN INPUT MERIT-MAT
                   MOVE WS-MER-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-MERIT-MAT UNTIL WS-XF-FLAG = 1
                       CLOSE MERIT-MAT
                   END-IF
               WHEN 058
                   MOVE WS-XF-ORIGEN TO WS-NEXTID-PATH
                   OPEN INPUT NEXT-ID
                   MOVE WS-NEXTID-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-NEXT-ID UNTIL WS-XF-FLAG = 1
                       CLOSE NEXT-ID
                   END-IF
               WHEN 059
                   MOVE WS-XF-ORIGEN TO WS-OPERMAST-PATH
                   OPEN INPUT OPER-MAST
                   MOVE WS-OPER-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-OPER-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE OPER-MAST
                   END-IF
               WHEN 060
                   MOVE WS-XF-ORIGEN TO WS-OTEXC-PATH
                   OPEN INPUT OT-EXC
                   MOVE WS-OTEXC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-OT-EXC UNTIL WS-XF-FLAG = 1
                       CLOSE OT-EXC
                   END-IF
               WHEN 061
                   MOVE WS-XF-ORIGEN TO WS-OTRULES-PATH
                   OPEN INPUT OT-RULES
                   MOVE WS-OTR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-OT-RULES UNTIL WS-XF-FLAG = 1
                       CLOSE OT-RULES
                   END-IF
               WHEN 062
                   MOVE WS-XF-ORIGEN TO WS-PAYHIST-PATH
                   OPEN INPUT PAYHIST
                   MOVE WS-PAYH-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PAYHIST UNTIL WS-XF-FLAG = 1
                       CLOSE PAYHIST
                   END-IF
               WHEN 063
                   MOVE WS-XF-ORIGEN TO WS-PUNCHDET-PATH
                   OPEN INPUT PUNCH-DET
                   MOVE WS-PCH-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PUNCH-DET UNTIL WS-XF-FLAG = 1
                       CLOSE PUNCH-DET
                   END-IF
               WHEN 064
                   MOVE WS-XF-ORIGEN TO WS-PENDMAST-PATH
                   OPEN INPUT PEND-MAST
                   MOVE WS-PEND-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PEND-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE PEND-MAST
                   END-IF
               WHEN 065
                   MOVE WS-XF-ORIGEN TO WS-PERCTL-PATH
                   OPEN INPUT PERCTL
                   MOVE WS-PERC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PERCTL UNTIL WS-XF-FLAG = 1
                       CLOSE PERCTL
                   END-IF
               WHEN 066
                   MOVE WS-XF-ORIGEN TO WS-PRJCARGO-PATH
                   OPEN INPUT PRJ-CARGO
                   MOVE WS-PJC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PRJ-CARGO UNTIL WS-XF-FLAG = 1
                       CLOSE PRJ-CARGO
                   END-IF
               WHEN 067
                   MOVE WS-XF-ORIGEN TO WS-PLZMAST-PATH
                   OPEN INPUT PLZ-MAST
                   MOVE WS-PLZ-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PLZ-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE PLZ-MAST
                   END-IF
               WHEN 068
                   MOVE WS-XF-ORIGEN TO WS-PROBMAST-PATH
                   OPEN INPUT PROB-MAST
                   MOVE WS-PRB-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PROB-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE PROB-MAST
                   END-IF
               WHEN 069
                   MOVE WS-XF-ORIGEN TO WS-PRIMDET-PATH
                   OPEN INPUT PRIM-DET
                   MOVE WS-PRD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PRIM-DET UNTIL WS-XF-FLAG = 1
                       CLOSE PRIM-DET
                   END-IF
               WHEN 070
                   MOVE WS-XF-ORIGEN TO WS-PRIRULES-PATH
                   OPEN INPUT PRI-RULES
                   MOVE WS-PRI-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PRI-RULES UNTIL WS-XF-FLAG = 1
                       CLOSE PRI-RULES
                   END-IF
               WHEN 071
                   MOVE WS-XF-ORIGEN TO WS-PROJMAST-PATH
                   OPEN INPUT PROJ-MAST
                   MOVE WS-PRJ-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PROJ-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE PROJ-MAST
                   END-IF
               WHEN 072
                   MOVE WS-XF-ORIGEN TO WS-PERMMAST-PATH
                   OPEN INPUT PERM-MAST
                   MOVE WS-PERM-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PERM-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE PERM-MAST
                   END-IF
               WHEN 073
                   MOVE WS-XF-ORIGEN TO WS-PRNCTL-PATH
                   OPEN INPUT PRN-CTL
                   MOVE WS-PRN-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PRN-CTL UNTIL WS-XF-FLAG = 1
                       CLOSE PRN-CTL
                   END-IF
               WHEN 074
                   MOVE WS-XF-ORIGEN TO WS-PSTMAST-PATH
                   OPEN INPUT PST-MAST
                   MOVE WS-PST-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PST-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE PST-MAST
                   END-IF
               WHEN 075
                   MOVE WS-XF-ORIGEN TO WS-PTUREG-PATH
                   OPEN INPUT PTU-REG
                   MOVE WS-PTU-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PTU-REG UNTIL WS-XF-FLAG = 1
                       CLOSE PTU-REG
                   END-IF
               WHEN 076
                   MOVE WS-XF-ORIGEN TO WS-PRIORYR-PATH
                   OPEN INPUT PRIORYR
                   MOVE WS-PYR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PRIORYR UNTIL WS-XF-FLAG = 1
                       CLOSE PRIORYR
                   END-IF
               WHEN 077
                   MOVE WS-XF-ORIGEN TO WS-QSCCTL-PATH
                   OPEN INPUT QSC-CTL
                   MOVE WS-QSC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-QSC-CTL UNTIL WS-XF-FLAG = 1
                       CLOSE QSC-CTL
                   END-IF
               WHEN 078
                   MOVE WS-XF-ORIGEN TO WS-RATEMAST-PATH
                   OPEN INPUT RATE-MAST
                   MOVE WS-RATEMAST-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-RATE-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE RATE-MAST
                   END-IF
               WHEN 079
                   MOVE WS-XF-ORIGEN TO WS-REFMAST-PATH
                   OPEN INPUT REF-MAST
                   MOVE WS-REF-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-REF-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE REF-MAST
                   END-IF
               WHEN 080
                   MOVE WS-XF-ORIGEN TO WS-REMCTL-PATH
                   OPEN INPUT REM-CTL
                   MOVE WS-REM-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-REM-CTL UNTIL WS-XF-FLAG = 1
                       CLOSE REM-CTL
                   END-IF
               WHEN 081
                   MOVE WS-XF-ORIGEN TO WS-REQMAST-PATH
                   OPEN INPUT REQ-MAST
                   MOVE WS-REQ-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-REQ-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE REQ-MAST
                   END-IF
               WHEN 082
                   MOVE WS-XF-ORIGEN TO WS-RETROPEND-PATH
                   OPEN INPUT RETRO-PEND
                   MOVE WS-RET-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-RETRO-PEND UNTIL WS-XF-FLAG = 1
                       CLOSE RETRO-PEND
                   END-IF
               WHEN 083
                   MOVE WS-XF-ORIGEN TO WS-REVLOG-PATH
                   OPEN INPUT REV-LOG
                   MOVE WS-REV-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-REV-LOG UNTIL WS-XF-FLAG = 1
                       CLOSE REV-LOG
                   END-IF
               WHEN 084
                   MOVE WS-XF-ORIGEN TO WS-REVIEW-PATH
                   OPEN INPUT REVIEW-MAST
                   MOVE WS-RVW-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-REVIEW-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE REVIEW-MAST
                   END-IF
               WHEN 085
                   MOVE WS-XF-ORIGEN TO WS-SAVMAST-PATH
                   OPEN INPUT SAV-MAST
                   MOVE WS-SAV-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-SAV-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE SAV-MAST
                   END-IF
               WHEN 086
                   MOVE WS-XF-ORIGEN TO WS-SCHEDMAST-PATH
                   OPEN INPUT SCHED-MAST
                   MOVE WS-SCH-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-SCHED-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE SCHED-MAST
                   END-IF
               WHEN 087
                   MOVE WS-XF-ORIGEN TO WS-SDALOG-PATH
                   OPEN INPUT SDA-LOG
                   MOVE WS-SDA-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-SDA-LOG UNTIL WS-XF-FLAG = 1
                       CLOSE SDA-LOG
                   END-IF
               WHEN 088
                   MOVE WS-XF-ORIGEN TO WS-SESLOG-PATH
                   OPEN INPUT SES-LOG
                   MOVE WS-SES-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-SES-LOG UNTIL WS-XF-FLAG = 1
                       CLOSE SES-LOG
                   END-IF
               WHEN 089
                   MOVE WS-XF-ORIGEN TO WS-SHIFTMAST-PATH
                   OPEN INPUT SHIFT-MAST
                   MOVE WS-SHF-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-SHIFT-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE SHIFT-MAST
                   END-IF
               WHEN 090
                   MOVE WS-XF-ORIGEN TO WS-SODRULE-PATH
                   OPEN INPUT SOD-RULE
                   MOVE WS-SOD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-SOD-RULE UNTIL WS-XF-FLAG = 1
                       CLOSE SOD-RULE
                   END-IF
               WHEN 091
                   MOVE WS-XF-ORIGEN TO WS-TAXMAST-PATH
                   OPEN INPUT TAX-MAST
                   MOVE WS-TAX-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-TAX-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE TAX-MAST
                   END-IF
               WHEN 092
                   MOVE WS-XF-ORIGEN TO WS-TRANSLOG-PATH
                   OPEN INPUT TRANS-LOG
                   MOVE WS-TRANS-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-TRANS-LOG UNTIL WS-XF-FLAG = 1
                       CLOSE TRANS-LOG
                   END-IF
               WHEN 093
                   MOVE WS-XF-ORIGEN TO WS-TARVAR-PATH
                   OPEN INPUT TAR-VAR
                   MOVE WS-TVA-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-TAR-VAR UNTIL WS-XF-FLAG = 1
                       CLOSE TAR-VAR
                   END-IF
               WHEN 094
                   MOVE WS-XF-ORIGEN TO WS-VARPER-PATH
                   OPEN INPUT VAR-PER
                   MOVE WS-VAR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-VAR-PER UNTIL WS-XF-FLAG = 1
                       CLOSE VAR-PER
                   END-IF
               WHEN 095
                   MOVE WS-XF-ORIGEN TO WS-VARDET-PATH
                   OPEN INPUT VAR-DET
                   MOVE WS-VDT-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-VAR-DET UNTIL WS-XF-FLAG = 1
                       CLOSE VAR-DET
                   END-IF
               WHEN 096
                   MOVE WS-XF-ORIGEN TO WS-VACPROV-PATH
                   OPEN INPUT VAC-PROV
                   MOVE WS-VPR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-VAC-PROV UNTIL WS-XF-FLAG = 1
                       CLOSE VAC-PROV
                   END-IF
               WHEN 097
                   MOVE WS-XF-ORIGEN TO WS-OXREG-PATH
                   OPEN INPUT OX-REG
                   MOVE WS-OXR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-OX-REG UNTIL WS-XF-FLAG = 1
                       CLOSE OX-REG
                   END-IF
               WHEN 098
                   MOVE WS-XF-ORIGEN TO WS-IXREG-PATH
                   OPEN INPUT IX-REG
                   MOVE WS-IXR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-IX-REG UNTIL WS-XF-FLAG = 1
                       CLOSE IX-REG
                   END-IF
               WHEN 099
                   MOVE WS-XF-ORIGEN TO WS-PSLCTL-PATH
                   OPEN INPUT PSL-CTL
                   MOVE WS-PSL-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PSL-CTL UNTIL WS-XF-FLAG = 1
                       CLOSE PSL-CTL
                   END-IF
               WHEN 100
                   MOVE WS-XF-ORIGEN TO WS-DPNMAST-PATH
                   OPEN INPUT DPN-MAST
                   MOVE WS-DPN-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-DPN-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE DPN-MAST
                   END-IF
               WHEN 101
                   MOVE WS-XF-ORIGEN TO WS-CARSNAP-PATH
                   OPEN INPUT CAR-SNAP
                   MOVE WS-CAR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-CAR-SNAP UNTIL WS-XF-FLAG = 1
                       CLOSE CAR-SNAP
                   END-IF
               WHEN 102
                   MOVE WS-XF-ORIGEN TO WS-TCKSNAP-PATH
                   OPEN INPUT TCK-SNAP
                   MOVE WS-TCK-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-TCK-SNAP UNTIL WS-XF-FLAG = 1
                       CLOSE TCK-SNAP
                   END-IF
               WHEN 103
                   MOVE WS-XF-ORIGEN TO WS-ROSTER-PATH
                   OPEN INPUT ROSTER
                   MOVE WS-ROS-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-ROSTER UNTIL WS-XF-FLAG = 1
                       CLOSE ROSTER
                   END-IF
               WHEN 104
                   MOVE WS-XF-ORIGEN TO WS-PUNRULES-PATH
                   OPEN INPUT PUN-RULES
                   MOVE WS-PUN-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-PUN-RULES UNTIL WS-XF-FLAG = 1
                       CLOSE PUN-RULES
                   END-IF
               WHEN 105
                   MOVE WS-XF-ORIGEN TO WS-LOAMAST-PATH
                   OPEN INPUT LOA-MAST
                   MOVE WS-LOA-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-LOA-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE LOA-MAST
                   END-IF
               WHEN 106
                   MOVE WS-XF-ORIGEN TO WS-CIATRF-PATH
                   OPEN INPUT CIA-TRF
                   MOVE WS-CTF-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-CIA-TRF UNTIL WS-XF-FLAG = 1
                       CLOSE CIA-TRF
                   END-IF
               WHEN 107
                   MOVE WS-XF-ORIGEN TO WS-BUDPROJ-PATH
                   OPEN INPUT BUD-PROJ
                   MOVE WS-BPR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-BUD-PROJ UNTIL WS-XF-FLAG = 1
                       CLOSE BUD-PROJ
                   END-IF
               WHEN 108
                   MOVE WS-XF-ORIGEN TO WS-LTPMAST-PATH
                   OPEN INPUT LTP-MAST
                   MOVE WS-LTP-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-LTP-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE LTP-MAST
                   END-IF
               WHEN 109
                   MOVE WS-XF-ORIGEN TO WS-LTRLOG-PATH
                   OPEN INPUT LTR-LOG
                   MOVE WS-LTR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-LTR-LOG UNTIL WS-XF-FLAG = 1
                       CLOSE LTR-LOG
                   END-IF
               WHEN 110
                   MOVE WS-XF-ORIGEN TO WS-LTRREQ-PATH
                   OPEN INPUT LTR-REQ
                   MOVE WS-LTQ-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-LTR-REQ UNTIL WS-XF-FLAG = 1
                       CLOSE LTR-REQ
                   END-IF
               WHEN 111
                   MOVE WS-XF-ORIGEN TO WS-DEVPROV-PATH
                   OPEN INPUT DEV-PROV
                   MOVE WS-DVP-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-DEV-PROV UNTIL WS-XF-FLAG = 1
                       CLOSE DEV-PROV
                   END-IF
               WHEN 112
                   MOVE WS-XF-ORIGEN TO WS-GLRMAP-PATH
                   OPEN INPUT GLR-MAP
                   MOVE WS-GLR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-GLR-MAP UNTIL WS-XF-FLAG = 1
                       CLOSE GLR-MAP
                   END-IF
               WHEN 113
                   MOVE WS-XF-ORIGEN TO WS-CEDMAST-PATH
                   OPEN INPUT CED-MAST
                   MOVE WS-CED-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-CED-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE CED-MAST
                   END-IF
               WHEN 114
                   MOVE WS-XF-ORIGEN TO WS-RETPARM-PATH
                   OPEN INPUT RET-PARM
                   MOVE WS-RTP-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-RET-PARM UNTIL WS-XF-FLAG = 1
                       CLOSE RET-PARM
                   END-IF
               WHEN 115
                   MOVE WS-XF-ORIGEN TO WS-SATIDX-PATH
                   OPEN INPUT SAT-IDX
                   MOVE WS-SIX-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-SAT-IDX UNTIL WS-XF-FLAG = 1
                       CLOSE SAT-IDX
                   END-IF
               WHEN 116
                   MOVE WS-XF-ORIGEN TO WS-NTFOUT-PATH
                   OPEN INPUT NTF-OUT
                   MOVE WS-NTF-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-NTF-OUT UNTIL WS-XF-FLAG = 1
                       CLOSE NTF-OUT
                   END-IF
               WHEN 117
                   MOVE WS-XF-ORIGEN TO WS-RPDMAST-PATH
                   OPEN INPUT RPD-MAST
                   MOVE WS-RPD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-RPD-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE RPD-MAST
                   END-IF
               WHEN 118
                   MOVE WS-XF-ORIGEN TO WS-ASTCAT-PATH
                   OPEN INPUT AST-CAT
                   MOVE WS-ASTC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-AST-CAT UNTIL WS-XF-FLAG = 1
                       CLOSE AST-CAT
                   END-IF
               WHEN 119
                   MOVE WS-XF-ORIGEN TO WS-ASTASG-PATH
                   OPEN INPUT AST-ASG
                   MOVE WS-ASTA-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-AST-ASG UNTIL WS-XF-FLAG = 1
                       CLOSE AST-ASG
                   END-IF
               WHEN 120
                   MOVE WS-XF-ORIGEN TO WS-VLSPARM-PATH
                   OPEN INPUT VLS-PARM
                   MOVE WS-VLS-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-VLS-PARM UNTIL WS-XF-FLAG = 1
                       CLOSE VLS-PARM
                   END-IF
               WHEN 121
                   MOVE WS-XF-ORIGEN TO WS-SNDCAT-PATH
                   OPEN INPUT SND-CAT
                   MOVE WS-SNDC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-SND-CAT UNTIL WS-XF-FLAG = 1
                       CLOSE SND-CAT
                   END-IF
               WHEN 122
                   MOVE WS-XF-ORIGEN TO WS-SNDMEM-PATH
                   OPEN INPUT SND-MEM
                   MOVE WS-SNDM-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-SND-MEM UNTIL WS-XF-FLAG = 1
                       CLOSE SND-MEM
                   END-IF
               WHEN 123
                   MOVE WS-XF-ORIGEN TO WS-VIAMAST-PATH
                   OPEN INPUT VIA-MAST
                   MOVE WS-VIA-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-VIA-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE VIA-MAST
                   END-IF
               WHEN 124
                   MOVE WS-XF-ORIGEN TO WS-VIADET-PATH
                   OPEN INPUT VIA-DET
                   MOVE WS-VIAD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 994-D-VIA-DET UNTIL WS-XF-FLAG = 1
                       CLOSE VIA-DET
                   END-IF
           END-EVALUATE
           IF WS-XF-FS NOT = '00'
               MOVE 'N' TO WS-XF-OK
           END-IF.

           994-D-EMPLEADO.
               READ EMPLEADO NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE REG-EMPL TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-ABS-DIARIO.
               READ ABS-DIARIO NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE ABS-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-ACC-MAST.
               READ ACC-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE ACC-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-ACP-MAST.
               READ ACP-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE ACP-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-ARCH-IDX.
               READ ARCH-IDX
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE AIX-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-ALLOC-MAST.
               READ ALLOC-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE ALLOC-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-ANU-MAST.
               READ ANU-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE ANU-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-APL-MAST.
               READ APL-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE APL-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-ARCO-MAST.
               READ ARCO-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE ARCO-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-AUDIT-LOG.
               READ AUDIT-LOG
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE AUDIT-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-AWARD-TPL.
               READ AWARD-TPL NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE AWARD-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-BEN-MAST.
               READ BEN-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE BEN-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-BANK-MAST.
               READ BANK-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE BANK-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-CAL-MAST.
               READ CAL-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE CAL-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-CFDI-CTL.
               READ CFDI-CTL NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE CFDI-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-CHK-CTL.
               READ CHK-CTL NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE CHKCTL-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-CHK-REG.
               READ CHK-REG NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE CHKREG-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-CIA-MAST.
               READ CIA-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE CIA-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-CONTR-MAST.
               READ CONTR-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE CONTR-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-COV-MAST.
               READ COV-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE COV-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-CERT-CAT.
               READ CERT-CAT NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE CERTCAT-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-EMP-CERT.
               READ EMP-CERT NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE EMPCERT-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-CTL-LEDGER.
               READ CTL-LEDGER NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE CTL-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-CYC-CTL.
               READ CYC-CTL NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE CYC-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-DEPBUD-MAST.
               READ DEPBUD-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE DEPBUD-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-DEP-MAST.
               READ DEP-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE DEP-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-DEDDET.
               READ DEDDET
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE DEDDET-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-DISC-HIST.
               READ DISC-HIST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE DISC-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-DIV-MAST.
               READ DIV-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE DIV-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-DQ-WORK.
               READ DQ-WORK NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE DQ-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-DASH-HIST.
               READ DASH-HIST
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE DSH-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-DVL-CTL.
               READ DVL-CTL NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE DVL-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-ENROLL.
               READ ENROLL NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE ENROLL-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-EXC-LOG.
               READ EXC-LOG
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE EXC-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-FRD-WORK.
               READ FRD-WORK NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE FRD-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-FUT-PEND.
               READ FUT-PEND NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE FUT-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-GARN-MAST.
               READ GARN-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE GARN-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-GL-MAP.
               READ GL-MAP NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE GLMAP-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-HIRE-APR.
               READ HIRE-APR
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE HAP-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-HLD-MAST.
               READ HLD-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE HLD-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-HLD-PAG.
               READ HLD-PAG NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE HLP-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-HIRE-REJ.
               READ HIRE-REJ NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE HIREREJ-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-IDSE-EXT.
               READ IDSE-EXT
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE IDSE-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-IMSDET.
               READ IMSDET
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE IMSDET-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-IMS-MAST.
               READ IMS-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE IMS-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-INF-MAST.
               READ INF-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE INF-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-JOB-LOG.
               READ JOB-LOG
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE JOB-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-EMP-JRN.
               READ EMP-JRN
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE JRN-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-KSK-MAST.
               READ KSK-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE KSK-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-LAYOFF-EVT.
               READ LAYOFF-EVT NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE LAY-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-LOG-IDX.
               READ LOG-IDX NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE LIX-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-LOC-MAST.
               READ LOC-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE LOC-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-LOAN-MAST.
               READ LOAN-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE LOAN-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-LV-REQ.
               READ LV-REQ NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE LVREQ-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-LEAVE-BAL.
               READ LEAVE-BAL NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE LEAVE-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-LV-TAKEN.
               READ LV-TAKEN NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE LVTAKEN-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-MERIT-MAT.
               READ MERIT-MAT NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE MERIT-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-NEXT-ID.
               READ NEXT-ID NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE NEXT-ID-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-OPER-MAST.
               READ OPER-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE OPER-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-OT-EXC.
               READ OT-EXC
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE OTEXC-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-OT-RULES.
               READ OT-RULES NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE OTR-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PAYHIST.
               READ PAYHIST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PAYH-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PUNCH-DET.
               READ PUNCH-DET NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PCH-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PEND-MAST.
               READ PEND-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PEND-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PERCTL.
               READ PERCTL NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PERC-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PRJ-CARGO.
               READ PRJ-CARGO NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PJC-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PLZ-MAST.
               READ PLZ-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PLZ-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PROB-MAST.
               READ PROB-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PROB-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PRIM-DET.
               READ PRIM-DET NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PRD-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PRI-RULES.
               READ PRI-RULES NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PRI-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PROJ-MAST.
               READ PROJ-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PROJ-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PERM-MAST.
               READ PERM-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PERM-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PRN-CTL.
               READ PRN-CTL NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PRN-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PST-MAST.
               READ PST-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PST-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PTU-REG.
               READ PTU-REG NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PTU-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PRIORYR.
               READ PRIORYR NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PRIORYR-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-QSC-CTL.
               READ QSC-CTL NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE QSC-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-RATE-MAST.
               READ RATE-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE RATE-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-REF-MAST.
               READ REF-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE REF-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-REM-CTL.
               READ REM-CTL NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE REM-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-REQ-MAST.
               READ REQ-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE REQ-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-RETRO-PEND.
               READ RETRO-PEND NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE RETRO-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-REV-LOG.
               READ REV-LOG
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE REV-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-REVIEW-MAST.
               READ REVIEW-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE REVIEW-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-SAV-MAST.
               READ SAV-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE SAV-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-SCHED-MAST.
               READ SCHED-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE SCHED-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-SDA-LOG.
               READ SDA-LOG
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE SDA-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-SES-LOG.
               READ SES-LOG
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE SES-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-SHIFT-MAST.
               READ SHIFT-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE SHIFT-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-SOD-RULE.
               READ SOD-RULE NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE SOD-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-TAX-MAST.
               READ TAX-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE TAX-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-TRANS-LOG.
               READ TRANS-LOG
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE TRANS-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-TAR-VAR.
               READ TAR-VAR NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE TVA-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-VAR-PER.
               READ VAR-PER NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE VAR-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-VAR-DET.
               READ VAR-DET NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE VDT-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-VAC-PROV.
               READ VAC-PROV NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE VPR-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-OX-REG.
               READ OX-REG NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE OXR-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-IX-REG.
               READ IX-REG NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE IXR-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PSL-CTL.
               READ PSL-CTL NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PSL-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-DPN-MAST.
               READ DPN-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE DPN-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-CAR-SNAP.
               READ CAR-SNAP NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE CAR-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-TCK-SNAP.
               READ TCK-SNAP NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE TCK-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-ROSTER.
               READ ROSTER NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE ROSTER-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-PUN-RULES.
               READ PUN-RULES NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE PUN-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-LOA-MAST.
               READ LOA-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE LOA-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-CIA-TRF.
               READ CIA-TRF NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE CTF-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-BUD-PROJ.
               READ BUD-PROJ NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE BPR-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-LTP-MAST.
               READ LTP-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE LTP-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-LTR-LOG.
               READ LTR-LOG NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE LTR-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-LTR-REQ.
               READ LTR-REQ NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE LTQ-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-DEV-PROV.
               READ DEV-PROV NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE DVP-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-GLR-MAP.
               READ GLR-MAP NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE GLR-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-CED-MAST.
               READ CED-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE CED-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-RET-PARM.
               READ RET-PARM NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE RTP-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-SAT-IDX.
               READ SAT-IDX
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE SIX-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-NTF-OUT.
               READ NTF-OUT NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE NTF-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-RPD-MAST.
               READ RPD-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE RPD-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-AST-CAT.
               READ AST-CAT NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE ASTCAT-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-AST-ASG.
               READ AST-ASG NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE ASTASG-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-VLS-PARM.
               READ VLS-PARM NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE VLS-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-SND-CAT.
               READ SND-CAT NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE SNDCAT-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-SND-MEM.
               READ SND-MEM NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE SNDMEM-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-VIA-MAST.
               READ VIA-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE VIA-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           994-D-VIA-DET.
               READ VIA-DET NEXT RECORD
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 998-XF-REGISTRO
                       MOVE VIADET-REC TO XF-REC
                       PERFORM 999-XF-RENGLON
                       WRITE XF-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

       995-XF-CARGA.
           MOVE 0 TO WS-XF-REGS
           MOVE 0 TO WS-XF-RECHAZOS
           MOVE 0 TO WS-XF-FLAG
           MOVE 'S' TO WS-XF-OK
           EVALUATE WS-XF-NUM
               WHEN 001
                   MOVE WS-XF-DESTINO TO WS-DYN-PATH
                   OPEN OUTPUT EMPLEADO
                   MOVE WS-EMP-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-EMPLEADO UNTIL WS-XF-FLAG = 1
                       CLOSE EMPLEADO
                   END-IF
               WHEN 002
                   MOVE WS-XF-DESTINO TO WS-ABSDIARIO-PATH
                   OPEN OUTPUT ABS-DIARIO
                   MOVE WS-ABS-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-ABS-DIARIO UNTIL WS-XF-FLAG = 1
                       CLOSE ABS-DIARIO
                   END-IF
               WHEN 003
                   MOVE WS-XF-DESTINO TO WS-ACCMAST-PATH
                   OPEN OUTPUT ACC-MAST
                   MOVE WS-ACC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-ACC-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE ACC-MAST
                   END-IF
               WHEN 004
                   MOVE WS-XF-DESTINO TO WS-ACPMAST-PATH
                   OPEN OUTPUT ACP-MAST
                   MOVE WS-ACP-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-ACP-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE ACP-MAST
                   END-IF
               WHEN 005
                   MOVE WS-XF-DESTINO TO WS-ARCHIDX-PATH
                   OPEN OUTPUT ARCH-IDX
                   MOVE WS-AIX-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-ARCH-IDX UNTIL WS-XF-FLAG = 1
                       CLOSE ARCH-IDX
                   END-IF
               WHEN 006
                   MOVE WS-XF-DESTINO TO WS-ALLOCMAST-PATH
                   OPEN OUTPUT ALLOC-MAST
                   MOVE WS-ALC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-ALLOC-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE ALLOC-MAST
                   END-IF
               WHEN 007
                   MOVE WS-XF-DESTINO TO WS-ANUMAST-PATH
                   OPEN OUTPUT ANU-MAST
                   MOVE WS-ANU-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-ANU-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE ANU-MAST
                   END-IF
               WHEN 008
                   MOVE WS-XF-DESTINO TO WS-APLMAST-PATH
                   OPEN OUTPUT APL-MAST
                   MOVE WS-APL-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-APL-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE APL-MAST
                   END-IF
               WHEN 009
                   MOVE WS-XF-DESTINO TO WS-ARCOMAST-PATH
                   OPEN OUTPUT ARCO-MAST
                   MOVE WS-ARCO-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-ARCO-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE ARCO-MAST
                   END-IF
               WHEN 010
                   MOVE WS-XF-DESTINO TO WS-AUDITLOG-PATH
                   OPEN OUTPUT AUDIT-LOG
                   MOVE WS-AUDIT-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-AUDIT-LOG UNTIL WS-XF-FLAG = 1
                       CLOSE AUDIT-LOG
                   END-IF
               WHEN 011
                   MOVE WS-XF-DESTINO TO WS-AWARDTPL-PATH
                   OPEN OUTPUT AWARD-TPL
                   MOVE WS-AWD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-AWARD-TPL UNTIL WS-XF-FLAG = 1
                       CLOSE AWARD-TPL
                   END-IF
               WHEN 012
                   MOVE WS-XF-DESTINO TO WS-BENMAST-PATH
                   OPEN OUTPUT BEN-MAST
                   MOVE WS-BEN-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-BEN-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE BEN-MAST
                   END-IF
               WHEN 013
                   MOVE WS-XF-DESTINO TO WS-BANKMAST-PATH
                   OPEN OUTPUT BANK-MAST
                   MOVE WS-BANK-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-BANK-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE BANK-MAST
                   END-IF
               WHEN 014
                   MOVE WS-XF-DESTINO TO WS-CALMAST-PATH
                   OPEN OUTPUT CAL-MAST
                   MOVE WS-CAL-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-CAL-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE CAL-MAST
                   END-IF
               WHEN 015
                   MOVE WS-XF-DESTINO TO WS-CFDICTL-PATH
                   OPEN OUTPUT CFDI-CTL
                   MOVE WS-CFD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-CFDI-CTL UNTIL WS-XF-FLAG = 1
                       CLOSE CFDI-CTL
                   END-IF
               WHEN 016
                   MOVE WS-XF-DESTINO TO WS-CHKCTL-PATH
                   OPEN OUTPUT CHK-CTL
                   MOVE WS-CHKCTL-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-CHK-CTL UNTIL WS-XF-FLAG = 1
                       CLOSE CHK-CTL
                   END-IF
               WHEN 017
                   MOVE WS-XF-DESTINO TO WS-CHKREG-PATH
                   OPEN OUTPUT CHK-REG
                   MOVE WS-CHKREG-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-CHK-REG UNTIL WS-XF-FLAG = 1
                       CLOSE CHK-REG
                   END-IF
               WHEN 018
                   MOVE WS-XF-DESTINO TO WS-CIAMAST-PATH
                   OPEN OUTPUT CIA-MAST
                   MOVE WS-CIA-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-CIA-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE CIA-MAST
                   END-IF
               WHEN 019
                   MOVE WS-XF-DESTINO TO WS-CONTRMAST-PATH
                   OPEN OUTPUT CONTR-MAST
                   MOVE WS-CON-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-CONTR-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE CONTR-MAST
                   END-IF
               WHEN 020
                   MOVE WS-XF-DESTINO TO WS-COVMAST-PATH
                   OPEN OUTPUT COV-MAST
                   MOVE WS-COV-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-COV-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE COV-MAST
                   END-IF
               WHEN 021
                   MOVE WS-XF-DESTINO TO WS-CERTCAT-PATH
                   OPEN OUTPUT CERT-CAT
                   MOVE WS-CRTC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-CERT-CAT UNTIL WS-XF-FLAG = 1
                       CLOSE CERT-CAT
                   END-IF
               WHEN 022
                   MOVE WS-XF-DESTINO TO WS-EMPCERT-PATH
                   OPEN OUTPUT EMP-CERT
                   MOVE WS-CRTE-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-EMP-CERT UNTIL WS-XF-FLAG = 1
                       CLOSE EMP-CERT
                   END-IF
               WHEN 023
                   MOVE WS-XF-DESTINO TO WS-CTLLED-PATH
                   OPEN OUTPUT CTL-LEDGER
                   MOVE WS-CTL-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-CTL-LEDGER UNTIL WS-XF-FLAG = 1
                       CLOSE CTL-LEDGER
                   END-IF
               WHEN 024
                   MOVE WS-XF-DESTINO TO WS-CYCCTL-PATH
                   OPEN OUTPUT CYC-CTL
                   MOVE WS-CYC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-CYC-CTL UNTIL WS-XF-FLAG = 1
                       CLOSE CYC-CTL
                   END-IF
               WHEN 025
                   MOVE WS-XF-DESTINO TO WS-DEPBUDMAST-PATH
                   OPEN OUTPUT DEPBUD-MAST
                   MOVE WS-DEPBUD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-DEPBUD-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE DEPBUD-MAST
                   END-IF
               WHEN 026
                   MOVE WS-XF-DESTINO TO WS-DEPMAST-PATH
                   OPEN OUTPUT DEP-MAST
                   MOVE WS-DEPMAST-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-DEP-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE DEP-MAST
                   END-IF
               WHEN 027
                   MOVE WS-XF-DESTINO TO WS-DEDDET-PATH
                   OPEN OUTPUT DEDDET
                   MOVE WS-DET-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-DEDDET UNTIL WS-XF-FLAG = 1
                       CLOSE DEDDET
                   END-IF
               WHEN 028
                   MOVE WS-XF-DESTINO TO WS-DISCHIST-PATH
                   OPEN OUTPUT DISC-HIST
                   MOVE WS-DIS-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-DISC-HIST UNTIL WS-XF-FLAG = 1
                       CLOSE DISC-HIST
                   END-IF
               WHEN 029
                   MOVE WS-XF-DESTINO TO WS-DIVMAST-PATH
                   OPEN OUTPUT DIV-MAST
                   MOVE WS-DIV-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-DIV-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE DIV-MAST
                   END-IF
               WHEN 030
                   MOVE WS-XF-DESTINO TO WS-DQWORK-PATH
                   OPEN OUTPUT DQ-WORK
                   MOVE WS-DQ-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-DQ-WORK UNTIL WS-XF-FLAG = 1
                       CLOSE DQ-WORK
                   END-IF
               WHEN 031
                   MOVE WS-XF-DESTINO TO WS-DASHHIST-PATH
                   OPEN OUTPUT DASH-HIST
                   MOVE WS-DSH-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-DASH-HIST UNTIL WS-XF-FLAG = 1
                       CLOSE DASH-HIST
                   END-IF
               WHEN 032
                   MOVE WS-XF-DESTINO TO WS-DVLCTL-PATH
                   OPEN OUTPUT DVL-CTL
                   MOVE WS-DVL-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-DVL-CTL UNTIL WS-XF-FLAG = 1
                       CLOSE DVL-CTL
                   END-IF
               WHEN 033
                   MOVE WS-XF-DESTINO TO WS-ENROLL-PATH
                   OPEN OUTPUT ENROLL
                   MOVE WS-ENR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-ENROLL UNTIL WS-XF-FLAG = 1
                       CLOSE ENROLL
                   END-IF
               WHEN 034
                   MOVE WS-XF-DESTINO TO WS-EXCLOG-PATH
                   OPEN OUTPUT EXC-LOG
                   MOVE WS-EXC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-EXC-LOG UNTIL WS-XF-FLAG = 1
                       CLOSE EXC-LOG
                   END-IF
               WHEN 035
                   MOVE WS-XF-DESTINO TO WS-FRDWORK-PATH
                   OPEN OUTPUT FRD-WORK
                   MOVE WS-FRD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-FRD-WORK UNTIL WS-XF-FLAG = 1
                       CLOSE FRD-WORK
                   END-IF
               WHEN 036
                   MOVE WS-XF-DESTINO TO WS-FUTPEND-PATH
                   OPEN OUTPUT FUT-PEND
                   MOVE WS-FUT-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-FUT-PEND UNTIL WS-XF-FLAG = 1
                       CLOSE FUT-PEND
                   END-IF
               WHEN 037
                   MOVE WS-XF-DESTINO TO WS-GARNMAST-PATH
                   OPEN OUTPUT GARN-MAST
                   MOVE WS-GARN-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-GARN-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE GARN-MAST
                   END-IF
               WHEN 038
                   MOVE WS-XF-DESTINO TO WS-GLMAP-PATH
                   OPEN OUTPUT GL-MAP
                   MOVE WS-GLMAP-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-GL-MAP UNTIL WS-XF-FLAG = 1
                       CLOSE GL-MAP
                   END-IF
               WHEN 039
                   MOVE WS-XF-DESTINO TO WS-HIREAPR-PATH
                   OPEN OUTPUT HIRE-APR
                   MOVE WS-HAP-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-HIRE-APR UNTIL WS-XF-FLAG = 1
                       CLOSE HIRE-APR
                   END-IF
               WHEN 040
                   MOVE WS-XF-DESTINO TO WS-HLDMAST-PATH
                   OPEN OUTPUT HLD-MAST
                   MOVE WS-HLD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-HLD-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE HLD-MAST
                   END-IF
               WHEN 041
                   MOVE WS-XF-DESTINO TO WS-HLDPAG-PATH
                   OPEN OUTPUT HLD-PAG
                   MOVE WS-HLP-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-HLD-PAG UNTIL WS-XF-FLAG = 1
                       CLOSE HLD-PAG
                   END-IF
               WHEN 042
                   MOVE WS-XF-DESTINO TO WS-HIREREJ-PATH
                   OPEN OUTPUT HIRE-REJ
                   MOVE WS-HRJ-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-HIRE-REJ UNTIL WS-XF-FLAG = 1
                       CLOSE HIRE-REJ
                   END-IF
               WHEN 043
                   MOVE WS-XF-DESTINO TO WS-IDSEEXT-PATH
                   OPEN OUTPUT IDSE-EXT
                   MOVE WS-IDSE-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-IDSE-EXT UNTIL WS-XF-FLAG = 1
                       CLOSE IDSE-EXT
                   END-IF
               WHEN 044
                   MOVE WS-XF-DESTINO TO WS-IMSDET-PATH
                   OPEN OUTPUT IMSDET
                   MOVE WS-IMSDET-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-IMSDET UNTIL WS-XF-FLAG = 1
                       CLOSE IMSDET
                   END-IF
               WHEN 045
                   MOVE WS-XF-DESTINO TO WS-IMSMAST-PATH
                   OPEN OUTPUT IMS-MAST
                   MOVE WS-IMS-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-IMS-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE IMS-MAST
                   END-IF
               WHEN 046
                   MOVE WS-XF-DESTINO TO WS-INFMAST-PATH
                   OPEN OUTPUT INF-MAST
                   MOVE WS-INF-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-INF-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE INF-MAST
                   END-IF
               WHEN 047
                   MOVE WS-XF-DESTINO TO WS-JOBLOG-PATH
                   OPEN OUTPUT JOB-LOG
                   MOVE WS-JOB-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-JOB-LOG UNTIL WS-XF-FLAG = 1
                       CLOSE JOB-LOG
                   END-IF
               WHEN 048
                   MOVE WS-XF-DESTINO TO WS-EMPJRN-PATH
                   OPEN OUTPUT EMP-JRN
                   MOVE WS-JRN-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-EMP-JRN UNTIL WS-XF-FLAG = 1
                       CLOSE EMP-JRN
                   END-IF
               WHEN 049
                   MOVE WS-XF-DESTINO TO WS-KSKMAST-PATH
                   OPEN OUTPUT KSK-MAST
                   MOVE WS-KSK-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-KSK-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE KSK-MAST
                   END-IF
               WHEN 050
                   MOVE WS-XF-DESTINO TO WS-LAYEVT-PATH
                   OPEN OUTPUT LAYOFF-EVT
                   MOVE WS-LAY-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-LAYOFF-EVT UNTIL WS-XF-FLAG = 1
                       CLOSE LAYOFF-EVT
                   END-IF
               WHEN 051
                   MOVE WS-XF-DESTINO TO WS-LOGIDX-PATH
                   OPEN OUTPUT LOG-IDX
                   MOVE WS-LIX-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-LOG-IDX UNTIL WS-XF-FLAG = 1
                       CLOSE LOG-IDX
                   END-IF
               WHEN 052
                   MOVE WS-XF-DESTINO TO WS-LOCMAST-PATH
                   OPEN OUTPUT LOC-MAST
                   MOVE WS-LOC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-LOC-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE LOC-MAST
                   END-IF
               WHEN 053
                   MOVE WS-XF-DESTINO TO WS-LOANMAST-PATH
                   OPEN OUTPUT LOAN-MAST
                   MOVE WS-LOAN-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-LOAN-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE LOAN-MAST
                   END-IF
               WHEN 054
                   MOVE WS-XF-DESTINO TO WS-LVREQ-PATH
                   OPEN OUTPUT LV-REQ
                   MOVE WS-LRQ-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-LV-REQ UNTIL WS-XF-FLAG = 1
                       CLOSE LV-REQ
                   END-IF
               WHEN 055
                   MOVE WS-XF-DESTINO TO WS-LEAVEBAL-PATH
                   OPEN OUTPUT LEAVE-BAL
                   MOVE WS-LVB-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-LEAVE-BAL UNTIL WS-XF-FLAG = 1
                       CLOSE LEAVE-BAL
                   END-IF
               WHEN 056
                   MOVE WS-XF-DESTINO TO WS-LVTAKEN-PATH
                   OPEN OUTPUT LV-TAKEN
                   MOVE WS-LVT-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-LV-TAKEN UNTIL WS-XF-FLAG = 1
                       CLOSE LV-TAKEN
                   END-IF
               WHEN 057
                   MOVE WS-XF-DESTINO TO WS-MERIT-PATH
                   OPEN OUTPUT MERIT-MAT
                   MOVE WS-MER-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-MERIT-MAT UNTIL WS-XF-FLAG = 1
                       CLOSE MERIT-MAT
                   END-IF
               WHEN 058
                   MOVE WS-XF-DESTINO TO WS-NEXTID-PATH
                   OPEN OUTPUT NEXT-ID
                   MOVE WS-NEXTID-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-NEXT-ID UNTIL WS-XF-FLAG = 1
                       CLOSE NEXT-ID
                   END-IF
               WHEN 059
                   MOVE WS-XF-DESTINO TO WS-OPERMAST-PATH
                   OPEN OUTPUT OPER-MAST
                   MOVE WS-OPER-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-OPER-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE OPER-MAST
                   END-IF
               WHEN 060
                   MOVE WS-XF-DESTINO TO WS-OTEXC-PATH
                   OPEN OUTPUT OT-EXC
                   MOVE WS-OTEXC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-OT-EXC UNTIL WS-XF-FLAG = 1
                       CLOSE OT-EXC
                   END-IF
               WHEN 061
                   MOVE WS-XF-DESTINO TO WS-OTRULES-PATH
                   OPEN OUTPUT OT-RULES
                   MOVE WS-OTR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-OT-RULES UNTIL WS-XF-FLAG = 1
                       CLOSE OT-RULES
                   END-IF
               WHEN 062
                   MOVE WS-XF-DESTINO TO WS-PAYHIST-PATH
                   OPEN OUTPUT PAYHIST
                   MOVE WS-PAYH-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PAYHIST UNTIL WS-XF-FLAG = 1
                       CLOSE PAYHIST
                   END-IF
               WHEN 063
                   MOVE WS-XF-DESTINO TO WS-PUNCHDET-PATH
                   OPEN OUTPUT PUNCH-DET
                   MOVE WS-PCH-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PUNCH-DET UNTIL WS-XF-FLAG = 1
                       CLOSE PUNCH-DET
                   END-IF
               WHEN 064
                   MOVE WS-XF-DESTINO TO WS-PENDMAST-PATH
                   OPEN OUTPUT PEND-MAST
                   MOVE WS-PEND-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PEND-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE PEND-MAST
                   END-IF
               WHEN 065
                   MOVE WS-XF-DESTINO TO WS-PERCTL-PATH
                   OPEN OUTPUT PERCTL
                   MOVE WS-PERC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PERCTL UNTIL WS-XF-FLAG = 1
                       CLOSE PERCTL
                   END-IF
               WHEN 066
                   MOVE WS-XF-DESTINO TO WS-PRJCARGO-PATH
                   OPEN OUTPUT PRJ-CARGO
                   MOVE WS-PJC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PRJ-CARGO UNTIL WS-XF-FLAG = 1
                       CLOSE PRJ-CARGO
                   END-IF
               WHEN 067
                   MOVE WS-XF-DESTINO TO WS-PLZMAST-PATH
                   OPEN OUTPUT PLZ-MAST
                   MOVE WS-PLZ-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PLZ-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE PLZ-MAST
                   END-IF
               WHEN 068
                   MOVE WS-XF-DESTINO TO WS-PROBMAST-PATH
                   OPEN OUTPUT PROB-MAST
                   MOVE WS-PRB-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PROB-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE PROB-MAST
                   END-IF
               WHEN 069
                   MOVE WS-XF-DESTINO TO WS-PRIMDET-PATH
                   OPEN OUTPUT PRIM-DET
                   MOVE WS-PRD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PRIM-DET UNTIL WS-XF-FLAG = 1
                       CLOSE PRIM-DET
                   END-IF
               WHEN 070
                   MOVE WS-XF-DESTINO TO WS-PRIRULES-PATH
                   OPEN OUTPUT PRI-RULES
                   MOVE WS-PRI-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PRI-RULES UNTIL WS-XF-FLAG = 1
                       CLOSE PRI-RULES
                   END-IF
               WHEN 071
                   MOVE WS-XF-DESTINO TO WS-PROJMAST-PATH
                   OPEN OUTPUT PROJ-MAST
                   MOVE WS-PRJ-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PROJ-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE PROJ-MAST
                   END-IF
               WHEN 072
                   MOVE WS-XF-DESTINO TO WS-PERMMAST-PATH
                   OPEN OUTPUT PERM-MAST
                   MOVE WS-PERM-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PERM-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE PERM-MAST
                   END-IF
               WHEN 073
                   MOVE WS-XF-DESTINO TO WS-PRNCTL-PATH
                   OPEN OUTPUT PRN-CTL
                   MOVE WS-PRN-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PRN-CTL UNTIL WS-XF-FLAG = 1
                       CLOSE PRN-CTL
                   END-IF
               WHEN 074
                   MOVE WS-XF-DESTINO TO WS-PSTMAST-PATH
                   OPEN OUTPUT PST-MAST
                   MOVE WS-PST-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PST-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE PST-MAST
                   END-IF
               WHEN 075
                   MOVE WS-XF-DESTINO TO WS-PTUREG-PATH
                   OPEN OUTPUT PTU-REG
                   MOVE WS-PTU-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PTU-REG UNTIL WS-XF-FLAG = 1
                       CLOSE PTU-REG
                   END-IF
               WHEN 076
                   MOVE WS-XF-DESTINO TO WS-PRIORYR-PATH
                   OPEN OUTPUT PRIORYR
                   MOVE WS-PYR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PRIORYR UNTIL WS-XF-FLAG = 1
                       CLOSE PRIORYR
                   END-IF
               WHEN 077
                   MOVE WS-XF-DESTINO TO WS-QSCCTL-PATH
                   OPEN OUTPUT QSC-CTL
                   MOVE WS-QSC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-QSC-CTL UNTIL WS-XF-FLAG = 1
                       CLOSE QSC-CTL
                   END-IF
               WHEN 078
                   MOVE WS-XF-DESTINO TO WS-RATEMAST-PATH
                   OPEN OUTPUT RATE-MAST
                   MOVE WS-RATEMAST-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-RATE-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE RATE-MAST
                   END-IF
               WHEN 079
                   MOVE WS-XF-DESTINO TO WS-REFMAST-PATH
                   OPEN OUTPUT REF-MAST
                   MOVE WS-REF-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-REF-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE REF-MAST
                   END-IF
               WHEN 080
                   MOVE WS-XF-DESTINO TO WS-REMCTL-PATH
                   OPEN OUTPUT REM-CTL
                   MOVE WS-REM-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-REM-CTL UNTIL WS-XF-FLAG = 1
                       CLOSE REM-CTL
                   END-IF
               WHEN 081
                   MOVE WS-XF-DESTINO TO WS-REQMAST-PATH
                   OPEN OUTPUT REQ-MAST
                   MOVE WS-REQ-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-REQ-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE REQ-MAST
                   END-IF
               WHEN 082
                   MOVE WS-XF-DESTINO TO WS-RETROPEND-PATH
                   OPEN OUTPUT RETRO-PEND
                   MOVE WS-RET-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-RETRO-PEND UNTIL WS-XF-FLAG = 1
                       CLOSE RETRO-PEND
                   END-IF
               WHEN 083
                   MOVE WS-XF-DESTINO TO WS-REVLOG-PATH
                   OPEN OUTPUT REV-LOG
                   MOVE WS-REV-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-REV-LOG UNTIL WS-XF-FLAG = 1
                       CLOSE REV-LOG
                   END-IF
               WHEN 084
                   MOVE WS-XF-DESTINO TO WS-REVIEW-PATH
                   OPEN OUTPUT REVIEW-MAST
                   MOVE WS-RVW-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-REVIEW-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE REVIEW-MAST
                   END-IF
               WHEN 085
                   MOVE WS-XF-DESTINO TO WS-SAVMAST-PATH
                   OPEN OUTPUT SAV-MAST
                   MOVE WS-SAV-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-SAV-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE SAV-MAST
                   END-IF
               WHEN 086
                   MOVE WS-XF-DESTINO TO WS-SCHEDMAST-PATH
                   OPEN OUTPUT SCHED-MAST
                   MOVE WS-SCH-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-SCHED-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE SCHED-MAST
                   END-IF
               WHEN 087
                   MOVE WS-XF-DESTINO TO WS-SDALOG-PATH
                   OPEN OUTPUT SDA-LOG
                   MOVE WS-SDA-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-SDA-LOG UNTIL WS-XF-FLAG = 1
                       CLOSE SDA-LOG
                   END-IF
               WHEN 088
                   MOVE WS-XF-DESTINO TO WS-SESLOG-PATH
                   OPEN OUTPUT SES-LOG
                   MOVE WS-SES-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-SES-LOG UNTIL WS-XF-FLAG = 1
                       CLOSE SES-LOG
                   END-IF
               WHEN 089
                   MOVE WS-XF-DESTINO TO WS-SHIFTMAST-PATH
                   OPEN OUTPUT SHIFT-MAST
                   MOVE WS-SHF-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-SHIFT-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE SHIFT-MAST
                   END-IF
               WHEN 090
                   MOVE WS-XF-DESTINO TO WS-SODRULE-PATH
                   OPEN OUTPUT SOD-RULE
                   MOVE WS-SOD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-SOD-RULE UNTIL WS-XF-FLAG = 1
                       CLOSE SOD-RULE
                   END-IF
               WHEN 091
                   MOVE WS-XF-DESTINO TO WS-TAXMAST-PATH
                   OPEN OUTPUT TAX-MAST
                   MOVE WS-TAX-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-TAX-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE TAX-MAST
                   END-IF
               WHEN 092
                   MOVE WS-XF-DESTINO TO WS-TRANSLOG-PATH
                   OPEN OUTPUT TRANS-LOG
                   MOVE WS-TRANS-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-TRANS-LOG UNTIL WS-XF-FLAG = 1
                       CLOSE TRANS-LOG
                   END-IF
               WHEN 093
                   MOVE WS-XF-DESTINO TO WS-TARVAR-PATH
                   OPEN OUTPUT TAR-VAR
                   MOVE WS-TVA-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-TAR-VAR UNTIL WS-XF-FLAG = 1
                       CLOSE TAR-VAR
                   END-IF
               WHEN 094
                   MOVE WS-XF-DESTINO TO WS-VARPER-PATH
                   OPEN OUTPUT VAR-PER
                   MOVE WS-VAR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-VAR-PER UNTIL WS-XF-FLAG = 1
                       CLOSE VAR-PER
                   END-IF
               WHEN 095
                   MOVE WS-XF-DESTINO TO WS-VARDET-PATH
                   OPEN OUTPUT VAR-DET
                   MOVE WS-VDT-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-VAR-DET UNTIL WS-XF-FLAG = 1
                       CLOSE VAR-DET
                   END-IF
               WHEN 096
                   MOVE WS-XF-DESTINO TO WS-VACPROV-PATH
                   OPEN OUTPUT VAC-PROV
                   MOVE WS-VPR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-VAC-PROV UNTIL WS-XF-FLAG = 1
                       CLOSE VAC-PROV
                   END-IF
               WHEN 097
                   MOVE WS-XF-DESTINO TO WS-OXREG-PATH
                   OPEN OUTPUT OX-REG
                   MOVE WS-OXR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-OX-REG UNTIL WS-XF-FLAG = 1
                       CLOSE OX-REG
                   END-IF
               WHEN 098
                   MOVE WS-XF-DESTINO TO WS-IXREG-PATH
                   OPEN OUTPUT IX-REG
                   MOVE WS-IXR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-IX-REG UNTIL WS-XF-FLAG = 1
                       CLOSE IX-REG
                   END-IF
               WHEN 099
                   MOVE WS-XF-DESTINO TO WS-PSLCTL-PATH
                   OPEN OUTPUT PSL-CTL
                   MOVE WS-PSL-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PSL-CTL UNTIL WS-XF-FLAG = 1
                       CLOSE PSL-CTL
                   END-IF
               WHEN 100
                   MOVE WS-XF-DESTINO TO WS-DPNMAST-PATH
                   OPEN OUTPUT DPN-MAST
                   MOVE WS-DPN-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-DPN-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE DPN-MAST
                   END-IF
               WHEN 101
                   MOVE WS-XF-DESTINO TO WS-CARSNAP-PATH
                   OPEN OUTPUT CAR-SNAP
                   MOVE WS-CAR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-CAR-SNAP UNTIL WS-XF-FLAG = 1
                       CLOSE CAR-SNAP
                   END-IF
               WHEN 102
                   MOVE WS-XF-DESTINO TO WS-TCKSNAP-PATH
                   OPEN OUTPUT TCK-SNAP
                   MOVE WS-TCK-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-TCK-SNAP UNTIL WS-XF-FLAG = 1
                       CLOSE TCK-SNAP
                   END-IF
               WHEN 103
                   MOVE WS-XF-DESTINO TO WS-ROSTER-PATH
                   OPEN OUTPUT ROSTER
                   MOVE WS-ROS-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-ROSTER UNTIL WS-XF-FLAG = 1
                       CLOSE ROSTER
                   END-IF
               WHEN 104
                   MOVE WS-XF-DESTINO TO WS-PUNRULES-PATH
                   OPEN OUTPUT PUN-RULES
                   MOVE WS-PUN-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-PUN-RULES UNTIL WS-XF-FLAG = 1
                       CLOSE PUN-RULES
                   END-IF
               WHEN 105
                   MOVE WS-XF-DESTINO TO WS-LOAMAST-PATH
                   OPEN OUTPUT LOA-MAST
                   MOVE WS-LOA-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-LOA-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE LOA-MAST
                   END-IF
               WHEN 106
                   MOVE WS-XF-DESTINO TO WS-CIATRF-PATH
                   OPEN OUTPUT CIA-TRF
                   MOVE WS-CTF-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-CIA-TRF UNTIL WS-XF-FLAG = 1
                       CLOSE CIA-TRF
                   END-IF
               WHEN 107
                   MOVE WS-XF-DESTINO TO WS-BUDPROJ-PATH
                   OPEN OUTPUT BUD-PROJ
                   MOVE WS-BPR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-BUD-PROJ UNTIL WS-XF-FLAG = 1
                       CLOSE BUD-PROJ
                   END-IF
               WHEN 108
                   MOVE WS-XF-DESTINO TO WS-LTPMAST-PATH
                   OPEN OUTPUT LTP-MAST
                   MOVE WS-LTP-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-LTP-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE LTP-MAST
                   END-IF
               WHEN 109
                   MOVE WS-XF-DESTINO TO WS-LTRLOG-PATH
                   OPEN OUTPUT LTR-LOG
                   MOVE WS-LTR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-LTR-LOG UNTIL WS-XF-FLAG = 1
                       CLOSE LTR-LOG
                   END-IF
               WHEN 110
                   MOVE WS-XF-DESTINO TO WS-LTRREQ-PATH
                   OPEN OUTPUT LTR-REQ
                   MOVE WS-LTQ-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-LTR-REQ UNTIL WS-XF-FLAG = 1
                       CLOSE LTR-REQ
                   END-IF
               WHEN 111
                   MOVE WS-XF-DESTINO TO WS-DEVPROV-PATH
                   OPEN OUTPUT DEV-PROV
                   MOVE WS-DVP-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-DEV-PROV UNTIL WS-XF-FLAG = 1
                       CLOSE DEV-PROV
                   END-IF
               WHEN 112
                   MOVE WS-XF-DESTINO TO WS-GLRMAP-PATH
                   OPEN OUTPUT GLR-MAP
                   MOVE WS-GLR-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-GLR-MAP UNTIL WS-XF-FLAG = 1
                       CLOSE GLR-MAP
                   END-IF
               WHEN 113
                   MOVE WS-XF-DESTINO TO WS-CEDMAST-PATH
                   OPEN OUTPUT CED-MAST
                   MOVE WS-CED-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-CED-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE CED-MAST
                   END-IF
               WHEN 114
                   MOVE WS-XF-DESTINO TO WS-RETPARM-PATH
                   OPEN OUTPUT RET-PARM
                   MOVE WS-RTP-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-RET-PARM UNTIL WS-XF-FLAG = 1
                       CLOSE RET-PARM
                   END-IF
               WHEN 115
                   MOVE WS-XF-DESTINO TO WS-SATIDX-PATH
                   OPEN OUTPUT SAT-IDX
                   MOVE WS-SIX-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-SAT-IDX UNTIL WS-XF-FLAG = 1
                       CLOSE SAT-IDX
                   END-IF
               WHEN 116
                   MOVE WS-XF-DESTINO TO WS-NTFOUT-PATH
                   OPEN OUTPUT NTF-OUT
                   MOVE WS-NTF-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-NTF-OUT UNTIL WS-XF-FLAG = 1
                       CLOSE NTF-OUT
                   END-IF
               WHEN 117
                   MOVE WS-XF-DESTINO TO WS-RPDMAST-PATH
                   OPEN OUTPUT RPD-MAST
                   MOVE WS-RPD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-RPD-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE RPD-MAST
                   END-IF
               WHEN 118
                   MOVE WS-XF-DESTINO TO WS-ASTCAT-PATH
                   OPEN OUTPUT AST-CAT
                   MOVE WS-ASTC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-AST-CAT UNTIL WS-XF-FLAG = 1
                       CLOSE AST-CAT
                   END-IF
               WHEN 119
                   MOVE WS-XF-DESTINO TO WS-ASTASG-PATH
                   OPEN OUTPUT AST-ASG
                   MOVE WS-ASTA-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-AST-ASG UNTIL WS-XF-FLAG = 1
                       CLOSE AST-ASG
                   END-IF
               WHEN 120
                   MOVE WS-XF-DESTINO TO WS-VLSPARM-PATH
                   OPEN OUTPUT VLS-PARM
                   MOVE WS-VLS-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-VLS-PARM UNTIL WS-XF-FLAG = 1
                       CLOSE VLS-PARM
                   END-IF
               WHEN 121
                   MOVE WS-XF-DESTINO TO WS-SNDCAT-PATH
                   OPEN OUTPUT SND-CAT
                   MOVE WS-SNDC-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-SND-CAT UNTIL WS-XF-FLAG = 1
                       CLOSE SND-CAT
                   END-IF
               WHEN 122
                   MOVE WS-XF-DESTINO TO WS-SNDMEM-PATH
                   OPEN OUTPUT SND-MEM
                   MOVE WS-SNDM-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-SND-MEM UNTIL WS-XF-FLAG = 1
                       CLOSE SND-MEM
                   END-IF
               WHEN 123
                   MOVE WS-XF-DESTINO TO WS-VIAMAST-PATH
                   OPEN OUTPUT VIA-MAST
                   MOVE WS-VIA-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-VIA-MAST UNTIL WS-XF-FLAG = 1
                       CLOSE VIA-MAST
                   END-IF
               WHEN 124
                   MOVE WS-XF-DESTINO TO WS-VIADET-PATH
                   OPEN OUTPUT VIA-DET
                   MOVE WS-VIAD-STATUS TO WS-XF-FS
                   IF WS-XF-FS = '00'
                       PERFORM 995-C-VIA-DET UNTIL WS-XF-FLAG = 1
                       CLOSE VIA-DET
                   END-IF
           END-EVALUATE
           IF WS-XF-FS NOT = '00'
               MOVE 'N' TO WS-XF-OK
           END-IF.

           995-C-EMPLEADO.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO REG-EMPL
                       WRITE REG-EMPL
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-ABS-DIARIO.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO ABS-REC
                       WRITE ABS-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-ACC-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO ACC-REC
                       WRITE ACC-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-ACP-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO ACP-REC
                       WRITE ACP-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-ARCH-IDX.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO AIX-REC
                       WRITE AIX-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           995-C-ALLOC-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO ALLOC-REC
                       WRITE ALLOC-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-ANU-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO ANU-REC
                       WRITE ANU-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-APL-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO APL-REC
                       WRITE APL-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-ARCO-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO ARCO-REC
                       WRITE ARCO-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-AUDIT-LOG.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO AUDIT-REC
                       WRITE AUDIT-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           995-C-AWARD-TPL.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO AWARD-REC
                       WRITE AWARD-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-BEN-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO BEN-REC
                       WRITE BEN-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-BANK-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO BANK-REC
                       WRITE BANK-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-CAL-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO CAL-REC
                       WRITE CAL-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-CFDI-CTL.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO CFDI-REC
                       WRITE CFDI-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-CHK-CTL.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO CHKCTL-REC
                       WRITE CHKCTL-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-CHK-REG.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO CHKREG-REC
                       WRITE CHKREG-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-CIA-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO CIA-REC
                       WRITE CIA-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-CONTR-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO CONTR-REC
                       WRITE CONTR-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-COV-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO COV-REC
                       WRITE COV-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-CERT-CAT.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO CERTCAT-REC
                       WRITE CERTCAT-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-EMP-CERT.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO EMPCERT-REC
                       WRITE EMPCERT-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-CTL-LEDGER.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO CTL-REC
                       WRITE CTL-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-CYC-CTL.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO CYC-REC
                       WRITE CYC-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-DEPBUD-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO DEPBUD-REC
                       WRITE DEPBUD-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-DEP-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO DEP-REC
                       WRITE DEP-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-DEDDET.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO DEDDET-REC
                       WRITE DEDDET-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           995-C-DISC-HIST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO DISC-REC
                       WRITE DISC-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-DIV-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO DIV-REC
                       WRITE DIV-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-DQ-WORK.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO DQ-REC
                       WRITE DQ-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-DASH-HIST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO DSH-REC
                       WRITE DSH-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           995-C-DVL-CTL.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO DVL-REC
                       WRITE DVL-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-ENROLL.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO ENROLL-REC
                       WRITE ENROLL-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-EXC-LOG.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO EXC-REC
                       WRITE EXC-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           995-C-FRD-WORK.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO FRD-REC
                       WRITE FRD-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-FUT-PEND.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO FUT-REC
                       WRITE FUT-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-GARN-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO GARN-REC
                       WRITE GARN-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-GL-MAP.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO GLMAP-REC
                       WRITE GLMAP-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-HIRE-APR.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO HAP-REC
                       WRITE HAP-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           995-C-HLD-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO HLD-REC
                       WRITE HLD-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-HLD-PAG.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO HLP-REC
                       WRITE HLP-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-HIRE-REJ.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO HIREREJ-REC
                       WRITE HIREREJ-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-IDSE-EXT.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO IDSE-REC
                       WRITE IDSE-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           995-C-IMSDET.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO IMSDET-REC
                       WRITE IMSDET-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           995-C-IMS-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO IMS-REC
                       WRITE IMS-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-INF-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO INF-REC
                       WRITE INF-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-JOB-LOG.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO JOB-REC
                       WRITE JOB-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           995-C-EMP-JRN.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO JRN-REC
                       WRITE JRN-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           995-C-KSK-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO KSK-REC
                       WRITE KSK-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-LAYOFF-EVT.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO LAY-REC
                       WRITE LAY-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-LOG-IDX.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO LIX-REC
                       WRITE LIX-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-LOC-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO LOC-REC
                       WRITE LOC-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-LOAN-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO LOAN-REC
                       WRITE LOAN-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-LV-REQ.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO LVREQ-REC
                       WRITE LVREQ-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-LEAVE-BAL.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO LEAVE-REC
                       WRITE LEAVE-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-LV-TAKEN.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO LVTAKEN-REC
                       WRITE LVTAKEN-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-MERIT-MAT.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO MERIT-REC
                       WRITE MERIT-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-NEXT-ID.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO NEXT-ID-REC
                       WRITE NEXT-ID-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-OPER-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO OPER-REC
                       WRITE OPER-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-OT-EXC.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO OTEXC-REC
                       WRITE OTEXC-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           995-C-OT-RULES.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO OTR-REC
                       WRITE OTR-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PAYHIST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PAYH-REC
                       WRITE PAYH-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PUNCH-DET.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PCH-REC
                       WRITE PCH-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PEND-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PEND-REC
                       WRITE PEND-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PERCTL.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PERC-REC
                       WRITE PERC-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PRJ-CARGO.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PJC-REC
                       WRITE PJC-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PLZ-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PLZ-REC
                       WRITE PLZ-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PROB-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PROB-REC
                       WRITE PROB-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PRIM-DET.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PRD-REC
                       WRITE PRD-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PRI-RULES.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PRI-REC
                       WRITE PRI-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PROJ-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PROJ-REC
                       WRITE PROJ-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PERM-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PERM-REC
                       WRITE PERM-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PRN-CTL.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PRN-REC
                       WRITE PRN-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PST-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PST-REC
                       WRITE PST-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PTU-REG.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PTU-REC
                       WRITE PTU-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PRIORYR.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PRIORYR-REC
                       WRITE PRIORYR-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-QSC-CTL.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO QSC-REC
                       WRITE QSC-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-RATE-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO RATE-REC
                       WRITE RATE-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-REF-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO REF-REC
                       WRITE REF-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-REM-CTL.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO REM-REC
                       WRITE REM-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-REQ-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO REQ-REC
                       WRITE REQ-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-RETRO-PEND.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO RETRO-REC
                       WRITE RETRO-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-REV-LOG.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO REV-REC
                       WRITE REV-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           995-C-REVIEW-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO REVIEW-REC
                       WRITE REVIEW-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-SAV-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO SAV-REC
                       WRITE SAV-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-SCHED-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO SCHED-REC
                       WRITE SCHED-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-SDA-LOG.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO SDA-REC
                       WRITE SDA-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           995-C-SES-LOG.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO SES-REC
                       WRITE SES-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           995-C-SHIFT-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO SHIFT-REC
                       WRITE SHIFT-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-SOD-RULE.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO SOD-REC
                       WRITE SOD-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-TAX-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO TAX-REC
                       WRITE TAX-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-TRANS-LOG.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO TRANS-REC
                       WRITE TRANS-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           995-C-TAR-VAR.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO TVA-REC
                       WRITE TVA-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-VAR-PER.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO VAR-REC
                       WRITE VAR-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-VAR-DET.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO VDT-REC
                       WRITE VDT-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-VAC-PROV.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO VPR-REC
                       WRITE VPR-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-OX-REG.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO OXR-REC
                       WRITE OXR-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-IX-REG.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO IXR-REC
                       WRITE IXR-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PSL-CTL.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PSL-REC
                       WRITE PSL-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-DPN-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO DPN-REC
                       WRITE DPN-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-CAR-SNAP.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO CAR-REC
                       WRITE CAR-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-TCK-SNAP.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO TCK-REC
                       WRITE TCK-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-ROSTER.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO ROSTER-REC
                       WRITE ROSTER-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-PUN-RULES.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO PUN-REC
                       WRITE PUN-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-LOA-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO LOA-REC
                       WRITE LOA-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-CIA-TRF.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO CTF-REC
                       WRITE CTF-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-BUD-PROJ.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO BPR-REC
                       WRITE BPR-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-LTP-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO LTP-REC
                       WRITE LTP-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-LTR-LOG.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO LTR-REC
                       WRITE LTR-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-LTR-REQ.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO LTQ-REC
                       WRITE LTQ-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-DEV-PROV.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO DVP-REC
                       WRITE DVP-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-GLR-MAP.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO GLR-REC
                       WRITE GLR-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-CED-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO CED-REC
                       WRITE CED-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-RET-PARM.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO RTP-REC
                       WRITE RTP-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-SAT-IDX.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO SIX-REC
                       WRITE SIX-REC
                       ADD 1 TO WS-XF-REGS
               END-READ.

           995-C-NTF-OUT.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO NTF-REC
                       WRITE NTF-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-RPD-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO RPD-REC
                       WRITE RPD-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-AST-CAT.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO ASTCAT-REC
                       WRITE ASTCAT-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-AST-ASG.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO ASTASG-REC
                       WRITE ASTASG-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-VLS-PARM.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO VLS-REC
                       WRITE VLS-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-SND-CAT.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO SNDCAT-REC
                       WRITE SNDCAT-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-SND-MEM.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO SNDMEM-REC
                       WRITE SNDMEM-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-VIA-MAST.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO VIA-REC
                       WRITE VIA-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.

           995-C-VIA-DET.
               READ XF-PLANO
                   AT END MOVE 1 TO WS-XF-FLAG
                   NOT AT END
                       PERFORM 999-XF-RENGLON
                       MOVE XF-REC TO VIADET-REC
                       WRITE VIADET-REC
                           INVALID KEY ADD 1 TO WS-XF-RECHAZOS
                           NOT INVALID KEY ADD 1 TO WS-XF-REGS
                       END-WRITE
               END-READ.
