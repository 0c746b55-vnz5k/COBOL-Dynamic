      *********************************************************
      *PROGRAMA - CATALOGO DE COMPANIAS (CIA-MAST). ALTA Y    *
      *CONSULTA DE LAS RAZONES SOCIALES QUE PAGAN NOMINA EN   *
      *EL SISTEMA, CON SU RFC Y SU REGISTRO PATRONAL IMSS     *
      *(LO LLEVAN LOS AVISOS DE UN TRASPASO, DYN-CIATRF). EL  *
      *EMPLEADO TRAE SU COMPANIA EN CIA-CLV (DYN-ADD /        *
      *DYN-EDIT) Y LOS REPORTES Y LA POLIZA PUEDEN CORRERSE   *
      *POR COMPANIA O CONSOLIDADOS - YA NO SE DUPLICAN        *
      *DIRECTORIOS DE DATOS NI SE FLIPEA DYN_PATH. MISMO      *
      *ESTILO QUE DYN-SHFMNT.                                 *
      *********************************************************

       IDENTIFICATION DIVISION.
                   DISPLAY 'COMPANIA GRABADA'
               NOT INVALID KEY
                   DISPLAY 'ACTUAL: ' CM-NOM ' RFC ' CM-RFC
                       ' REG. PATRONAL ' CM-REG-PAT
                   PERFORM 200-CAPTURA
                   REWRITE CIA-REC
                   DISPLAY 'COMPANIA ACTUALIZADA'
       200-CAPTURA.
           DISPLAY 'RAZON SOCIAL:'.              ACCEPT CM-NOM.
           DISPLAY 'RFC DE LA COMPANIA:'.        ACCEPT CM-RFC.
           DISPLAY 'REGISTRO PATRONAL IMSS:'.    ACCEPT CM-REG-PAT.
