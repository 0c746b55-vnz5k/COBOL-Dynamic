      *****************************************************************
      *    CED-MAST - CEDULA BIMESTRAL DE CUOTAS DEL IMSS (FD)        *
      *    LA DETERMINACION DE CUOTAS QUE EMITE EL IMSS POR REGISTRO  *
      *    PATRONAL Y BIMESTRE (CD-BIM = AAAABB, BB DE 01 A 06): UN   *
      *    REGISTRO POR NSS CON LOS DIAS COTIZADOS, EL SDI CON QUE EL *
      *    IMSS LO TIENE Y LAS CUOTAS OBRERA Y PATRONAL QUE COBRA. SI *
      *    EL NSS VIENE EN VARIOS RENGLONES (BAJA Y REINGRESO EN EL   *
      *    BIMESTRE) SE SUMAN DIAS Y CUOTAS Y QUEDA EL ULTIMO SDI. LA *
      *    CARGA DYN-CEDIMP (UNA CEDULA CORREGIDA REEMPLAZA A LA      *
      *    ANTERIOR) Y SE COMPARA CON DYN-CEDREC.                     *
      *****************************************************************
       FD  CED-MAST.
       01  CED-REC.
           05  CD-KEY.
               10  CD-CIA              PIC X(02).
               10  CD-BIM              PIC X(06).
               10  CD-NSS              PIC X(11).
           05  CD-REG-PAT              PIC X(11).
           05  CD-NOMBRE               PIC X(30).
           05  CD-DIAS                 PIC 9(02).
           05  CD-SDI                  PIC 9(05)V99.
           05  CD-OBR                  PIC 9(07)V99.
           05  CD-PAT                  PIC 9(07)V99.
           05  CD-FECHA                PIC X(08).
