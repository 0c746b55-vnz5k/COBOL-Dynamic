      *****************************************************************
      *    DEV-PROV - PROVISION DE SUELDOS DEVENGADOS (FD)            *
      *    UN RENGLON POR COMPANIA, MES DE CIERRE, GRUPO DE PAGO ('S' *
      *    / 'M') Y DEPARTAMENTO CON LOS DIAS DEVENGADOS NO PAGADOS AL*
      *    CIERRE (DESPUES DE DV-PAG-HASTA, EL ULTIMO DIA QUE CUBRIO  *
      *    LA NOMINA DEL GRUPO) Y SU IMPORTE, QUE DYN-DEVPROV POSTEO  *
      *    EN DV-MES-POL (MARCA 'AR' SI SE ARRASTRO) Y DEJO REVERSADO *
      *    EN DV-MES-REV, EL PRIMER MES ABIERTO SIGUIENTE. UN MES CON *
      *    RENGLONES YA ESTA PROVISIONADO Y NO SE VUELVE A POSTEAR.   *
      *****************************************************************
       FD  DEV-PROV.
       01  DVP-REC.
           05  DV-KEY.
               10  DV-CIA              PIC X(02).
               10  DV-PERIODO          PIC X(06).
               10  DV-GRUPO            PIC X.
               10  DV-CLV-DEP          PIC 9(03).
           05  DV-PAG-HASTA            PIC X(08).
           05  DV-DIAS                 PIC 9(02).
           05  DV-IMPORTE              PIC 9(09)V99.
           05  DV-MES-POL              PIC X(06).
           05  DV-MARCA                PIC X(02).
           05  DV-MES-REV              PIC X(06).
