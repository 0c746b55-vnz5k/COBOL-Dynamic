      *****************************************************************
      *    PLZ-MAST - PLAZAS AUTORIZADAS POR DEPARTAMENTO (FD)        *
      *    UN RENGLON POR PLAZA: DEPARTAMENTO, PUESTO DE PST-MAST Y   *
      *    EL EMPLEADO QUE LA OCUPA (PZ-ID-EMPL = 0 ES VACANTE, CON   *
      *    LA FECHA DESDE LA QUE ESTA LIBRE EN PZ-F-VACANTE). UN      *
      *    EMPLEADO OCUPA A LO MAS UNA PLAZA. PZ-EST: 'A' AUTORIZADA  *
      *    / 'C' CANCELADA. LA ALTA DE PLAZAS ES EN DYN-PLZMNT; LA    *
      *    OCUPACION LA HACEN LAS ALTAS Y CAMBIOS Y LA LIBERAN LAS    *
      *    BAJAS (PLZLKUP). LAS VACANTES SE LISTAN EN DYN-VACRPT.     *
      *****************************************************************
       FD  PLZ-MAST.
       01  PLZ-REC.
           05  PZ-NUM                  PIC 9(06).
           05  PZ-CLV-DEP              PIC 9(03).
           05  PZ-PUESTO               PIC X(04).
           05  PZ-EST                  PIC X.
           05  PZ-ID-EMPL              PIC 9(06).
           05  PZ-F-AUT                PIC X(08).
           05  PZ-F-VACANTE            PIC X(08).
           05  PZ-F-OCUPA              PIC X(08).
           05  PZ-OPER                 PIC X(06).
