      *****************************************************************
      *    REQ-MAST - REQUISICIONES DE PERSONAL (FD)                  *
      *    UNA REQUISICION POR POSICION A CUBRIR: DEPARTAMENTO,       *
      *    TABULADOR, PLAZA AUTORIZADA OPCIONAL (PLZ-MAST) Y QUIEN    *
      *    LA PIDIO Y QUIEN LA APROBO (DOS OPERADORES DISTINTOS).     *
      *    RQ-EST: 'S' SOLICITADA / 'A' APROBADA, ABIERTA A           *
      *    CANDIDATOS / 'O' OFERTA ACEPTADA, ALTA EN PEND-MAST /      *
      *    'C' CUBIERTA (ALTA APROBADA, RQ-ID-EMPL Y RQ-F-CUBRE) /    *
      *    'X' CANCELADA. SE MANTIENE EN DYN-REQMNT; LOS CANDIDATOS   *
      *    EN APL-MAST (DYN-APLMNT).                                  *
      *****************************************************************
       FD  REQ-MAST.
       01  REQ-REC.
           05  RQ-NUM                  PIC 9(06).
           05  RQ-CLV-DEP              PIC 9(03).
           05  RQ-ID-TAB-S             PIC A.
           05  RQ-PUESTO               PIC X(04).
           05  RQ-PLAZA                PIC 9(06).
           05  RQ-SOLICITA             PIC X(06).
           05  RQ-F-SOLICITA           PIC X(08).
           05  RQ-APRUEBA              PIC X(06).
           05  RQ-F-APRUEBA            PIC X(08).
           05  RQ-EST                  PIC X.
           05  RQ-ID-EMPL              PIC 9(06).
           05  RQ-F-CUBRE              PIC X(08).
