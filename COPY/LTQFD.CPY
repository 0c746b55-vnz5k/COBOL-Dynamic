      *****************************************************************
      *    LTR-REQ - SOLICITUDES DE CONSTANCIA DEL KIOSCO (FD)        *
      *    LA COLA DE RECURSOS HUMANOS: UNA SOLICITUD POR EMPLEADO,   *
      *    FECHA Y HORA EN QUE LA PIDIO EN DYN-KIOSK, CON SI LA QUIERE*
      *    CON SUELDO, A QUIEN VA DIRIGIDA Y PARA QUE. LQ-EST: 'P'    *
      *    PENDIENTE / 'A' ATENDIDA (LQ-FOLIO DE LA BITACORA LTR-LOG) *
      *    / 'R' RECHAZADA. SE ATIENDE EN DYN-LTRGEN.                 *
      *****************************************************************
       FD  LTR-REQ.
       01  LTQ-REC.
           05  LQ-KEY.
               10  LQ-ID-EMPL          PIC 9(06).
               10  LQ-FECHA            PIC X(08).
               10  LQ-HORA             PIC X(06).
           05  LQ-SUELDO               PIC X.
           05  LQ-SOLICITA             PIC X(30).
           05  LQ-PROPOSITO            PIC X(30).
           05  LQ-EST                  PIC X.
           05  LQ-FOLIO                PIC 9(06).
           05  LQ-OPER                 PIC X(06).
