      *    CAMPOS DE TRABAJO PARA EL FINIQUITO DE BAJA.               *
      *****************************************************************
       01  WS-FIN-DD                   PIC 9(02).
       01  WS-FIN-PRORRATA             PIC 9(07)V99.
       01  WS-FIN-VAC                  PIC 9(07)V99.
       01  WS-FIN-CUOTA                PIC 9(05)V99.
      *VIATICOS DEL FINIQUITO: DETALLE DEL LLAMADOR QUE SE RESPETA,
      *ANTICIPOS ABIERTOS QUE PASAN A LOAN-MAST Y SU NUMERO.
       01  WS-FIN-GRABA                PIC X.
       01  WS-FIN-DET-PER              PIC X(06).
       01  WS-FIN-VIA-FLAG             PIC 9.
       01  WS-FIN-ANT-SALDO            PIC 9(07)V99.
       01  WS-FIN-ANT-LN               PIC 9(07)V99.
       01  WS-FIN-LN-SEQ               PIC 9(03).
       01  WS-FIN-LN-LIBRE             PIC X.
