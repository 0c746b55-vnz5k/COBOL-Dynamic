      *****************************************************************
      *    NTF-OUT - BANDEJA DE AVISOS POR CORREO (FD)                *
      *    UN RENGLON POR AVISO QUE DEJAN LAS LISTAS DE TRABAJO       *
      *    (NTFLKUP). LLAVE: EVENTO, EMPLEADO Y REFERENCIA DEL HECHO; *
      *    UN AVISO QUE YA EXISTE CON LA MISMA LLAVE NO SE REPITE.    *
      *    EVENTOS Y SU REFERENCIA:                                   *
      *      CERT  CERTIFICACION + FECHA DE VENCIMIENTO (DYN-CRTEXP)  *
      *      PRBA  FECHA DE FIN DE LA PRUEBA (DYN-PRBRPT)             *
      *      CONT  SECUENCIA + FECHA DE FIN DEL CONTRATO (DYN-CONEXP) *
      *      LVRQ  NUMERO DE SOLICITUD DE VACACIONES (DYN-LVREQ)      *
      *      PEND  ALTA PENDIENTE + 'A' ANTIGUA / 'E' ESCALADA        *
      *            (DYN-PENDAGE)                                      *
      *      TALN  GRUPO + PERIODO DEL TALON DISPONIBLE (DYN-PAYRUN)  *
      *    NT-DEST-TIPO: 'S' SUPERVISOR (SUP-ID DEL EMPLEADO, O EL    *
      *    NT-DEST-ID QUE DEJO EL PROGRAMA) / 'E' EL PROPIO EMPLEADO. *
      *    EL CORREO SE RESUELVE CONTRA EMPLEADO AL SACAR EL AVISO    *
      *    (DYN-NTFEXT).                                              *
      *    NT-EST: 'P' PENDIENTE / 'G' ENTREGADO A LA PASARELA (LOTE  *
      *    NT-LOTE) / 'E' ENTREGADO / 'F' FALLIDO (NT-MOTIVO, LO      *
      *    REGRESA DYN-NTFACK) / 'N' SIN DESTINATARIO CON CORREO.     *
      *    UN 'F' O 'N' SE REENCOLA EN DYN-NTFINQ (NT-INTENTOS).      *
      *****************************************************************
       FD  NTF-OUT.
       01  NTF-REC.
           05  NT-KEY.
               10  NT-EVENTO           PIC X(04).
               10  NT-ID-EMPL          PIC 9(06).
               10  NT-REF              PIC X(16).
           05  NT-NOM-EMPL             PIC X(30).
           05  NT-DEST-TIPO            PIC X.
           05  NT-DEST-ID              PIC 9(06).
           05  NT-EMAIL                PIC X(30).
           05  NT-TEXTO                PIC X(60).
           05  NT-PROGRAMA             PIC X(08).
           05  NT-ALTA-FH.
               10  NT-F-ALTA           PIC X(08).
               10  NT-H-ALTA           PIC X(06).
           05  NT-EST                  PIC X.
           05  NT-LOTE                 PIC 9(06).
           05  NT-F-ENV                PIC X(08).
           05  NT-F-RESP               PIC X(08).
           05  NT-MOTIVO               PIC X(30).
           05  NT-INTENTOS             PIC 9(02).
