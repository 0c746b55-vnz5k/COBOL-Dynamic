      *APARTE, IGUAL QUE LO HACE DYN-NIGHTLY, PARA DEJAR DE   *
      *NAVEGAR ENTRE DYN-MENU, PLUS/DYN-MENU2 Y PLUS/DYN-BUSD *
      *SEGUN LA BUILD QUE CADA QUIEN TENGA ABIERTA.           *
      *EL NUMERO DE OPCION YA NO ES SIEMPRE EL DE LA FUNCION: *
      *LA OPCION 10 (REPORTES A LA MEDIDA, DYN-RPDRUN) USA LA *
      *FUNCION 11 PORQUE LA 10 ES LA DE DATOS SENSIBLES.      *
      *********************************************************

       IDENTIFICATION DIVISION.
      -        'G'.
           05 FILLER PIC X(32) VALUE '07NOMINA              DYN-PAYRU
      -        'N'.
           05 FILLER PIC X(32) VALUE '08DISPERSION          DYN-DEPEXT'.
           05 FILLER PIC X(32) VALUE '09NIVELES DE SUELDO   DYN-RATMNT'.
           05 FILLER PIC X(32) VALUE '11REPORTES A LA MEDIDADYN-RPDRUN'.
       01 WS-FUN-RED REDEFINES WS-FUN-TABLA.
           05 WS-FUN-ENT OCCURS 10 TIMES.
               10 WS-FUN-CLV           PIC X(02).
               10 WS-FUN-DESC          PIC X(20).
               10 WS-FUN-PROG          PIC X(10).
           DISPLAY SEP.
           DISPLAY 'OPCIONES DISPONIBLES (999 PARA SALIR):'.
           MOVE 0 TO WS-IX.
           PERFORM 110-OFRECE 10 TIMES.
           DISPLAY SEP.
           ACCEPT WS-RES.
           IF WS-RES NOT = 999
               IF WS-RES >= 1 AND WS-RES <= 10
                   PERFORM 200-LANZA
               ELSE
                   DISPLAY 'OPCION INVALIDA'
               MOVE WS-FUN-CLV(WS-IX) TO WS-FUNCION
               PERFORM 900-CHECA-PERMISO
               IF WS-PERMITIDO = 'S'
                   DISPLAY '  ' WS-IX ' ' WS-FUN-DESC(WS-IX)
               END-IF.

      *EL PERMISO SE REVALIDA AL LANZAR, POR SI ALGUIEN TECLEA EL
