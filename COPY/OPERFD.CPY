      *    CAMBIARLO), OP-PIN-ANT GUARDA EL PIN ANTERIOR PARA VETAR   *
      *    SU REUSO Y OP-CAMBIA = 'S' FUERZA EL CAMBIO EN LA          *
      *    SIGUIENTE FIRMA (SE PONE AL DAR DE ALTA O REPONER PIN).    *
      *    OP-ID-EMPL LIGA LA CUENTA AL EMPLEADO QUE LA USA; AL DAR   *
      *    DE BAJA A ESE EMPLEADO LA CUENTA QUEDA OP-BLOQUEADO = 'R'  *
      *    (REVOCADA) Y SOLO SE REPONE SI EL EMPLEADO VUELVE ACTIVO.  *
      *****************************************************************
       FD  OPER-MAST.
       01  OPER-REC.
           05  OP-PIN-ANT              PIC X(04).
           05  OP-F-PIN                PIC X(08).
           05  OP-CAMBIA               PIC X.
      *LISTA DE HASTA DIEZ CLV-DEP DE TRES DIGITOS SEGUIDOS
      *(EJ. 001005017) QUE EL OPERADOR PUEDE VER Y TOCAR; EN
      *BLANCO = ACCESO COMPLETO, COMO SIEMPRE.
           05  OP-DEPTOS               PIC X(30).
      *EMPLEADO DUENO DE LA CUENTA; CERO = SIN LIGAR (CUENTAS
      *VIEJAS O DE SISTEMA, LAS REPORTA DYN-OPRSWP).
           05  OP-ID-EMPL              PIC 9(06).
