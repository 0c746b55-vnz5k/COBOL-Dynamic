      *FUNCIONES DEL MENU MAESTRO:                            *
      *  01 CONSULTA   02 DIRECTORIO  03 ALTA   04 EDICION    *
      *  05 BAJA       06 REPORTES    07 NOMINA                *
      *FUNCIONES FUERA DEL MENU:                              *
      *  08 DISPERSION 09 NIVELES DE SUELDO                   *
      *  10 DATOS SENSIBLES (RFC, CURP, NSS, CLABE Y F-NAC    *
      *     COMPLETOS EN PANTALLAS Y EXTRACTOS)               *
      *  11 REPORTES A LA MEDIDA (OPCION 10 DEL MENU MAESTRO) *
      *********************************************************

       IDENTIFICATION DIVISION.
