      *PROGRAMA - CATALOGO DE SUCURSALES (LOC-MAST). ALTA Y   *
      *CONSULTA DE LOS CENTROS DE TRABAJO: CLAVE, NOMBRE,     *
      *DIRECCION Y LA RUTA DEL CALENDARIO CAL-MAST QUE LE     *
      *APLICA AL SITIO (EN BLANCO USA EL CALENDARIO GENERAL), *
      *LA ZONA DE SALARIO MINIMO (GENERAL O FRONTERA), Y EL   *
      *ESTADO CON SU TASA Y CUENTAS DEL IMPUESTO SOBRE        *
      *NOMINAS (DYN-ISNRUN); LA MATRIZ VA CON CLAVE EN BLANCO.*
      *EL EMPLEADO TRAE SU SUCURSAL EN SUC-CLV (DYN-ADD /     *
      *DYN-EDIT) Y LOS ROLLUPS DE PLANTILLA Y NOMINA POR      *
      *SUCURSAL SALEN EN DYN-LOCSUM. MISMO ESTILO QUE         *
               NOT INVALID KEY
                   DISPLAY 'ACTUAL: ' LC-NOM ' / ' LC-DIR
                   DISPLAY 'CALENDARIO: ' LC-CAL-PATH
                   DISPLAY 'ZONA DE SALARIO MINIMO: ' LC-ZONA-SM
                   DISPLAY 'ESTADO: ' LC-ESTADO '  TASA ISN: '
                       LC-ISN-TASA
                   DISPLAY 'CUENTAS ISN GASTO/PASIVO: ' LC-CTA-ISN-GTO
                       ' / ' LC-CTA-ISN-PAS
                   PERFORM 200-CAPTURA
                   REWRITE LOC-REC
                   DISPLAY 'SUCURSAL ACTUALIZADA'
           DISPLAY 'RUTA DEL CALENDARIO CAL-MAST DEL SITIO '
               '(SPACES = CALENDARIO GENERAL):'.
           ACCEPT LC-CAL-PATH.
           PERFORM 210-ZONA.
           PERFORM 220-ISN.

      *LA ZONA DECIDE QUE SALARIO MINIMO DE REF-MAST LE APLICA A
      *LOS EMPLEADOS DEL SITIO (DYN-ADD / DYN-EDIT / DYN-PREPAY).
           210-ZONA.
               DISPLAY 'ZONA DE SALARIO MINIMO (G=GENERAL '
                   'F=FRONTERA NORTE):'
               ACCEPT LC-ZONA-SM
               IF LC-ZONA-SM NOT = 'G' AND LC-ZONA-SM NOT = 'F'
                   PERFORM 210-ZONA
               END-IF.

      *IMPUESTO SOBRE NOMINAS DEL ESTADO DONDE ESTA EL SITIO:
      *CLAVE DEL ESTADO (LA DE LA DECLARACION), TASA Y LAS
      *CUENTAS DE GASTO Y PASIVO PARA LA POLIZA (DYN-ISNRUN).
           220-ISN.
               DISPLAY 'CLAVE DEL ESTADO (3 POSICIONES, EJ. NL, JAL):'
               ACCEPT LC-ESTADO
               IF LC-ESTADO = SPACES
                   PERFORM 220-ISN
               ELSE
                   PERFORM 221-TASA
                   DISPLAY 'CUENTA DE GASTO ISN:'
                   ACCEPT LC-CTA-ISN-GTO
                   DISPLAY 'CUENTA DE PASIVO ISN:'
                   ACCEPT LC-CTA-ISN-PAS
               END-IF.

           221-TASA.
               DISPLAY 'TASA ISN DEL ESTADO (EJ. 0.0300 = 3%):'
               ACCEPT LC-ISN-TASA
               IF LC-ISN-TASA > 0.1000
                   DISPLAY 'TASA FUERA DE RANGO'
                   PERFORM 221-TASA
               END-IF.
