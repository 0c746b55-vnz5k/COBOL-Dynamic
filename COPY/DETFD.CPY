      *    LEYENDO EL DETALLE Y NO REDERIVANDO PLANES Y CASOS A       *
      *    MANO. DD-TIPO: 'I' IMPUESTO / 'B' PLAN DE PRESTACIONES /  *
      *    'J' ORDEN JUDICIAL / 'P' PRESTAMO / 'F' FONDO DE AHORRO /  *
      *    'S' CUOTA IMSS OBRERA / 'N' DESCUENTO INFONAVIT / 'L'      *
      *    CONCEPTO DE LIQUIDACION DE BAJA (PERCEPCION, NO DEDUCCION) *
      *    / 'E' SUBSIDIO PARA EL EMPLEO YA ACREDITADO EN EL ISR      *
      *    (INFORMATIVO, NO SE RESTA DEL NETO) / 'D' PRIMA DOMINICAL  *
      *    Y 'H' FESTIVO TRABAJADO, 'V' COMISION O DESTAJO, 'G'       *
      *    COMPLEMENTO AL SALARIO MINIMO, 'A' PREMIO DE PUNTUALIDAD   *
      *    O DE ASISTENCIA, 'X' TIEMPO EXTRA, 'T' PRIMA DE TURNO Y    *
      *    'R' PRIMA VACACIONAL (PERCEPCIONES YA INCLUIDAS EN EL      *
      *    BRUTO) / 'Q' ACTIVO DE LA EMPRESA NO DEVUELTO, COBRADO EN  *
      *    EL FINIQUITO / 'W' VALES DE DESPENSA, PAGADOS EN ESPECIE   *
      *    FUERA DEL BRUTO Y DEL NETO (CLAVE 'VALEEXE' LA PARTE       *
      *    EXENTA, 'VALEGRV' LA QUE PASO POR EL ISR) / 'U' CUOTA      *
      *    SINDICAL (CLAVE = SINDICATO DE SND-CAT) / 'Y' VIATICOS DE  *
      *    VIAJE (VIA-MAST): 'VIAEXE' PARTE EXENTA Y 'VIAANTP'        *
      *    ANTICIPO ENTREGADO, AMBOS FUERA DEL BRUTO PERO DENTRO DEL  *
      *    NETO; 'VIAGRV' PARTE GRAVADA, YA INCLUIDA EN EL BRUTO;     *
      *    'VIAANT' ANTICIPO RECUPERADO, QUE SE RESTA DEL NETO.       *
      *    DD-CLAVE TRAE EL PLAN, CASO, NUMERO DE PRESTAMO O CONCEPTO *
      *    AL QUE CORRESPONDE EL IMPORTE. DD-GRUPO ES EL GRUPO DEL    *
      *    RENGLON DE PAYHIST AL QUE PERTENECE (PH-GRUPO): UNA        *
      *    CORRIDA SUPLEMENTARIA O UNA LIQUIDACION COMPARTEN PERIODO  *
      *    CON LA NOMINA REGULAR Y LOS LECTORES FILTRAN POR EL GRUPO. *
      *    LOS RENGLONES ANTERIORES AL CAMPO LO TRAEN EN ESPACIO.     *
      *****************************************************************
       FD  DEDDET.
       01  DEDDET-REC.
           05  FILLER                  PIC X VALUE SPACE.
           05  DD-DESC                 PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  DD-MONTO                PIC 9(07)V99.
           05  FILLER                  PIC X VALUE SPACE.
           05  DD-GRUPO                PIC X.
