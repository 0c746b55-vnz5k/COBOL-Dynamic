      *    CUOTA SOBRE EL SALARIO BASE DE COTIZACION DEL PERIODO      *
      *    (SDI POR DIAS DEL PERIODO): LA PARTE OBRERA QUE SE         *
      *    RETIENE AL EMPLEADO Y LA PARTE PATRONAL QUE PAGA LA        *
      *    EMPRESA. UN REGISTRO CON LA CLAVE DE UNA COMPANIA          *
      *    (CM-CLV) LE DA SUS PROPIAS CUOTAS; SIN EL, LA COMPANIA     *
      *    USA EL '01'. LA PRIMA DE RIESGO DE TRABAJO DE LA COMPANIA  *
      *    SE SUMA A LA PARTE PATRONAL: IM-PRIMA-RT RIGE DESDE        *
      *    IM-PRIMA-VIG (EL 1 DE MARZO DE CADA ANO, LA CARGA          *
      *    DYN-PRIMRT) Y ANTES DE ESA FECHA SIGUE IM-PRIMA-ANT. SE    *
      *    MANTIENE CON DYN-IMSMNT.                                   *
      *****************************************************************
       FD  IMS-MAST.
       01  IMS-REC.
           05  IM-DESC                 PIC X(20).
           05  IM-PCT-OBR              PIC 9V9999.
           05  IM-PCT-PAT              PIC 9V9999.
           05  IM-PRIMA-RT             PIC 9V9(07).
           05  IM-PRIMA-VIG            PIC X(08).
           05  IM-PRIMA-ANT            PIC 9V9(07).
