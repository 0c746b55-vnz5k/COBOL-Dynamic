      *****************************************************************
      *    DPN-MAST - DEPENDIENTES Y BENEFICIARIOS (FD)               *
      *    UN REGISTRO POR FAMILIAR O BENEFICIARIO DEL EMPLEADO,      *
      *    HASTA 10 POR ID-EMPL (DN-SEC 01-10). DN-PARENTESCO: 'C'    *
      *    CONYUGE, 'H' HIJO, 'P' PADRE O MADRE, 'O' OTRO. CADA UNO   *
      *    LLEVA HASTA SEIS DESIGNACIONES POR PLAN: DN-D-PLAN ES UNA  *
      *    CLAVE DE BEN-MAST O 'FIN' (FINIQUITO Y FONDO DE AHORRO EN  *
      *    CASO DE DEFUNCION), DN-D-PCT EL PORCENTAJE COMO            *
      *    BENEFICIARIO Y DN-D-CUBIERTO 'S' SI QUEDA CUBIERTO POR EL  *
      *    PLAN (MEDICOS). LOS PORCENTAJES DE UN MISMO PLAN SUMAN 100 *
      *    ENTRE TODOS LOS DEPENDIENTES DEL EMPLEADO, O CERO SI NADIE *
      *    ES BENEFICIARIO; DYN-DPNMNT NO GRABA OTRA COSA. BANCO Y    *
      *    CLABE SON LA CUENTA DONDE DYN-DEFUNC DEPOSITA LO QUE LE    *
      *    TOCA; DN-PAGADO Y DN-F-PAGO GUARDAN EL ULTIMO PAGO QUE     *
      *    RECIBIO.                                                   *
      *****************************************************************
       FD  DPN-MAST.
       01  DPN-REC.
           05  DN-KEY.
               10  DN-ID-EMPL          PIC 9(06).
               10  DN-SEC              PIC 9(02).
           05  DN-NOMBRE               PIC X(30).
           05  DN-PARENTESCO           PIC X.
           05  DN-F-NAC                PIC X(08).
           05  DN-CURP                 PIC X(18).
           05  DN-BANCO                PIC X(03).
           05  DN-CLABE                PIC X(18).
           05  DN-DESIG OCCURS 6 TIMES.
               10  DN-D-PLAN           PIC X(03).
               10  DN-D-PCT            PIC 9(03)V99.
               10  DN-D-CUBIERTO       PIC X.
           05  DN-F-ALTA               PIC X(08).
           05  DN-OPER                 PIC X(06).
           05  DN-PAGADO               PIC 9(07)V99.
           05  DN-F-PAGO               PIC X(08).
