      *    'D' BAJA FISICA); DYN-RECOVER RESTAURA EL ULTIMO RESPALDO  *
      *    DE DYN-BACKUP Y REAPLICA ESTE DIARIO HACIA ADELANTE HASTA  *
      *    EL MOMENTO DE LA FALLA.                                    *
      *    LOS PROCESOS MASIVOS SELLAN JR-LOTE Y, ANTES DE CADA       *
      *    REESCRITURA, DEJAN LA IMAGEN ANTERIOR CON OP 'B'; CON      *
      *    ELLA DYN-REVLOTE REVIERTE UN LOTE COMPLETO. DYN-RECOVER    *
      *    NO REAPLICA LOS 'B'.                                       *
      *****************************************************************
       FD  EMP-JRN.
       01  JRN-REC.
           05  JR-FECHA                PIC X(08).
           05  JR-HORA                 PIC X(08).
           05  JR-OP                   PIC X.
           05  JR-IMAGEN               PIC X(259).
           05  JR-LOTE                 PIC X(22).
