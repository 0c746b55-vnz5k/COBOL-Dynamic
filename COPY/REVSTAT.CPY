       01  WS-REV-STATUS               PIC X(02).
       01  WS-REVLOG-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\REVLOG.TXT'.
       01  WS-REVLOG-PATH              PIC X(80).
      *PROGRAMA QUE DA LA BAJA Y EMPLEADO DADO DE BAJA; LOS CARGA
      *EL LLAMADOR ANTES DE 939-REVOCA-ACCESO. WS-REV-CUENTAS
      *REGRESA CUANTOS ACCESOS SE QUITARON.
       01  WS-REV-PROGRAMA             PIC X(08).
       01  WS-REV-ID-EMPL              PIC 9(06).
       01  WS-REV-CUENTAS              PIC 9(03).
       01  WS-REV-FLAG                 PIC 9.
       01  WS-REV-TIPO                 PIC X.
       01  WS-REV-CUENTA               PIC X(06).
