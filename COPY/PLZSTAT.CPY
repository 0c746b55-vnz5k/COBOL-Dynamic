       01  WS-PLZ-STATUS               PIC X(02).
       01  WS-PLZMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\PLZMAST.TXT'.
       01  WS-PLZMAST-PATH             PIC X(80).
      *PLAZA PEDIDA EN LA CAPTURA (0 = NINGUNA) Y RESULTADO DE LA
      *VALIDACION; WS-PLZ-OBLIGA = 'S' EXIGE PLAZA CUANDO EXISTE
      *EL ARCHIVO DE PLAZAS (ALTAS), 'N' LA DEJA OPCIONAL (CAMBIOS
      *DE EMPLEADOS DE ANTES DEL CONTROL DE PLAZAS).
       01  WS-PLZ-PIDE                 PIC 9(06) VALUE 0.
       01  WS-PLZ-OBLIGA               PIC X VALUE 'S'.
       01  WS-PLZ-OK                   PIC X.
       01  WS-PLZ-MSG                  PIC X(60).
      *PLAZA QUE OCUPA HOY EL EMPLEADO (0 = NINGUNA).
       01  WS-PLZ-ACTUAL               PIC 9(06) VALUE 0.
       01  WS-PLZ-HOY                  PIC X(08).
