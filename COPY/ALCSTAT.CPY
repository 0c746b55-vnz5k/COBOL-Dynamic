       01  WS-ALLOCMAST-PATH-DFLT      PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\ALLOCMAST.TXT'.
       01  WS-ALLOCMAST-PATH           PIC X(80).
      *REPARTO DEL EMPLEADO EN TURNO (HASTA 10 RENGLONES DE
      *CLV-DEP Y PORCENTAJE; WS-ALC-USADOS DICE CUANTOS), CARGADO
      *POR 939-CARGA-REPARTO.
       01  WS-ALC-TAB.
           05  WS-ALC-ENT OCCURS 10 TIMES.
               10  WS-ALC-DEP          PIC 9(03).
               10  WS-ALC-PCT          PIC 9(03).
       01  WS-ALC-USADOS               PIC 9(02).
       01  WS-ALC-IX                   PIC 9(02).
       01  WS-ALC-FLAG                 PIC 9.
       01  WS-ALC-HALLO                PIC X.
