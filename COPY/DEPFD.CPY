      *****************************************************************
      *    DEP-MAST - ARCHIVO MAESTRO DE DEPARTAMENTOS (FD)           *
      *    DM-DIV-CLV ES LA DIVISION (DIV-MAST) A LA QUE PERTENECE EL *
      *    DEPARTAMENTO; LLAVE ALTERNA PARA RECORRERLOS POR DIVISION. *
      *****************************************************************
       FD  DEP-MAST.
       01  DEP-REC.
           05  DM-CLV-DEP              PIC 9(03).
           05  DM-NOM-DEP              PIC X(20).
           05  DM-SUE-MIN              PIC 9(07)V99.
           05  DM-SUE-MAX              PIC 9(07)V99.
           05  DM-DIV-CLV              PIC 9(02).
