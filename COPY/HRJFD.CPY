      *      03 TOPE DE DEPTO        04 TABULADOR INVALIDO            *
      *      05 FUERA DE BANDA       06 FECHA INVALIDA                *
      *      07 ID DUPLICADO         08 BAJA NO RECONTRATABLE         *
      *      09 PLAZA INVALIDA U OCUPADA                              *
      *****************************************************************
       FD  HIRE-REJ.
       01  HIREREJ-REC.
           05  HR-RAZON                PIC X(02).
           05  HR-EST                  PIC X.
           05  HR-NOM-EMPL             PIC X(30).
           05  HR-CLV-DEP              PIC 9(03).
           05  HR-ID-TAB-S             PIC A.
           05  HR-F-ING                PIC X(08).
           05  HR-PLAZA                PIC 9(06).
