       DATA DIVISION.
       FILE SECTION.
       FD EMP-ARCH.
       01 ARCH-REC                     PIC X(259).

           COPY AIXFD.

                       IF ARCH-REC(1:6) IS NUMERIC
                           MOVE ARCH-REC(1:6) TO AX-ID-EMPL
                           MOVE ARCH-REC(7:30) TO AX-NOM-EMPL
                           MOVE ARCH-REC(37:3) TO AX-CLV-DEP
                           MOVE ARCH-REC(70:8) TO AX-F-ING
                           MOVE ARCH-REC(79:1) TO AX-TERM-REASON
                           MOVE ARCH-REC(80:8) TO AX-TERM-FECHA
                           MOVE WS-ARCH-PATH TO AX-ARCHIVO
                           WRITE AIX-REC
                           ADD 1 TO WS-REGISTROS
