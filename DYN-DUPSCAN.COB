      *O EMAIL. EL REPORTE SALE ORDENADO POR FUERZA DEL       *
      *EMPAREJAMIENTO Y AL FINAL OFRECE LA FUSION SUPERVISADA:*
      *EL PERDEDOR SE DA DE BAJA SUAVE (EMP-STATUS 'I', RAZON *
      *'D' DE DUPLICADO) Y AMBOS LADOS QUEDAN EN AUDIT-LOG;   *
      *LA PLAZA DEL PERDEDOR (PLZ-MAST) QUEDA VACANTE.        *
      *EL ID DUPLICADO DADO DE BAJA PIERDE SU CUENTA DE       *
      *OPERADOR Y SU NIP DE KIOSCO (939-REVOCA-ACCESO); LA    *
      *CUENTA SE LIGA AL ID GANADOR EN DYN-OPRMNT.            *
      *********************************************************

       IDENTIFICATION DIVISION.
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-EMP-STATUS.
           COPY OPERFILE.
           COPY KSKFILE.
           COPY REVFILE.
           COPY SESFILE.
           COPY AUDITFILE.
           COPY JRNFILE.
           COPY QSCFILE.
           COPY EXCFILE.
           COPY PLZFILE.
           COPY PSTFILE.

       DATA DIVISION.
       FILE SECTION.
       01 REG-EMPL.
           05 ID-EMPL                  PIC 9(06).
           05 NOM-EMPL                 PIC X(30).
           05 CLV-DEP                  PIC 9(03).
           05 NOM-DEP                  PIC X(20).
           05 ID-TAB-S                 PIC A.
           05 SUE-MEN                  PIC 9(07)V99.
           05 F-ING                    PIC X(08).
           05 EMP-STATUS               PIC X.
           05 TERM-REASON               PIC X.
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.
           05 SUC-CLV                    PIC X(03).

           COPY OPERFD.
           COPY KSKFD.
           COPY REVFD.
           COPY SESFD.
           COPY AUDITFD.
           COPY JRNFD.
           COPY QSCFD.
           COPY EXCFD.
           COPY PLZFD.
           COPY PSTFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY DYNSTAT.
           COPY JRNSTAT.
           COPY OPERSTAT.
           COPY KSKSTAT.
           COPY REVSTAT.
           COPY AUDITSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-NP-OUT                    PIC 9(02).
       01 WS-NP-PREVESP                PIC X.
           COPY NRMWS.
           COPY PLZSTAT.
           COPY PSTSTAT.

      *IDS DE LA FUSION SUPERVISADA.
       01 WS-ID-GANA                   PIC 9(06).
                       MOVE SUE-MEN TO WS-AUD-SUE-MEN-ANT
                       MOVE SUE-MEN TO WS-AUD-SUE-MEN-NVO
                       PERFORM 903-AUDITORIA
                       PERFORM 992-PLAZA-LIBERA
                       MOVE 'DYNDUPSC' TO WS-REV-PROGRAMA
                       MOVE ID-EMPL TO WS-REV-ID-EMPL
                       PERFORM 939-REVOCA-ACCESO
                       DISPLAY 'DUPLICADO ' WS-ID-PIERDE
                           ' DADO DE BAJA SUAVE'
                       PERFORM 430-AUDITA-GANADOR
               END-READ.

           COPY OPERLKUP.
           COPY REVLKUP.
           COPY AUDITLKUP.
           COPY JRNLKUP.
           COPY EMPCHKLKUP.
           COPY NRMLKUP.
           COPY QSCLKUP.
           COPY PLZLKUP.
           COPY QSCOVR.
