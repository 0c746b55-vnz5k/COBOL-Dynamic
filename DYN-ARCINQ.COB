      *COMO INACTIVO, PARA PODER TRABAJAR SU HISTORIA EN EL   *
      *SISTEMA VIVO (ANTIGUEDAD, DEMANDAS) SIN EDITAR         *
      *ARCHIVOS PLANOS A OJO.                                 *
      *UN EMPLEADO RESTAURADO NO RECUPERA SU CUENTA DE        *
      *OPERADOR NI SU NIP DE KIOSCO (939-REVOCA-ACCESO).      *
      *********************************************************

       IDENTIFICATION DIVISION.
           FILE STATUS IS WS-ARCH-STATUS.
           COPY AIXFILE.
           COPY JRNFILE.
           COPY OPERFILE.
           COPY KSKFILE.
           COPY REVFILE.

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

       FD EMP-ARCH.
       01 ARCH-REC                     PIC X(259).

           COPY AIXFD.
           COPY JRNFD.
           COPY OPERFD.
           COPY KSKFD.
           COPY REVFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY JRNSTAT.
           COPY AIXSTAT.
           COPY REPTWS.
           COPY OPERSTAT.
           COPY KSKSTAT.
           COPY REVSTAT.
      *SIN FIRMA DE OPERADOR; LA BITACORA DE REVOCACION LO DEJA
      *EN BLANCO.
       01 WS-CUR-OPER-ID               PIC X(06) VALUE SPACES.
       01 WS-ARCH-STATUS               PIC X(02).
       01 WS-ARCREST-PATH              PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
               END-IF
               OPEN I-O EMPLEADO
               PERFORM 990-CHK-EMP-STATUS
               MOVE ARCH-REC(1:259) TO REG-EMPL
               MOVE 'I' TO EMP-STATUS
               WRITE REG-EMPL
                   INVALID KEY
                       PERFORM 937-JOURNAL
                       DISPLAY 'RESTAURADO COMO INACTIVO: ' ID-EMPL
                           ' ' NOM-EMPL
                       MOVE 'DYNARCIN' TO WS-REV-PROGRAMA
                       MOVE ID-EMPL TO WS-REV-ID-EMPL
                       PERFORM 939-REVOCA-ACCESO
               END-WRITE
               CLOSE EMPLEADO.

           COPY JRNLKUP.
           COPY EMPCHKLKUP.
           COPY REVLKUP.
