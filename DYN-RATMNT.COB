      *CREA / AGREGA REGISTROS A RATE-MAST (COD, VIGENCIA, TIER,*
      *SUE-MEN); CADA COD PUEDE TENER VERSIONES FUTURAS YA      *
      *CARGADAS Y LA VIGENTE LA RESUELVE 971-RATE-VIGENTE.      *
      *EL OPERADOR FIRMA AL ENTRAR: SU SESION EN SES-LOG ES LA  *
      *EVIDENCIA QUE REVISA DYN-SODRPT.                         *
      *********************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RATEFILE.
           COPY OPERFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY RATEFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY RATESTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-RES                       PIC X VALUE 'S'.
       01 WS-FLAG                      PIC 9 VALUE 0.


       PROCEDURE DIVISION.
       001-INI.
           MOVE 'DYNRATMN' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 100-ABRIR.
           PERFORM 100-PROCESO UNTIL WS-FLAG = 1.
           PERFORM 200-CERRAR.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-ABRIR.
           IF RM-VIG NOT NUMERIC
               DISPLAY 'FECHA INVALIDA'
               PERFORM 110-VIGENCIA.

           COPY OPERLKUP.
