      *PROGRAMA - MIGRACION UNICA DE UN MAESTRO DE EMPLEADOS  *
      *EN EL LAYOUT ORIGINAL (ID-EMPL PIC 9(03), SIN LOS      *
      *CAMPOS AGREGADOS POR LAS PETICIONES POSTERIORES) HACIA *
      *EL LAYOUT ACTUAL DE REG-EMPL (259 BYTES). SE CORRE UNA *
      *SOLA VEZ SOBRE UN ARCHIVO VIEJO ANTES DE PONERLO A     *
      *TRABAJAR CON LOS PROGRAMAS DYN-* ACTUALES. LOS CAMPOS  *
      *NUEVOS SE DEFAULTEAN IGUAL QUE UNA ALTA NORMAL:        *
       01 REG-EMPL.
           05 ID-EMPL                  PIC 9(06).
           05 NOM-EMPL                 PIC X(30).
           05 CLV-DEP                  PIC 9(03).
           05 NOM-DEP                  PIC X(20).
           05 ID-TAB-S                 PIC A.
           05 SUE-MEN                  PIC 9(07)V99.
           05 F-ING                    PIC X(08).
           05 EMP-STATUS               PIC X.
           05 TERM-REASON              PIC X.
           05 TARIFA-HORA              PIC 9(03)V99.
           05 HORAS-EXTRA              PIC 9(03)V99.
           05 TARIFA-EXTRA             PIC 9(03)V99.
           05 YTD-SUE                  PIC 9(08)V99.
           05 BANCO-CLV                PIC X(03).
           05 CTA-CLABE                PIC X(18).
           05 TURNO-CLV                PIC X.
