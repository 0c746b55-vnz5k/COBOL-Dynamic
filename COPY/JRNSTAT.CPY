               'C:\Users\pc\Desktop\S\EMPJRN.TXT'.
       01  WS-EMPJRN-PATH              PIC X(80).
       01  WS-JRN-OP                   PIC X.
      *LOTE DEL PROCESO MASIVO (PROGRAMA + AAAAMMDDHHMMSS, LO ARMA
      *937-ABRE-LOTE) E IMAGEN DEL REGISTRO ANTES DEL CAMBIO, QUE EL
      *PROCESO GUARDA ANTES DE TOCAR REG-EMPL. EN BLANCO FUERA DE UN
      *PROCESO MASIVO.
       01  WS-JRN-LOTE                 PIC X(22) VALUE SPACES.
       01  WS-JRN-ANTES                PIC X(259).
