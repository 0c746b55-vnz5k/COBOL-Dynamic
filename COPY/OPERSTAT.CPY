       01  WS-OPER-PIN-NVO             PIC X(04).
      *ALCANCE DE DEPARTAMENTOS DEL OPERADOR FIRMADO (COPIA DE
      *OP-DEPTOS HECHA POR 906-OPER-LOGIN; BLANCO = SIN LIMITE).
       01  WS-CUR-DEPTOS               PIC X(30).
       01  WS-SCOPE-OK                 PIC X.
       01  WS-SCOPE-I                  PIC 9(02).
