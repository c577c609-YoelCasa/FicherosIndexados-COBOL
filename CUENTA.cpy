       01  CUENTA-REGISTRO.
           05 CUENTA-ID PIC 9(6).
           05 CUENTA-IBAN PIC X(34).
           05 CUENTA-TITULAR PIC X(70).
           05 CUENTA-FECHA-ALTA PIC 9(8).
