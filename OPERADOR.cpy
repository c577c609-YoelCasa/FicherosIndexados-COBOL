       01  OPERADOR-REGISTRO.
           05 OPER-ID PIC X(8).
           05 OPER-NOMBRE PIC X(40).
           05 OPER-CLAVE PIC X(12).
           05 OPER-PERFIL PIC X(10).
               88 PERFIL-ADMINISTRADOR VALUE "ADMIN".
           05 OPER-ESTADO PIC X(01).
               88 OPERADOR-ACTIVO VALUE 'A'.
               88 OPERADOR-BLOQUEADO VALUE 'B'.
           05 OPER-INTENTOS-FALLIDOS PIC 9(1).
           05 OPER-FECHA-ULTIMO-ACCESO PIC 9(8).
