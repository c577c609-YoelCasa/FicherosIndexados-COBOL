       01  PARAMETROS-ACCESO.
           05 ACC-PROGRAMA PIC X(10).
           05 ACC-OPERADOR PIC X(8).
           05 ACC-PERFIL PIC X(10).
               88 ACCESO-ADMINISTRADOR VALUE "ADMIN".
           05 ACC-OPCIONES PIC X(20).
           05 ACC-RESULTADO PIC X(01).
               88 ACCESO-CONCEDIDO VALUE 'S'.
               88 ACCESO-DENEGADO VALUE 'N'.
