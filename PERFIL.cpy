       01  PERFIL-REGISTRO.
           05 PERF-CLAVE.
               10 PERF-PERFIL PIC X(10).
               10 PERF-PROGRAMA PIC X(10).
                   88 PERF-PROGRAMA-CONOCIDO VALUE "EMPLEADOS"
                       "DEPTOS" "CATEGORIAS" "AUSENCIAS" "CUENTAS"
                       "PENDIENTES" "PRESUPUEST".
           05 PERF-OPCIONES PIC X(20).
