       01  PENDIENTE-REGISTRO.
           05 PEND-CLAVE.
               10 PEND-ID PIC 9(6).
               10 PEND-FECHA-EFECTO PIC 9(8).
               10 PEND-TIPO PIC X(01).
                   88 PEND-CAMBIO-DEPARTAMENTO VALUE 'D'.
                   88 PEND-CAMBIO-CATEGORIA VALUE 'C'.
                   88 PEND-CAMBIO-SALARIO VALUE 'S'.
                   88 PEND-BAJA VALUE 'B'.
                   88 PEND-TIPO-VALIDO VALUE 'D' 'C' 'S' 'B'.
           05 PEND-DEPARTAMENTO PIC X(20).
           05 PEND-CATEGORIA PIC X(10).
           05 PEND-SALARIO PIC 9(7)V99.
           05 PEND-FECHA-REGISTRO PIC 9(8).
