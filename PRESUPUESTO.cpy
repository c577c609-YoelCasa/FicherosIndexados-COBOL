       01  PRESUPUESTO-REGISTRO.
           05 PRES-CLAVE.
               10 PRES-DEPARTAMENTO PIC X(20).
               10 PRES-ANO PIC 9(4).
           05 PRES-PLANTILLA PIC 9(5).
           05 PRES-COSTE-ANUAL PIC 9(9)V99.
