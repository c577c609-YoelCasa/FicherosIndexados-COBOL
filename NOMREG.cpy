       01  NOMREG-REGISTRO.
           05 NOMREG-CLAVE.
               10 NOMREG-ID PIC 9(6).
               10 NOMREG-PERIODO PIC X(7).
           05 NOMREG-DEPARTAMENTO PIC X(20).
           05 NOMREG-CATEGORIA PIC X(10).
           05 NOMREG-BRUTO PIC 9(7)V99.
           05 NOMREG-DEDUCCION PIC 9(7)V99.
           05 NOMREG-NETO PIC 9(7)V99.
           05 NOMREG-CONTRIBUCION PIC 9(7)V99.
           05 NOMREG-ACUM-BRUTO PIC 9(9)V99.
           05 NOMREG-ACUM-DEDUCCION PIC 9(9)V99.
           05 NOMREG-ACUM-NETO PIC 9(9)V99.
           05 NOMREG-ACUM-CONTRIBUCION PIC 9(9)V99.
           05 NOMREG-FECHA-APLICACION PIC 9(8).
