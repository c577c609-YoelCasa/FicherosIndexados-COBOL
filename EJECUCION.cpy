       01  PARAMETROS-EJECUCION.
           05 PEJ-PROGRAMA PIC X(25).
           05 PEJ-TIPO PIC X(01).
               88 PEJ-INICIO VALUE 'I'.
               88 PEJ-FIN VALUE 'F'.
           05 PEJ-ID-EJECUCION PIC X(16).
           05 PEJ-RETORNO PIC 9(3).
           05 PEJ-CONTADOR OCCURS 5 TIMES.
               10 PEJ-CONT-NOMBRE PIC X(10).
               10 PEJ-CONT-VALOR PIC 9(7).
