       01  LINEA-EJECUCION.
           05 LEJ-ID-EJECUCION PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LEJ-TIPO PIC X(01).
               88 LEJ-INICIO VALUE 'I'.
               88 LEJ-FIN VALUE 'F'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LEJ-PROGRAMA PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LEJ-FECHA PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LEJ-HORA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LEJ-USUARIO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LEJ-RETORNO PIC 9(3).
           05 LEJ-CONTADOR OCCURS 5 TIMES.
               10 FILLER PIC X(1).
               10 LEJ-CONT-NOMBRE PIC X(10).
               10 FILLER PIC X(1).
               10 LEJ-CONT-VALOR PIC 9(7).
