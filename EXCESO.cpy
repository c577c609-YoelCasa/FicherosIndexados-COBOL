       01  LINEA-EXCESO.
           05 LEX-FECHA PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LEX-HORA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LEX-OPERACION PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LEX-DEPARTAMENTO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LEX-ID PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LEX-PLANTILLA PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LEX-AUTORIZADA PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LEX-ORIGEN PIC X(10).
