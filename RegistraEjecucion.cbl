       IDENTIFICATION DIVISION.
       PROGRAM-ID. Registra-ejecucion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-EJECUCIONES
           ASSIGN TO "ejecuciones.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-EJECUCIONES.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-EJECUCIONES.
       01  EJECUCION-REGISTRO PIC X(174).

       WORKING-STORAGE SECTION.
       01  FS-STATUS-EJECUCIONES PIC X(2).
           88 FS-OK-EJECUCIONES VALUE '00'.

       01  WS-CONTADOR PIC 9(1) VALUE 0.
       01  WS-USUARIO PIC X(10) VALUE SPACES.

       01  WS-FECHA-HORA-RAW PIC X(21).

           COPY "EJECLOG.cpy".
       LINKAGE SECTION.
           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION USING PARAMETROS-EJECUCION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.

           IF PEJ-INICIO
               MOVE WS-FECHA-HORA-RAW(1:16) TO PEJ-ID-EJECUCION
               MOVE 0 TO PEJ-RETORNO
               MOVE 0 TO WS-CONTADOR
               PERFORM LIMPIA-CONTADOR 5 TIMES
           END-IF.

           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER".

           MOVE SPACES TO LINEA-EJECUCION.
           MOVE PEJ-ID-EJECUCION TO LEJ-ID-EJECUCION.
           MOVE PEJ-TIPO TO LEJ-TIPO.
           MOVE PEJ-PROGRAMA TO LEJ-PROGRAMA.
           STRING WS-FECHA-HORA-RAW(1:4) "-" WS-FECHA-HORA-RAW(5:2)
                   "-" WS-FECHA-HORA-RAW(7:2)
               DELIMITED BY SIZE INTO LEJ-FECHA
           END-STRING.
           STRING WS-FECHA-HORA-RAW(9:2) ":" WS-FECHA-HORA-RAW(11:2)
                   ":" WS-FECHA-HORA-RAW(13:2)
               DELIMITED BY SIZE INTO LEJ-HORA
           END-STRING.
           MOVE WS-USUARIO TO LEJ-USUARIO.
           MOVE PEJ-RETORNO TO LEJ-RETORNO.

           MOVE 0 TO WS-CONTADOR.
           PERFORM TRASLADA-CONTADOR 5 TIMES.

           OPEN EXTEND FICHERO-EJECUCIONES.

           IF NOT FS-OK-EJECUCIONES
               OPEN OUTPUT FICHERO-EJECUCIONES
           END-IF.

           IF FS-OK-EJECUCIONES
               MOVE LINEA-EJECUCION TO EJECUCION-REGISTRO
               WRITE EJECUCION-REGISTRO
               CLOSE FICHERO-EJECUCIONES
           ELSE
               DISPLAY "No se pudo grabar el registro de ejecucion, "
                   "estado " FS-STATUS-EJECUCIONES "."
           END-IF.

           MOVE PEJ-RETORNO TO RETURN-CODE.

           PERFORM FIN-PROGRAMA.

       LIMPIA-CONTADOR.
           ADD 1 TO WS-CONTADOR.
           MOVE SPACES TO PEJ-CONT-NOMBRE (WS-CONTADOR).
           MOVE 0 TO PEJ-CONT-VALOR (WS-CONTADOR).

       TRASLADA-CONTADOR.
           ADD 1 TO WS-CONTADOR.
           MOVE PEJ-CONT-NOMBRE (WS-CONTADOR) TO
               LEJ-CONT-NOMBRE (WS-CONTADOR).
           MOVE PEJ-CONT-VALOR (WS-CONTADOR) TO
               LEJ-CONT-VALOR (WS-CONTADOR).

       FIN-PROGRAMA.
            GOBACK.
       END PROGRAM Registra-ejecucion.
