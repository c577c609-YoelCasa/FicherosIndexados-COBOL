           COPY "EMPLEADO.cpy".

       FD  FICHERO-AUDITORIA.
       01  AUDITORIA-REGISTRO PIC X(199).

       FD  FICHERO-CONTROL.
       01  CONTROL-REGISTRO PIC X(20).
           05 LA-HORA PIC X(8).
           05 FILLER PIC X(1).
           05 LA-OPERACION PIC X(10).
           05 FILLER PIC X(169).

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.
           STRING WS-FECHA-HORA-RAW(1:4) "-" WS-FECHA-HORA-RAW(5:2)
                   "-" WS-FECHA-HORA-RAW(7:2)
               MOVE 8 TO RETURN-CODE
           END-IF.

       GRABA-INICIO-EJECUCION.
           MOVE "Verifica-maestro" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "TOTAL" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-TOTAL TO PEJ-CONT-VALOR (1).
           MOVE "ACTIVOS" TO PEJ-CONT-NOMBRE (2).
           MOVE CONT-ACTIVOS TO PEJ-CONT-VALOR (2).
           MOVE "INACTIVOS" TO PEJ-CONT-NOMBRE (3).
           MOVE CONT-INACTIVOS TO PEJ-CONT-VALOR (3).
           MOVE "ESTADO-MAL" TO PEJ-CONT-NOMBRE (4).
           MOVE CONT-ESTADO-MALO TO PEJ-CONT-VALOR (4).
           MOVE "FECHA-MALA" TO PEJ-CONT-NOMBRE (5).
           MOVE CONT-FECHA-MALA TO PEJ-CONT-VALOR (5).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            GOBACK.
       END PROGRAM Verifica-maestro.
