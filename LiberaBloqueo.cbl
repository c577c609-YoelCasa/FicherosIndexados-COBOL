           05 BLQ-FECHA PIC X(10).
           05 FILLER PIC X(1).
           05 BLQ-HORA PIC X(8).

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           MOVE SPACES TO WS-LINEA-BLOQUEO.

           OPEN INPUT FICHERO-BLOQUEO.

           PERFORM FIN-PROGRAMA.

       GRABA-INICIO-EJECUCION.
           MOVE "Libera-bloqueo" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Libera-bloqueo.
