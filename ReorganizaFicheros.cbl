       01  WS-HASH-COPIA-INACTIVOS PIC 9(11)V99 VALUE 0.

       01  CONT-REORGANIZADOS PIC 9(1) VALUE 0.
       01  CONT-VOLCADOS PIC 9(7) VALUE 0.

       01  WS-FECHA-HORA-RAW PIC X(21).

           05 BLQ-FECHA PIC X(10).
           05 FILLER PIC X(1).
           05 BLQ-HORA PIC X(8).

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           DISPLAY " ".
           DISPLAY "Reorganizacion de los ficheros indexados.".

           END-IF.

       MUESTRA-RESULTADO-SWAP.
           ADD CONT-FINAL TO CONT-VOLCADOS.

           IF CONT-FINAL = CONT-ORIGEN
               ADD 1 TO CONT-REORGANIZADOS
               DISPLAY "  Fichero reconstruido con " CONT-FINAL
           OPEN OUTPUT FICHERO-BLOQUEO.
           CLOSE FICHERO-BLOQUEO.

       GRABA-INICIO-EJECUCION.
           MOVE "Reorganiza-ficheros" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "FICHEROS" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-REORGANIZADOS TO PEJ-CONT-VALOR (1).
           MOVE "REGISTROS" TO PEJ-CONT-NOMBRE (2).
           MOVE CONT-VOLCADOS TO PEJ-CONT-VALOR (2).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Reorganiza-ficheros.
