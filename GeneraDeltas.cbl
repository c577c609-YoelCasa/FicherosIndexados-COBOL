           05 DL-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-MOTIVO PIC X(64).

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           PERFORM APERTURA.

           SORT FICHERO-ORDEN
           CLOSE EMPLEAD-ARCHIVO.
           CLOSE FICHERO-TRANSACCIONES.
           CLOSE FICHERO-DELTAS.
       GRABA-INICIO-EJECUCION.
           MOVE "Genera-deltas" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "EXTRAIDOS" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-EXTRAIDOS TO PEJ-CONT-VALOR (1).
           MOVE "NUEVOS" TO PEJ-CONT-NOMBRE (2).
           MOVE CONT-NUEVOS TO PEJ-CONT-VALOR (2).
           MOVE "CAMBIADOS" TO PEJ-CONT-NOMBRE (3).
           MOVE CONT-CAMBIADOS TO PEJ-CONT-VALOR (3).
           MOVE "BORRADOS" TO PEJ-CONT-NOMBRE (4).
           MOVE CONT-BORRADOS TO PEJ-CONT-VALOR (4).
           MOVE "DESCARTADO" TO PEJ-CONT-NOMBRE (5).
           MOVE CONT-DESCARTADOS TO PEJ-CONT-VALOR (5).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            GOBACK.
       END PROGRAM Genera-deltas.
