
       01  WS-PARAMETROS-CADENA.
           05 WS-CADENA-ACTIVA PIC X(01) VALUE 'S'.

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           DISPLAY " ".
           DISPLAY "Cadena de cierre mensual.".

           OPEN OUTPUT FICHERO-BLOQUEO.
           CLOSE FICHERO-BLOQUEO.

       GRABA-INICIO-EJECUCION.
           MOVE "Cadena-mensual" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           MOVE 0 TO CONT-PASOS-OK.
           MOVE 0 TO WS-PASO.
           PERFORM CUENTA-PASO-OK 4 TIMES.

           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "PASOS-OK" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-PASOS-OK TO PEJ-CONT-VALOR (1).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       CUENTA-PASO-OK.
           ADD 1 TO WS-PASO.
           IF PASO-OK (WS-PASO)
               ADD 1 TO CONT-PASOS-OK
           END-IF.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Cadena-mensual.
