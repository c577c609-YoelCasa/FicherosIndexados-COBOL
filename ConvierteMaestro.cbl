           88 FS-OK-NUEVO VALUE '00'.

       01  CONT-CONVERTIDOS PIC 9(6) VALUE 0.

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           PERFORM APERTURA.

           MOVE 'N' TO WS-EOF.
       CIERRE.
           CLOSE EMPLEAD-ANTIGUO.
           CLOSE EMPLEAD-NUEVO.
       GRABA-INICIO-EJECUCION.
           MOVE "Convierte-maestro" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "CONVERTIDO" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-CONVERTIDOS TO PEJ-CONT-VALOR (1).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Convierte-maestro.
