           05 LE-STATUS PIC X(2).

       01  CONT-REGISTROS PIC 9(6) VALUE 0.

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           PERFORM APERTURA.

           MOVE "LECTURA" TO WS-OPERACION.
           CLOSE EMPLEAD-ARCHIVO.
           CLOSE FICHERO-EXTRACTO.
           CLOSE FICHERO-ERRORES.
       GRABA-INICIO-EJECUCION.
           MOVE "Exporta-empleados" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "REGISTROS" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-REGISTROS TO PEJ-CONT-VALOR (1).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            GOBACK.
       END PROGRAM Exporta-empleados.
