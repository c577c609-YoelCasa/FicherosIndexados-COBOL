
       01  WS-LINEA-CONTROL.
           05 CTL-CONTADOR PIC 9(6).

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           PERFORM ACEPTA-FECHA-CORTE.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.

           IF NOT FS-OK
               DISPLAY "Error al abrir el archivo de empleados."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           CLOSE EMPLEAD-ARCHIVO.
           CLOSE HISTORICO-ARCHIVO.
           CLOSE FICHERO-ERRORES.
       GRABA-INICIO-EJECUCION.
           MOVE "Purga-inactivos" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "MOVIDOS" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-MOVIDOS TO PEJ-CONT-VALOR (1).
           MOVE "CONSERVADO" TO PEJ-CONT-NOMBRE (2).
           MOVE CONT-CONSERVADOS TO PEJ-CONT-VALOR (2).
           MOVE "SIN-FECHA" TO PEJ-CONT-NOMBRE (3).
           MOVE CONT-SIN-FECHA-BAJA TO PEJ-CONT-VALOR (3).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Purga-inactivos.
