           05 TOT-DIAS PIC Z(6)9.

       01  WS-LINEA-IMPRESION PIC X(90).

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           PERFORM ACEPTA-PERIODO-VALIDO.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.
           WRITE INFORME-REGISTRO.
           MOVE 4 TO CONT-LINEAS.

       GRABA-INICIO-EJECUCION.
           MOVE "Informe-ausencias" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "DIAS" TO PEJ-CONT-NOMBRE (1).
           MOVE WS-DIAS-TOTAL TO PEJ-CONT-VALOR (1).
           MOVE "SIN-EMPLEA" TO PEJ-CONT-NOMBRE (2).
           MOVE CONT-SIN-EMPLEADO TO PEJ-CONT-VALOR (2).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Informe-ausencias.
