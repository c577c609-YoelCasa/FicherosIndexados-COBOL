           05 TOT-REVISADOS PIC Z(5)9.

       01  WS-LINEA-IMPRESION PIC X(100).

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.
           STRING WS-FECHA-HORA-RAW(1:4) "-" WS-FECHA-HORA-RAW(5:2)
                   "-" WS-FECHA-HORA-RAW(7:2)
               WRITE ERROR-REGISTRO
           END-IF.

       GRABA-INICIO-EJECUCION.
           MOVE "Informe-categorias" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "EMPLEADOS" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-TOTAL TO PEJ-CONT-VALOR (1).
           MOVE "ACTIVOS" TO PEJ-CONT-NOMBRE (2).
           MOVE CONT-ACTIVOS TO PEJ-CONT-VALOR (2).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Informe-categorias.
