           05 TOT-SALARIO PIC Z(8)9.99.

       01  WS-LINEA-IMPRESION PIC X(90).

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           DISPLAY PET-DEPARTAMENTO-INFORME.
           ACCEPT WS-DEPARTAMENTO-FILTRO.

               WRITE ERROR-REGISTRO
           END-IF.

       GRABA-INICIO-EJECUCION.
           MOVE "Informe-departamentos" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "EMPLEADOS" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-TOTAL TO PEJ-CONT-VALOR (1).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Informe-departamentos.
