       01  ERROR-REGISTRO PIC X(60).

       FD  FICHERO-AUDITORIA.
       01  AUDITORIA-REGISTRO PIC X(199).

       FD  FICHERO-SALHIST.
           COPY "SALHIST.cpy".
           05 LA-NOMBRE-DESPUES PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-APELLIDO-DESPUES PIC X(50).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-OPERADOR PIC X(10).

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           PERFORM LEE-PARAMETROS.

           IF PARAMETROS-VALIDOS
               PERFORM RECORRE-MAESTRO
               PERFORM MUESTRA-RESUMEN
               PERFORM CIERRE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM FIN-PROGRAMA.
           MOVE EMPLEADOS-ID TO LA-ID-DESPUES.
           MOVE EMPLEADOS-NOMBRE TO LA-NOMBRE-DESPUES.
           MOVE EMPLEADOS-APELLIDO TO LA-APELLIDO-DESPUES.
           MOVE "REVISION" TO LA-OPERADOR.

           MOVE LINEA-AUDITORIA TO AUDITORIA-REGISTRO.
           WRITE AUDITORIA-REGISTRO.

           IF NOT FS-OK
               DISPLAY "Error al abrir el archivo de empleados."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           IF MODO-APLICAR
               CLOSE FICHERO-SALHIST
           END-IF.
       GRABA-INICIO-EJECUCION.
           MOVE "Revision-salarial" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "REVISADOS" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-REVISADOS TO PEJ-CONT-VALOR (1).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Revision-salarial.
