           COPY "EMPLEADO.cpy".

       FD  FICHERO-AUDITORIA.
       01  AUDITORIA-REGISTRO PIC X(199).

       FD  FICHERO-CONTROL.
       01  CONTROL-REGISTRO PIC X(20).
           05 LA-NOMBRE-DESPUES PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-APELLIDO-DESPUES PIC X(50).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-OPERADOR PIC X(10).

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           PERFORM LEE-BLOQUEO.

           IF NOT SIN-BLOQUEO
                   " desde " BLQ-FECHA " " BLQ-HORA "."
               DISPLAY "Si el bloqueo es de una sesion caida, "
                   "ejecute Libera-bloqueo y repita la restauracion."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

                   "(empleado_copia1.csv), estado " FS-STATUS-COPIA1
                   "."
               PERFORM LIBERA-BLOQUEO
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

                   "empleados, estado " FS-STATUS "."
               CLOSE FICHERO-COPIA1
               PERFORM LIBERA-BLOQUEO
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           MOVE CONT-RESTAURADOS TO LA-ID-DESPUES.
           MOVE "RESTAURACION" TO LA-NOMBRE-DESPUES.
           MOVE "COPIA PREVIA A LA CARGA" TO LA-APELLIDO-DESPUES.
           MOVE "RESTAURA" TO LA-OPERADOR.

           MOVE LINEA-AUDITORIA TO AUDITORIA-REGISTRO.
           WRITE AUDITORIA-REGISTRO.
           OPEN OUTPUT FICHERO-BLOQUEO.
           CLOSE FICHERO-BLOQUEO.

       GRABA-INICIO-EJECUCION.
           MOVE "Restaura-maestro" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "RESTAURADO" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-RESTAURADOS TO PEJ-CONT-VALOR (1).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Restaura-maestro.
