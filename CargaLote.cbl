       01  ERROR-REGISTRO PIC X(60).

       FD  FICHERO-AUDITORIA.
       01  AUDITORIA-REGISTRO PIC X(199).

       FD  FICHERO-RECHAZOS.
       01  RECHAZO-REGISTRO PIC X(155).

       01  WS-SALARIO-ANTERIOR PIC 9(7)V99 VALUE 0.

       01  WS-DEPARTAMENTO-ANTERIOR PIC X(20) VALUE SPACES.

       01  TABLA-PLANTILLAS.
           05 WS-NUM-PLANTILLAS PIC 9(3) VALUE 0.
           05 ELEMENTO-PLANTILLA OCCURS 200 TIMES.
               10 TAB-DEPARTAMENTO PIC X(20).
               10 TAB-ACTIVOS PIC 9(5).

       01  WS-INDICE-PLANTILLA PIC 9(3) VALUE 0.

       01  WS-PLANTILLA-HALLADA PIC X VALUE 'N'.
           88 PLANTILLA-HALLADA VALUE 'Y'.

       01  WS-DEPARTAMENTO-BUSCADO PIC X(20).

       01  WS-FIN-RECUENTO PIC X VALUE 'N'.
           88 FIN-RECUENTO VALUE 'Y'.

       01  WS-LINEA-BLOQUEO.
           05 BLQ-TITULAR PIC X(10).
               88 SIN-BLOQUEO VALUE SPACES.
           05 CONT-CAMBIOS PIC 9(6) VALUE 0.
           05 CONT-BAJAS PIC 9(6) VALUE 0.
           05 CONT-RECHAZADAS PIC 9(6) VALUE 0.
           05 CONT-EXCESOS PIC 9(6) VALUE 0.

       01  FS-STATUS-AUDITORIA PIC X(2).
           88 FS-OK-AUDITORIA VALUE '00'.
           05 LA-NOMBRE-DESPUES PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-APELLIDO-DESPUES PIC X(50).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-OPERADOR PIC X(10).

           COPY "PLANTILLA.cpy".

           COPY "EJECUCION.cpy".
       LINKAGE SECTION.
       01  PARAMETROS-CADENA.
           05 CADENA-ACTIVA PIC X(01).
               88 INVOCADO-POR-CADENA VALUE 'S'.
       PROCEDURE DIVISION USING PARAMETROS-CADENA.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           IF ADDRESS OF PARAMETROS-CADENA NOT = NULL
                   AND INVOCADO-POR-CADENA
               MOVE 'Y' TO WS-BAJO-CADENA

           PERFORM APERTURA.

           PERFORM CARGA-PLANTILLAS.

           READ FICHERO-TRANSACCIONES
               AT END
                   SET FIN-FICHERO TO TRUE
                   PERFORM RECHAZA-TRANSACCION
               NOT INVALID KEY
                   ADD 1 TO CONT-ALTAS
                   MOVE EMPLEADOS-DEPARTAMENTO TO
                       WS-DEPARTAMENTO-BUSCADO
                   MOVE "ALTA" TO PPL-OPERACION
                   PERFORM SUMA-PLANTILLA
           END-WRITE.
           PERFORM CHEQUEA-STATUS-ARCHIVO.
           IF FS-OK
                   MOVE EMPLEADOS-NOMBRE TO WS-AUD-NOMBRE-ANTES
                   MOVE EMPLEADOS-APELLIDO TO WS-AUD-APELLIDO-ANTES
                   MOVE EMPLEADOS-SALARIO TO WS-SALARIO-ANTERIOR
                   MOVE EMPLEADOS-DEPARTAMENTO TO
                       WS-DEPARTAMENTO-ANTERIOR

                   MOVE TRANS-NOMBRE TO EMPLEADOS-NOMBRE
                   MOVE TRANS-APELLIDO TO EMPLEADOS-APELLIDO
                           PERFORM RECHAZA-TRANSACCION
                       NOT INVALID KEY
                           ADD 1 TO CONT-CAMBIOS
                           IF EMPLEADO-ACTIVO
                                   AND EMPLEADOS-DEPARTAMENTO NOT =
                                       WS-DEPARTAMENTO-ANTERIOR
                               PERFORM TRASLADA-PLANTILLA
                           END-IF
                   END-REWRITE
                   PERFORM CHEQUEA-STATUS-ARCHIVO
                   IF FS-OK
                               PERFORM RECHAZA-TRANSACCION
                           NOT INVALID KEY
                               ADD 1 TO CONT-BAJAS
                               MOVE EMPLEADOS-DEPARTAMENTO TO
                                   WS-DEPARTAMENTO-BUSCADO
                               PERFORM RESTA-PLANTILLA
                       END-REWRITE
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       IF FS-OK
                   END-IF
           END-READ.

       CARGA-PLANTILLAS.
           MOVE 0 TO WS-NUM-PLANTILLAS.
           MOVE 'N' TO WS-FIN-RECUENTO.
           MOVE LOW-VALUES TO EMPLEADOS-ID.

           START EMPLEAD-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   SET FIN-RECUENTO TO TRUE
           END-START.

           IF NOT FIN-RECUENTO
               PERFORM LEE-RECUENTO
           END-IF.

           PERFORM ACUMULA-PLANTILLA UNTIL FIN-RECUENTO.

       LEE-RECUENTO.
           READ EMPLEAD-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-RECUENTO TO TRUE
           END-READ.

       ACUMULA-PLANTILLA.
           IF EMPLEADO-ACTIVO
               MOVE EMPLEADOS-DEPARTAMENTO TO WS-DEPARTAMENTO-BUSCADO
               PERFORM BUSCA-PLANTILLA
               IF PLANTILLA-HALLADA
                   ADD 1 TO TAB-ACTIVOS (WS-INDICE-PLANTILLA)
               END-IF
           END-IF.
           PERFORM LEE-RECUENTO.

       BUSCA-PLANTILLA.
           MOVE 'N' TO WS-PLANTILLA-HALLADA.
           MOVE 0 TO WS-INDICE-PLANTILLA.

           PERFORM EXAMINA-PLANTILLA
               UNTIL PLANTILLA-HALLADA
                   OR WS-INDICE-PLANTILLA >= WS-NUM-PLANTILLAS.

           IF NOT PLANTILLA-HALLADA AND WS-NUM-PLANTILLAS < 200
               ADD 1 TO WS-NUM-PLANTILLAS
               MOVE WS-NUM-PLANTILLAS TO WS-INDICE-PLANTILLA
               MOVE WS-DEPARTAMENTO-BUSCADO TO
                   TAB-DEPARTAMENTO (WS-INDICE-PLANTILLA)
               MOVE 0 TO TAB-ACTIVOS (WS-INDICE-PLANTILLA)
               SET PLANTILLA-HALLADA TO TRUE
           END-IF.

       EXAMINA-PLANTILLA.
           ADD 1 TO WS-INDICE-PLANTILLA.

           IF TAB-DEPARTAMENTO (WS-INDICE-PLANTILLA) =
                   WS-DEPARTAMENTO-BUSCADO
               SET PLANTILLA-HALLADA TO TRUE
           END-IF.

       TRASLADA-PLANTILLA.
           MOVE WS-DEPARTAMENTO-ANTERIOR TO WS-DEPARTAMENTO-BUSCADO.
           PERFORM RESTA-PLANTILLA.

           MOVE EMPLEADOS-DEPARTAMENTO TO WS-DEPARTAMENTO-BUSCADO.
           MOVE "TRASLADO" TO PPL-OPERACION.
           PERFORM SUMA-PLANTILLA.

       SUMA-PLANTILLA.
           PERFORM BUSCA-PLANTILLA.

           IF PLANTILLA-HALLADA
               ADD 1 TO TAB-ACTIVOS (WS-INDICE-PLANTILLA)
               MOVE WS-DEPARTAMENTO-BUSCADO TO PPL-DEPARTAMENTO
               MOVE EMPLEADOS-ID TO PPL-ID
               MOVE "CARGA-LOTE" TO PPL-ORIGEN
               MOVE TAB-ACTIVOS (WS-INDICE-PLANTILLA) TO
                   PPL-PLANTILLA-RESULTANTE
               CALL "Controla-plantilla" USING PARAMETROS-PLANTILLA
               IF PPL-PLANTILLA-EXCEDIDA
                   ADD 1 TO CONT-EXCESOS
               END-IF
           END-IF.

       RESTA-PLANTILLA.
           PERFORM BUSCA-PLANTILLA.

           IF PLANTILLA-HALLADA
                   AND TAB-ACTIVOS (WS-INDICE-PLANTILLA) > 0
               SUBTRACT 1 FROM TAB-ACTIVOS (WS-INDICE-PLANTILLA)
           END-IF.

       MUESTRA-RESUMEN.
           DISPLAY " ".
           DISPLAY "Resumen de la carga por lotes:".
           DISPLAY "  Cambios aplicados   : " CONT-CAMBIOS.
           DISPLAY "  Bajas aplicadas     : " CONT-BAJAS.
           DISPLAY "  Transacciones malas : " CONT-RECHAZADAS.
           DISPLAY "  Sobre plantilla     : " CONT-EXCESOS.
           IF CONT-RECHAZADAS > 0
               DISPLAY "  Las transacciones rechazadas y su motivo "
                   "estan en rechazos.dat."
           END-IF.
           IF CONT-EXCESOS > 0
               DISPLAY "  Las altas y traslados que superan la "
                   "plantilla autorizada estan en "
                   "excesos_plantilla.log."
           END-IF.
           DISPLAY "  Para deshacer la carga ejecute Restaura-maestro "
               "(copia en empleado_copia1.csv).".

           MOVE EMPLEADOS-ID TO LA-ID-DESPUES.
           MOVE EMPLEADOS-NOMBRE TO LA-NOMBRE-DESPUES.
           MOVE EMPLEADOS-APELLIDO TO LA-APELLIDO-DESPUES.
           MOVE "CARGA-LOTE" TO LA-OPERADOR.

           MOVE LINEA-AUDITORIA TO AUDITORIA-REGISTRO.
           WRITE AUDITORIA-REGISTRO.
           IF NOT BAJO-CADENA
               PERFORM LIBERA-BLOQUEO
           END-IF.
       GRABA-INICIO-EJECUCION.
           MOVE "Carga-lote" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "ALTAS" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-ALTAS TO PEJ-CONT-VALOR (1).
           MOVE "CAMBIOS" TO PEJ-CONT-NOMBRE (2).
           MOVE CONT-CAMBIOS TO PEJ-CONT-VALOR (2).
           MOVE "BAJAS" TO PEJ-CONT-NOMBRE (3).
           MOVE CONT-BAJAS TO PEJ-CONT-VALOR (3).
           MOVE "RECHAZADAS" TO PEJ-CONT-NOMBRE (4).
           MOVE CONT-RECHAZADAS TO PEJ-CONT-VALOR (4).
           MOVE "EXCESOS" TO PEJ-CONT-NOMBRE (5).
           MOVE CONT-EXCESOS TO PEJ-CONT-VALOR (5).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            GOBACK.
       END PROGRAM Carga-lote.
