       01  ERROR-REGISTRO PIC X(60).

       FD  FICHERO-AUDITORIA.
       01  AUDITORIA-REGISTRO PIC X(199).

       FD  FICHERO-CHECKPOINT.
       01  CHECKPOINT-REGISTRO PIC X(20).
           05 LA-NOMBRE-DESPUES PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-APELLIDO-DESPUES PIC X(50).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-OPERADOR PIC X(10).

       01  FS-STATUS-CHECKPOINT PIC X(2).
           88 FS-OK-CHECKPOINT VALUE '00'.

       01  WS-LINEA-BLOQUEO.
           05 BLQ-TITULAR PIC X(10).
               88 BLOQUEO-DE-LOTE VALUE "CARGA-LOTE" "PENDIENTES"
                   "ANONIMIZA".
           05 FILLER PIC X(1).
           05 BLQ-FECHA PIC X(10).
           05 FILLER PIC X(1).

       01  WS-SALARIO-ANTERIOR PIC 9(7)V99 VALUE 0.

       01  WS-DEPARTAMENTO-ANTERIOR PIC X(20) VALUE SPACES.

       01  WS-EMPLEADO-GUARDADO PIC X(132).

       01  WS-FIN-RECUENTO PIC X VALUE 'N'.
           88 FIN-RECUENTO VALUE 'Y'.

       01  CONT-PLANTILLA PIC 9(5) VALUE 0.

       01  FS-STATUS-HISTORICO PIC X(2).
           88 FS-OK-HISTORICO VALUE '00'.


       01  WS-CATEGORIA-VALIDA PIC X VALUE 'N'.
           88 CATEGORIA-VALIDA VALUE 'Y'.

       01  WS-OPCION-AUTORIZADA PIC X VALUE 'N'.
           88 OPCION-AUTORIZADA VALUE 'Y'.

       01  WS-VECES-OPCION PIC 9(2) VALUE 0.

           COPY "ACCESO.cpy".

           COPY "PLANTILLA.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM IDENTIFICA-OPERADOR.

           PERFORM APERTURA.

           PERFORM MENU-PRINCIPAL UNTIL SALIR-PROGRAMA.
           DISPLAY "Elija una opcion: ".
           ACCEPT WS-OPCION.

           PERFORM COMPRUEBA-OPCION-AUTORIZADA.

           IF OPCION-AUTORIZADA
               EVALUATE WS-OPCION
                   WHEN '1'
                       PERFORM COMPRUEBA-BLOQUEO-LOTE
                       IF MODIFICACION-PERMITIDA
                           PERFORM ALTA-EMPLEADO
                       END-IF
                   WHEN '2'
                       PERFORM COMPRUEBA-BLOQUEO-LOTE
                       IF MODIFICACION-PERMITIDA
                           PERFORM BAJA-EMPLEADO
                       END-IF
                   WHEN '3'
                       PERFORM COMPRUEBA-BLOQUEO-LOTE
                       IF MODIFICACION-PERMITIDA
                           PERFORM CAMBIO-EMPLEADO
                       END-IF
                   WHEN '4' PERFORM LISTADO-EMPLEADOS
                   WHEN '5' PERFORM BUSQUEDA-APELLIDO
                   WHEN '6'
                       PERFORM COMPRUEBA-BLOQUEO-LOTE
                       IF MODIFICACION-PERMITIDA
                           PERFORM REINGRESO-EMPLEADO
                       END-IF
                   WHEN '7' SET SALIR-PROGRAMA TO TRUE
                   WHEN OTHER DISPLAY "Opcion no valida"
               END-EVALUATE
           END-IF.

       IDENTIFICA-OPERADOR.
           MOVE "EMPLEADOS" TO ACC-PROGRAMA.
           CALL "Identifica-operador" USING PARAMETROS-ACCESO.

           IF NOT ACCESO-CONCEDIDO
               PERFORM FIN-PROGRAMA
           END-IF.

       COMPRUEBA-OPCION-AUTORIZADA.
           MOVE 'Y' TO WS-OPCION-AUTORIZADA.
           MOVE 0 TO WS-VECES-OPCION.

           IF WS-OPCION >= '1' AND WS-OPCION <= '6'
               INSPECT ACC-OPCIONES TALLYING WS-VECES-OPCION
                   FOR ALL WS-OPCION
               IF WS-VECES-OPCION = 0
                   MOVE 'N' TO WS-OPCION-AUTORIZADA
                   DISPLAY "Su perfil no permite esa opcion."
               END-IF
           END-IF.

       ACEPTA-ID-VALIDO.
           MOVE 'N' TO WS-ID-VALIDO.
               ACCEPT EMPLEADOS-SALARIO
               SET EMPLEADO-ACTIVO TO TRUE

               MOVE "ALTA" TO PPL-OPERACION
               PERFORM CONTROLA-PLANTILLA

               MOVE "ALTA" TO WS-OPERACION
               WRITE EMPLEADO-REGISTRO
                   INVALID KEY
                   MOVE EMPLEADOS-NOMBRE TO WS-AUD-NOMBRE-ANTES
                   MOVE EMPLEADOS-APELLIDO TO WS-AUD-APELLIDO-ANTES
                   MOVE EMPLEADOS-SALARIO TO WS-SALARIO-ANTERIOR
                   MOVE EMPLEADOS-DEPARTAMENTO TO
                       WS-DEPARTAMENTO-ANTERIOR

                   PERFORM ACEPTA-NOMBRE-VALIDO
                   PERFORM ACEPTA-APELLIDO-VALIDO
               DISPLAY PET-SALARIO
               ACCEPT EMPLEADOS-SALARIO

               IF EMPLEADO-ACTIVO
                       AND EMPLEADOS-DEPARTAMENTO NOT =
                           WS-DEPARTAMENTO-ANTERIOR
                   MOVE "TRASLADO" TO PPL-OPERACION
                   PERFORM CONTROLA-PLANTILLA
               END-IF

               MOVE "CAMBIO" TO WS-OPERACION
               REWRITE EMPLEADO-REGISTRO
                   INVALID KEY
                       DISPLAY "No existe ese empleado en el "
                           "historico."
                   NOT INVALID KEY
                       IF HIST-NOMBRE = SPACES
                               AND HIST-APELLIDO = SPACES
                           DISPLAY "El registro del historico esta "
                               "anonimizado, use la opcion de alta."
                       ELSE
                           PERFORM COMPLETA-REINGRESO
                       END-IF
               END-READ
           END-IF.

           IF OPERACION-CANCELADA
               DISPLAY "Operacion cancelada."
           ELSE
               MOVE "REINGRESO" TO PPL-OPERACION
               PERFORM CONTROLA-PLANTILLA

               MOVE "REINGRESO" TO WS-OPERACION
               WRITE EMPLEADO-REGISTRO
                   INVALID KEY
                       "historico."
           END-DELETE.

       CONTROLA-PLANTILLA.
           MOVE EMPLEADO-REGISTRO TO WS-EMPLEADO-GUARDADO.
           MOVE EMPLEADOS-DEPARTAMENTO TO PPL-DEPARTAMENTO.
           MOVE EMPLEADOS-ID TO PPL-ID.
           MOVE ACC-OPERADOR TO PPL-ORIGEN.

           MOVE 0 TO CONT-PLANTILLA.
           MOVE 'N' TO WS-FIN-RECUENTO.
           MOVE LOW-VALUES TO EMPLEADOS-ID.

           START EMPLEAD-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   SET FIN-RECUENTO TO TRUE
           END-START.

           IF NOT FIN-RECUENTO
               PERFORM LEE-RECUENTO
           END-IF.

           PERFORM CUENTA-PLANTILLA UNTIL FIN-RECUENTO.

           MOVE WS-EMPLEADO-GUARDADO TO EMPLEADO-REGISTRO.

           ADD 1 TO CONT-PLANTILLA GIVING PPL-PLANTILLA-RESULTANTE.
           CALL "Controla-plantilla" USING PARAMETROS-PLANTILLA.

       LEE-RECUENTO.
           READ EMPLEAD-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-RECUENTO TO TRUE
           END-READ.

       CUENTA-PLANTILLA.
           IF EMPLEADO-ACTIVO
                   AND EMPLEADOS-DEPARTAMENTO = PPL-DEPARTAMENTO
                   AND EMPLEADOS-ID NOT = PPL-ID
               ADD 1 TO CONT-PLANTILLA
           END-IF.
           PERFORM LEE-RECUENTO.

       LISTADO-EMPLEADOS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           MOVE EMPLEADOS-ID TO LA-ID-DESPUES.
           MOVE EMPLEADOS-NOMBRE TO LA-NOMBRE-DESPUES.
           MOVE EMPLEADOS-APELLIDO TO LA-APELLIDO-DESPUES.
           MOVE ACC-OPERADOR TO LA-OPERADOR.

           MOVE LINEA-AUDITORIA TO AUDITORIA-REGISTRO.
           WRITE AUDITORIA-REGISTRO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.

           MOVE SPACES TO WS-LINEA-BLOQUEO.
           MOVE ACC-OPERADOR TO BLQ-TITULAR.
           STRING WS-FECHA-HORA-RAW(1:4) "-" WS-FECHA-HORA-RAW(5:2)
                   "-" WS-FECHA-HORA-RAW(7:2)
               DELIMITED BY SIZE INTO BLQ-FECHA
