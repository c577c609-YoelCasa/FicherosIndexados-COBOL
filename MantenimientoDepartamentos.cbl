       01  ERROR-REGISTRO PIC X(60).

       FD  FICHERO-AUDITORIA.
       01  AUDITORIA-REGISTRO PIC X(199).

       FD  FICHERO-BLOQUEO.
       01  BLOQUEO-REGISTRO PIC X(30).

       01  CONT-EMPLEADOS-ASIGNADOS PIC 9(6) VALUE 0.
       01  CONT-TRASLADADOS PIC 9(6) VALUE 0.
       01  CONT-PLANTILLA-ORIGEN PIC 9(6) VALUE 0.

       01  WS-FECHA-HORA-RAW PIC X(21).

           05 LA-NOMBRE-DESPUES PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-APELLIDO-DESPUES PIC X(50).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-OPERADOR PIC X(10).

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
                   WHEN '1' PERFORM ALTA-DEPARTAMENTO
                   WHEN '2' PERFORM BAJA-DEPARTAMENTO
                   WHEN '3' PERFORM CAMBIO-DEPARTAMENTO
                   WHEN '4' PERFORM LISTADO-DEPARTAMENTOS
                   WHEN '5' PERFORM TRASLADO-MASIVO
                   WHEN '6' SET SALIR-PROGRAMA TO TRUE
                   WHEN OTHER DISPLAY "Opcion no valida"
               END-EVALUATE
           END-IF.

       IDENTIFICA-OPERADOR.
           MOVE "DEPTOS" TO ACC-PROGRAMA.
           CALL "Identifica-operador" USING PARAMETROS-ACCESO.

           IF NOT ACCESO-CONCEDIDO
               PERFORM FIN-PROGRAMA
           END-IF.

       COMPRUEBA-OPCION-AUTORIZADA.
           MOVE 'Y' TO WS-OPCION-AUTORIZADA.
           MOVE 0 TO WS-VECES-OPCION.

           IF WS-OPCION >= '1' AND WS-OPCION <= '5'
               INSPECT ACC-OPCIONES TALLYING WS-VECES-OPCION
                   FOR ALL WS-OPCION
               IF WS-VECES-OPCION = 0
                   MOVE 'N' TO WS-OPCION-AUTORIZADA
                   DISPLAY "Su perfil no permite esa opcion."
               END-IF
           END-IF.

       ACEPTA-CODIGO-VALIDO.
           MOVE 'N' TO WS-CODIGO-VALIDO.
           ELSE
               PERFORM PIDE-ORIGEN-Y-DESTINO
               IF DESTINO-VALIDO
                   PERFORM CONTROLA-PLANTILLA-DESTINO
                   PERFORM EJECUTA-TRASLADO
               END-IF
           END-IF.
               END-READ
           END-IF.

       CONTROLA-PLANTILLA-DESTINO.
           MOVE WS-DEPARTAMENTO-ORIGEN TO DEPARTAMENTOS-CODIGO.
           PERFORM CUENTA-EMPLEADOS-DEPARTAMENTO.
           MOVE CONT-EMPLEADOS-ASIGNADOS TO CONT-PLANTILLA-ORIGEN.

           MOVE WS-DEPARTAMENTO-DESTINO TO DEPARTAMENTOS-CODIGO.
           PERFORM CUENTA-EMPLEADOS-DEPARTAMENTO.

           IF RECUENTO-VALIDO AND CONT-PLANTILLA-ORIGEN > 0
               MOVE WS-DEPARTAMENTO-DESTINO TO PPL-DEPARTAMENTO
               MOVE 0 TO PPL-ID
               MOVE "TRASLADO" TO PPL-OPERACION
               MOVE ACC-OPERADOR TO PPL-ORIGEN
               ADD CONT-PLANTILLA-ORIGEN CONT-EMPLEADOS-ASIGNADOS
                   GIVING PPL-PLANTILLA-RESULTANTE
               CALL "Controla-plantilla" USING PARAMETROS-PLANTILLA
           END-IF.

       EJECUTA-TRASLADO.
           PERFORM GRABA-BLOQUEO.

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
