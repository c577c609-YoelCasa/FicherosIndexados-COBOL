           05 LE-CODIGO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LE-STATUS PIC X(2).

       01  WS-OPCION-AUTORIZADA PIC X VALUE 'N'.
           88 OPCION-AUTORIZADA VALUE 'Y'.

       01  WS-VECES-OPCION PIC 9(2) VALUE 0.

           COPY "ACCESO.cpy".
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
                   WHEN '1' PERFORM ALTA-CATEGORIA
                   WHEN '2' PERFORM BAJA-CATEGORIA
                   WHEN '3' PERFORM CAMBIO-CATEGORIA
                   WHEN '4' PERFORM LISTADO-CATEGORIAS
                   WHEN '5' SET SALIR-PROGRAMA TO TRUE
                   WHEN OTHER DISPLAY "Opcion no valida"
               END-EVALUATE
           END-IF.

       IDENTIFICA-OPERADOR.
           MOVE "CATEGORIAS" TO ACC-PROGRAMA.
           CALL "Identifica-operador" USING PARAMETROS-ACCESO.

           IF NOT ACCESO-CONCEDIDO
               PERFORM FIN-PROGRAMA
           END-IF.

       COMPRUEBA-OPCION-AUTORIZADA.
           MOVE 'Y' TO WS-OPCION-AUTORIZADA.
           MOVE 0 TO WS-VECES-OPCION.

           IF WS-OPCION >= '1' AND WS-OPCION <= '4'
               INSPECT ACC-OPCIONES TALLYING WS-VECES-OPCION
                   FOR ALL WS-OPCION
               IF WS-VECES-OPCION = 0
                   MOVE 'N' TO WS-OPCION-AUTORIZADA
                   DISPLAY "Su perfil no permite esa opcion."
               END-IF
           END-IF.

       ACEPTA-CODIGO-VALIDO.
           MOVE 'N' TO WS-CODIGO-VALIDO.
