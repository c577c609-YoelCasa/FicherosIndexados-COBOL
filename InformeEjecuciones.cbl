       IDENTIFICATION DIVISION.
       PROGRAM-ID. Informe-ejecuciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-EJECUCIONES
           ASSIGN TO "ejecuciones.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS.

           SELECT FICHERO-INFORME
           ASSIGN TO "ejecuciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-INFORME.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-EJECUCIONES.
       01  EJECUCION-REGISTRO PIC X(174).

       FD  FICHERO-INFORME.
       01  INFORME-REGISTRO PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF PIC X VALUE 'N'.
           88 FIN-FICHERO VALUE 'Y'.

       01  FS-STATUS PIC X(2).
           88 FS-OK VALUE '00'.

       01  FS-STATUS-INFORME PIC X(2).
           88 FS-OK-INFORME VALUE '00'.

       01  WS-PASADA PIC 9(1) VALUE 0.
           88 PASADA-ACUMULA VALUE 1.
           88 PASADA-FALLOS VALUE 2.
           88 PASADA-VARIACIONES VALUE 3.

       01  WS-UMBRAL-VARIACION PIC 9(3) VALUE 50.
       01  WS-MINIMO-VARIACION PIC 9(7) VALUE 10.
       01  WS-DIFERENCIA PIC 9(7) VALUE 0.

       01  WS-MAXIMO-TRABAJOS PIC 9(2) VALUE 50.
       01  WS-MAXIMO-ABIERTAS PIC 9(3) VALUE 200.

       01  TABLA-TRABAJOS.
           05 WS-NUM-TRABAJOS PIC 9(2) VALUE 0.
           05 ELEMENTO-TRABAJO OCCURS 50 TIMES.
               10 TRA-PROGRAMA PIC X(25).
               10 TRA-EJECUCIONES PIC 9(6).
               10 TRA-ID-EJECUCION PIC X(16).
               10 TRA-FECHA PIC X(10).
               10 TRA-HORA PIC X(8).
               10 TRA-USUARIO PIC X(10).
               10 TRA-ESTADO PIC X(7).
               10 TRA-RETORNO PIC 9(3).
               10 TRA-CONTADOR OCCURS 5 TIMES.
                   15 TRA-CONT-NOMBRE PIC X(10).
                   15 TRA-CONT-VALOR PIC 9(7).
               10 TRA-HAY-ANTERIOR PIC X(1).
                   88 TRA-CON-ANTERIOR VALUE 'S'.
               10 TRA-ANTERIOR OCCURS 5 TIMES.
                   15 TRA-ANT-NOMBRE PIC X(10).
                   15 TRA-ANT-VALOR PIC 9(7).

       01  TABLA-ABIERTAS.
           05 WS-NUM-ABIERTAS PIC 9(3) VALUE 0.
           05 ELEMENTO-ABIERTA OCCURS 200 TIMES.
               10 ABI-ID-EJECUCION PIC X(16).
               10 ABI-PROGRAMA PIC X(25).
               10 ABI-FECHA PIC X(10).
               10 ABI-HORA PIC X(8).
               10 ABI-USUARIO PIC X(10).

       01  WS-INDICE PIC 9(2) VALUE 0.
       01  WS-INDICE-ABIERTA PIC 9(3) VALUE 0.
       01  WS-INDICE-CONTADOR PIC 9(1) VALUE 0.

       01  WS-TRABAJO-HALLADO PIC X VALUE 'N'.
           88 TRABAJO-HALLADO VALUE 'Y'.

       01  WS-ABIERTA-HALLADA PIC X VALUE 'N'.
           88 ABIERTA-HALLADA VALUE 'Y'.

       01  WS-VARIACION-IMPRESA PIC X VALUE 'N'.
           88 VARIACION-IMPRESA VALUE 'Y'.

       01  CONT-EJECUCIONES PIC 9(6) VALUE 0.
       01  CONT-FALLIDAS PIC 9(6) VALUE 0.
       01  CONT-SIN-FIN PIC 9(6) VALUE 0.
       01  CONT-VARIACIONES PIC 9(6) VALUE 0.
       01  CONT-DESCARTADOS PIC 9(6) VALUE 0.

       01  WS-FECHA-HORA-RAW PIC X(21).

       01  WS-LINEAS-PAGINA PIC 9(2) VALUE 60.
       01  CONT-LINEAS PIC 9(2) VALUE 99.
       01  CONT-PAGINAS PIC 9(4) VALUE 0.

       01  LINEA-CABECERA.
           05 FILLER PIC X(44)
               VALUE "ESTADO DE LAS EJECUCIONES POR LOTES".
           05 CAB-FECHA PIC X(10).
           05 FILLER PIC X(12) VALUE "    Pagina: ".
           05 CAB-PAGINA PIC ZZZ9.

       01  LINEA-TITULO-ULTIMAS.
           05 FILLER PIC X(40)
               VALUE "ULTIMA EJECUCION DE CADA PROCESO".

       01  LINEA-TITULO-FALLOS.
           05 FILLER PIC X(41)
               VALUE "EJECUCIONES CON ERROR (RC DISTINTO DE 0) ".
           05 FILLER PIC X(30)
               VALUE "O SIN REGISTRO DE FIN".

       01  LINEA-TITULO-VARIACIONES.
           05 FILLER PIC X(26)
               VALUE "EJECUCIONES CON VARIACION ".
           05 FILLER PIC X(37)
               VALUE "BRUSCA RESPECTO A LA ANTERIOR (UMBRAL".
           05 TIT-UMBRAL PIC ZZ9.
           05 FILLER PIC X(3) VALUE "%)".

       01  LINEA-COLUMNAS.
           05 FILLER PIC X(28) VALUE "  PROCESO".
           05 FILLER PIC X(20) VALUE "FECHA      HORA".
           05 FILLER PIC X(11) VALUE "USUARIO".
           05 FILLER PIC X(8) VALUE "ESTADO".
           05 FILLER PIC X(5) VALUE " RC".
           05 FILLER PIC X(12) VALUE "EJECUCIONES".

       01  LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PROGRAMA PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-FECHA PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-HORA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-USUARIO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ESTADO PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-RETORNO PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-EJECUCIONES PIC Z(5)9.

       01  LINEA-CONTADORES.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LCO-CONTADOR OCCURS 5 TIMES.
               10 LCO-NOMBRE PIC X(10).
               10 LCO-VALOR PIC Z(6)9.
               10 FILLER PIC X(1).

       01  LINEA-VARIACION.
           05 FILLER PIC X(6) VALUE SPACES.
           05 LVA-NOMBRE PIC X(10).
           05 FILLER PIC X(11) VALUE " anterior: ".
           05 LVA-ANTERIOR PIC Z(6)9.
           05 FILLER PIC X(10) VALUE "  actual: ".
           05 LVA-ACTUAL PIC Z(6)9.

       01  LINEA-SIN-DATOS.
           05 FILLER PIC X(30) VALUE "  (ninguna)".

       01  LINEA-RESUMEN.
           05 RES-TEXTO PIC X(36).
           05 RES-CONTADOR PIC Z(5)9.

       01  WS-LINEA-IMPRESION PIC X(100).

           COPY "EJECLOG.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.
           STRING WS-FECHA-HORA-RAW(1:4) "-" WS-FECHA-HORA-RAW(5:2)
                   "-" WS-FECHA-HORA-RAW(7:2)
               DELIMITED BY SIZE INTO CAB-FECHA
           END-STRING.

           MOVE 1 TO WS-PASADA.
           PERFORM RECORRE-EJECUCIONES.

           OPEN OUTPUT FICHERO-INFORME.

           IF NOT FS-OK-INFORME
               DISPLAY "Error al abrir el fichero del informe."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           PERFORM IMPRIME-ULTIMAS.

           PERFORM IMPRIME-TITULO-SECCION.
           MOVE LINEA-TITULO-FALLOS TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-COLUMNAS.
           MOVE 2 TO WS-PASADA.
           PERFORM RECORRE-EJECUCIONES.
           PERFORM IMPRIME-SIN-FIN.
           IF CONT-FALLIDAS = 0 AND CONT-SIN-FIN = 0
               MOVE LINEA-SIN-DATOS TO WS-LINEA-IMPRESION
               PERFORM ESCRIBE-LINEA
           END-IF.

           PERFORM IMPRIME-TITULO-SECCION.
           MOVE WS-UMBRAL-VARIACION TO TIT-UMBRAL.
           MOVE LINEA-TITULO-VARIACIONES TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-COLUMNAS.
           MOVE 3 TO WS-PASADA.
           PERFORM RECORRE-EJECUCIONES.
           IF CONT-VARIACIONES = 0
               MOVE LINEA-SIN-DATOS TO WS-LINEA-IMPRESION
               PERFORM ESCRIBE-LINEA
           END-IF.

           PERFORM IMPRIME-RESUMEN.

           CLOSE FICHERO-INFORME.

           DISPLAY "Informe generado en ejecuciones.txt".
           DISPLAY "  Ejecuciones registradas : " CONT-EJECUCIONES.
           DISPLAY "  Terminadas con error    : " CONT-FALLIDAS.
           DISPLAY "  Sin registro de fin     : " CONT-SIN-FIN.
           DISPLAY "  Con variacion brusca    : " CONT-VARIACIONES.
           IF CONT-DESCARTADOS > 0
               DISPLAY "  Registros no tratados por exceder las "
                   "tablas: " CONT-DESCARTADOS
           END-IF.

           PERFORM FIN-PROGRAMA.

       RECORRE-EJECUCIONES.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT FICHERO-EJECUCIONES.

           IF NOT FS-OK
               DISPLAY "No se pudo abrir el registro de ejecuciones "
                   "(ejecuciones.log), estado " FS-STATUS "."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           PERFORM LEE-EJECUCION.
           PERFORM PROCESA-EJECUCION UNTIL FIN-FICHERO.

           CLOSE FICHERO-EJECUCIONES.

       LEE-EJECUCION.
           READ FICHERO-EJECUCIONES INTO LINEA-EJECUCION
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       PROCESA-EJECUCION.
           IF LEJ-INICIO OR LEJ-FIN
               EVALUATE TRUE
                   WHEN PASADA-ACUMULA
                       PERFORM ACUMULA-EJECUCION
                   WHEN PASADA-FALLOS
                       PERFORM EXAMINA-FALLO
                   WHEN PASADA-VARIACIONES
                       PERFORM EXAMINA-VARIACION
               END-EVALUATE
           END-IF.

           PERFORM LEE-EJECUCION.

       ACUMULA-EJECUCION.
           PERFORM BUSCA-TRABAJO.

           IF NOT TRABAJO-HALLADO
               IF WS-NUM-TRABAJOS < WS-MAXIMO-TRABAJOS
                   PERFORM ALTA-TRABAJO
               ELSE
                   ADD 1 TO CONT-DESCARTADOS
               END-IF
           END-IF.

           IF TRABAJO-HALLADO
               IF LEJ-INICIO
                   PERFORM ACUMULA-INICIO
               ELSE
                   PERFORM ACUMULA-FIN
               END-IF
           END-IF.

       BUSCA-TRABAJO.
           MOVE 'N' TO WS-TRABAJO-HALLADO.
           MOVE 0 TO WS-INDICE.

           PERFORM EXAMINA-TRABAJO
               UNTIL TRABAJO-HALLADO
                   OR WS-INDICE >= WS-NUM-TRABAJOS.

       EXAMINA-TRABAJO.
           ADD 1 TO WS-INDICE.

           IF TRA-PROGRAMA (WS-INDICE) = LEJ-PROGRAMA
               SET TRABAJO-HALLADO TO TRUE
           END-IF.

       ALTA-TRABAJO.
           ADD 1 TO WS-NUM-TRABAJOS.
           MOVE WS-NUM-TRABAJOS TO WS-INDICE.
           MOVE LEJ-PROGRAMA TO TRA-PROGRAMA (WS-INDICE).
           MOVE 0 TO TRA-EJECUCIONES (WS-INDICE).
           MOVE SPACES TO TRA-ID-EJECUCION (WS-INDICE).
           MOVE 'N' TO TRA-HAY-ANTERIOR (WS-INDICE).
           SET TRABAJO-HALLADO TO TRUE.

       ACUMULA-INICIO.
           ADD 1 TO CONT-EJECUCIONES.
           ADD 1 TO TRA-EJECUCIONES (WS-INDICE).
           MOVE LEJ-ID-EJECUCION TO TRA-ID-EJECUCION (WS-INDICE).
           MOVE LEJ-FECHA TO TRA-FECHA (WS-INDICE).
           MOVE LEJ-HORA TO TRA-HORA (WS-INDICE).
           MOVE LEJ-USUARIO TO TRA-USUARIO (WS-INDICE).
           MOVE "SIN FIN" TO TRA-ESTADO (WS-INDICE).
           MOVE 0 TO TRA-RETORNO (WS-INDICE).
           MOVE 0 TO WS-INDICE-CONTADOR.
           PERFORM COPIA-CONTADOR-ULTIMA 5 TIMES.

           IF WS-NUM-ABIERTAS < WS-MAXIMO-ABIERTAS
               ADD 1 TO WS-NUM-ABIERTAS
               MOVE LEJ-ID-EJECUCION TO
                   ABI-ID-EJECUCION (WS-NUM-ABIERTAS)
               MOVE LEJ-PROGRAMA TO ABI-PROGRAMA (WS-NUM-ABIERTAS)
               MOVE LEJ-FECHA TO ABI-FECHA (WS-NUM-ABIERTAS)
               MOVE LEJ-HORA TO ABI-HORA (WS-NUM-ABIERTAS)
               MOVE LEJ-USUARIO TO ABI-USUARIO (WS-NUM-ABIERTAS)
           ELSE
               ADD 1 TO CONT-DESCARTADOS
           END-IF.

       ACUMULA-FIN.
           PERFORM BUSCA-ABIERTA.

           IF ABIERTA-HALLADA
               PERFORM QUITA-ABIERTA
           END-IF.

           IF TRA-ID-EJECUCION (WS-INDICE) = LEJ-ID-EJECUCION
               IF LEJ-RETORNO = 0
                   MOVE "OK" TO TRA-ESTADO (WS-INDICE)
               ELSE
                   MOVE "ERROR" TO TRA-ESTADO (WS-INDICE)
               END-IF
               MOVE LEJ-RETORNO TO TRA-RETORNO (WS-INDICE)
               MOVE 0 TO WS-INDICE-CONTADOR
               PERFORM COPIA-CONTADOR-ULTIMA 5 TIMES
           END-IF.

       COPIA-CONTADOR-ULTIMA.
           ADD 1 TO WS-INDICE-CONTADOR.
           MOVE LEJ-CONT-NOMBRE (WS-INDICE-CONTADOR) TO
               TRA-CONT-NOMBRE (WS-INDICE, WS-INDICE-CONTADOR).
           IF LEJ-CONT-VALOR (WS-INDICE-CONTADOR) IS NUMERIC
               MOVE LEJ-CONT-VALOR (WS-INDICE-CONTADOR) TO
                   TRA-CONT-VALOR (WS-INDICE, WS-INDICE-CONTADOR)
           ELSE
               MOVE 0 TO
                   TRA-CONT-VALOR (WS-INDICE, WS-INDICE-CONTADOR)
           END-IF.

       BUSCA-ABIERTA.
           MOVE 'N' TO WS-ABIERTA-HALLADA.
           MOVE 0 TO WS-INDICE-ABIERTA.

           PERFORM EXAMINA-ABIERTA
               UNTIL ABIERTA-HALLADA
                   OR WS-INDICE-ABIERTA >= WS-NUM-ABIERTAS.

       EXAMINA-ABIERTA.
           ADD 1 TO WS-INDICE-ABIERTA.

           IF ABI-ID-EJECUCION (WS-INDICE-ABIERTA) = LEJ-ID-EJECUCION
                   AND ABI-PROGRAMA (WS-INDICE-ABIERTA) = LEJ-PROGRAMA
               SET ABIERTA-HALLADA TO TRUE
           END-IF.

       QUITA-ABIERTA.
           MOVE ELEMENTO-ABIERTA (WS-NUM-ABIERTAS) TO
               ELEMENTO-ABIERTA (WS-INDICE-ABIERTA).
           SUBTRACT 1 FROM WS-NUM-ABIERTAS.

       EXAMINA-FALLO.
           IF LEJ-FIN AND LEJ-RETORNO NOT = 0
               ADD 1 TO CONT-FALLIDAS
               MOVE SPACES TO LINEA-DETALLE
               MOVE LEJ-PROGRAMA TO DET-PROGRAMA
               MOVE LEJ-FECHA TO DET-FECHA
               MOVE LEJ-HORA TO DET-HORA
               MOVE LEJ-USUARIO TO DET-USUARIO
               MOVE "ERROR" TO DET-ESTADO
               MOVE LEJ-RETORNO TO DET-RETORNO
               MOVE LINEA-DETALLE TO WS-LINEA-IMPRESION
               PERFORM ESCRIBE-LINEA
               PERFORM IMPRIME-CONTADORES-LEIDOS
           END-IF.

       IMPRIME-SIN-FIN.
           MOVE 0 TO WS-INDICE-ABIERTA.
           PERFORM IMPRIME-ABIERTA
               UNTIL WS-INDICE-ABIERTA >= WS-NUM-ABIERTAS.

       IMPRIME-ABIERTA.
           ADD 1 TO WS-INDICE-ABIERTA.
           ADD 1 TO CONT-SIN-FIN.

           MOVE SPACES TO LINEA-DETALLE.
           MOVE ABI-PROGRAMA (WS-INDICE-ABIERTA) TO DET-PROGRAMA.
           MOVE ABI-FECHA (WS-INDICE-ABIERTA) TO DET-FECHA.
           MOVE ABI-HORA (WS-INDICE-ABIERTA) TO DET-HORA.
           MOVE ABI-USUARIO (WS-INDICE-ABIERTA) TO DET-USUARIO.
           MOVE "SIN FIN" TO DET-ESTADO.
           MOVE LINEA-DETALLE TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

       EXAMINA-VARIACION.
           IF LEJ-FIN AND LEJ-RETORNO = 0
               PERFORM BUSCA-TRABAJO
               IF TRABAJO-HALLADO
                   IF TRA-CON-ANTERIOR (WS-INDICE)
                       MOVE 'N' TO WS-VARIACION-IMPRESA
                       MOVE 0 TO WS-INDICE-CONTADOR
                       PERFORM COMPARA-CONTADOR 5 TIMES
                   END-IF
                   MOVE 0 TO WS-INDICE-CONTADOR
                   PERFORM GUARDA-CONTADOR-ANTERIOR 5 TIMES
                   MOVE 'S' TO TRA-HAY-ANTERIOR (WS-INDICE)
               END-IF
           END-IF.

       COMPARA-CONTADOR.
           ADD 1 TO WS-INDICE-CONTADOR.

           IF LEJ-CONT-NOMBRE (WS-INDICE-CONTADOR) NOT = SPACES
                   AND LEJ-CONT-VALOR (WS-INDICE-CONTADOR) IS NUMERIC
                   AND LEJ-CONT-NOMBRE (WS-INDICE-CONTADOR) =
                       TRA-ANT-NOMBRE (WS-INDICE, WS-INDICE-CONTADOR)
               IF LEJ-CONT-VALOR (WS-INDICE-CONTADOR) >
                       TRA-ANT-VALOR (WS-INDICE, WS-INDICE-CONTADOR)
                   COMPUTE WS-DIFERENCIA =
                       LEJ-CONT-VALOR (WS-INDICE-CONTADOR)
                       - TRA-ANT-VALOR (WS-INDICE, WS-INDICE-CONTADOR)
               ELSE
                   COMPUTE WS-DIFERENCIA =
                       TRA-ANT-VALOR (WS-INDICE, WS-INDICE-CONTADOR)
                       - LEJ-CONT-VALOR (WS-INDICE-CONTADOR)
               END-IF
               IF WS-DIFERENCIA >= WS-MINIMO-VARIACION
                       AND WS-DIFERENCIA * 100 >
                           TRA-ANT-VALOR (WS-INDICE, WS-INDICE-CONTADOR)
                           * WS-UMBRAL-VARIACION
                   PERFORM IMPRIME-VARIACION
               END-IF
           END-IF.

       IMPRIME-VARIACION.
           IF NOT VARIACION-IMPRESA
               SET VARIACION-IMPRESA TO TRUE
               ADD 1 TO CONT-VARIACIONES
               MOVE SPACES TO LINEA-DETALLE
               MOVE LEJ-PROGRAMA TO DET-PROGRAMA
               MOVE LEJ-FECHA TO DET-FECHA
               MOVE LEJ-HORA TO DET-HORA
               MOVE LEJ-USUARIO TO DET-USUARIO
               MOVE "OK" TO DET-ESTADO
               MOVE LEJ-RETORNO TO DET-RETORNO
               MOVE LINEA-DETALLE TO WS-LINEA-IMPRESION
               PERFORM ESCRIBE-LINEA
           END-IF.

           MOVE LEJ-CONT-NOMBRE (WS-INDICE-CONTADOR) TO LVA-NOMBRE.
           MOVE TRA-ANT-VALOR (WS-INDICE, WS-INDICE-CONTADOR) TO
               LVA-ANTERIOR.
           MOVE LEJ-CONT-VALOR (WS-INDICE-CONTADOR) TO LVA-ACTUAL.
           MOVE LINEA-VARIACION TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

       GUARDA-CONTADOR-ANTERIOR.
           ADD 1 TO WS-INDICE-CONTADOR.
           MOVE LEJ-CONT-NOMBRE (WS-INDICE-CONTADOR) TO
               TRA-ANT-NOMBRE (WS-INDICE, WS-INDICE-CONTADOR).
           IF LEJ-CONT-VALOR (WS-INDICE-CONTADOR) IS NUMERIC
               MOVE LEJ-CONT-VALOR (WS-INDICE-CONTADOR) TO
                   TRA-ANT-VALOR (WS-INDICE, WS-INDICE-CONTADOR)
           ELSE
               MOVE 0 TO
                   TRA-ANT-VALOR (WS-INDICE, WS-INDICE-CONTADOR)
           END-IF.

       IMPRIME-ULTIMAS.
           MOVE LINEA-TITULO-ULTIMAS TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-COLUMNAS.

           MOVE 0 TO WS-INDICE.
           PERFORM IMPRIME-ULTIMA UNTIL WS-INDICE >= WS-NUM-TRABAJOS.

           IF WS-NUM-TRABAJOS = 0
               MOVE LINEA-SIN-DATOS TO WS-LINEA-IMPRESION
               PERFORM ESCRIBE-LINEA
           END-IF.

       IMPRIME-ULTIMA.
           ADD 1 TO WS-INDICE.

           MOVE SPACES TO LINEA-DETALLE.
           MOVE TRA-PROGRAMA (WS-INDICE) TO DET-PROGRAMA.
           MOVE TRA-FECHA (WS-INDICE) TO DET-FECHA.
           MOVE TRA-HORA (WS-INDICE) TO DET-HORA.
           MOVE TRA-USUARIO (WS-INDICE) TO DET-USUARIO.
           MOVE TRA-ESTADO (WS-INDICE) TO DET-ESTADO.
           IF TRA-ESTADO (WS-INDICE) NOT = "SIN FIN"
               MOVE TRA-RETORNO (WS-INDICE) TO DET-RETORNO
           END-IF.
           MOVE TRA-EJECUCIONES (WS-INDICE) TO DET-EJECUCIONES.
           MOVE LINEA-DETALLE TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           MOVE SPACES TO LINEA-CONTADORES.
           MOVE 0 TO WS-INDICE-CONTADOR.
           PERFORM PREPARA-CONTADOR-ULTIMA 5 TIMES.
           IF LINEA-CONTADORES NOT = SPACES
               MOVE LINEA-CONTADORES TO WS-LINEA-IMPRESION
               PERFORM ESCRIBE-LINEA
           END-IF.

       PREPARA-CONTADOR-ULTIMA.
           ADD 1 TO WS-INDICE-CONTADOR.

           IF TRA-CONT-NOMBRE (WS-INDICE, WS-INDICE-CONTADOR)
                   NOT = SPACES
               MOVE TRA-CONT-NOMBRE (WS-INDICE, WS-INDICE-CONTADOR)
                   TO LCO-NOMBRE (WS-INDICE-CONTADOR)
               MOVE TRA-CONT-VALOR (WS-INDICE, WS-INDICE-CONTADOR)
                   TO LCO-VALOR (WS-INDICE-CONTADOR)
           END-IF.

       IMPRIME-CONTADORES-LEIDOS.
           MOVE SPACES TO LINEA-CONTADORES.
           MOVE 0 TO WS-INDICE-CONTADOR.
           PERFORM PREPARA-CONTADOR-LEIDO 5 TIMES.
           IF LINEA-CONTADORES NOT = SPACES
               MOVE LINEA-CONTADORES TO WS-LINEA-IMPRESION
               PERFORM ESCRIBE-LINEA
           END-IF.

       PREPARA-CONTADOR-LEIDO.
           ADD 1 TO WS-INDICE-CONTADOR.

           IF LEJ-CONT-NOMBRE (WS-INDICE-CONTADOR) NOT = SPACES
                   AND LEJ-CONT-VALOR (WS-INDICE-CONTADOR) IS NUMERIC
               MOVE LEJ-CONT-NOMBRE (WS-INDICE-CONTADOR)
                   TO LCO-NOMBRE (WS-INDICE-CONTADOR)
               MOVE LEJ-CONT-VALOR (WS-INDICE-CONTADOR)
                   TO LCO-VALOR (WS-INDICE-CONTADOR)
           END-IF.

       IMPRIME-TITULO-SECCION.
           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

       ESCRIBE-COLUMNAS.
           PERFORM ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.
           MOVE LINEA-COLUMNAS TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

       IMPRIME-RESUMEN.
           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           MOVE "Ejecuciones registradas      : " TO RES-TEXTO.
           MOVE CONT-EJECUCIONES TO RES-CONTADOR.
           MOVE LINEA-RESUMEN TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           MOVE "Terminadas con error         : " TO RES-TEXTO.
           MOVE CONT-FALLIDAS TO RES-CONTADOR.
           MOVE LINEA-RESUMEN TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           MOVE "Sin registro de fin          : " TO RES-TEXTO.
           MOVE CONT-SIN-FIN TO RES-CONTADOR.
           MOVE LINEA-RESUMEN TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           MOVE "Con variacion brusca         : " TO RES-TEXTO.
           MOVE CONT-VARIACIONES TO RES-CONTADOR.
           MOVE LINEA-RESUMEN TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

       ESCRIBE-LINEA.
           IF CONT-LINEAS >= WS-LINEAS-PAGINA
               PERFORM IMPRIME-CABECERA
           END-IF.

           MOVE WS-LINEA-IMPRESION TO INFORME-REGISTRO.
           WRITE INFORME-REGISTRO.
           ADD 1 TO CONT-LINEAS.

       IMPRIME-CABECERA.
           ADD 1 TO CONT-PAGINAS.
           MOVE CONT-PAGINAS TO CAB-PAGINA.
           MOVE LINEA-CABECERA TO INFORME-REGISTRO.
           WRITE INFORME-REGISTRO.
           MOVE SPACES TO INFORME-REGISTRO.
           WRITE INFORME-REGISTRO.
           MOVE 2 TO CONT-LINEAS.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM Informe-ejecuciones.
