       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exporta-novedades.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEAD-ARCHIVO
           ASSIGN TO "empleado.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY EMPLEADOS-ID
           ALTERNATE RECORD KEY EMPLEADOS-APELLIDO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS.

           SELECT FICHERO-CONTROL
           ASSIGN TO "novedades.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-CONTROL.

           SELECT FICHERO-ACUSE
           ASSIGN TO "novedades.ack"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-ACUSE.

           SELECT FICHERO-BASE
           ASSIGN TO "novedades_base.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-BASE.

           SELECT FICHERO-ENVIADO
           ASSIGN TO "novedades_envio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-ENVIADO.

           SELECT FICHERO-TRABAJO
           ASSIGN TO "novedades.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-TRABAJO.

           SELECT FICHERO-NOVEDADES
           ASSIGN TO "novedades_nomina.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-NOVEDADES.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEAD-ARCHIVO.
           COPY "EMPLEADO.cpy".

       FD  FICHERO-CONTROL.
       01  CONTROL-REGISTRO PIC X(60).

       FD  FICHERO-ACUSE.
       01  ACUSE-REGISTRO PIC X(80).

       FD  FICHERO-BASE.
       01  BASE-REGISTRO.
           05 BASE-ID PIC 9(6).
           05 BASE-NOMBRE PIC X(20).
           05 BASE-APELLIDO PIC X(50).
           05 BASE-DEPARTAMENTO PIC X(20).
           05 BASE-CATEGORIA PIC X(10).
           05 BASE-FECHA-ALTA PIC 9(8).
           05 BASE-SALARIO PIC 9(7)V99.
       01  BASE-CABECERA.
           05 BASE-MARCA PIC X(2).
           05 BASE-SECUENCIA PIC 9(6).
           05 FILLER PIC X(115).

       FD  FICHERO-ENVIADO.
       01  ENVIADO-REGISTRO.
           05 ENV-ID PIC 9(6).
           05 ENV-NOMBRE PIC X(20).
           05 ENV-APELLIDO PIC X(50).
           05 ENV-DEPARTAMENTO PIC X(20).
           05 ENV-CATEGORIA PIC X(10).
           05 ENV-FECHA-ALTA PIC 9(8).
           05 ENV-SALARIO PIC 9(7)V99.
       01  ENVIADO-CABECERA.
           05 ENV-MARCA PIC X(2).
           05 ENV-SECUENCIA PIC 9(6).
           05 FILLER PIC X(115).

       FD  FICHERO-TRABAJO.
       01  TRABAJO-REGISTRO PIC X(150).

       FD  FICHERO-NOVEDADES.
       01  NOVEDAD-REGISTRO PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-FIN-MAESTRO PIC X VALUE 'N'.
           88 FIN-MAESTRO VALUE 'Y'.

       01  WS-FIN-BASE PIC X VALUE 'N'.
           88 FIN-BASE VALUE 'Y'.

       01  WS-EOF PIC X VALUE 'N'.
           88 FIN-FICHERO VALUE 'Y'.

       01  FS-STATUS PIC X(2).
           88 FS-OK VALUE '00'.

       01  FS-STATUS-CONTROL PIC X(2).
           88 FS-OK-CONTROL VALUE '00'.

       01  FS-STATUS-ACUSE PIC X(2).
           88 FS-OK-ACUSE VALUE '00'.

       01  FS-STATUS-BASE PIC X(2).
           88 FS-OK-BASE VALUE '00'.

       01  FS-STATUS-ENVIADO PIC X(2).
           88 FS-OK-ENVIADO VALUE '00'.

       01  FS-STATUS-TRABAJO PIC X(2).
           88 FS-OK-TRABAJO VALUE '00'.

       01  FS-STATUS-NOVEDADES PIC X(2).
           88 FS-OK-NOVEDADES VALUE '00'.

       01  WS-BASE-ABIERTA PIC X VALUE 'N'.
           88 BASE-ABIERTA VALUE 'Y'.

       01  WS-HAY-REENVIO PIC X VALUE 'N'.
           88 HAY-REENVIO VALUE 'Y'.

       01  WS-LINEA-CONTROL.
           05 CTL-SECUENCIA-ENVIADA PIC 9(6).
           05 FILLER PIC X(1).
           05 CTL-ESTADO PIC X(1).
               88 ENVIO-PENDIENTE VALUE 'P'.
               88 ENVIO-CONFIRMADO VALUE 'C'.
           05 FILLER PIC X(1).
           05 CTL-FECHA-ENVIO PIC 9(8).
           05 FILLER PIC X(1).
           05 CTL-REGISTROS-ENVIADOS PIC 9(6).
           05 FILLER PIC X(1).
           05 CTL-SECUENCIA-CONFIRMADA PIC 9(6).
           05 FILLER PIC X(1).
           05 CTL-FECHA-CONFIRMACION PIC 9(8).

       01  WS-CAMPO-MARCA PIC X(2).
       01  WS-CAMPO-SECUENCIA PIC X(6).
       01  WS-CAMPO-REGISTROS PIC X(6).

       01  WS-FECHA-HORA-RAW PIC X(21).
       01  WS-HOY PIC 9(8).

       01  WS-TIPO-NOVEDAD PIC X(1).

       01  WS-NOVEDAD.
           05 NOV-ID PIC 9(6).
           05 NOV-NOMBRE PIC X(20).
           05 NOV-APELLIDO PIC X(50).
           05 NOV-DEPARTAMENTO PIC X(20).
           05 NOV-CATEGORIA PIC X(10).
           05 NOV-FECHA-ALTA PIC 9(8).
           05 NOV-SALARIO PIC 9(7)V99.
           05 NOV-FECHA-BAJA PIC 9(8).

       01  CONT-ALTAS PIC 9(6) VALUE 0.
       01  CONT-BAJAS PIC 9(6) VALUE 0.
       01  CONT-DEPARTAMENTOS PIC 9(6) VALUE 0.
       01  CONT-CATEGORIAS PIC 9(6) VALUE 0.
       01  CONT-SALARIOS PIC 9(6) VALUE 0.
       01  CONT-CAMBIOS PIC 9(6) VALUE 0.
       01  CONT-NOVEDADES PIC 9(6) VALUE 0.
       01  CONT-ACTIVOS PIC 9(6) VALUE 0.

       01  WS-LINEA-CABECERA.
           05 FILLER PIC X(2) VALUE "H;".
           05 CAB-SECUENCIA PIC 9(6).
           05 FILLER PIC X(1) VALUE ";".
           05 CAB-FECHA PIC 9(8).
           05 FILLER PIC X(1) VALUE ";".
           05 CAB-REGISTROS PIC 9(6).
           05 FILLER PIC X(1) VALUE ";".
           05 CAB-SECUENCIA-BASE PIC 9(6).

       01  WS-LINEA-TOTALES.
           05 FILLER PIC X(2) VALUE "T;".
           05 TOT-SECUENCIA PIC 9(6).
           05 FILLER PIC X(1) VALUE ";".
           05 TOT-REGISTROS PIC 9(6).
           05 FILLER PIC X(1) VALUE ";".
           05 TOT-ALTAS PIC 9(6).
           05 FILLER PIC X(1) VALUE ";".
           05 TOT-BAJAS PIC 9(6).
           05 FILLER PIC X(1) VALUE ";".
           05 TOT-DEPARTAMENTOS PIC 9(6).
           05 FILLER PIC X(1) VALUE ";".
           05 TOT-CATEGORIAS PIC 9(6).
           05 FILLER PIC X(1) VALUE ";".
           05 TOT-SALARIOS PIC 9(6).

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.
           MOVE WS-FECHA-HORA-RAW(1:8) TO WS-HOY.

           PERFORM LEE-CONTROL.

           IF ENVIO-PENDIENTE
               PERFORM COMPRUEBA-ACUSE
           END-IF.

           PERFORM APERTURA.

           PERFORM LEE-MAESTRO.
           PERFORM LEE-BASE.

           PERFORM COMPARA-PAREJA
               UNTIL FIN-MAESTRO AND FIN-BASE.

           PERFORM CIERRE.

           PERFORM GRABA-FICHERO-NOVEDADES.

           ADD 1 TO CTL-SECUENCIA-ENVIADA.
           SET ENVIO-PENDIENTE TO TRUE.
           MOVE WS-HOY TO CTL-FECHA-ENVIO.
           MOVE CONT-NOVEDADES TO CTL-REGISTROS-ENVIADOS.
           PERFORM GRABA-CONTROL.

           PERFORM MUESTRA-RESUMEN.

           PERFORM FIN-PROGRAMA.

       LEE-CONTROL.
           MOVE SPACES TO WS-LINEA-CONTROL.
           MOVE 0 TO CTL-SECUENCIA-ENVIADA.
           SET ENVIO-CONFIRMADO TO TRUE.
           MOVE 0 TO CTL-FECHA-ENVIO.
           MOVE 0 TO CTL-REGISTROS-ENVIADOS.
           MOVE 0 TO CTL-SECUENCIA-CONFIRMADA.
           MOVE 0 TO CTL-FECHA-CONFIRMACION.

           OPEN INPUT FICHERO-CONTROL.

           IF FS-OK-CONTROL
               READ FICHERO-CONTROL INTO WS-LINEA-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE FICHERO-CONTROL
           END-IF.

           IF CTL-SECUENCIA-ENVIADA IS NOT NUMERIC
                   OR CTL-REGISTROS-ENVIADOS IS NOT NUMERIC
                   OR CTL-SECUENCIA-CONFIRMADA IS NOT NUMERIC
                   OR NOT (ENVIO-PENDIENTE OR ENVIO-CONFIRMADO)
               DISPLAY "El fichero de control novedades.ctl esta "
                   "danado: revise el ultimo envio antes de repetir."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

       COMPRUEBA-ACUSE.
           MOVE SPACES TO WS-CAMPO-MARCA.
           MOVE SPACES TO WS-CAMPO-SECUENCIA.
           MOVE SPACES TO WS-CAMPO-REGISTROS.

           OPEN INPUT FICHERO-ACUSE.

           IF FS-OK-ACUSE
               READ FICHERO-ACUSE
                   AT END
                       MOVE SPACES TO ACUSE-REGISTRO
               END-READ
               UNSTRING ACUSE-REGISTRO DELIMITED BY ";"
                   INTO WS-CAMPO-MARCA
                       WS-CAMPO-SECUENCIA
                       WS-CAMPO-REGISTROS
               END-UNSTRING
               CLOSE FICHERO-ACUSE
           END-IF.

           EVALUATE TRUE
               WHEN NOT FS-OK-ACUSE
                   DISPLAY "No hay acuse del envio "
                       CTL-SECUENCIA-ENVIADA "."
                   SET HAY-REENVIO TO TRUE
               WHEN WS-CAMPO-MARCA NOT = "A"
                       OR WS-CAMPO-SECUENCIA IS NOT NUMERIC
                       OR WS-CAMPO-REGISTROS IS NOT NUMERIC
                   DISPLAY "El acuse novedades.ack no tiene el "
                       "formato A;secuencia;registros."
                   SET HAY-REENVIO TO TRUE
               WHEN WS-CAMPO-SECUENCIA NOT = CTL-SECUENCIA-ENVIADA
                   DISPLAY "El acuse disponible es del envio "
                       WS-CAMPO-SECUENCIA ", no del envio "
                       CTL-SECUENCIA-ENVIADA "."
                   SET HAY-REENVIO TO TRUE
               WHEN WS-CAMPO-REGISTROS NOT = CTL-REGISTROS-ENVIADOS
                   DISPLAY "El acuse del envio " CTL-SECUENCIA-ENVIADA
                       " declara " WS-CAMPO-REGISTROS
                       " registros y se enviaron "
                       CTL-REGISTROS-ENVIADOS "."
                   SET HAY-REENVIO TO TRUE
               WHEN OTHER
                   PERFORM CONFIRMA-ENVIO
           END-EVALUATE.

           IF HAY-REENVIO
               DISPLAY "Los cambios posteriores al envio "
                   CTL-SECUENCIA-CONFIRMADA
                   " se incluyen de nuevo en este envio."
           END-IF.

       CONFIRMA-ENVIO.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT FICHERO-ENVIADO.

           IF FS-OK-ENVIADO
               READ FICHERO-ENVIADO
                   AT END
                       SET FIN-FICHERO TO TRUE
               END-READ
           END-IF.

           IF NOT FS-OK-ENVIADO OR FIN-FICHERO
                   OR ENV-MARCA NOT = "H;"
                   OR ENV-SECUENCIA NOT = CTL-SECUENCIA-ENVIADA
               DISPLAY "novedades_envio.dat no corresponde al envio "
                   CTL-SECUENCIA-ENVIADA ": no puede confirmarse."
               IF FS-OK-ENVIADO
                   CLOSE FICHERO-ENVIADO
               END-IF
               SET HAY-REENVIO TO TRUE
           ELSE
               PERFORM PROMUEVE-ENVIO-A-BASE
           END-IF.

       PROMUEVE-ENVIO-A-BASE.
           OPEN OUTPUT FICHERO-BASE.

           IF NOT FS-OK-BASE
               DISPLAY "No se pudo grabar novedades_base.dat, estado "
                   FS-STATUS-BASE "."
               CLOSE FICHERO-ENVIADO
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           PERFORM COPIA-ENVIADO-A-BASE UNTIL FIN-FICHERO.

           CLOSE FICHERO-ENVIADO.
           CLOSE FICHERO-BASE.

           SET ENVIO-CONFIRMADO TO TRUE.
           MOVE CTL-SECUENCIA-ENVIADA TO CTL-SECUENCIA-CONFIRMADA.
           MOVE WS-HOY TO CTL-FECHA-CONFIRMACION.
           PERFORM GRABA-CONTROL.

           DISPLAY "Envio " CTL-SECUENCIA-ENVIADA " confirmado por "
               "el receptor.".

       COPIA-ENVIADO-A-BASE.
           MOVE ENVIADO-REGISTRO TO BASE-REGISTRO.
           WRITE BASE-REGISTRO.

           READ FICHERO-ENVIADO
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       GRABA-CONTROL.
           OPEN OUTPUT FICHERO-CONTROL.

           IF FS-OK-CONTROL
               MOVE SPACES TO CONTROL-REGISTRO
               MOVE WS-LINEA-CONTROL TO CONTROL-REGISTRO
               WRITE CONTROL-REGISTRO
               CLOSE FICHERO-CONTROL
           ELSE
               DISPLAY "No se pudo grabar novedades.ctl, estado "
                   FS-STATUS-CONTROL "."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

       COMPARA-PAREJA.
           EVALUATE TRUE
               WHEN FIN-BASE
                   PERFORM TRATA-SOLO-MAESTRO
                   PERFORM LEE-MAESTRO
               WHEN FIN-MAESTRO
                   PERFORM GENERA-BAJA-BASE
                   PERFORM LEE-BASE
               WHEN EMPLEADOS-ID < BASE-ID
                   PERFORM TRATA-SOLO-MAESTRO
                   PERFORM LEE-MAESTRO
               WHEN EMPLEADOS-ID > BASE-ID
                   PERFORM GENERA-BAJA-BASE
                   PERFORM LEE-BASE
               WHEN OTHER
                   PERFORM TRATA-PAREJA
                   PERFORM LEE-MAESTRO
                   PERFORM LEE-BASE
           END-EVALUATE.

       LEE-MAESTRO.
           READ EMPLEAD-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-MAESTRO TO TRUE
           END-READ.

       LEE-BASE.
           IF BASE-ABIERTA
               READ FICHERO-BASE
                   AT END
                       SET FIN-BASE TO TRUE
               END-READ
           ELSE
               SET FIN-BASE TO TRUE
           END-IF.

       TRATA-SOLO-MAESTRO.
           IF EMPLEADO-ACTIVO
               PERFORM MUEVE-MAESTRO-A-NOVEDAD
               MOVE 'A' TO WS-TIPO-NOVEDAD
               ADD 1 TO CONT-ALTAS
               PERFORM ESCRIBE-NOVEDAD
               PERFORM GRABA-ENVIADO
           END-IF.

       TRATA-PAREJA.
           PERFORM MUEVE-MAESTRO-A-NOVEDAD.

           IF EMPLEADO-ACTIVO
               PERFORM COMPARA-CAMPOS
               PERFORM GRABA-ENVIADO
           ELSE
               MOVE 'B' TO WS-TIPO-NOVEDAD
               ADD 1 TO CONT-BAJAS
               PERFORM ESCRIBE-NOVEDAD
           END-IF.

       COMPARA-CAMPOS.
           IF EMPLEADOS-DEPARTAMENTO NOT = BASE-DEPARTAMENTO
               MOVE 'D' TO WS-TIPO-NOVEDAD
               ADD 1 TO CONT-DEPARTAMENTOS
               PERFORM ESCRIBE-NOVEDAD
           END-IF.

           IF EMPLEADOS-CATEGORIA NOT = BASE-CATEGORIA
               MOVE 'C' TO WS-TIPO-NOVEDAD
               ADD 1 TO CONT-CATEGORIAS
               PERFORM ESCRIBE-NOVEDAD
           END-IF.

           IF EMPLEADOS-SALARIO NOT = BASE-SALARIO
               MOVE 'S' TO WS-TIPO-NOVEDAD
               ADD 1 TO CONT-SALARIOS
               PERFORM ESCRIBE-NOVEDAD
           END-IF.

       GENERA-BAJA-BASE.
           MOVE BASE-ID TO NOV-ID.
           MOVE BASE-NOMBRE TO NOV-NOMBRE.
           MOVE BASE-APELLIDO TO NOV-APELLIDO.
           MOVE BASE-DEPARTAMENTO TO NOV-DEPARTAMENTO.
           MOVE BASE-CATEGORIA TO NOV-CATEGORIA.
           MOVE BASE-FECHA-ALTA TO NOV-FECHA-ALTA.
           MOVE BASE-SALARIO TO NOV-SALARIO.
           MOVE 0 TO NOV-FECHA-BAJA.

           MOVE 'B' TO WS-TIPO-NOVEDAD.
           ADD 1 TO CONT-BAJAS.
           PERFORM ESCRIBE-NOVEDAD.

       MUEVE-MAESTRO-A-NOVEDAD.
           MOVE EMPLEADOS-ID TO NOV-ID.
           MOVE EMPLEADOS-NOMBRE TO NOV-NOMBRE.
           MOVE EMPLEADOS-APELLIDO TO NOV-APELLIDO.
           MOVE EMPLEADOS-DEPARTAMENTO TO NOV-DEPARTAMENTO.
           MOVE EMPLEADOS-CATEGORIA TO NOV-CATEGORIA.
           MOVE EMPLEADOS-FECHA-ALTA TO NOV-FECHA-ALTA.
           MOVE EMPLEADOS-SALARIO TO NOV-SALARIO.
           MOVE EMPLEADOS-FECHA-BAJA TO NOV-FECHA-BAJA.

       ESCRIBE-NOVEDAD.
           MOVE SPACES TO TRABAJO-REGISTRO.
           STRING WS-TIPO-NOVEDAD DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NOV-ID DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(NOV-NOMBRE) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(NOV-APELLIDO) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(NOV-DEPARTAMENTO) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(NOV-CATEGORIA) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NOV-FECHA-ALTA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NOV-SALARIO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NOV-FECHA-BAJA DELIMITED BY SIZE
               INTO TRABAJO-REGISTRO
           END-STRING.

           WRITE TRABAJO-REGISTRO.
           ADD 1 TO CONT-NOVEDADES.

       GRABA-ENVIADO.
           MOVE EMPLEADOS-ID TO ENV-ID.
           MOVE EMPLEADOS-NOMBRE TO ENV-NOMBRE.
           MOVE EMPLEADOS-APELLIDO TO ENV-APELLIDO.
           MOVE EMPLEADOS-DEPARTAMENTO TO ENV-DEPARTAMENTO.
           MOVE EMPLEADOS-CATEGORIA TO ENV-CATEGORIA.
           MOVE EMPLEADOS-FECHA-ALTA TO ENV-FECHA-ALTA.
           MOVE EMPLEADOS-SALARIO TO ENV-SALARIO.
           WRITE ENVIADO-REGISTRO.
           ADD 1 TO CONT-ACTIVOS.

       GRABA-FICHERO-NOVEDADES.
           OPEN INPUT FICHERO-TRABAJO.
           OPEN OUTPUT FICHERO-NOVEDADES.

           IF NOT FS-OK-TRABAJO OR NOT FS-OK-NOVEDADES
               DISPLAY "No se pudo grabar novedades_nomina.txt, "
                   "estado " FS-STATUS-NOVEDADES "."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           ADD CONT-DEPARTAMENTOS CONT-CATEGORIAS CONT-SALARIOS
               GIVING CONT-CAMBIOS.

           COMPUTE CAB-SECUENCIA = CTL-SECUENCIA-ENVIADA + 1.
           MOVE WS-HOY TO CAB-FECHA.
           MOVE CONT-NOVEDADES TO CAB-REGISTROS.
           MOVE CTL-SECUENCIA-CONFIRMADA TO CAB-SECUENCIA-BASE.
           MOVE WS-LINEA-CABECERA TO NOVEDAD-REGISTRO.
           WRITE NOVEDAD-REGISTRO.

           MOVE 'N' TO WS-EOF.
           READ FICHERO-TRABAJO
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

           PERFORM COPIA-NOVEDAD UNTIL FIN-FICHERO.

           MOVE CAB-SECUENCIA TO TOT-SECUENCIA.
           MOVE CONT-NOVEDADES TO TOT-REGISTROS.
           MOVE CONT-ALTAS TO TOT-ALTAS.
           MOVE CONT-BAJAS TO TOT-BAJAS.
           MOVE CONT-DEPARTAMENTOS TO TOT-DEPARTAMENTOS.
           MOVE CONT-CATEGORIAS TO TOT-CATEGORIAS.
           MOVE CONT-SALARIOS TO TOT-SALARIOS.
           MOVE WS-LINEA-TOTALES TO NOVEDAD-REGISTRO.
           WRITE NOVEDAD-REGISTRO.

           CLOSE FICHERO-TRABAJO.
           CLOSE FICHERO-NOVEDADES.

       COPIA-NOVEDAD.
           MOVE TRABAJO-REGISTRO TO NOVEDAD-REGISTRO.
           WRITE NOVEDAD-REGISTRO.

           READ FICHERO-TRABAJO
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       MUESTRA-RESUMEN.
           DISPLAY " ".
           DISPLAY "Resumen del envio de novedades:".
           DISPLAY "  Secuencia enviada      : " CTL-SECUENCIA-ENVIADA.
           DISPLAY "  Ultima confirmada      : "
               CTL-SECUENCIA-CONFIRMADA.
           DISPLAY "  Altas                  : " CONT-ALTAS.
           DISPLAY "  Bajas                  : " CONT-BAJAS.
           DISPLAY "  Cambios de departamento: " CONT-DEPARTAMENTOS.
           DISPLAY "  Cambios de categoria   : " CONT-CATEGORIAS.
           DISPLAY "  Cambios de salario     : " CONT-SALARIOS.
           DISPLAY "  Registros enviados     : " CONT-NOVEDADES.
           DISPLAY "  Novedades en novedades_nomina.txt, pendientes "
               "de acuse en novedades.ack.".

       APERTURA.
           OPEN INPUT EMPLEAD-ARCHIVO.

           IF NOT FS-OK
               DISPLAY "Error al abrir el archivo de empleados."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           OPEN INPUT FICHERO-BASE.

           IF FS-OK-BASE
               SET BASE-ABIERTA TO TRUE
               PERFORM COMPRUEBA-CABECERA-BASE
           ELSE
               IF CTL-SECUENCIA-CONFIRMADA > 0
                   DISPLAY "Falta novedades_base.dat: todos los "
                       "empleados activos se envian como altas."
               END-IF
           END-IF.

           OPEN OUTPUT FICHERO-ENVIADO.

           IF NOT FS-OK-ENVIADO
               DISPLAY "No se pudo grabar novedades_envio.dat, estado "
                   FS-STATUS-ENVIADO "."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           MOVE SPACES TO ENVIADO-CABECERA.
           MOVE "H;" TO ENV-MARCA.
           COMPUTE ENV-SECUENCIA = CTL-SECUENCIA-ENVIADA + 1.
           WRITE ENVIADO-CABECERA.

           OPEN OUTPUT FICHERO-TRABAJO.

           IF NOT FS-OK-TRABAJO
               DISPLAY "No se pudo grabar novedades.tmp, estado "
                   FS-STATUS-TRABAJO "."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

       COMPRUEBA-CABECERA-BASE.
           READ FICHERO-BASE
               AT END
                   MOVE SPACES TO BASE-CABECERA
           END-READ.

           IF BASE-MARCA NOT = "H;"
                   OR BASE-SECUENCIA NOT = CTL-SECUENCIA-CONFIRMADA
               DISPLAY "novedades_base.dat no corresponde al envio "
                   "confirmado " CTL-SECUENCIA-CONFIRMADA
                   ": revise los ficheros antes de repetir."
               CLOSE EMPLEAD-ARCHIVO
               CLOSE FICHERO-BASE
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.
       CIERRE.
           CLOSE EMPLEAD-ARCHIVO.
           IF BASE-ABIERTA
               CLOSE FICHERO-BASE
           END-IF.
           CLOSE FICHERO-ENVIADO.
           CLOSE FICHERO-TRABAJO.
       GRABA-INICIO-EJECUCION.
           MOVE "Exporta-novedades" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "SECUENCIA" TO PEJ-CONT-NOMBRE (1).
           MOVE CTL-SECUENCIA-ENVIADA TO PEJ-CONT-VALOR (1).
           MOVE "ALTAS" TO PEJ-CONT-NOMBRE (2).
           MOVE CONT-ALTAS TO PEJ-CONT-VALOR (2).
           MOVE "BAJAS" TO PEJ-CONT-NOMBRE (3).
           MOVE CONT-BAJAS TO PEJ-CONT-VALOR (3).
           MOVE "CAMBIOS" TO PEJ-CONT-NOMBRE (4).
           MOVE CONT-CAMBIOS TO PEJ-CONT-VALOR (4).
           MOVE "REGISTROS" TO PEJ-CONT-NOMBRE (5).
           MOVE CONT-NOVEDADES TO PEJ-CONT-VALOR (5).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Exporta-novedades.
