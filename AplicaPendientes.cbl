       IDENTIFICATION DIVISION.
       PROGRAM-ID. Aplica-pendientes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-PENDIENTES
           ASSIGN TO "pendientes.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY PEND-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-PENDIENTES.

           SELECT EMPLEAD-ARCHIVO
           ASSIGN TO "empleado.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY EMPLEADOS-ID
           ALTERNATE RECORD KEY EMPLEADOS-APELLIDO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS.

           SELECT DEPARTAMENTOS-ARCHIVO
           ASSIGN TO "departamento.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY DEPARTAMENTOS-CODIGO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-DEPARTAMENTOS.

           SELECT CATEGORIAS-ARCHIVO
           ASSIGN TO "categoria.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY CATEGORIAS-CODIGO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-CATEGORIAS.

           SELECT FICHERO-ERRORES
           ASSIGN TO "errores.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-ERRORES.

           SELECT FICHERO-AUDITORIA
           ASSIGN TO "auditoria.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-AUDITORIA.

           SELECT FICHERO-SALHIST
           ASSIGN TO "salhist.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY SALHIST-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-SALHIST.

           SELECT FICHERO-INFORME
           ASSIGN TO "pendientes_rechazos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-INFORME.

           SELECT FICHERO-BLOQUEO
           ASSIGN TO "bloqueo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-BLOQUEO.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-PENDIENTES.
           COPY "PENDIENTE.cpy".

       FD  EMPLEAD-ARCHIVO.
           COPY "EMPLEADO.cpy".

       FD  DEPARTAMENTOS-ARCHIVO.
           COPY "DEPARTAMENTO.cpy".

       FD  CATEGORIAS-ARCHIVO.
           COPY "CATEGORIA.cpy".

       FD  FICHERO-ERRORES.
       01  ERROR-REGISTRO PIC X(60).

       FD  FICHERO-AUDITORIA.
       01  AUDITORIA-REGISTRO PIC X(199).

       FD  FICHERO-SALHIST.
           COPY "SALHIST.cpy".

       FD  FICHERO-INFORME.
       01  INFORME-REGISTRO PIC X(80).

       FD  FICHERO-BLOQUEO.
       01  BLOQUEO-REGISTRO PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-EOF PIC X VALUE 'N'.
           88 FIN-FICHERO VALUE 'Y'.

       01  FS-STATUS-PENDIENTES PIC X(2).
           88 FS-OK-PENDIENTES VALUE '00'.

       01  FS-STATUS PIC X(2).
           88 FS-OK VALUE '00'.

       01  FS-STATUS-DEPARTAMENTOS PIC X(2).
           88 FS-OK-DEPARTAMENTOS VALUE '00'.

       01  FS-STATUS-CATEGORIAS PIC X(2).
           88 FS-OK-CATEGORIAS VALUE '00'.

       01  FS-STATUS-ERRORES PIC X(2).
           88 FS-OK-ERRORES VALUE '00'.

       01  FS-STATUS-AUDITORIA PIC X(2).
           88 FS-OK-AUDITORIA VALUE '00'.

       01  FS-STATUS-SALHIST PIC X(2).
           88 FS-OK-SALHIST VALUE '00'.

       01  FS-STATUS-INFORME PIC X(2).
           88 FS-OK-INFORME VALUE '00'.

       01  FS-STATUS-BLOQUEO PIC X(2).
           88 FS-OK-BLOQUEO VALUE '00'.

       01  WS-DEPARTAMENTO-VALIDO PIC X VALUE 'N'.
           88 DEPARTAMENTO-VALIDO VALUE 'Y'.

       01  WS-CATEGORIA-VALIDA PIC X VALUE 'N'.
           88 CATEGORIA-VALIDA VALUE 'Y'.

       01  WS-PENDIENTE-VALIDO PIC X VALUE 'N'.
           88 PENDIENTE-VALIDO VALUE 'Y'.

       01  WS-MOTIVO-RECHAZO PIC X(30).

       01  WS-FECHA-HOY PIC 9(8) VALUE 0.

       01  WS-SALARIO-ANTERIOR PIC 9(7)V99 VALUE 0.

       01  WS-SALARIO-EDITADO PIC Z(6)9.99.

       01  WS-OPERACION PIC X(10).

       01  LINEA-ERROR.
           05 LE-OPERACION PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LE-ID PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LE-STATUS PIC X(2).

       01  LINEA-TITULO.
           05 FILLER PIC X(40)
               VALUE "CAMBIOS PENDIENTES NO APLICADOS - FECHA ".
           05 LT-FECHA PIC 9(8).

       01  LINEA-CABECERA.
           05 FILLER PIC X(7) VALUE "ID".
           05 FILLER PIC X(9) VALUE "EFECTO".
           05 FILLER PIC X(2) VALUE "T".
           05 FILLER PIC X(21) VALUE "NUEVO VALOR".
           05 FILLER PIC X(30) VALUE "MOTIVO".

       01  LINEA-RECHAZO.
           05 LR-ID PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LR-FECHA-EFECTO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LR-TIPO PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LR-VALOR PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LR-MOTIVO PIC X(30).

       01  CONTADORES-PENDIENTES.
           05 CONT-LEIDOS PIC 9(6) VALUE 0.
           05 CONT-EN-ESPERA PIC 9(6) VALUE 0.
           05 CONT-CAMBIOS PIC 9(6) VALUE 0.
           05 CONT-BAJAS PIC 9(6) VALUE 0.
           05 CONT-RECHAZADOS PIC 9(6) VALUE 0.
           05 CONT-EXCESOS PIC 9(6) VALUE 0.

       01  WS-EMPLEADO-GUARDADO PIC X(132).

       01  WS-FIN-RECUENTO PIC X VALUE 'N'.
           88 FIN-RECUENTO VALUE 'Y'.

       01  CONT-PLANTILLA PIC 9(5) VALUE 0.

       01  WS-LINEA-BLOQUEO.
           05 BLQ-TITULAR PIC X(10).
               88 SIN-BLOQUEO VALUE SPACES.
           05 FILLER PIC X(1).
           05 BLQ-FECHA PIC X(10).
           05 FILLER PIC X(1).
           05 BLQ-HORA PIC X(8).

       01  WS-AUD-ID-ANTES PIC 9(6) VALUE 0.
       01  WS-AUD-NOMBRE-ANTES PIC X(20) VALUE SPACES.
       01  WS-AUD-APELLIDO-ANTES PIC X(50) VALUE SPACES.

       01  WS-FECHA-HORA-RAW PIC X(21).

       01  LINEA-AUDITORIA.
           05 LA-FECHA-HORA.
               10 LA-FECHA PIC X(10).
               10 FILLER PIC X(1) VALUE SPACE.
               10 LA-HORA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-OPERACION PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-ID-ANTES PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-NOMBRE-ANTES PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-APELLIDO-ANTES PIC X(50).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-ID-DESPUES PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-NOMBRE-DESPUES PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-APELLIDO-DESPUES PIC X(50).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LA-OPERADOR PIC X(10).

           COPY "PLANTILLA.cpy".

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           PERFORM APERTURA.

           MOVE LOW-VALUES TO PEND-CLAVE.
           START FICHERO-PENDIENTES KEY IS NOT LESS THAN PEND-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START.

           IF NOT FIN-FICHERO
               PERFORM LEE-PENDIENTE
           END-IF.

           PERFORM PROCESA-PENDIENTE UNTIL FIN-FICHERO.

           PERFORM MUESTRA-RESUMEN.

           PERFORM CIERRE.
           PERFORM FIN-PROGRAMA.

       LEE-PENDIENTE.
           READ FICHERO-PENDIENTES NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       PROCESA-PENDIENTE.
           ADD 1 TO CONT-LEIDOS.

           IF PEND-FECHA-EFECTO IS NUMERIC
                   AND PEND-FECHA-EFECTO > WS-FECHA-HOY
               ADD 1 TO CONT-EN-ESPERA
           ELSE
               PERFORM APLICA-PENDIENTE
               DELETE FICHERO-PENDIENTES
                   INVALID KEY
                       MOVE "BORRADO" TO LE-OPERACION
                       MOVE PEND-ID TO LE-ID
                       MOVE FS-STATUS-PENDIENTES TO LE-STATUS
                       MOVE LINEA-ERROR TO ERROR-REGISTRO
                       WRITE ERROR-REGISTRO
               END-DELETE
           END-IF.

           PERFORM LEE-PENDIENTE.

       APLICA-PENDIENTE.
           PERFORM VALIDA-PENDIENTE.

           IF NOT PENDIENTE-VALIDO
               PERFORM RECHAZA-PENDIENTE
           ELSE
               MOVE PEND-ID TO EMPLEADOS-ID
               MOVE "LECTURA" TO WS-OPERACION
               READ EMPLEAD-ARCHIVO
                   INVALID KEY
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       MOVE "ID INEXISTENTE" TO WS-MOTIVO-RECHAZO
                       PERFORM RECHAZA-PENDIENTE
                   NOT INVALID KEY
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       PERFORM COMPRUEBA-EMPLEADO
               END-READ
           END-IF.

       VALIDA-DEPARTAMENTO.
           MOVE 'N' TO WS-DEPARTAMENTO-VALIDO.
           MOVE PEND-DEPARTAMENTO TO DEPARTAMENTOS-CODIGO.
           READ DEPARTAMENTOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DEPARTAMENTO-VALIDO TO TRUE
           END-READ.

       VALIDA-CATEGORIA.
           MOVE 'N' TO WS-CATEGORIA-VALIDA.
           MOVE PEND-CATEGORIA TO CATEGORIAS-CODIGO.
           READ CATEGORIAS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CATEGORIA-VALIDA TO TRUE
           END-READ.

       VALIDA-PENDIENTE.
           MOVE 'Y' TO WS-PENDIENTE-VALIDO.
           MOVE 'Y' TO WS-DEPARTAMENTO-VALIDO.
           MOVE 'Y' TO WS-CATEGORIA-VALIDA.

           IF PEND-CAMBIO-DEPARTAMENTO
               PERFORM VALIDA-DEPARTAMENTO
           END-IF.

           IF PEND-CAMBIO-CATEGORIA
               PERFORM VALIDA-CATEGORIA
           END-IF.

           EVALUATE TRUE
               WHEN NOT PEND-TIPO-VALIDO
                   MOVE "TIPO DE CAMBIO ERRONEO" TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-PENDIENTE-VALIDO
               WHEN PEND-FECHA-EFECTO IS NOT NUMERIC
                   MOVE "FECHA NO NUMERICA" TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-PENDIENTE-VALIDO
               WHEN NOT DEPARTAMENTO-VALIDO
                   MOVE "DEPARTAMENTO INEXISTENTE" TO
                       WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-PENDIENTE-VALIDO
               WHEN NOT CATEGORIA-VALIDA
                   MOVE "CATEGORIA INEXISTENTE" TO
                       WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-PENDIENTE-VALIDO
               WHEN PEND-CAMBIO-SALARIO
                       AND PEND-SALARIO IS NOT NUMERIC
                   MOVE "SALARIO NO NUMERICO" TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-PENDIENTE-VALIDO
               WHEN PEND-CAMBIO-SALARIO AND PEND-SALARIO = 0
                   MOVE "SALARIO A CERO" TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-PENDIENTE-VALIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COMPRUEBA-EMPLEADO.
           EVALUATE TRUE
               WHEN EMPLEADO-INACTIVO
                   MOVE "EMPLEADO YA INACTIVO" TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZA-PENDIENTE
               WHEN PEND-CAMBIO-DEPARTAMENTO
                       AND PEND-DEPARTAMENTO = EMPLEADOS-DEPARTAMENTO
                   MOVE "DEPARTAMENTO YA VIGENTE" TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZA-PENDIENTE
               WHEN PEND-CAMBIO-CATEGORIA
                       AND PEND-CATEGORIA = EMPLEADOS-CATEGORIA
                   MOVE "CATEGORIA YA VIGENTE" TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZA-PENDIENTE
               WHEN PEND-CAMBIO-SALARIO
                       AND PEND-SALARIO = EMPLEADOS-SALARIO
                   MOVE "SALARIO YA VIGENTE" TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZA-PENDIENTE
               WHEN PEND-BAJA
                   PERFORM GRABA-BAJA
               WHEN OTHER
                   PERFORM GRABA-CAMBIO
           END-EVALUATE.

       GRABA-CAMBIO.
           MOVE EMPLEADOS-ID TO WS-AUD-ID-ANTES.
           MOVE EMPLEADOS-NOMBRE TO WS-AUD-NOMBRE-ANTES.
           MOVE EMPLEADOS-APELLIDO TO WS-AUD-APELLIDO-ANTES.
           MOVE EMPLEADOS-SALARIO TO WS-SALARIO-ANTERIOR.

           EVALUATE TRUE
               WHEN PEND-CAMBIO-DEPARTAMENTO
                   MOVE PEND-DEPARTAMENTO TO EMPLEADOS-DEPARTAMENTO
                   PERFORM CONTROLA-PLANTILLA
               WHEN PEND-CAMBIO-CATEGORIA
                   MOVE PEND-CATEGORIA TO EMPLEADOS-CATEGORIA
               WHEN PEND-CAMBIO-SALARIO
                   MOVE PEND-SALARIO TO EMPLEADOS-SALARIO
           END-EVALUATE.

           MOVE "CAMBIO" TO WS-OPERACION.
           REWRITE EMPLEADO-REGISTRO
               INVALID KEY
                   MOVE "ERROR DE ACTUALIZACION" TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZA-PENDIENTE
               NOT INVALID KEY
                   ADD 1 TO CONT-CAMBIOS
           END-REWRITE.
           PERFORM CHEQUEA-STATUS-ARCHIVO.
           IF FS-OK
               PERFORM ESCRIBE-AUDITORIA
               IF EMPLEADOS-SALARIO NOT = WS-SALARIO-ANTERIOR
                   MOVE "PENDIENTE" TO SALHIST-ORIGEN
                   PERFORM GRABA-HISTORIAL-SALARIO
               END-IF
           END-IF.

       CONTROLA-PLANTILLA.
           MOVE EMPLEADO-REGISTRO TO WS-EMPLEADO-GUARDADO.
           MOVE EMPLEADOS-DEPARTAMENTO TO PPL-DEPARTAMENTO.
           MOVE EMPLEADOS-ID TO PPL-ID.
           MOVE "TRASLADO" TO PPL-OPERACION.
           MOVE "PENDIENTES" TO PPL-ORIGEN.

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
           IF PPL-PLANTILLA-EXCEDIDA
               ADD 1 TO CONT-EXCESOS
           END-IF.

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

       GRABA-BAJA.
           MOVE EMPLEADOS-ID TO WS-AUD-ID-ANTES.
           MOVE EMPLEADOS-NOMBRE TO WS-AUD-NOMBRE-ANTES.
           MOVE EMPLEADOS-APELLIDO TO WS-AUD-APELLIDO-ANTES.

           SET EMPLEADO-INACTIVO TO TRUE.
           MOVE PEND-FECHA-EFECTO TO EMPLEADOS-FECHA-BAJA.
           MOVE "BAJA" TO WS-OPERACION.
           REWRITE EMPLEADO-REGISTRO
               INVALID KEY
                   MOVE "ERROR DE ACTUALIZACION" TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZA-PENDIENTE
               NOT INVALID KEY
                   ADD 1 TO CONT-BAJAS
           END-REWRITE.
           PERFORM CHEQUEA-STATUS-ARCHIVO.
           IF FS-OK
               PERFORM ESCRIBE-AUDITORIA
           END-IF.

       RECHAZA-PENDIENTE.
           ADD 1 TO CONT-RECHAZADOS.
           MOVE PEND-ID TO LR-ID.
           MOVE PEND-FECHA-EFECTO TO LR-FECHA-EFECTO.
           MOVE PEND-TIPO TO LR-TIPO.

           EVALUATE TRUE
               WHEN PEND-CAMBIO-DEPARTAMENTO
                   MOVE PEND-DEPARTAMENTO TO LR-VALOR
               WHEN PEND-CAMBIO-CATEGORIA
                   MOVE PEND-CATEGORIA TO LR-VALOR
               WHEN PEND-CAMBIO-SALARIO AND PEND-SALARIO IS NUMERIC
                   MOVE PEND-SALARIO TO WS-SALARIO-EDITADO
                   MOVE WS-SALARIO-EDITADO TO LR-VALOR
               WHEN PEND-BAJA
                   MOVE "BAJA" TO LR-VALOR
               WHEN OTHER
                   MOVE SPACES TO LR-VALOR
           END-EVALUATE.

           MOVE WS-MOTIVO-RECHAZO TO LR-MOTIVO.
           MOVE LINEA-RECHAZO TO INFORME-REGISTRO.
           WRITE INFORME-REGISTRO.

       MUESTRA-RESUMEN.
           DISPLAY " ".
           DISPLAY "Resumen de la aplicacion de cambios pendientes:".
           DISPLAY "  Pendientes leidos     : " CONT-LEIDOS.
           DISPLAY "  Aun no vigentes       : " CONT-EN-ESPERA.
           DISPLAY "  Cambios aplicados     : " CONT-CAMBIOS.
           DISPLAY "  Bajas aplicadas       : " CONT-BAJAS.
           DISPLAY "  Cambios no aplicables : " CONT-RECHAZADOS.
           DISPLAY "  Sobre plantilla       : " CONT-EXCESOS.
           IF CONT-RECHAZADOS > 0
               DISPLAY "  Los cambios no aplicados y su motivo "
                   "estan en pendientes_rechazos.txt."
           END-IF.

       CHEQUEA-STATUS-ARCHIVO.
           IF NOT FS-OK AND FS-STATUS NOT = '10'
                   AND FS-STATUS NOT = '23'
               MOVE WS-OPERACION TO LE-OPERACION
               MOVE EMPLEADOS-ID TO LE-ID
               MOVE FS-STATUS TO LE-STATUS
               MOVE LINEA-ERROR TO ERROR-REGISTRO
               WRITE ERROR-REGISTRO
           END-IF.

       ESCRIBE-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.

           STRING WS-FECHA-HORA-RAW(1:4) "-" WS-FECHA-HORA-RAW(5:2)
                   "-" WS-FECHA-HORA-RAW(7:2)
               DELIMITED BY SIZE INTO LA-FECHA
           END-STRING.
           STRING WS-FECHA-HORA-RAW(9:2) ":" WS-FECHA-HORA-RAW(11:2)
                   ":" WS-FECHA-HORA-RAW(13:2)
               DELIMITED BY SIZE INTO LA-HORA
           END-STRING.

           MOVE WS-OPERACION TO LA-OPERACION.
           MOVE WS-AUD-ID-ANTES TO LA-ID-ANTES.
           MOVE WS-AUD-NOMBRE-ANTES TO LA-NOMBRE-ANTES.
           MOVE WS-AUD-APELLIDO-ANTES TO LA-APELLIDO-ANTES.
           MOVE EMPLEADOS-ID TO LA-ID-DESPUES.
           MOVE EMPLEADOS-NOMBRE TO LA-NOMBRE-DESPUES.
           MOVE EMPLEADOS-APELLIDO TO LA-APELLIDO-DESPUES.
           MOVE "PENDIENTES" TO LA-OPERADOR.

           MOVE LINEA-AUDITORIA TO AUDITORIA-REGISTRO.
           WRITE AUDITORIA-REGISTRO.

       GRABA-HISTORIAL-SALARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.

           MOVE EMPLEADOS-ID TO SALHIST-ID.
           MOVE WS-FECHA-HORA-RAW(1:8) TO SALHIST-FECHA.
           STRING WS-FECHA-HORA-RAW(9:2) ":" WS-FECHA-HORA-RAW(11:2)
                   ":" WS-FECHA-HORA-RAW(13:2)
               DELIMITED BY SIZE INTO SALHIST-HORA
           END-STRING.
           MOVE EMPLEADOS-DEPARTAMENTO TO SALHIST-DEPARTAMENTO.
           MOVE EMPLEADOS-CATEGORIA TO SALHIST-CATEGORIA.
           MOVE WS-SALARIO-ANTERIOR TO SALHIST-SALARIO-ANTERIOR.
           MOVE EMPLEADOS-SALARIO TO SALHIST-SALARIO-NUEVO.

           WRITE SALHIST-REGISTRO
               INVALID KEY
                   REWRITE SALHIST-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

       LEE-BLOQUEO.
           MOVE SPACES TO WS-LINEA-BLOQUEO.

           OPEN INPUT FICHERO-BLOQUEO.

           IF FS-OK-BLOQUEO
               READ FICHERO-BLOQUEO INTO WS-LINEA-BLOQUEO
                   AT END
                       MOVE SPACES TO WS-LINEA-BLOQUEO
               END-READ
               CLOSE FICHERO-BLOQUEO
           END-IF.

       GRABA-BLOQUEO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.

           MOVE SPACES TO WS-LINEA-BLOQUEO.
           MOVE "PENDIENTES" TO BLQ-TITULAR.
           STRING WS-FECHA-HORA-RAW(1:4) "-" WS-FECHA-HORA-RAW(5:2)
                   "-" WS-FECHA-HORA-RAW(7:2)
               DELIMITED BY SIZE INTO BLQ-FECHA
           END-STRING.
           STRING WS-FECHA-HORA-RAW(9:2) ":" WS-FECHA-HORA-RAW(11:2)
                   ":" WS-FECHA-HORA-RAW(13:2)
               DELIMITED BY SIZE INTO BLQ-HORA
           END-STRING.

           OPEN OUTPUT FICHERO-BLOQUEO.
           MOVE WS-LINEA-BLOQUEO TO BLOQUEO-REGISTRO.
           WRITE BLOQUEO-REGISTRO.
           CLOSE FICHERO-BLOQUEO.

       LIBERA-BLOQUEO.
           OPEN OUTPUT FICHERO-BLOQUEO.
           CLOSE FICHERO-BLOQUEO.

       APERTURA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.
           MOVE WS-FECHA-HORA-RAW(1:8) TO WS-FECHA-HOY.

           OPEN I-O FICHERO-PENDIENTES.

           IF FS-STATUS-PENDIENTES = '35'
               DISPLAY "No hay fichero de cambios pendientes, "
                   "nada que aplicar."
               PERFORM FIN-PROGRAMA
           END-IF.

           IF NOT FS-OK-PENDIENTES
               DISPLAY "No se pudo abrir el fichero de cambios "
                   "pendientes, estado " FS-STATUS-PENDIENTES "."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           PERFORM LEE-BLOQUEO.

           IF NOT SIN-BLOQUEO
               DISPLAY "Los cambios pendientes no pueden aplicarse: "
                   "el maestro esta bloqueado por "
                   FUNCTION TRIM(BLQ-TITULAR)
                   " desde " BLQ-FECHA " " BLQ-HORA "."
               DISPLAY "Si el bloqueo es de una sesion caida, "
                   "ejecute Libera-bloqueo y repita el proceso."
               CLOSE FICHERO-PENDIENTES
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           PERFORM GRABA-BLOQUEO.

           OPEN I-O EMPLEAD-ARCHIVO.

           IF NOT FS-OK
               DISPLAY "No se pudo abrir el maestro de empleados, "
                   "estado " FS-STATUS "."
               DISPLAY "Si el fichero es del formato anterior, "
                   "ejecute Convierte-maestro."
               CLOSE FICHERO-PENDIENTES
               PERFORM LIBERA-BLOQUEO
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           OPEN INPUT DEPARTAMENTOS-ARCHIVO.

           IF NOT FS-OK-DEPARTAMENTOS
               OPEN OUTPUT DEPARTAMENTOS-ARCHIVO
               CLOSE DEPARTAMENTOS-ARCHIVO
               OPEN INPUT DEPARTAMENTOS-ARCHIVO
           END-IF.

           OPEN INPUT CATEGORIAS-ARCHIVO.

           IF NOT FS-OK-CATEGORIAS
               OPEN OUTPUT CATEGORIAS-ARCHIVO
               CLOSE CATEGORIAS-ARCHIVO
               OPEN INPUT CATEGORIAS-ARCHIVO
           END-IF.

           OPEN EXTEND FICHERO-ERRORES.

           IF NOT FS-OK-ERRORES
               OPEN OUTPUT FICHERO-ERRORES
           END-IF.

           OPEN EXTEND FICHERO-AUDITORIA.

           IF NOT FS-OK-AUDITORIA
               OPEN OUTPUT FICHERO-AUDITORIA
           END-IF.

           OPEN I-O FICHERO-SALHIST.

           IF FS-STATUS-SALHIST = '35'
               OPEN OUTPUT FICHERO-SALHIST
               CLOSE FICHERO-SALHIST
               OPEN I-O FICHERO-SALHIST
           END-IF.

           OPEN OUTPUT FICHERO-INFORME.

           IF NOT FS-OK-INFORME
               DISPLAY "No se pudo abrir el informe de rechazos, "
                   "estado " FS-STATUS-INFORME ", se cancela el "
                   "proceso."
               MOVE 8 TO RETURN-CODE
               PERFORM CIERRE
               PERFORM FIN-PROGRAMA
           END-IF.

           MOVE WS-FECHA-HOY TO LT-FECHA.
           MOVE LINEA-TITULO TO INFORME-REGISTRO.
           WRITE INFORME-REGISTRO.
           MOVE LINEA-CABECERA TO INFORME-REGISTRO.
           WRITE INFORME-REGISTRO.
       CIERRE.
           CLOSE FICHERO-PENDIENTES.
           CLOSE EMPLEAD-ARCHIVO.
           CLOSE DEPARTAMENTOS-ARCHIVO.
           CLOSE CATEGORIAS-ARCHIVO.
           CLOSE FICHERO-ERRORES.
           CLOSE FICHERO-AUDITORIA.
           CLOSE FICHERO-SALHIST.
           CLOSE FICHERO-INFORME.

           PERFORM LIBERA-BLOQUEO.
       GRABA-INICIO-EJECUCION.
           MOVE "Aplica-pendientes" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "LEIDOS" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-LEIDOS TO PEJ-CONT-VALOR (1).
           MOVE "EN-ESPERA" TO PEJ-CONT-NOMBRE (2).
           MOVE CONT-EN-ESPERA TO PEJ-CONT-VALOR (2).
           MOVE "CAMBIOS" TO PEJ-CONT-NOMBRE (3).
           MOVE CONT-CAMBIOS TO PEJ-CONT-VALOR (3).
           MOVE "BAJAS" TO PEJ-CONT-NOMBRE (4).
           MOVE CONT-BAJAS TO PEJ-CONT-VALOR (4).
           MOVE "RECHAZADOS" TO PEJ-CONT-NOMBRE (5).
           MOVE CONT-RECHAZADOS TO PEJ-CONT-VALOR (5).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Aplica-pendientes.
