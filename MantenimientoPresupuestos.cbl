       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantenimiento-presupuestos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTOS-ARCHIVO
           ASSIGN TO "presupuesto.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY PRES-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS.

           SELECT DEPARTAMENTOS-ARCHIVO
           ASSIGN TO "departamento.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY DEPARTAMENTOS-CODIGO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-DEPARTAMENTOS.

           SELECT FICHERO-ERRORES
           ASSIGN TO "errores.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-ERRORES.
       DATA DIVISION.
       FILE SECTION.
       FD  PRESUPUESTOS-ARCHIVO.
           COPY "PRESUPUESTO.cpy".

       FD  DEPARTAMENTOS-ARCHIVO.
           COPY "DEPARTAMENTO.cpy".

       FD  FICHERO-ERRORES.
       01  ERROR-REGISTRO PIC X(60).

       WORKING-STORAGE SECTION.
       01  PET-DEPARTAMENTO PIC X(40)
           VALUE "Introduzca el codigo del departamento: ".
       01  PET-ANO PIC X(40)
           VALUE "Introduzca el ano (AAAA): ".
       01  PET-PLANTILLA PIC X(40)
           VALUE "Introduzca la plantilla autorizada: ".
       01  PET-COSTE-ANUAL PIC X(50)
           VALUE "Introduzca el presupuesto anual de salarios: ".

       01  WS-EOF PIC X VALUE 'N'.
           88 FIN-FICHERO VALUE 'Y'.

       01  WS-SALIR PIC X VALUE 'N'.
           88 SALIR-PROGRAMA VALUE 'Y'.

       01  WS-OPCION PIC X(01).

       01  WS-CODIGO-VALIDO PIC X VALUE 'N'.
           88 CODIGO-VALIDO VALUE 'Y'.

       01  WS-ANO-VALIDO PIC X VALUE 'N'.
           88 ANO-VALIDO VALUE 'Y'.

       01  WS-IMPORTES-VALIDOS PIC X VALUE 'N'.
           88 IMPORTES-VALIDOS VALUE 'Y'.

       01  FS-STATUS PIC X(2).
           88 FS-OK VALUE '00'.

       01  FS-STATUS-DEPARTAMENTOS PIC X(2).
           88 FS-OK-DEPARTAMENTOS VALUE '00'.

       01  FS-STATUS-ERRORES PIC X(2).
           88 FS-OK-ERRORES VALUE '00'.

       01  WS-OPERACION PIC X(10).

       01  LINEA-ERROR.
           05 LE-OPERACION PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LE-CODIGO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LE-STATUS PIC X(2).

       01  WS-COSTE-EDITADO PIC Z(8)9.99.

       01  WS-OPCION-AUTORIZADA PIC X VALUE 'N'.
           88 OPCION-AUTORIZADA VALUE 'Y'.

       01  WS-VECES-OPCION PIC 9(2) VALUE 0.

           COPY "ACCESO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM IDENTIFICA-OPERADOR.

           PERFORM APERTURA.

           PERFORM MENU-PRINCIPAL UNTIL SALIR-PROGRAMA.

           PERFORM CIERRE.
           PERFORM FIN-PROGRAMA.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "1. Alta de presupuesto".
           DISPLAY "2. Baja de presupuesto".
           DISPLAY "3. Cambio de presupuesto".
           DISPLAY "4. Listado de presupuestos".
           DISPLAY "5. Salir".
           DISPLAY "Elija una opcion: ".
           ACCEPT WS-OPCION.

           PERFORM COMPRUEBA-OPCION-AUTORIZADA.

           IF OPCION-AUTORIZADA
               EVALUATE WS-OPCION
                   WHEN '1' PERFORM ALTA-PRESUPUESTO
                   WHEN '2' PERFORM BAJA-PRESUPUESTO
                   WHEN '3' PERFORM CAMBIO-PRESUPUESTO
                   WHEN '4' PERFORM LISTADO-PRESUPUESTOS
                   WHEN '5' SET SALIR-PROGRAMA TO TRUE
                   WHEN OTHER DISPLAY "Opcion no valida"
               END-EVALUATE
           END-IF.

       IDENTIFICA-OPERADOR.
           MOVE "PRESUPUEST" TO ACC-PROGRAMA.
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

       ACEPTA-CLAVE-VALIDA.
           MOVE 'N' TO WS-CODIGO-VALIDO.
           PERFORM PIDE-DEPARTAMENTO UNTIL CODIGO-VALIDO.
           MOVE 'N' TO WS-ANO-VALIDO.
           PERFORM PIDE-ANO UNTIL ANO-VALIDO.

       PIDE-DEPARTAMENTO.
           DISPLAY PET-DEPARTAMENTO.
           ACCEPT PRES-DEPARTAMENTO.

           IF PRES-DEPARTAMENTO = SPACES
               DISPLAY "El codigo no puede quedar en blanco."
           ELSE
               MOVE PRES-DEPARTAMENTO TO DEPARTAMENTOS-CODIGO
               READ DEPARTAMENTOS-ARCHIVO
                   INVALID KEY
                       DISPLAY "No existe ningun departamento con ese "
                           "codigo."
                   NOT INVALID KEY
                       SET CODIGO-VALIDO TO TRUE
               END-READ
           END-IF.

       PIDE-ANO.
           DISPLAY PET-ANO.
           ACCEPT PRES-ANO.

           IF PRES-ANO IS NUMERIC
                   AND PRES-ANO > 1900
               SET ANO-VALIDO TO TRUE
           ELSE
               DISPLAY "El ano debe ser numerico y mayor que 1900."
           END-IF.

       ACEPTA-IMPORTES-VALIDOS.
           MOVE 'N' TO WS-IMPORTES-VALIDOS.
           PERFORM PIDE-IMPORTES UNTIL IMPORTES-VALIDOS.

       PIDE-IMPORTES.
           DISPLAY PET-PLANTILLA.
           ACCEPT PRES-PLANTILLA.
           DISPLAY PET-COSTE-ANUAL.
           ACCEPT PRES-COSTE-ANUAL.

           IF PRES-PLANTILLA IS NOT NUMERIC
                   OR PRES-COSTE-ANUAL IS NOT NUMERIC
               DISPLAY "La plantilla y el presupuesto deben ser "
                   "numericos."
           ELSE
               SET IMPORTES-VALIDOS TO TRUE
           END-IF.

       ALTA-PRESUPUESTO.
           INITIALIZE PRESUPUESTO-REGISTRO.

           PERFORM ACEPTA-CLAVE-VALIDA.

           MOVE "LECTURA" TO WS-OPERACION.
           READ PRESUPUESTOS-ARCHIVO
               INVALID KEY
                   PERFORM CHEQUEA-STATUS-ARCHIVO
                   PERFORM ACEPTA-IMPORTES-VALIDOS

                   MOVE "ALTA" TO WS-OPERACION
                   WRITE PRESUPUESTO-REGISTRO
                       INVALID KEY
                           DISPLAY
                               "No se pudo dar de alta el presupuesto."
                   END-WRITE
                   PERFORM CHEQUEA-STATUS-ARCHIVO
               NOT INVALID KEY
                   PERFORM CHEQUEA-STATUS-ARCHIVO
                   DISPLAY "Ya existe un presupuesto para ese "
                       "departamento y ano, use Cambio o Baja."
           END-READ.

       BAJA-PRESUPUESTO.
           PERFORM ACEPTA-CLAVE-VALIDA.

           MOVE "LECTURA" TO WS-OPERACION.
           READ PRESUPUESTOS-ARCHIVO
               INVALID KEY
                   PERFORM CHEQUEA-STATUS-ARCHIVO
                   DISPLAY "No existe ningun presupuesto para ese "
                       "departamento y ano."
               NOT INVALID KEY
                   PERFORM CHEQUEA-STATUS-ARCHIVO
                   MOVE "BAJA" TO WS-OPERACION
                   DELETE PRESUPUESTOS-ARCHIVO
                       INVALID KEY
                           DISPLAY
                               "No se pudo dar de baja el presupuesto."
                   END-DELETE
                   PERFORM CHEQUEA-STATUS-ARCHIVO
           END-READ.

       CAMBIO-PRESUPUESTO.
           PERFORM ACEPTA-CLAVE-VALIDA.

           MOVE "LECTURA" TO WS-OPERACION.
           READ PRESUPUESTOS-ARCHIVO
               INVALID KEY
                   PERFORM CHEQUEA-STATUS-ARCHIVO
                   DISPLAY "No existe ningun presupuesto para ese "
                       "departamento y ano."
               NOT INVALID KEY
                   PERFORM CHEQUEA-STATUS-ARCHIVO
                   MOVE PRES-COSTE-ANUAL TO WS-COSTE-EDITADO
                   DISPLAY "Plantilla actual: " PRES-PLANTILLA
                       " Presupuesto actual: " WS-COSTE-EDITADO
                   PERFORM ACEPTA-IMPORTES-VALIDOS

                   MOVE "CAMBIO" TO WS-OPERACION
                   REWRITE PRESUPUESTO-REGISTRO
                       INVALID KEY
                           DISPLAY
                               "No se pudo modificar el presupuesto."
                   END-REWRITE
                   PERFORM CHEQUEA-STATUS-ARCHIVO
           END-READ.

       LISTADO-PRESUPUESTOS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO PRES-CLAVE.

           START PRESUPUESTOS-ARCHIVO
                   KEY IS NOT LESS THAN PRES-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START.

           IF NOT FIN-FICHERO
               MOVE "LECTURA" TO WS-OPERACION
               READ PRESUPUESTOS-ARCHIVO NEXT RECORD
                   AT END
                       SET FIN-FICHERO TO TRUE
               END-READ
               PERFORM CHEQUEA-STATUS-ARCHIVO
           END-IF.

           PERFORM LECTURA UNTIL FIN-FICHERO.

       LECTURA.
           MOVE PRES-COSTE-ANUAL TO WS-COSTE-EDITADO.
           DISPLAY " Departamento: " FUNCTION TRIM(PRES-DEPARTAMENTO)
                   " Ano: " PRES-ANO
                   " Plantilla: " PRES-PLANTILLA
                   " Presupuesto: " WS-COSTE-EDITADO.

           MOVE "LECTURA" TO WS-OPERACION
           READ PRESUPUESTOS-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.
           PERFORM CHEQUEA-STATUS-ARCHIVO.

       CHEQUEA-STATUS-ARCHIVO.
           IF NOT FS-OK AND FS-STATUS NOT = '10'
                   AND FS-STATUS NOT = '23'
               MOVE WS-OPERACION TO LE-OPERACION
               MOVE PRES-DEPARTAMENTO TO LE-CODIGO
               MOVE FS-STATUS TO LE-STATUS
               MOVE LINEA-ERROR TO ERROR-REGISTRO
               WRITE ERROR-REGISTRO
           END-IF.

       APERTURA.
           OPEN I-O PRESUPUESTOS-ARCHIVO.

           IF NOT FS-OK
               OPEN OUTPUT PRESUPUESTOS-ARCHIVO
               CLOSE PRESUPUESTOS-ARCHIVO
               OPEN I-O PRESUPUESTOS-ARCHIVO
           END-IF.

           OPEN INPUT DEPARTAMENTOS-ARCHIVO.

           IF NOT FS-OK-DEPARTAMENTOS
               DISPLAY "No se pudo abrir el maestro de departamentos, "
                   "estado " FS-STATUS-DEPARTAMENTOS "."
               CLOSE PRESUPUESTOS-ARCHIVO
               PERFORM FIN-PROGRAMA
           END-IF.

           OPEN EXTEND FICHERO-ERRORES.

           IF NOT FS-OK-ERRORES
               OPEN OUTPUT FICHERO-ERRORES
           END-IF.
       CIERRE.
           CLOSE PRESUPUESTOS-ARCHIVO.
           CLOSE DEPARTAMENTOS-ARCHIVO.
           CLOSE FICHERO-ERRORES.
       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM Mantenimiento-presupuestos.
