       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantenimiento-pendientes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-PENDIENTES
           ASSIGN TO "pendientes.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY PEND-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS.

           SELECT EMPLEAD-ARCHIVO
           ASSIGN TO "empleado.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY EMPLEADOS-ID
           ALTERNATE RECORD KEY EMPLEADOS-APELLIDO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-EMPLEADOS.

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

       WORKING-STORAGE SECTION.
       01  PET-ID PIC X(40)
           VALUE "Introduzca el id del empleado: ".
       01  PET-TIPO PIC X(50)
           VALUE "Tipo (D=depto, C=categoria, S=salario, B=baja): ".
       01  PET-FECHA-EFECTO PIC X(50)
           VALUE "Introduzca la fecha de efecto (AAAAMMDD): ".
       01  PET-DEPARTAMENTO PIC X(40)
           VALUE "Introduzca el nuevo departamento: ".
       01  PET-CATEGORIA PIC X(40)
           VALUE "Introduzca la nueva categoria: ".
       01  PET-SALARIO PIC X(40)
           VALUE "Introduzca el nuevo salario: ".
       01  PET-ID-LISTADO PIC X(50)
           VALUE "Id del empleado (en blanco para todos): ".

       01  WS-EOF PIC X VALUE 'N'.
           88 FIN-FICHERO VALUE 'Y'.

       01  WS-SALIR PIC X VALUE 'N'.
           88 SALIR-PROGRAMA VALUE 'Y'.

       01  WS-OPCION PIC X(01).

       01  FS-STATUS PIC X(2).
           88 FS-OK VALUE '00'.

       01  FS-STATUS-EMPLEADOS PIC X(2).
           88 FS-OK-EMPLEADOS VALUE '00'.

       01  FS-STATUS-DEPARTAMENTOS PIC X(2).
           88 FS-OK-DEPARTAMENTOS VALUE '00'.

       01  FS-STATUS-CATEGORIAS PIC X(2).
           88 FS-OK-CATEGORIAS VALUE '00'.

       01  FS-STATUS-ERRORES PIC X(2).
           88 FS-OK-ERRORES VALUE '00'.

       01  WS-EMPLEADO-VALIDO PIC X VALUE 'N'.
           88 EMPLEADO-VALIDO VALUE 'Y'.

       01  WS-TIPO-VALIDO PIC X VALUE 'N'.
           88 TIPO-VALIDO VALUE 'Y'.

       01  WS-FECHA-VALIDA PIC X VALUE 'N'.
           88 FECHA-VALIDA VALUE 'Y'.

       01  WS-DEPARTAMENTO-VALIDO PIC X VALUE 'N'.
           88 DEPARTAMENTO-VALIDO VALUE 'Y'.

       01  WS-CATEGORIA-VALIDA PIC X VALUE 'N'.
           88 CATEGORIA-VALIDA VALUE 'Y'.

       01  WS-SALARIO-VALIDO PIC X VALUE 'N'.
           88 SALARIO-VALIDO VALUE 'Y'.

       01  WS-OPERACION-CANCELADA PIC X VALUE 'N'.
           88 OPERACION-CANCELADA VALUE 'Y'.

       01  WS-ID-ENTRADA PIC X(6).
       01  WS-ID-FILTRO PIC 9(6) VALUE 0.
       01  WS-TIPO-ENTRADA PIC X(01).
       01  WS-FECHA-ENTRADA PIC X(8).
       01  WS-CONFIRMACION PIC X(01).

       01  WS-FECHA-HOY PIC 9(8) VALUE 0.
       01  WS-FECHA-NUMERICA PIC 9(8) VALUE 0.

       01  WS-DESCRIPCION-TIPO PIC X(12).
       01  WS-VALOR-NUEVO PIC X(20).
       01  WS-SALARIO-EDITADO PIC Z(6)9.99.

       01  WS-OPERACION PIC X(10).

       01  LINEA-ERROR.
           05 LE-OPERACION PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LE-ID PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LE-STATUS PIC X(2).

       01  WS-FECHA-HORA-RAW PIC X(21).

       01  CONT-ENCONTRADAS PIC 9(6) VALUE 0.

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
           DISPLAY "1. Alta de cambio pendiente".
           DISPLAY "2. Listado de cambios pendientes".
           DISPLAY "3. Anulacion de cambio pendiente".
           DISPLAY "4. Salir".
           DISPLAY "Elija una opcion: ".
           ACCEPT WS-OPCION.

           PERFORM COMPRUEBA-OPCION-AUTORIZADA.

           IF OPCION-AUTORIZADA
               EVALUATE WS-OPCION
                   WHEN '1' PERFORM ALTA-PENDIENTE
                   WHEN '2' PERFORM LISTADO-PENDIENTES
                   WHEN '3' PERFORM ANULA-PENDIENTE
                   WHEN '4' SET SALIR-PROGRAMA TO TRUE
                   WHEN OTHER DISPLAY "Opcion no valida"
               END-EVALUATE
           END-IF.

       IDENTIFICA-OPERADOR.
           MOVE "PENDIENTES" TO ACC-PROGRAMA.
           CALL "Identifica-operador" USING PARAMETROS-ACCESO.

           IF NOT ACCESO-CONCEDIDO
               PERFORM FIN-PROGRAMA
           END-IF.

       COMPRUEBA-OPCION-AUTORIZADA.
           MOVE 'Y' TO WS-OPCION-AUTORIZADA.
           MOVE 0 TO WS-VECES-OPCION.

           IF WS-OPCION >= '1' AND WS-OPCION <= '3'
               INSPECT ACC-OPCIONES TALLYING WS-VECES-OPCION
                   FOR ALL WS-OPCION
               IF WS-VECES-OPCION = 0
                   MOVE 'N' TO WS-OPCION-AUTORIZADA
                   DISPLAY "Su perfil no permite esa opcion."
               END-IF
           END-IF.

       ACEPTA-EMPLEADO-VALIDO.
           MOVE 'N' TO WS-EMPLEADO-VALIDO.
           MOVE 'N' TO WS-OPERACION-CANCELADA.
           PERFORM PIDE-EMPLEADO
               UNTIL EMPLEADO-VALIDO OR OPERACION-CANCELADA.

       PIDE-EMPLEADO.
           DISPLAY PET-ID.
           DISPLAY "(en blanco para cancelar la operacion)".
           ACCEPT WS-ID-ENTRADA.

           IF WS-ID-ENTRADA = SPACES
               SET OPERACION-CANCELADA TO TRUE
           ELSE
               IF WS-ID-ENTRADA IS NOT NUMERIC
                   DISPLAY "El id debe ser numerico."
               ELSE
                   MOVE WS-ID-ENTRADA TO EMPLEADOS-ID
                   READ EMPLEAD-ARCHIVO
                       INVALID KEY
                           DISPLAY "No existe ningun empleado con "
                               "ese id en empleado.csv."
                       NOT INVALID KEY
                           IF EMPLEADO-INACTIVO
                               DISPLAY "Ese empleado ya esta de baja."
                           ELSE
                               SET EMPLEADO-VALIDO TO TRUE
                               DISPLAY " Departamento: "
                                   EMPLEADOS-DEPARTAMENTO
                                   " Categoria: " EMPLEADOS-CATEGORIA
                                   " Salario: " EMPLEADOS-SALARIO
                           END-IF
                   END-READ
               END-IF
           END-IF.

       ACEPTA-TIPO-VALIDO.
           MOVE 'N' TO WS-TIPO-VALIDO.
           PERFORM PIDE-TIPO UNTIL TIPO-VALIDO OR OPERACION-CANCELADA.

       PIDE-TIPO.
           DISPLAY PET-TIPO.
           DISPLAY "(en blanco para cancelar la operacion)".
           ACCEPT WS-TIPO-ENTRADA.

           INSPECT WS-TIPO-ENTRADA CONVERTING "dcsb" TO "DCSB".

           IF WS-TIPO-ENTRADA = SPACES
               SET OPERACION-CANCELADA TO TRUE
           ELSE
               MOVE WS-TIPO-ENTRADA TO PEND-TIPO
               IF PEND-TIPO-VALIDO
                   SET TIPO-VALIDO TO TRUE
               ELSE
                   DISPLAY "El tipo debe ser D, C, S o B."
               END-IF
           END-IF.

       ACEPTA-FECHA-EFECTO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.
           MOVE WS-FECHA-HORA-RAW(1:8) TO WS-FECHA-HOY.

           MOVE 'N' TO WS-FECHA-VALIDA.
           PERFORM PIDE-FECHA-EFECTO
               UNTIL FECHA-VALIDA OR OPERACION-CANCELADA.

       PIDE-FECHA-EFECTO.
           DISPLAY PET-FECHA-EFECTO.
           DISPLAY "(en blanco para cancelar la operacion)".
           ACCEPT WS-FECHA-ENTRADA.

           IF WS-FECHA-ENTRADA = SPACES
               SET OPERACION-CANCELADA TO TRUE
           ELSE
               IF WS-FECHA-ENTRADA IS NOT NUMERIC
                   DISPLAY "La fecha debe tener el formato AAAAMMDD."
               ELSE
                   MOVE WS-FECHA-ENTRADA TO WS-FECHA-NUMERICA
                   EVALUATE TRUE
                       WHEN FUNCTION TEST-DATE-YYYYMMDD
                               (WS-FECHA-NUMERICA) NOT = 0
                           DISPLAY "Esa fecha no existe."
                       WHEN WS-FECHA-NUMERICA NOT > WS-FECHA-HOY
                           DISPLAY "La fecha de efecto debe ser "
                               "posterior a hoy; los cambios de hoy "
                               "se hacen desde Ficheros-indexados."
                       WHEN OTHER
                           MOVE WS-FECHA-NUMERICA TO PEND-FECHA-EFECTO
                           SET FECHA-VALIDA TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.

       ACEPTA-VALOR-NUEVO.
           EVALUATE TRUE
               WHEN PEND-CAMBIO-DEPARTAMENTO
                   PERFORM ACEPTA-DEPARTAMENTO-VALIDO
               WHEN PEND-CAMBIO-CATEGORIA
                   PERFORM ACEPTA-CATEGORIA-VALIDA
               WHEN PEND-CAMBIO-SALARIO
                   PERFORM ACEPTA-SALARIO-VALIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ACEPTA-DEPARTAMENTO-VALIDO.
           MOVE 'N' TO WS-DEPARTAMENTO-VALIDO.
           PERFORM PIDE-DEPARTAMENTO
               UNTIL DEPARTAMENTO-VALIDO OR OPERACION-CANCELADA.

       PIDE-DEPARTAMENTO.
           DISPLAY PET-DEPARTAMENTO.
           DISPLAY "(en blanco para cancelar la operacion)".
           ACCEPT PEND-DEPARTAMENTO.

           IF PEND-DEPARTAMENTO = SPACES
               SET OPERACION-CANCELADA TO TRUE
           ELSE
               MOVE PEND-DEPARTAMENTO TO DEPARTAMENTOS-CODIGO
               READ DEPARTAMENTOS-ARCHIVO
                   INVALID KEY
                       DISPLAY "Ese departamento no existe en el "
                           "maestro de departamentos."
                   NOT INVALID KEY
                       SET DEPARTAMENTO-VALIDO TO TRUE
               END-READ
           END-IF.

       ACEPTA-CATEGORIA-VALIDA.
           MOVE 'N' TO WS-CATEGORIA-VALIDA.
           PERFORM PIDE-CATEGORIA
               UNTIL CATEGORIA-VALIDA OR OPERACION-CANCELADA.

       PIDE-CATEGORIA.
           DISPLAY PET-CATEGORIA.
           DISPLAY "(en blanco para cancelar la operacion)".
           ACCEPT PEND-CATEGORIA.

           IF PEND-CATEGORIA = SPACES
               SET OPERACION-CANCELADA TO TRUE
           ELSE
               MOVE PEND-CATEGORIA TO CATEGORIAS-CODIGO
               READ CATEGORIAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "Esa categoria no existe en el "
                           "maestro de categorias."
                   NOT INVALID KEY
                       SET CATEGORIA-VALIDA TO TRUE
               END-READ
           END-IF.

       ACEPTA-SALARIO-VALIDO.
           MOVE 'N' TO WS-SALARIO-VALIDO.
           PERFORM PIDE-SALARIO
               UNTIL SALARIO-VALIDO OR OPERACION-CANCELADA.

       PIDE-SALARIO.
           DISPLAY PET-SALARIO.
           DISPLAY "(cero o en blanco para cancelar la operacion)".
           ACCEPT PEND-SALARIO.

           IF PEND-SALARIO IS NOT NUMERIC
               DISPLAY "El salario debe ser numerico."
           ELSE
               IF PEND-SALARIO = 0
                   SET OPERACION-CANCELADA TO TRUE
               ELSE
                   SET SALARIO-VALIDO TO TRUE
               END-IF
           END-IF.

       ALTA-PENDIENTE.
           INITIALIZE PENDIENTE-REGISTRO.

           PERFORM ACEPTA-EMPLEADO-VALIDO.

           IF NOT OPERACION-CANCELADA
               MOVE EMPLEADOS-ID TO PEND-ID
               PERFORM ACEPTA-TIPO-VALIDO
           END-IF.

           IF NOT OPERACION-CANCELADA
               PERFORM ACEPTA-FECHA-EFECTO
           END-IF.

           IF NOT OPERACION-CANCELADA
               PERFORM ACEPTA-VALOR-NUEVO
           END-IF.

           IF OPERACION-CANCELADA
               DISPLAY "Operacion cancelada."
           ELSE
               PERFORM GRABA-PENDIENTE
           END-IF.

       GRABA-PENDIENTE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.
           MOVE WS-FECHA-HORA-RAW(1:8) TO PEND-FECHA-REGISTRO.

           MOVE "ALTA" TO WS-OPERACION.
           WRITE PENDIENTE-REGISTRO
               INVALID KEY
                   DISPLAY "Ya hay un cambio de ese tipo para ese "
                       "empleado en esa fecha; anulelo antes de "
                       "registrar otro."
               NOT INVALID KEY
                   DISPLAY "Cambio pendiente registrado."
           END-WRITE.
           PERFORM CHEQUEA-STATUS-ARCHIVO.

       LISTADO-PENDIENTES.
           DISPLAY PET-ID-LISTADO.
           ACCEPT WS-ID-ENTRADA.

           IF WS-ID-ENTRADA = SPACES
               MOVE 0 TO WS-ID-FILTRO
               PERFORM MUESTRA-PENDIENTES
           ELSE
               IF WS-ID-ENTRADA IS NOT NUMERIC
                   DISPLAY "El id debe ser numerico."
               ELSE
                   MOVE WS-ID-ENTRADA TO WS-ID-FILTRO
                   PERFORM MUESTRA-PENDIENTES
               END-IF
           END-IF.

       MUESTRA-PENDIENTES.
           MOVE 0 TO CONT-ENCONTRADAS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO PEND-CLAVE.
           MOVE WS-ID-FILTRO TO PEND-ID.

           START FICHERO-PENDIENTES KEY IS NOT LESS THAN PEND-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START.

           IF NOT FIN-FICHERO
               PERFORM LEE-SIGUIENTE
           END-IF.

           PERFORM LECTURA UNTIL FIN-FICHERO.

           DISPLAY " ".
           DISPLAY "Cambios pendientes: " CONT-ENCONTRADAS.

       LECTURA.
           ADD 1 TO CONT-ENCONTRADAS.
           PERFORM MUESTRA-PENDIENTE.
           PERFORM LEE-SIGUIENTE.

       LEE-SIGUIENTE.
           MOVE "LECTURA" TO WS-OPERACION.
           READ FICHERO-PENDIENTES NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.
           PERFORM CHEQUEA-STATUS-ARCHIVO.

           IF NOT FIN-FICHERO AND WS-ID-FILTRO NOT = 0
                   AND PEND-ID NOT = WS-ID-FILTRO
               SET FIN-FICHERO TO TRUE
           END-IF.

       MUESTRA-PENDIENTE.
           EVALUATE TRUE
               WHEN PEND-CAMBIO-DEPARTAMENTO
                   MOVE "DEPARTAMENTO" TO WS-DESCRIPCION-TIPO
                   MOVE PEND-DEPARTAMENTO TO WS-VALOR-NUEVO
               WHEN PEND-CAMBIO-CATEGORIA
                   MOVE "CATEGORIA" TO WS-DESCRIPCION-TIPO
                   MOVE PEND-CATEGORIA TO WS-VALOR-NUEVO
               WHEN PEND-CAMBIO-SALARIO
                   MOVE "SALARIO" TO WS-DESCRIPCION-TIPO
                   MOVE PEND-SALARIO TO WS-SALARIO-EDITADO
                   MOVE WS-SALARIO-EDITADO TO WS-VALOR-NUEVO
               WHEN PEND-BAJA
                   MOVE "BAJA" TO WS-DESCRIPCION-TIPO
                   MOVE SPACES TO WS-VALOR-NUEVO
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO WS-DESCRIPCION-TIPO
                   MOVE SPACES TO WS-VALOR-NUEVO
           END-EVALUATE.

           DISPLAY " ID: " PEND-ID
                   " Efecto: " PEND-FECHA-EFECTO
                   " Tipo: " PEND-TIPO " " WS-DESCRIPCION-TIPO
                   " Nuevo valor: " WS-VALOR-NUEVO
                   " Registrado: " PEND-FECHA-REGISTRO.

       ANULA-PENDIENTE.
           MOVE 'N' TO WS-OPERACION-CANCELADA.
           INITIALIZE PENDIENTE-REGISTRO.

           DISPLAY PET-ID.
           DISPLAY "(en blanco para cancelar la operacion)".
           ACCEPT WS-ID-ENTRADA.

           IF WS-ID-ENTRADA = SPACES
               SET OPERACION-CANCELADA TO TRUE
           ELSE
               IF WS-ID-ENTRADA IS NOT NUMERIC
                   DISPLAY "El id debe ser numerico."
                   SET OPERACION-CANCELADA TO TRUE
               ELSE
                   MOVE WS-ID-ENTRADA TO WS-ID-FILTRO
                   PERFORM MUESTRA-PENDIENTES
                   IF CONT-ENCONTRADAS = 0
                       SET OPERACION-CANCELADA TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF NOT OPERACION-CANCELADA
               DISPLAY PET-FECHA-EFECTO
               ACCEPT WS-FECHA-ENTRADA
               IF WS-FECHA-ENTRADA IS NOT NUMERIC
                   SET OPERACION-CANCELADA TO TRUE
               END-IF
           END-IF.

           IF NOT OPERACION-CANCELADA
               MOVE 'N' TO WS-TIPO-VALIDO
               PERFORM PIDE-TIPO
                   UNTIL TIPO-VALIDO OR OPERACION-CANCELADA
           END-IF.

           IF OPERACION-CANCELADA
               DISPLAY "Operacion cancelada."
           ELSE
               MOVE WS-ID-FILTRO TO PEND-ID
               MOVE WS-FECHA-ENTRADA TO PEND-FECHA-EFECTO
               PERFORM COMPLETA-ANULACION
           END-IF.

       COMPLETA-ANULACION.
           MOVE "LECTURA" TO WS-OPERACION.
           READ FICHERO-PENDIENTES
               INVALID KEY
                   PERFORM CHEQUEA-STATUS-ARCHIVO
                   DISPLAY "No hay ningun cambio pendiente con esos "
                       "datos."
               NOT INVALID KEY
                   PERFORM CHEQUEA-STATUS-ARCHIVO
                   PERFORM MUESTRA-PENDIENTE
                   DISPLAY "Confirma la anulacion (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = 'S' OR WS-CONFIRMACION = 's'
                       MOVE "ANULACION" TO WS-OPERACION
                       DELETE FICHERO-PENDIENTES
                           INVALID KEY
                               DISPLAY "No se pudo anular el cambio."
                           NOT INVALID KEY
                               DISPLAY "Cambio pendiente anulado."
                       END-DELETE
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                   ELSE
                       DISPLAY "Operacion cancelada."
                   END-IF
           END-READ.

       CHEQUEA-STATUS-ARCHIVO.
           IF NOT FS-OK AND FS-STATUS NOT = '10'
                   AND FS-STATUS NOT = '23'
               MOVE WS-OPERACION TO LE-OPERACION
               MOVE PEND-ID TO LE-ID
               MOVE FS-STATUS TO LE-STATUS
               MOVE LINEA-ERROR TO ERROR-REGISTRO
               WRITE ERROR-REGISTRO
           END-IF.

       APERTURA.
           OPEN I-O FICHERO-PENDIENTES.

           IF FS-STATUS = '35'
               OPEN OUTPUT FICHERO-PENDIENTES
               CLOSE FICHERO-PENDIENTES
               OPEN I-O FICHERO-PENDIENTES
           END-IF.

           IF NOT FS-OK
               DISPLAY "No se pudo abrir el fichero de cambios "
                   "pendientes, estado " FS-STATUS "."
               PERFORM FIN-PROGRAMA
           END-IF.

           OPEN INPUT EMPLEAD-ARCHIVO.

           IF NOT FS-OK-EMPLEADOS
               DISPLAY "No se pudo abrir el maestro de empleados, "
                   "estado " FS-STATUS-EMPLEADOS "."
               CLOSE FICHERO-PENDIENTES
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
       CIERRE.
           CLOSE FICHERO-PENDIENTES.
           CLOSE EMPLEAD-ARCHIVO.
           CLOSE DEPARTAMENTOS-ARCHIVO.
           CLOSE CATEGORIAS-ARCHIVO.
           CLOSE FICHERO-ERRORES.
       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM Mantenimiento-pendientes.
