       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantenimiento-operadores.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-ARCHIVO
           ASSIGN TO "operador.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY OPER-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS.

           SELECT PERFILES-ARCHIVO
           ASSIGN TO "perfil.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY PERF-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-PERFILES.

           SELECT FICHERO-ERRORES
           ASSIGN TO "errores.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-ERRORES.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-ARCHIVO.
           COPY "OPERADOR.cpy".

       FD  PERFILES-ARCHIVO.
           COPY "PERFIL.cpy".

       FD  FICHERO-ERRORES.
       01  ERROR-REGISTRO PIC X(60).

       WORKING-STORAGE SECTION.
       01  PET-OPERADOR PIC X(40)
           VALUE "Introduzca el id del operador: ".
       01  PET-NOMBRE PIC X(40)
           VALUE "Introduzca el nombre del operador: ".
       01  PET-CLAVE PIC X(40)
           VALUE "Introduzca la clave: ".
       01  PET-CLAVE-REPETIDA PIC X(40)
           VALUE "Repita la clave: ".
       01  PET-PERFIL PIC X(40)
           VALUE "Introduzca el perfil: ".
       01  PET-PROGRAMA PIC X(60)
           VALUE "Programa (EMPLEADOS, DEPTOS, CATEGORIAS, AUSENCIAS, ".
       01  PET-PROGRAMA-2 PIC X(60)
           VALUE "          CUENTAS, PENDIENTES, PRESUPUEST): ".
       01  PET-OPCIONES PIC X(60)
           VALUE "Opciones de menu permitidas (por ejemplo 145): ".

       01  WS-EOF PIC X VALUE 'N'.
           88 FIN-FICHERO VALUE 'Y'.

       01  WS-SALIR PIC X VALUE 'N'.
           88 SALIR-PROGRAMA VALUE 'Y'.

       01  WS-OPCION PIC X(01).

       01  FS-STATUS PIC X(2).
           88 FS-OK VALUE '00'.

       01  FS-STATUS-PERFILES PIC X(2).
           88 FS-OK-PERFILES VALUE '00'.

       01  FS-STATUS-ERRORES PIC X(2).
           88 FS-OK-ERRORES VALUE '00'.

       01  WS-ID-VALIDO PIC X VALUE 'N'.
           88 ID-VALIDO VALUE 'Y'.

       01  WS-CLAVE-VALIDA PIC X VALUE 'N'.
           88 CLAVE-VALIDA VALUE 'Y'.

       01  WS-PERFIL-VALIDO PIC X VALUE 'N'.
           88 PERFIL-VALIDO VALUE 'Y'.

       01  WS-OPERACION-CANCELADA PIC X VALUE 'N'.
           88 OPERACION-CANCELADA VALUE 'Y'.

       01  WS-SIN-OPERADORES PIC X VALUE 'N'.
           88 SIN-OPERADORES VALUE 'Y'.

       01  WS-OPERADOR-ENTRADA PIC X(8).
       01  WS-NOMBRE-ENTRADA PIC X(40).
       01  WS-CLAVE-ENTRADA PIC X(12).
       01  WS-CLAVE-REPETIDA PIC X(12).
       01  WS-PERFIL-ENTRADA PIC X(10).

       01  WS-OPERACION PIC X(10).

       01  LINEA-ERROR.
           05 LE-OPERACION PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LE-CODIGO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LE-STATUS PIC X(2).

       01  CONT-ENCONTRADOS PIC 9(6) VALUE 0.

           COPY "ACCESO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM COMPRUEBA-OPERADORES.

           PERFORM IDENTIFICA-OPERADOR.

           PERFORM APERTURA.

           PERFORM MENU-PRINCIPAL UNTIL SALIR-PROGRAMA.

           PERFORM CIERRE.
           PERFORM FIN-PROGRAMA.

       COMPRUEBA-OPERADORES.
           OPEN I-O OPERADORES-ARCHIVO.

           IF FS-STATUS = '35'
               OPEN OUTPUT OPERADORES-ARCHIVO
               CLOSE OPERADORES-ARCHIVO
               OPEN I-O OPERADORES-ARCHIVO
           END-IF.

           IF NOT FS-OK
               DISPLAY "No se pudo abrir el fichero de operadores, "
                   "estado " FS-STATUS "."
               PERFORM FIN-PROGRAMA
           END-IF.

           MOVE 'N' TO WS-SIN-OPERADORES.
           MOVE LOW-VALUES TO OPER-ID.
           START OPERADORES-ARCHIVO KEY IS NOT LESS THAN OPER-ID
               INVALID KEY
                   SET SIN-OPERADORES TO TRUE
           END-START.

           IF SIN-OPERADORES
               DISPLAY "No hay operadores definidos. Se da de alta "
                   "el administrador inicial."
               PERFORM ALTA-ADMINISTRADOR-INICIAL
           END-IF.

           CLOSE OPERADORES-ARCHIVO.

       ALTA-ADMINISTRADOR-INICIAL.
           INITIALIZE OPERADOR-REGISTRO.

           PERFORM ACEPTA-ID-VALIDO.
           IF NOT OPERACION-CANCELADA
               PERFORM ACEPTA-NOMBRE
               PERFORM ACEPTA-CLAVE-VALIDA
           END-IF.

           IF OPERACION-CANCELADA
               DISPLAY "Operacion cancelada."
               CLOSE OPERADORES-ARCHIVO
               PERFORM FIN-PROGRAMA
           END-IF.

           MOVE WS-OPERADOR-ENTRADA TO OPER-ID.
           MOVE WS-NOMBRE-ENTRADA TO OPER-NOMBRE.
           MOVE WS-CLAVE-ENTRADA TO OPER-CLAVE.
           SET PERFIL-ADMINISTRADOR TO TRUE.
           SET OPERADOR-ACTIVO TO TRUE.
           MOVE 0 TO OPER-INTENTOS-FALLIDOS.
           MOVE 0 TO OPER-FECHA-ULTIMO-ACCESO.

           WRITE OPERADOR-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo dar de alta el administrador."
               NOT INVALID KEY
                   DISPLAY "Administrador dado de alta; identifiquese "
                       "con el para continuar."
           END-WRITE.

       IDENTIFICA-OPERADOR.
           MOVE "OPERADORES" TO ACC-PROGRAMA.
           CALL "Identifica-operador" USING PARAMETROS-ACCESO.

           IF NOT ACCESO-CONCEDIDO
               PERFORM FIN-PROGRAMA
           END-IF.

           IF NOT ACCESO-ADMINISTRADOR
               DISPLAY "Solo un operador con perfil ADMIN puede "
                   "mantener los operadores."
               PERFORM FIN-PROGRAMA
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "1. Alta de operador".
           DISPLAY "2. Baja de operador".
           DISPLAY "3. Cambio de operador".
           DISPLAY "4. Desbloqueo de operador".
           DISPLAY "5. Listado de operadores".
           DISPLAY "6. Permisos de un perfil (alta o cambio)".
           DISPLAY "7. Supresion de permisos de un perfil".
           DISPLAY "8. Listado de permisos".
           DISPLAY "9. Salir".
           DISPLAY "Elija una opcion: ".
           ACCEPT WS-OPCION.

           EVALUATE WS-OPCION
               WHEN '1' PERFORM ALTA-OPERADOR
               WHEN '2' PERFORM BAJA-OPERADOR
               WHEN '3' PERFORM CAMBIO-OPERADOR
               WHEN '4' PERFORM DESBLOQUEO-OPERADOR
               WHEN '5' PERFORM LISTADO-OPERADORES
               WHEN '6' PERFORM GRABA-PERMISOS
               WHEN '7' PERFORM SUPRIME-PERMISOS
               WHEN '8' PERFORM LISTADO-PERMISOS
               WHEN '9' SET SALIR-PROGRAMA TO TRUE
               WHEN OTHER DISPLAY "Opcion no valida"
           END-EVALUATE.

       ACEPTA-ID-VALIDO.
           MOVE 'N' TO WS-ID-VALIDO.
           MOVE 'N' TO WS-OPERACION-CANCELADA.
           PERFORM PIDE-ID UNTIL ID-VALIDO OR OPERACION-CANCELADA.

       PIDE-ID.
           DISPLAY PET-OPERADOR.
           DISPLAY "(en blanco para cancelar la operacion)".
           ACCEPT WS-OPERADOR-ENTRADA.

           IF WS-OPERADOR-ENTRADA = SPACES
               SET OPERACION-CANCELADA TO TRUE
           ELSE
               SET ID-VALIDO TO TRUE
           END-IF.

       ACEPTA-NOMBRE.
           DISPLAY PET-NOMBRE.
           ACCEPT WS-NOMBRE-ENTRADA.

       ACEPTA-CLAVE-VALIDA.
           MOVE 'N' TO WS-CLAVE-VALIDA.
           PERFORM PIDE-CLAVE UNTIL CLAVE-VALIDA OR OPERACION-CANCELADA.

       PIDE-CLAVE.
           DISPLAY PET-CLAVE.
           DISPLAY "(en blanco para cancelar la operacion)".
           ACCEPT WS-CLAVE-ENTRADA.

           IF WS-CLAVE-ENTRADA = SPACES
               SET OPERACION-CANCELADA TO TRUE
           ELSE
               DISPLAY PET-CLAVE-REPETIDA
               ACCEPT WS-CLAVE-REPETIDA
               IF WS-CLAVE-REPETIDA = WS-CLAVE-ENTRADA
                   SET CLAVE-VALIDA TO TRUE
               ELSE
                   DISPLAY "Las claves no coinciden."
               END-IF
           END-IF.

       ACEPTA-PERFIL-VALIDO.
           MOVE 'N' TO WS-PERFIL-VALIDO.
           PERFORM PIDE-PERFIL
               UNTIL PERFIL-VALIDO OR OPERACION-CANCELADA.

       PIDE-PERFIL.
           DISPLAY PET-PERFIL.
           DISPLAY "(en blanco para cancelar la operacion)".
           ACCEPT WS-PERFIL-ENTRADA.

           INSPECT WS-PERFIL-ENTRADA
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF WS-PERFIL-ENTRADA = SPACES
               SET OPERACION-CANCELADA TO TRUE
           ELSE
               SET PERFIL-VALIDO TO TRUE
           END-IF.

       ALTA-OPERADOR.
           PERFORM ACEPTA-ID-VALIDO.

           IF OPERACION-CANCELADA
               DISPLAY "Operacion cancelada."
           ELSE
               MOVE WS-OPERADOR-ENTRADA TO OPER-ID
               MOVE "LECTURA" TO WS-OPERACION
               READ OPERADORES-ARCHIVO
                   INVALID KEY
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       PERFORM COMPLETA-ALTA
                   NOT INVALID KEY
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       DISPLAY "Ya existe un operador con ese id, "
                           "use Cambio o Baja."
               END-READ
           END-IF.

       COMPLETA-ALTA.
           PERFORM ACEPTA-NOMBRE.
           PERFORM ACEPTA-CLAVE-VALIDA.

           IF NOT OPERACION-CANCELADA
               PERFORM ACEPTA-PERFIL-VALIDO
           END-IF.

           IF OPERACION-CANCELADA
               DISPLAY "Operacion cancelada."
           ELSE
               INITIALIZE OPERADOR-REGISTRO
               MOVE WS-OPERADOR-ENTRADA TO OPER-ID
               MOVE WS-NOMBRE-ENTRADA TO OPER-NOMBRE
               MOVE WS-CLAVE-ENTRADA TO OPER-CLAVE
               MOVE WS-PERFIL-ENTRADA TO OPER-PERFIL
               SET OPERADOR-ACTIVO TO TRUE
               MOVE 0 TO OPER-INTENTOS-FALLIDOS
               MOVE 0 TO OPER-FECHA-ULTIMO-ACCESO

               MOVE "ALTA" TO WS-OPERACION
               WRITE OPERADOR-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo dar de alta el operador."
               END-WRITE
               PERFORM CHEQUEA-STATUS-ARCHIVO
           END-IF.

       BAJA-OPERADOR.
           PERFORM ACEPTA-ID-VALIDO.

           EVALUATE TRUE
               WHEN OPERACION-CANCELADA
                   DISPLAY "Operacion cancelada."
               WHEN WS-OPERADOR-ENTRADA = ACC-OPERADOR
                   DISPLAY "No puede darse de baja a si mismo."
               WHEN OTHER
                   MOVE WS-OPERADOR-ENTRADA TO OPER-ID
                   MOVE "LECTURA" TO WS-OPERACION
                   READ OPERADORES-ARCHIVO
                       INVALID KEY
                           PERFORM CHEQUEA-STATUS-ARCHIVO
                           DISPLAY "No existe ningun operador con ese "
                               "id."
                       NOT INVALID KEY
                           PERFORM CHEQUEA-STATUS-ARCHIVO
                           MOVE "BAJA" TO WS-OPERACION
                           DELETE OPERADORES-ARCHIVO
                               INVALID KEY
                                   DISPLAY "No se pudo dar de baja el "
                                       "operador."
                           END-DELETE
                           PERFORM CHEQUEA-STATUS-ARCHIVO
                   END-READ
           END-EVALUATE.

       CAMBIO-OPERADOR.
           PERFORM ACEPTA-ID-VALIDO.

           IF OPERACION-CANCELADA
               DISPLAY "Operacion cancelada."
           ELSE
               MOVE WS-OPERADOR-ENTRADA TO OPER-ID
               MOVE "LECTURA" TO WS-OPERACION
               READ OPERADORES-ARCHIVO
                   INVALID KEY
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       DISPLAY "No existe ningun operador con ese id."
                   NOT INVALID KEY
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       PERFORM MUESTRA-OPERADOR
                       PERFORM COMPLETA-CAMBIO
               END-READ
           END-IF.

       COMPLETA-CAMBIO.
           DISPLAY "(deje en blanco los datos que no cambian)".

           PERFORM ACEPTA-NOMBRE.
           IF WS-NOMBRE-ENTRADA NOT = SPACES
               MOVE WS-NOMBRE-ENTRADA TO OPER-NOMBRE
           END-IF.

           IF OPER-ID = ACC-OPERADOR
               DISPLAY "No puede cambiar su propio perfil."
           ELSE
               DISPLAY PET-PERFIL
               ACCEPT WS-PERFIL-ENTRADA
               INSPECT WS-PERFIL-ENTRADA
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-PERFIL-ENTRADA NOT = SPACES
                   MOVE WS-PERFIL-ENTRADA TO OPER-PERFIL
               END-IF
           END-IF.

           MOVE 'N' TO WS-OPERACION-CANCELADA.
           PERFORM ACEPTA-CLAVE-VALIDA.
           IF CLAVE-VALIDA
               MOVE WS-CLAVE-ENTRADA TO OPER-CLAVE
           END-IF.

           MOVE "CAMBIO" TO WS-OPERACION.
           REWRITE OPERADOR-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo modificar el operador."
           END-REWRITE.
           PERFORM CHEQUEA-STATUS-ARCHIVO.

       DESBLOQUEO-OPERADOR.
           PERFORM ACEPTA-ID-VALIDO.

           IF OPERACION-CANCELADA
               DISPLAY "Operacion cancelada."
           ELSE
               MOVE WS-OPERADOR-ENTRADA TO OPER-ID
               MOVE "LECTURA" TO WS-OPERACION
               READ OPERADORES-ARCHIVO
                   INVALID KEY
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       DISPLAY "No existe ningun operador con ese id."
                   NOT INVALID KEY
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       SET OPERADOR-ACTIVO TO TRUE
                       MOVE 0 TO OPER-INTENTOS-FALLIDOS
                       MOVE "DESBLOQUEO" TO WS-OPERACION
                       REWRITE OPERADOR-REGISTRO
                           INVALID KEY
                               DISPLAY "No se pudo desbloquear el "
                                   "operador."
                           NOT INVALID KEY
                               DISPLAY "Operador desbloqueado."
                       END-REWRITE
                       PERFORM CHEQUEA-STATUS-ARCHIVO
               END-READ
           END-IF.

       LISTADO-OPERADORES.
           MOVE 0 TO CONT-ENCONTRADOS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO OPER-ID.

           START OPERADORES-ARCHIVO KEY IS NOT LESS THAN OPER-ID
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START.

           IF NOT FIN-FICHERO
               PERFORM LEE-OPERADOR
           END-IF.

           PERFORM LECTURA-OPERADOR UNTIL FIN-FICHERO.

           DISPLAY " ".
           DISPLAY "Operadores: " CONT-ENCONTRADOS.

       LEE-OPERADOR.
           MOVE "LECTURA" TO WS-OPERACION.
           READ OPERADORES-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.
           PERFORM CHEQUEA-STATUS-ARCHIVO.

       LECTURA-OPERADOR.
           ADD 1 TO CONT-ENCONTRADOS.
           PERFORM MUESTRA-OPERADOR.
           PERFORM LEE-OPERADOR.

       MUESTRA-OPERADOR.
           DISPLAY " Operador: " OPER-ID
                   " Nombre: " FUNCTION TRIM(OPER-NOMBRE)
                   " Perfil: " OPER-PERFIL
                   " Estado: " OPER-ESTADO
                   " Fallos: " OPER-INTENTOS-FALLIDOS
                   " Ultimo acceso: " OPER-FECHA-ULTIMO-ACCESO.

       GRABA-PERMISOS.
           MOVE 'N' TO WS-OPERACION-CANCELADA.
           PERFORM ACEPTA-PERFIL-VALIDO.

           IF NOT OPERACION-CANCELADA
               MOVE WS-PERFIL-ENTRADA TO PERF-PERFIL
               DISPLAY PET-PROGRAMA
               DISPLAY PET-PROGRAMA-2
               ACCEPT PERF-PROGRAMA
               INSPECT PERF-PROGRAMA
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF NOT PERF-PROGRAMA-CONOCIDO
                   DISPLAY "Programa desconocido."
                   SET OPERACION-CANCELADA TO TRUE
               END-IF
           END-IF.

           IF OPERACION-CANCELADA
               DISPLAY "Operacion cancelada."
           ELSE
               PERFORM COMPLETA-PERMISOS
           END-IF.

       COMPLETA-PERMISOS.
           IF PERF-PERFIL = "ADMIN"
               DISPLAY "El perfil ADMIN tiene siempre todas las "
                   "opciones; los permisos no se aplican."
           END-IF.

           DISPLAY PET-OPCIONES.
           ACCEPT PERF-OPCIONES.

           IF PERF-OPCIONES = SPACES
               DISPLAY "Sin opciones no hay acceso; use Supresion "
                   "de permisos."
           ELSE
               MOVE "PERMISOS" TO WS-OPERACION
               WRITE PERFIL-REGISTRO
                   INVALID KEY
                       REWRITE PERFIL-REGISTRO
                           INVALID KEY
                               DISPLAY "No se pudieron grabar los "
                                   "permisos."
                       END-REWRITE
               END-WRITE
               PERFORM CHEQUEA-STATUS-PERFILES
           END-IF.

       SUPRIME-PERMISOS.
           MOVE 'N' TO WS-OPERACION-CANCELADA.
           PERFORM ACEPTA-PERFIL-VALIDO.

           IF OPERACION-CANCELADA
               DISPLAY "Operacion cancelada."
           ELSE
               MOVE WS-PERFIL-ENTRADA TO PERF-PERFIL
               DISPLAY PET-PROGRAMA
               DISPLAY PET-PROGRAMA-2
               ACCEPT PERF-PROGRAMA
               INSPECT PERF-PROGRAMA
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE "SUPRESION" TO WS-OPERACION
               DELETE PERFILES-ARCHIVO
                   INVALID KEY
                       DISPLAY "Ese perfil no tiene permisos sobre "
                           "ese programa."
               END-DELETE
               PERFORM CHEQUEA-STATUS-PERFILES
           END-IF.

       LISTADO-PERMISOS.
           MOVE 0 TO CONT-ENCONTRADOS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO PERF-CLAVE.

           START PERFILES-ARCHIVO KEY IS NOT LESS THAN PERF-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START.

           IF NOT FIN-FICHERO
               PERFORM LEE-PERMISO
           END-IF.

           PERFORM LECTURA-PERMISO UNTIL FIN-FICHERO.

           DISPLAY " ".
           DISPLAY "Permisos registrados: " CONT-ENCONTRADOS.

       LEE-PERMISO.
           MOVE "LECTURA" TO WS-OPERACION.
           READ PERFILES-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.
           PERFORM CHEQUEA-STATUS-PERFILES.

       LECTURA-PERMISO.
           ADD 1 TO CONT-ENCONTRADOS.
           DISPLAY " Perfil: " PERF-PERFIL
                   " Programa: " PERF-PROGRAMA
                   " Opciones: " FUNCTION TRIM(PERF-OPCIONES).
           PERFORM LEE-PERMISO.

       CHEQUEA-STATUS-ARCHIVO.
           IF NOT FS-OK AND FS-STATUS NOT = '10'
                   AND FS-STATUS NOT = '23'
               MOVE WS-OPERACION TO LE-OPERACION
               MOVE OPER-ID TO LE-CODIGO
               MOVE FS-STATUS TO LE-STATUS
               MOVE LINEA-ERROR TO ERROR-REGISTRO
               WRITE ERROR-REGISTRO
           END-IF.

       CHEQUEA-STATUS-PERFILES.
           IF NOT FS-OK-PERFILES AND FS-STATUS-PERFILES NOT = '10'
                   AND FS-STATUS-PERFILES NOT = '23'
                   AND FS-STATUS-PERFILES NOT = '22'
               MOVE WS-OPERACION TO LE-OPERACION
               MOVE PERF-CLAVE TO LE-CODIGO
               MOVE FS-STATUS-PERFILES TO LE-STATUS
               MOVE LINEA-ERROR TO ERROR-REGISTRO
               WRITE ERROR-REGISTRO
           END-IF.

       APERTURA.
           OPEN I-O OPERADORES-ARCHIVO.

           IF NOT FS-OK
               DISPLAY "No se pudo abrir el fichero de operadores, "
                   "estado " FS-STATUS "."
               PERFORM FIN-PROGRAMA
           END-IF.

           OPEN I-O PERFILES-ARCHIVO.

           IF FS-STATUS-PERFILES = '35'
               OPEN OUTPUT PERFILES-ARCHIVO
               CLOSE PERFILES-ARCHIVO
               OPEN I-O PERFILES-ARCHIVO
           END-IF.

           IF NOT FS-OK-PERFILES
               DISPLAY "No se pudo abrir el fichero de perfiles, "
                   "estado " FS-STATUS-PERFILES "."
               CLOSE OPERADORES-ARCHIVO
               PERFORM FIN-PROGRAMA
           END-IF.

           OPEN EXTEND FICHERO-ERRORES.

           IF NOT FS-OK-ERRORES
               OPEN OUTPUT FICHERO-ERRORES
           END-IF.
       CIERRE.
           CLOSE OPERADORES-ARCHIVO.
           CLOSE PERFILES-ARCHIVO.
           CLOSE FICHERO-ERRORES.
       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM Mantenimiento-operadores.
