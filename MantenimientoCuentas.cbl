       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantenimiento-cuentas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-ARCHIVO
           ASSIGN TO "cuentas.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY CUENTA-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS.

           SELECT EMPLEAD-ARCHIVO
           ASSIGN TO "empleado.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY EMPLEADOS-ID
           ALTERNATE RECORD KEY EMPLEADOS-APELLIDO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-EMPLEADOS.

           SELECT FICHERO-ERRORES
           ASSIGN TO "errores.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-ERRORES.
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-ARCHIVO.
           COPY "CUENTA.cpy".

       FD  EMPLEAD-ARCHIVO.
           COPY "EMPLEADO.cpy".

       FD  FICHERO-ERRORES.
       01  ERROR-REGISTRO PIC X(60).

       WORKING-STORAGE SECTION.
       01  PET-ID PIC X(40)
           VALUE "Introduzca el id del empleado: ".
       01  PET-IBAN PIC X(50)
           VALUE "Introduzca el IBAN (sin espacios): ".
       01  PET-TITULAR PIC X(60)
           VALUE "Titular de la cuenta (en blanco = el empleado): ".

       01  WS-EOF PIC X VALUE 'N'.
           88 FIN-FICHERO VALUE 'Y'.

       01  WS-SALIR PIC X VALUE 'N'.
           88 SALIR-PROGRAMA VALUE 'Y'.

       01  WS-OPCION PIC X(01).

       01  FS-STATUS PIC X(2).
           88 FS-OK VALUE '00'.

       01  FS-STATUS-EMPLEADOS PIC X(2).
           88 FS-OK-EMPLEADOS VALUE '00'.

       01  FS-STATUS-ERRORES PIC X(2).
           88 FS-OK-ERRORES VALUE '00'.

       01  WS-EMPLEADO-VALIDO PIC X VALUE 'N'.
           88 EMPLEADO-VALIDO VALUE 'Y'.

       01  WS-OPERACION-CANCELADA PIC X VALUE 'N'.
           88 OPERACION-CANCELADA VALUE 'Y'.

       01  WS-IBAN-VALIDO PIC X VALUE 'N'.
           88 IBAN-VALIDO VALUE 'Y'.

       01  WS-LETRA-HALLADA PIC X VALUE 'N'.
           88 LETRA-HALLADA VALUE 'Y'.

       01  WS-ID-ENTRADA PIC X(6).

       01  WS-OPERACION PIC X(10).

       01  LINEA-ERROR.
           05 LE-OPERACION PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LE-ID PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LE-STATUS PIC X(2).

       01  WS-IBAN-ENTRADA PIC X(34).

       01  WS-IBAN-REORDENADO PIC X(34).
       01  WS-IBAN-TABLA REDEFINES WS-IBAN-REORDENADO.
           05 WS-IBAN-CARACTER PIC X OCCURS 34 TIMES.

       01  WS-ALFABETO PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-ALFABETO-TABLA REDEFINES WS-ALFABETO.
           05 WS-LETRA PIC X OCCURS 26 TIMES.

       01  WS-LONGITUD-IBAN PIC 9(2) VALUE 0.
       01  WS-POSICION-IBAN PIC 9(2) VALUE 0.
       01  WS-INDICE-LETRA PIC 9(2) VALUE 0.
       01  WS-DIGITO-IBAN PIC 9(1) VALUE 0.
       01  WS-VALOR-LETRA PIC 9(2) VALUE 0.
       01  WS-DIVIDENDO-IBAN PIC 9(5) VALUE 0.
       01  WS-COCIENTE-IBAN PIC 9(5) VALUE 0.
       01  WS-RESTO-IBAN PIC 9(2) VALUE 0.

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
           DISPLAY "1. Alta de cuenta bancaria".
           DISPLAY "2. Baja de cuenta bancaria".
           DISPLAY "3. Cambio de cuenta bancaria".
           DISPLAY "4. Consulta de cuenta de un empleado".
           DISPLAY "5. Listado de cuentas".
           DISPLAY "6. Salir".
           DISPLAY "Elija una opcion: ".
           ACCEPT WS-OPCION.

           PERFORM COMPRUEBA-OPCION-AUTORIZADA.

           IF OPCION-AUTORIZADA
               EVALUATE WS-OPCION
                   WHEN '1' PERFORM ALTA-CUENTA
                   WHEN '2' PERFORM BAJA-CUENTA
                   WHEN '3' PERFORM CAMBIO-CUENTA
                   WHEN '4' PERFORM CONSULTA-CUENTA
                   WHEN '5' PERFORM LISTADO-CUENTAS
                   WHEN '6' SET SALIR-PROGRAMA TO TRUE
                   WHEN OTHER DISPLAY "Opcion no valida"
               END-EVALUATE
           END-IF.

       IDENTIFICA-OPERADOR.
           MOVE "CUENTAS" TO ACC-PROGRAMA.
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
                           SET EMPLEADO-VALIDO TO TRUE
                   END-READ
               END-IF
           END-IF.

       ACEPTA-IBAN-VALIDO.
           MOVE 'N' TO WS-IBAN-VALIDO.
           MOVE 'N' TO WS-OPERACION-CANCELADA.
           PERFORM PIDE-IBAN UNTIL IBAN-VALIDO OR OPERACION-CANCELADA.

       PIDE-IBAN.
           DISPLAY PET-IBAN.
           DISPLAY "(en blanco para cancelar la operacion)".
           ACCEPT WS-IBAN-ENTRADA.

           IF WS-IBAN-ENTRADA = SPACES
               SET OPERACION-CANCELADA TO TRUE
           ELSE
               INSPECT WS-IBAN-ENTRADA
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM VALIDA-IBAN
           END-IF.

       VALIDA-IBAN.
           MOVE 'N' TO WS-IBAN-VALIDO.
           MOVE 0 TO WS-LONGITUD-IBAN.
           INSPECT WS-IBAN-ENTRADA TALLYING WS-LONGITUD-IBAN
               FOR CHARACTERS BEFORE INITIAL SPACE.

           EVALUATE TRUE
               WHEN WS-LONGITUD-IBAN < 15
                   DISPLAY "El IBAN es demasiado corto."
               WHEN WS-LONGITUD-IBAN < 34
                       AND WS-IBAN-ENTRADA(WS-LONGITUD-IBAN + 1:)
                           NOT = SPACES
                   DISPLAY "El IBAN no debe contener espacios."
               WHEN WS-IBAN-ENTRADA(1:2) IS NOT ALPHABETIC-UPPER
                       OR WS-IBAN-ENTRADA(3:2) IS NOT NUMERIC
                   DISPLAY "El IBAN debe empezar por el codigo de "
                       "pais y dos digitos de control."
               WHEN OTHER
                   PERFORM CALCULA-CONTROL-IBAN
                   IF WS-RESTO-IBAN = 1
                       SET IBAN-VALIDO TO TRUE
                   ELSE
                       DISPLAY "IBAN rechazado: los digitos de "
                           "control no son correctos."
                   END-IF
           END-EVALUATE.

       CALCULA-CONTROL-IBAN.
           MOVE SPACES TO WS-IBAN-REORDENADO.
           STRING WS-IBAN-ENTRADA(5:) DELIMITED BY SPACE
                   WS-IBAN-ENTRADA(1:4) DELIMITED BY SIZE
               INTO WS-IBAN-REORDENADO
           END-STRING.

           MOVE 0 TO WS-RESTO-IBAN.
           MOVE 0 TO WS-POSICION-IBAN.
           MOVE 'Y' TO WS-LETRA-HALLADA.

           PERFORM ACUMULA-CARACTER-IBAN
               UNTIL WS-POSICION-IBAN >= WS-LONGITUD-IBAN
                   OR NOT LETRA-HALLADA.

           IF NOT LETRA-HALLADA
               MOVE 0 TO WS-RESTO-IBAN
           END-IF.

       ACUMULA-CARACTER-IBAN.
           ADD 1 TO WS-POSICION-IBAN.

           IF WS-IBAN-CARACTER (WS-POSICION-IBAN) IS NUMERIC
               MOVE WS-IBAN-CARACTER (WS-POSICION-IBAN)
                   TO WS-DIGITO-IBAN
               COMPUTE WS-DIVIDENDO-IBAN =
                   WS-RESTO-IBAN * 10 + WS-DIGITO-IBAN
           ELSE
               PERFORM BUSCA-LETRA-IBAN
               COMPUTE WS-DIVIDENDO-IBAN =
                   WS-RESTO-IBAN * 100 + WS-VALOR-LETRA
           END-IF.

           DIVIDE WS-DIVIDENDO-IBAN BY 97
               GIVING WS-COCIENTE-IBAN
               REMAINDER WS-RESTO-IBAN.

       BUSCA-LETRA-IBAN.
           MOVE 'N' TO WS-LETRA-HALLADA.
           MOVE 0 TO WS-INDICE-LETRA.
           MOVE 0 TO WS-VALOR-LETRA.

           PERFORM EXAMINA-LETRA-IBAN
               UNTIL LETRA-HALLADA OR WS-INDICE-LETRA >= 26.

       EXAMINA-LETRA-IBAN.
           ADD 1 TO WS-INDICE-LETRA.

           IF WS-LETRA (WS-INDICE-LETRA) =
                   WS-IBAN-CARACTER (WS-POSICION-IBAN)
               SET LETRA-HALLADA TO TRUE
               COMPUTE WS-VALOR-LETRA = WS-INDICE-LETRA + 9
           END-IF.

       ACEPTA-TITULAR.
           DISPLAY PET-TITULAR.
           ACCEPT CUENTA-TITULAR.

           IF CUENTA-TITULAR = SPACES
               STRING FUNCTION TRIM(EMPLEADOS-NOMBRE) " "
                       FUNCTION TRIM(EMPLEADOS-APELLIDO)
                   DELIMITED BY SIZE INTO CUENTA-TITULAR
               END-STRING
           END-IF.

       ALTA-CUENTA.
           INITIALIZE CUENTA-REGISTRO.

           PERFORM ACEPTA-EMPLEADO-VALIDO.

           IF OPERACION-CANCELADA
               DISPLAY "Operacion cancelada."
           ELSE
               MOVE EMPLEADOS-ID TO CUENTA-ID
               MOVE "LECTURA" TO WS-OPERACION
               READ CUENTAS-ARCHIVO
                   INVALID KEY
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       PERFORM COMPLETA-ALTA
                   NOT INVALID KEY
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       DISPLAY "Ese empleado ya tiene cuenta, "
                           "use Cambio o Baja."
               END-READ
           END-IF.

       COMPLETA-ALTA.
           PERFORM ACEPTA-IBAN-VALIDO.

           IF OPERACION-CANCELADA
               DISPLAY "Operacion cancelada."
           ELSE
               MOVE WS-IBAN-ENTRADA TO CUENTA-IBAN
               PERFORM ACEPTA-TITULAR
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW
               MOVE WS-FECHA-HORA-RAW(1:8) TO CUENTA-FECHA-ALTA

               MOVE "ALTA" TO WS-OPERACION
               WRITE CUENTA-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo dar de alta la cuenta."
               END-WRITE
               PERFORM CHEQUEA-STATUS-ARCHIVO
           END-IF.

       BAJA-CUENTA.
           PERFORM ACEPTA-EMPLEADO-VALIDO.

           IF OPERACION-CANCELADA
               DISPLAY "Operacion cancelada."
           ELSE
               MOVE EMPLEADOS-ID TO CUENTA-ID
               MOVE "LECTURA" TO WS-OPERACION
               READ CUENTAS-ARCHIVO
                   INVALID KEY
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       DISPLAY "Ese empleado no tiene cuenta."
                   NOT INVALID KEY
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       MOVE "BAJA" TO WS-OPERACION
                       DELETE CUENTAS-ARCHIVO
                           INVALID KEY
                               DISPLAY "No se pudo borrar la cuenta."
                       END-DELETE
                       PERFORM CHEQUEA-STATUS-ARCHIVO
               END-READ
           END-IF.

       CAMBIO-CUENTA.
           PERFORM ACEPTA-EMPLEADO-VALIDO.

           IF OPERACION-CANCELADA
               DISPLAY "Operacion cancelada."
           ELSE
               MOVE EMPLEADOS-ID TO CUENTA-ID
               MOVE "LECTURA" TO WS-OPERACION
               READ CUENTAS-ARCHIVO
                   INVALID KEY
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       DISPLAY "Ese empleado no tiene cuenta, "
                           "use Alta."
                   NOT INVALID KEY
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       PERFORM MUESTRA-CUENTA
                       PERFORM COMPLETA-CAMBIO
               END-READ
           END-IF.

       COMPLETA-CAMBIO.
           PERFORM ACEPTA-IBAN-VALIDO.

           IF OPERACION-CANCELADA
               DISPLAY "Operacion cancelada."
           ELSE
               MOVE WS-IBAN-ENTRADA TO CUENTA-IBAN
               PERFORM ACEPTA-TITULAR

               MOVE "CAMBIO" TO WS-OPERACION
               REWRITE CUENTA-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo modificar la cuenta."
               END-REWRITE
               PERFORM CHEQUEA-STATUS-ARCHIVO
           END-IF.

       CONSULTA-CUENTA.
           PERFORM ACEPTA-EMPLEADO-VALIDO.

           IF OPERACION-CANCELADA
               DISPLAY "Operacion cancelada."
           ELSE
               MOVE EMPLEADOS-ID TO CUENTA-ID
               MOVE "LECTURA" TO WS-OPERACION
               READ CUENTAS-ARCHIVO
                   INVALID KEY
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       DISPLAY "Ese empleado no tiene cuenta."
                   NOT INVALID KEY
                       PERFORM CHEQUEA-STATUS-ARCHIVO
                       PERFORM MUESTRA-CUENTA
               END-READ
           END-IF.

       LISTADO-CUENTAS.
           MOVE 0 TO CONT-ENCONTRADAS.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO CUENTA-ID.

           START CUENTAS-ARCHIVO KEY IS NOT LESS THAN CUENTA-ID
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START.

           IF NOT FIN-FICHERO
               MOVE "LECTURA" TO WS-OPERACION
               READ CUENTAS-ARCHIVO NEXT RECORD
                   AT END
                       SET FIN-FICHERO TO TRUE
               END-READ
               PERFORM CHEQUEA-STATUS-ARCHIVO
           END-IF.

           PERFORM LECTURA UNTIL FIN-FICHERO.

           DISPLAY " ".
           DISPLAY "Cuentas registradas: " CONT-ENCONTRADAS.

       LECTURA.
           ADD 1 TO CONT-ENCONTRADAS.
           PERFORM MUESTRA-CUENTA.

           MOVE "LECTURA" TO WS-OPERACION.
           READ CUENTAS-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.
           PERFORM CHEQUEA-STATUS-ARCHIVO.

       MUESTRA-CUENTA.
           DISPLAY " ID: " CUENTA-ID
                   " IBAN: " FUNCTION TRIM(CUENTA-IBAN)
                   " Titular: " FUNCTION TRIM(CUENTA-TITULAR)
                   " Alta: " CUENTA-FECHA-ALTA.

       CHEQUEA-STATUS-ARCHIVO.
           IF NOT FS-OK AND FS-STATUS NOT = '10'
                   AND FS-STATUS NOT = '23'
               MOVE WS-OPERACION TO LE-OPERACION
               MOVE CUENTA-ID TO LE-ID
               MOVE FS-STATUS TO LE-STATUS
               MOVE LINEA-ERROR TO ERROR-REGISTRO
               WRITE ERROR-REGISTRO
           END-IF.

       APERTURA.
           OPEN I-O CUENTAS-ARCHIVO.

           IF FS-STATUS = '35'
               OPEN OUTPUT CUENTAS-ARCHIVO
               CLOSE CUENTAS-ARCHIVO
               OPEN I-O CUENTAS-ARCHIVO
           END-IF.

           IF NOT FS-OK
               DISPLAY "No se pudo abrir el fichero de cuentas, "
                   "estado " FS-STATUS "."
               PERFORM FIN-PROGRAMA
           END-IF.

           OPEN INPUT EMPLEAD-ARCHIVO.

           IF NOT FS-OK-EMPLEADOS
               DISPLAY "No se pudo abrir el maestro de empleados, "
                   "estado " FS-STATUS-EMPLEADOS "."
               CLOSE CUENTAS-ARCHIVO
               PERFORM FIN-PROGRAMA
           END-IF.

           OPEN EXTEND FICHERO-ERRORES.

           IF NOT FS-OK-ERRORES
               OPEN OUTPUT FICHERO-ERRORES
           END-IF.
       CIERRE.
           CLOSE CUENTAS-ARCHIVO.
           CLOSE EMPLEAD-ARCHIVO.
           CLOSE FICHERO-ERRORES.
       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM Mantenimiento-cuentas.
