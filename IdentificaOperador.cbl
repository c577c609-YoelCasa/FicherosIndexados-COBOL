       IDENTIFICATION DIVISION.
       PROGRAM-ID. Identifica-operador.
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
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-ARCHIVO.
           COPY "OPERADOR.cpy".

       FD  PERFILES-ARCHIVO.
           COPY "PERFIL.cpy".

       WORKING-STORAGE SECTION.
       01  PET-OPERADOR PIC X(30)
           VALUE "Operador: ".
       01  PET-CLAVE PIC X(30)
           VALUE "Clave: ".

       01  FS-STATUS PIC X(2).
           88 FS-OK VALUE '00'.

       01  FS-STATUS-PERFILES PIC X(2).
           88 FS-OK-PERFILES VALUE '00'.

       01  WS-FIN-IDENTIFICACION PIC X VALUE 'N'.
           88 FIN-IDENTIFICACION VALUE 'Y'.

       01  WS-MAXIMO-INTENTOS PIC 9(1) VALUE 3.
       01  CONT-INTENTOS PIC 9(1) VALUE 0.

       01  WS-OPERADOR-ENTRADA PIC X(8).
       01  WS-CLAVE-ENTRADA PIC X(12).

       01  WS-FECHA-HORA-RAW PIC X(21).
       LINKAGE SECTION.
           COPY "ACCESO.cpy".
       PROCEDURE DIVISION USING PARAMETROS-ACCESO.
       MAIN-PROCEDURE.
           SET ACCESO-DENEGADO TO TRUE.
           MOVE SPACES TO ACC-OPERADOR.
           MOVE SPACES TO ACC-PERFIL.
           MOVE SPACES TO ACC-OPCIONES.
           MOVE 0 TO CONT-INTENTOS.
           MOVE 'N' TO WS-FIN-IDENTIFICACION.

           OPEN I-O OPERADORES-ARCHIVO.

           IF NOT FS-OK
               DISPLAY "No se pudo abrir el fichero de operadores, "
                   "estado " FS-STATUS "."
               DISPLAY "Un administrador debe dar de alta los "
                   "operadores con Mantenimiento-operadores."
               PERFORM FIN-PROGRAMA
           END-IF.

           DISPLAY " ".
           DISPLAY "Identificacion del operador".
           PERFORM PIDE-IDENTIFICACION UNTIL FIN-IDENTIFICACION.

           IF ACCESO-CONCEDIDO
               PERFORM CARGA-OPCIONES-PERFIL
           END-IF.

           CLOSE OPERADORES-ARCHIVO.

           PERFORM FIN-PROGRAMA.

       PIDE-IDENTIFICACION.
           ADD 1 TO CONT-INTENTOS.

           DISPLAY PET-OPERADOR.
           ACCEPT WS-OPERADOR-ENTRADA.

           IF WS-OPERADOR-ENTRADA = SPACES
               DISPLAY "Identificacion cancelada."
               SET FIN-IDENTIFICACION TO TRUE
           ELSE
               DISPLAY PET-CLAVE
               ACCEPT WS-CLAVE-ENTRADA
               MOVE WS-OPERADOR-ENTRADA TO OPER-ID
               READ OPERADORES-ARCHIVO
                   INVALID KEY
                       DISPLAY "Operador o clave incorrectos."
                   NOT INVALID KEY
                       PERFORM VALIDA-CLAVE
               END-READ
           END-IF.

           IF NOT FIN-IDENTIFICACION
                   AND CONT-INTENTOS >= WS-MAXIMO-INTENTOS
               DISPLAY "Demasiados intentos fallidos, acceso "
                   "denegado."
               SET FIN-IDENTIFICACION TO TRUE
           END-IF.

       VALIDA-CLAVE.
           EVALUATE TRUE
               WHEN OPERADOR-BLOQUEADO
                   DISPLAY "El operador esta bloqueado por intentos "
                       "fallidos; avise a un administrador."
                   SET FIN-IDENTIFICACION TO TRUE
               WHEN OPER-CLAVE NOT = WS-CLAVE-ENTRADA
                   ADD 1 TO OPER-INTENTOS-FALLIDOS
                   IF OPER-INTENTOS-FALLIDOS >= WS-MAXIMO-INTENTOS
                       SET OPERADOR-BLOQUEADO TO TRUE
                       DISPLAY "Clave incorrecta. El operador queda "
                           "bloqueado; avise a un administrador."
                       SET FIN-IDENTIFICACION TO TRUE
                   ELSE
                       DISPLAY "Operador o clave incorrectos."
                   END-IF
                   REWRITE OPERADOR-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW
                   MOVE WS-FECHA-HORA-RAW(1:8) TO
                       OPER-FECHA-ULTIMO-ACCESO
                   MOVE 0 TO OPER-INTENTOS-FALLIDOS
                   REWRITE OPERADOR-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE OPER-ID TO ACC-OPERADOR
                   MOVE OPER-PERFIL TO ACC-PERFIL
                   SET ACCESO-CONCEDIDO TO TRUE
                   SET FIN-IDENTIFICACION TO TRUE
           END-EVALUATE.

       CARGA-OPCIONES-PERFIL.
           IF PERFIL-ADMINISTRADOR
               MOVE "123456789" TO ACC-OPCIONES
           ELSE
               OPEN INPUT PERFILES-ARCHIVO
               IF FS-OK-PERFILES
                   MOVE OPER-PERFIL TO PERF-PERFIL
                   MOVE ACC-PROGRAMA TO PERF-PROGRAMA
                   READ PERFILES-ARCHIVO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PERF-OPCIONES TO ACC-OPCIONES
                   END-READ
                   CLOSE PERFILES-ARCHIVO
               END-IF
           END-IF.

           IF ACC-OPCIONES = SPACES
               DISPLAY "El perfil " FUNCTION TRIM(OPER-PERFIL)
                   " no tiene acceso a este programa."
               SET ACCESO-DENEGADO TO TRUE
           ELSE
               DISPLAY "Operador " FUNCTION TRIM(ACC-OPERADOR)
                   ", perfil " FUNCTION TRIM(ACC-PERFIL) "."
           END-IF.
       FIN-PROGRAMA.
            GOBACK.
       END PROGRAM Identifica-operador.
