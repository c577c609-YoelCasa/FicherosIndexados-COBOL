       IDENTIFICATION DIVISION.
       PROGRAM-ID. Anonimiza-historico.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-PARAMETROS
           ASSIGN TO "anonimiza.par"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-PARAMETROS.

           SELECT HISTORICO-ARCHIVO
           ASSIGN TO "historico.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY HIST-ID
           ALTERNATE RECORD KEY HIST-APELLIDO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-HISTORICO.

           SELECT CUENTAS-ARCHIVO
           ASSIGN TO "cuentas.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY CUENTA-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-CUENTAS.

           SELECT FICHERO-AUDITORIA
           ASSIGN TO "auditoria.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-AUDITORIA.

           SELECT FICHERO-AUDITORIA-TMP
           ASSIGN TO "auditoria.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-AUDITORIA-TMP.

           SELECT FICHERO-INFORME
           ASSIGN TO "anonimizacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-INFORME.

           SELECT FICHERO-BLOQUEO
           ASSIGN TO "bloqueo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-BLOQUEO.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-PARAMETROS.
       01  PARAMETRO-REGISTRO.
           05 PAR-ANOS-RETENCION PIC 9(2).
           05 FILLER PIC X(78).

       FD  HISTORICO-ARCHIVO.
           COPY "HISTORICO.cpy".

       FD  CUENTAS-ARCHIVO.
           COPY "CUENTA.cpy".

       FD  FICHERO-AUDITORIA.
       01  AUDITORIA-REGISTRO PIC X(199).

       FD  FICHERO-AUDITORIA-TMP.
       01  AUDITORIA-TMP-REGISTRO PIC X(199).

       FD  FICHERO-INFORME.
       01  INFORME-REGISTRO PIC X(80).

       FD  FICHERO-BLOQUEO.
       01  BLOQUEO-REGISTRO PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-EOF PIC X VALUE 'N'.
           88 FIN-FICHERO VALUE 'Y'.

       01  FS-STATUS-PARAMETROS PIC X(2).
           88 FS-OK-PARAMETROS VALUE '00'.

       01  FS-STATUS-HISTORICO PIC X(2).
           88 FS-OK-HISTORICO VALUE '00'.

       01  FS-STATUS-CUENTAS PIC X(2).
           88 FS-OK-CUENTAS VALUE '00'.

       01  FS-STATUS-AUDITORIA PIC X(2).
           88 FS-OK-AUDITORIA VALUE '00'.

       01  FS-STATUS-AUDITORIA-TMP PIC X(2).
           88 FS-OK-AUDITORIA-TMP VALUE '00'.

       01  FS-STATUS-INFORME PIC X(2).
           88 FS-OK-INFORME VALUE '00'.

       01  FS-STATUS-BLOQUEO PIC X(2).
           88 FS-OK-BLOQUEO VALUE '00'.

       01  WS-PARAMETROS-VALIDOS PIC X VALUE 'N'.
           88 PARAMETROS-VALIDOS VALUE 'Y'.

       01  WS-CUENTAS-ABIERTAS PIC X VALUE 'N'.
           88 CUENTAS-ABIERTAS VALUE 'Y'.

       01  WS-PLAZO-VENCIDO PIC X VALUE 'N'.
           88 PLAZO-VENCIDO VALUE 'Y'.

       01  WS-LINEA-MODIFICADA PIC X VALUE 'N'.
           88 LINEA-MODIFICADA VALUE 'Y'.

       01  WS-FECHA-HORA-RAW PIC X(21).
       01  WS-HOY PIC 9(8).
       01  WS-FECHA-LIMITE PIC 9(8).
       01  WS-ID-CONSULTA PIC 9(6).

       01  CONT-ANONIMIZADOS PIC 9(6) VALUE 0.
       01  CONT-YA-ANONIMOS PIC 9(6) VALUE 0.
       01  CONT-CUENTAS PIC 9(6) VALUE 0.
       01  CONT-LINEAS-AUDITORIA PIC 9(6) VALUE 0.
       01  CONT-ERRORES PIC 9(6) VALUE 0.

       01  WS-LINEA-BLOQUEO.
           05 BLQ-TITULAR PIC X(10).
               88 SIN-BLOQUEO VALUE SPACES.
           05 FILLER PIC X(1).
           05 BLQ-FECHA PIC X(10).
           05 FILLER PIC X(1).
           05 BLQ-HORA PIC X(8).

       01  WS-LINEA-AUDITORIA.
           05 LA-FECHA-HORA.
               10 LA-FECHA PIC X(10).
               10 FILLER PIC X(1).
               10 LA-HORA PIC X(8).
           05 FILLER PIC X(1).
           05 LA-OPERACION PIC X(10).
           05 FILLER PIC X(1).
           05 LA-ID-ANTES PIC 9(6).
           05 FILLER PIC X(1).
           05 LA-NOMBRE-ANTES PIC X(20).
           05 FILLER PIC X(1).
           05 LA-APELLIDO-ANTES PIC X(50).
           05 FILLER PIC X(1).
           05 LA-ID-DESPUES PIC 9(6).
           05 FILLER PIC X(1).
           05 LA-NOMBRE-DESPUES PIC X(20).
           05 FILLER PIC X(1).
           05 LA-APELLIDO-DESPUES PIC X(50).
           05 FILLER PIC X(1).
           05 LA-OPERADOR PIC X(10).

       01  WS-LINEAS-PAGINA PIC 9(2) VALUE 60.
       01  CONT-LINEAS PIC 9(2) VALUE 99.
       01  CONT-PAGINAS PIC 9(4) VALUE 0.

       01  LINEA-CABECERA.
           05 FILLER PIC X(40)
               VALUE "ANONIMIZACION DE DATOS PERSONALES".
           05 CAB-FECHA PIC X(10).
           05 FILLER PIC X(12) VALUE "    Pagina: ".
           05 CAB-PAGINA PIC ZZZ9.

       01  LINEA-PARAMETROS.
           05 FILLER PIC X(21) VALUE "Anos de retencion  : ".
           05 PAR-ANOS-ED PIC Z9.
           05 FILLER PIC X(28)
               VALUE "    Purgados antes del dia: ".
           05 PAR-FECHA-LIMITE PIC 9(8).

       01  LINEA-COLUMNAS.
           05 FILLER PIC X(10) VALUE "  ID".
           05 FILLER PIC X(22) VALUE "DEPARTAMENTO".
           05 FILLER PIC X(10) VALUE "F.BAJA".
           05 FILLER PIC X(10) VALUE "F.PURGA".
           05 FILLER PIC X(15) VALUE "CUENTA BANCARIA".

       01  LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DEPARTAMENTO PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-FECHA-BAJA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-FECHA-PURGA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CUENTA PIC X(15).

       01  LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(40).
           05 TOT-CONTADOR PIC Z(5)9.

       01  WS-LINEA-IMPRESION PIC X(80).

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           PERFORM LEE-PARAMETROS.

           IF PARAMETROS-VALIDOS
               PERFORM APERTURA
               PERFORM ANONIMIZA-HISTORICO
               PERFORM ANONIMIZA-AUDITORIA
               PERFORM IMPRIME-TOTALES
               PERFORM CIERRE
               PERFORM MUESTRA-RESUMEN
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM FIN-PROGRAMA.

       LEE-PARAMETROS.
           OPEN INPUT FICHERO-PARAMETROS.

           IF NOT FS-OK-PARAMETROS
               DISPLAY "No se pudo abrir el fichero de parametros "
                   "de la anonimizacion (anonimiza.par)."
           ELSE
               READ FICHERO-PARAMETROS
                   AT END
                       DISPLAY "El fichero de parametros esta vacio."
                   NOT AT END
                       PERFORM VALIDA-PARAMETROS
               END-READ
               CLOSE FICHERO-PARAMETROS
           END-IF.

       VALIDA-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.
           MOVE WS-FECHA-HORA-RAW(1:8) TO WS-HOY.

           IF PAR-ANOS-RETENCION IS NOT NUMERIC
                   OR PAR-ANOS-RETENCION = 0
               DISPLAY "Los anos de retencion deben ser numericos y "
                   "mayores que cero."
           ELSE
               COMPUTE WS-FECHA-LIMITE =
                   WS-HOY - PAR-ANOS-RETENCION * 10000
               SET PARAMETROS-VALIDOS TO TRUE
           END-IF.

       ANONIMIZA-HISTORICO.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO HIST-ID.

           START HISTORICO-ARCHIVO KEY IS NOT LESS THAN HIST-ID
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START.

           IF NOT FIN-FICHERO
               READ HISTORICO-ARCHIVO NEXT RECORD
                   AT END
                       SET FIN-FICHERO TO TRUE
               END-READ
           END-IF.

           PERFORM EXAMINA-HISTORICO UNTIL FIN-FICHERO.

       EXAMINA-HISTORICO.
           IF HIST-FECHA-PURGA NOT = 0
                   AND HIST-FECHA-PURGA < WS-FECHA-LIMITE
               IF HIST-NOMBRE = SPACES AND HIST-APELLIDO = SPACES
                   ADD 1 TO CONT-YA-ANONIMOS
               ELSE
                   PERFORM ANONIMIZA-PERSONA
               END-IF
           END-IF.

           READ HISTORICO-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       ANONIMIZA-PERSONA.
           MOVE SPACES TO HIST-NOMBRE.
           MOVE SPACES TO HIST-APELLIDO.

           REWRITE HISTORICO-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo anonimizar el id " HIST-ID
                       " del historico."
                   ADD 1 TO CONT-ERRORES
               NOT INVALID KEY
                   ADD 1 TO CONT-ANONIMIZADOS
                   PERFORM ELIMINA-CUENTA
                   PERFORM IMPRIME-DETALLE
           END-REWRITE.

       ELIMINA-CUENTA.
           MOVE "NO TENIA" TO DET-CUENTA.

           IF CUENTAS-ABIERTAS
               MOVE HIST-ID TO CUENTA-ID
               DELETE CUENTAS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CONT-CUENTAS
                       MOVE "ELIMINADA" TO DET-CUENTA
               END-DELETE
           END-IF.

       IMPRIME-DETALLE.
           MOVE HIST-ID TO DET-ID.
           MOVE HIST-DEPARTAMENTO TO DET-DEPARTAMENTO.
           MOVE HIST-FECHA-BAJA TO DET-FECHA-BAJA.
           MOVE HIST-FECHA-PURGA TO DET-FECHA-PURGA.
           MOVE LINEA-DETALLE TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

       ANONIMIZA-AUDITORIA.
           OPEN INPUT FICHERO-AUDITORIA.

           IF FS-STATUS-AUDITORIA = '35'
               CONTINUE
           ELSE
               IF NOT FS-OK-AUDITORIA
                   DISPLAY "No se pudo abrir el fichero de auditoria, "
                       "estado " FS-STATUS-AUDITORIA "."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM COPIA-AUDITORIA-ANONIMA
                   IF CONT-LINEAS-AUDITORIA > 0
                       PERFORM REPONE-AUDITORIA
                   END-IF
               END-IF
           END-IF.

       COPIA-AUDITORIA-ANONIMA.
           OPEN OUTPUT FICHERO-AUDITORIA-TMP.

           IF NOT FS-OK-AUDITORIA-TMP
               DISPLAY "No se pudo crear el fichero temporal de "
                   "auditoria, estado " FS-STATUS-AUDITORIA-TMP "."
               MOVE 8 TO RETURN-CODE
               CLOSE FICHERO-AUDITORIA
           ELSE
               MOVE 'N' TO WS-EOF
               READ FICHERO-AUDITORIA INTO WS-LINEA-AUDITORIA
                   AT END
                       SET FIN-FICHERO TO TRUE
               END-READ
               PERFORM ANONIMIZA-LINEA-AUDITORIA UNTIL FIN-FICHERO
               CLOSE FICHERO-AUDITORIA
               CLOSE FICHERO-AUDITORIA-TMP
           END-IF.

       ANONIMIZA-LINEA-AUDITORIA.
           MOVE 'N' TO WS-LINEA-MODIFICADA.

           IF LA-NOMBRE-ANTES NOT = SPACES
                   OR LA-APELLIDO-ANTES NOT = SPACES
               MOVE LA-ID-ANTES TO WS-ID-CONSULTA
               PERFORM COMPRUEBA-PLAZO
               IF PLAZO-VENCIDO
                   MOVE SPACES TO LA-NOMBRE-ANTES
                   MOVE SPACES TO LA-APELLIDO-ANTES
                   SET LINEA-MODIFICADA TO TRUE
               END-IF
           END-IF.

           IF LA-NOMBRE-DESPUES NOT = SPACES
                   OR LA-APELLIDO-DESPUES NOT = SPACES
               MOVE LA-ID-DESPUES TO WS-ID-CONSULTA
               PERFORM COMPRUEBA-PLAZO
               IF PLAZO-VENCIDO
                   MOVE SPACES TO LA-NOMBRE-DESPUES
                   MOVE SPACES TO LA-APELLIDO-DESPUES
                   SET LINEA-MODIFICADA TO TRUE
               END-IF
           END-IF.

           IF LINEA-MODIFICADA
               ADD 1 TO CONT-LINEAS-AUDITORIA
           END-IF.

           MOVE WS-LINEA-AUDITORIA TO AUDITORIA-TMP-REGISTRO.
           WRITE AUDITORIA-TMP-REGISTRO.

           READ FICHERO-AUDITORIA INTO WS-LINEA-AUDITORIA
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       COMPRUEBA-PLAZO.
           MOVE 'N' TO WS-PLAZO-VENCIDO.

           IF WS-ID-CONSULTA IS NUMERIC AND WS-ID-CONSULTA NOT = 0
               MOVE WS-ID-CONSULTA TO HIST-ID
               READ HISTORICO-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HIST-FECHA-PURGA NOT = 0
                               AND HIST-FECHA-PURGA < WS-FECHA-LIMITE
                           SET PLAZO-VENCIDO TO TRUE
                       END-IF
               END-READ
           END-IF.

       REPONE-AUDITORIA.
           OPEN INPUT FICHERO-AUDITORIA-TMP.
           OPEN OUTPUT FICHERO-AUDITORIA.

           IF NOT FS-OK-AUDITORIA-TMP OR NOT FS-OK-AUDITORIA
               DISPLAY "No se pudo reponer auditoria.log; la copia "
                   "anonimizada queda en auditoria.tmp."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF
               READ FICHERO-AUDITORIA-TMP
                   AT END
                       SET FIN-FICHERO TO TRUE
               END-READ
               PERFORM COPIA-LINEA-AUDITORIA UNTIL FIN-FICHERO
           END-IF.

           CLOSE FICHERO-AUDITORIA-TMP.
           CLOSE FICHERO-AUDITORIA.

       COPIA-LINEA-AUDITORIA.
           MOVE AUDITORIA-TMP-REGISTRO TO AUDITORIA-REGISTRO.
           WRITE AUDITORIA-REGISTRO.

           READ FICHERO-AUDITORIA-TMP
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       IMPRIME-TOTALES.
           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           MOVE "Personas anonimizadas en esta ejecucion: "
               TO TOT-ETIQUETA.
           MOVE CONT-ANONIMIZADOS TO TOT-CONTADOR.
           MOVE LINEA-TOTAL TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           MOVE "Ya anonimizadas en ejecuciones previas : "
               TO TOT-ETIQUETA.
           MOVE CONT-YA-ANONIMOS TO TOT-CONTADOR.
           MOVE LINEA-TOTAL TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           MOVE "Cuentas bancarias eliminadas           : "
               TO TOT-ETIQUETA.
           MOVE CONT-CUENTAS TO TOT-CONTADOR.
           MOVE LINEA-TOTAL TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           MOVE "Lineas de auditoria anonimizadas       : "
               TO TOT-ETIQUETA.
           MOVE CONT-LINEAS-AUDITORIA TO TOT-CONTADOR.
           MOVE LINEA-TOTAL TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           IF CONT-ERRORES > 0
               MOVE "Registros no anonimizados por error    : "
                   TO TOT-ETIQUETA
               MOVE CONT-ERRORES TO TOT-CONTADOR
               MOVE LINEA-TOTAL TO WS-LINEA-IMPRESION
               PERFORM ESCRIBE-LINEA
           END-IF.

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
           MOVE LINEA-PARAMETROS TO INFORME-REGISTRO.
           WRITE INFORME-REGISTRO.
           MOVE SPACES TO INFORME-REGISTRO.
           WRITE INFORME-REGISTRO.
           MOVE LINEA-COLUMNAS TO INFORME-REGISTRO.
           WRITE INFORME-REGISTRO.
           MOVE SPACES TO INFORME-REGISTRO.
           WRITE INFORME-REGISTRO.
           MOVE 5 TO CONT-LINEAS.

       MUESTRA-RESUMEN.
           DISPLAY " ".
           DISPLAY "Resumen de la anonimizacion:".
           DISPLAY "  Anos de retencion     : " PAR-ANOS-RETENCION.
           DISPLAY "  Purgados antes del dia: " WS-FECHA-LIMITE.
           DISPLAY "  Personas anonimizadas : " CONT-ANONIMIZADOS.
           DISPLAY "  Ya anonimizadas       : " CONT-YA-ANONIMOS.
           DISPLAY "  Cuentas eliminadas    : " CONT-CUENTAS.
           DISPLAY "  Lineas de auditoria   : " CONT-LINEAS-AUDITORIA.
           IF CONT-ERRORES > 0
               DISPLAY "  No anonimizados por error: " CONT-ERRORES
           END-IF.
           DISPLAY "Detalle en anonimizacion.txt".

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
           MOVE "ANONIMIZA" TO BLQ-TITULAR.
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
           PERFORM LEE-BLOQUEO.

           IF NOT SIN-BLOQUEO
               DISPLAY "La anonimizacion no puede ejecutarse: "
                   "el maestro esta bloqueado por "
                   FUNCTION TRIM(BLQ-TITULAR)
                   " desde " BLQ-FECHA " " BLQ-HORA "."
               DISPLAY "Si el bloqueo es de una sesion caida, "
                   "ejecute Libera-bloqueo y repita el proceso."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           PERFORM GRABA-BLOQUEO.

           OPEN I-O HISTORICO-ARCHIVO.

           IF FS-STATUS-HISTORICO = '35'
               DISPLAY "No hay fichero historico, nada que "
                   "anonimizar."
               PERFORM LIBERA-BLOQUEO
               PERFORM FIN-PROGRAMA
           END-IF.

           IF NOT FS-OK-HISTORICO
               DISPLAY "No se pudo abrir el historico, estado "
                   FS-STATUS-HISTORICO "."
               PERFORM LIBERA-BLOQUEO
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           OPEN I-O CUENTAS-ARCHIVO.

           IF FS-OK-CUENTAS
               SET CUENTAS-ABIERTAS TO TRUE
           ELSE
               IF FS-STATUS-CUENTAS NOT = '35'
                   DISPLAY "No se pudo abrir el fichero de cuentas, "
                       "estado " FS-STATUS-CUENTAS "."
                   CLOSE HISTORICO-ARCHIVO
                   PERFORM LIBERA-BLOQUEO
                   MOVE 8 TO RETURN-CODE
                   PERFORM FIN-PROGRAMA
               END-IF
           END-IF.

           OPEN OUTPUT FICHERO-INFORME.

           IF NOT FS-OK-INFORME
               DISPLAY "Error al abrir el fichero del informe."
               CLOSE HISTORICO-ARCHIVO
               IF CUENTAS-ABIERTAS
                   CLOSE CUENTAS-ARCHIVO
               END-IF
               PERFORM LIBERA-BLOQUEO
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           STRING WS-HOY(1:4) "-" WS-HOY(5:2) "-" WS-HOY(7:2)
               DELIMITED BY SIZE INTO CAB-FECHA
           END-STRING.
           MOVE PAR-ANOS-RETENCION TO PAR-ANOS-ED.
           MOVE WS-FECHA-LIMITE TO PAR-FECHA-LIMITE.

       CIERRE.
           CLOSE HISTORICO-ARCHIVO.
           IF CUENTAS-ABIERTAS
               CLOSE CUENTAS-ARCHIVO
           END-IF.
           CLOSE FICHERO-INFORME.
           PERFORM LIBERA-BLOQUEO.

       GRABA-INICIO-EJECUCION.
           MOVE "Anonimiza-historico" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "ANONIMIZAD" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-ANONIMIZADOS TO PEJ-CONT-VALOR (1).
           MOVE "YA-ANONIMO" TO PEJ-CONT-NOMBRE (2).
           MOVE CONT-YA-ANONIMOS TO PEJ-CONT-VALOR (2).
           MOVE "CUENTAS" TO PEJ-CONT-NOMBRE (3).
           MOVE CONT-CUENTAS TO PEJ-CONT-VALOR (3).
           MOVE "AUDITORIA" TO PEJ-CONT-NOMBRE (4).
           MOVE CONT-LINEAS-AUDITORIA TO PEJ-CONT-VALOR (4).
           MOVE "ERRORES" TO PEJ-CONT-NOMBRE (5).
           MOVE CONT-ERRORES TO PEJ-CONT-VALOR (5).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Anonimiza-historico.
