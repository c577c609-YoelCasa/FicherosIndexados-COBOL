       IDENTIFICATION DIVISION.
       PROGRAM-ID. Remesa-transferencias.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-PARAMETROS
           ASSIGN TO "remesa.par"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-PARAMETROS.

           SELECT FICHERO-NOMREG
           ASSIGN TO "nomreg.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY NOMREG-CLAVE
           ALTERNATE RECORD KEY NOMREG-PERIODO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-NOMREG.

           SELECT CUENTAS-ARCHIVO
           ASSIGN TO "cuentas.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY CUENTA-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-CUENTAS.

           SELECT EMPLEAD-ARCHIVO
           ASSIGN TO "empleado.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY EMPLEADOS-ID
           ALTERNATE RECORD KEY EMPLEADOS-APELLIDO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS.

           SELECT FICHERO-REMESA
           ASSIGN TO "remesa.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-REMESA.

           SELECT FICHERO-EXCEPCIONES
           ASSIGN TO "remesa_excepciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-EXCEPCIONES.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-PARAMETROS.
       01  PARAMETRO-REGISTRO.
           05 PAR-FECHA-PAGO PIC 9(8).
           05 FILLER PIC X(01).
           05 PAR-PERIODO PIC X(7).
           05 FILLER PIC X(01).
           05 PAR-IBAN-ORDENANTE PIC X(34).
           05 FILLER PIC X(01).
           05 PAR-NOMBRE-ORDENANTE PIC X(50).

       FD  FICHERO-NOMREG.
           COPY "NOMREG.cpy".

       FD  CUENTAS-ARCHIVO.
           COPY "CUENTA.cpy".

       FD  EMPLEAD-ARCHIVO.
           COPY "EMPLEADO.cpy".

       FD  FICHERO-REMESA.
       01  REMESA-REGISTRO PIC X(150).

       FD  FICHERO-EXCEPCIONES.
       01  EXCEPCION-REGISTRO PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-EOF PIC X VALUE 'N'.
           88 FIN-FICHERO VALUE 'Y'.

       01  FS-STATUS-PARAMETROS PIC X(2).
           88 FS-OK-PARAMETROS VALUE '00'.

       01  FS-STATUS-NOMREG PIC X(2).
           88 FS-OK-NOMREG VALUE '00'.

       01  FS-STATUS-CUENTAS PIC X(2).
           88 FS-OK-CUENTAS VALUE '00'.

       01  FS-STATUS PIC X(2).
           88 FS-OK VALUE '00'.

       01  FS-STATUS-REMESA PIC X(2).
           88 FS-OK-REMESA VALUE '00'.

       01  FS-STATUS-EXCEPCIONES PIC X(2).
           88 FS-OK-EXCEPCIONES VALUE '00'.

       01  WS-PARAMETROS-VALIDOS PIC X VALUE 'N'.
           88 PARAMETROS-VALIDOS VALUE 'Y'.

       01  WS-CUENTA-HALLADA PIC X VALUE 'N'.
           88 CUENTA-HALLADA VALUE 'Y'.

       01  WS-IBAN-VALIDO PIC X VALUE 'N'.
           88 IBAN-VALIDO VALUE 'Y'.

       01  WS-LETRA-HALLADA PIC X VALUE 'N'.
           88 LETRA-HALLADA VALUE 'Y'.

       01  WS-PERIODO PIC X(7).
       01  WS-HOY PIC 9(8).
       01  WS-FECHA-HORA-RAW PIC X(21).

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

       01  CONT-NOMINAS PIC 9(6) VALUE 0.
       01  CONT-TRANSFERENCIAS PIC 9(6) VALUE 0.
       01  CONT-EXCEPCIONES PIC 9(6) VALUE 0.
       01  WS-TOTAL-REMESA PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-EXCEPCIONES PIC 9(11)V99 VALUE 0.

       01  WS-MOTIVO-EXCEPCION PIC X(30).

       01  LINEA-REM-CABECERA.
           05 REM-CAB-TIPO PIC X(2) VALUE "01".
           05 REM-CAB-FECHA-PAGO PIC 9(8).
           05 REM-CAB-FECHA-CREACION PIC 9(8).
           05 REM-CAB-IBAN PIC X(34).
           05 REM-CAB-ORDENANTE PIC X(50).
           05 REM-CAB-PERIODO PIC X(7).
           05 FILLER PIC X(41) VALUE SPACES.

       01  LINEA-REM-DETALLE.
           05 REM-DET-TIPO PIC X(2) VALUE "02".
           05 REM-DET-ID PIC 9(6).
           05 REM-DET-IBAN PIC X(34).
           05 REM-DET-TITULAR PIC X(70).
           05 REM-DET-IMPORTE PIC 9(9)V99.
           05 REM-DET-CONCEPTO PIC X(20).
           05 FILLER PIC X(7) VALUE SPACES.

       01  LINEA-REM-PIE.
           05 REM-PIE-TIPO PIC X(2) VALUE "03".
           05 REM-PIE-LINEAS PIC 9(6).
           05 REM-PIE-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(129) VALUE SPACES.

       01  LINEA-EXC-CABECERA.
           05 FILLER PIC X(40)
               VALUE "EXCEPCIONES DE LA REMESA DE NOMINA - ".
           05 EXC-CAB-PERIODO PIC X(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 EXC-CAB-FECHA PIC X(10).

       01  LINEA-EXC-COLUMNAS.
           05 FILLER PIC X(8) VALUE "  ID".
           05 FILLER PIC X(26) VALUE "APELLIDOS".
           05 FILLER PIC X(13) VALUE "       NETO".
           05 FILLER PIC X(30) VALUE "  MOTIVO".

       01  LINEA-EXC-DETALLE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-ID PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-APELLIDO PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-NETO PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-MOTIVO PIC X(30).

       01  LINEA-EXC-TOTAL.
           05 FILLER PIC X(32)
               VALUE "Empleados fuera de la remesa  : ".
           05 EXC-TOT-CONTADOR PIC Z(5)9.
           05 FILLER PIC X(12) VALUE "   Importe: ".
           05 EXC-TOT-IMPORTE PIC Z(10)9.99.

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           PERFORM LEE-PARAMETROS.

           IF PARAMETROS-VALIDOS
               PERFORM APERTURA
               PERFORM GENERA-REMESA
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
                   "de la remesa (remesa.par)."
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

           IF PAR-PERIODO = SPACES
               STRING WS-FECHA-HORA-RAW(1:4) "-"
                       WS-FECHA-HORA-RAW(5:2)
                   DELIMITED BY SIZE INTO WS-PERIODO
               END-STRING
           ELSE
               MOVE PAR-PERIODO TO WS-PERIODO
           END-IF.

           MOVE PAR-IBAN-ORDENANTE TO WS-IBAN-ENTRADA.

           EVALUATE TRUE
               WHEN PAR-FECHA-PAGO IS NOT NUMERIC
                       OR PAR-FECHA-PAGO = 0
                   DISPLAY "La fecha de pago debe ser AAAAMMDD."
               WHEN PAR-FECHA-PAGO < WS-HOY
                   DISPLAY "La fecha de pago no puede ser anterior "
                       "a hoy."
               WHEN PAR-NOMBRE-ORDENANTE = SPACES
                   DISPLAY "Falta el nombre del ordenante."
               WHEN OTHER
                   PERFORM VALIDA-IBAN
                   IF IBAN-VALIDO
                       SET PARAMETROS-VALIDOS TO TRUE
                   ELSE
                       DISPLAY "La cuenta del ordenante no es un "
                           "IBAN valido."
                   END-IF
           END-EVALUATE.

       VALIDA-IBAN.
           MOVE 'N' TO WS-IBAN-VALIDO.
           MOVE 0 TO WS-LONGITUD-IBAN.
           INSPECT WS-IBAN-ENTRADA TALLYING WS-LONGITUD-IBAN
               FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WS-LONGITUD-IBAN NOT < 15
                   AND WS-IBAN-ENTRADA(1:2) IS ALPHABETIC-UPPER
                   AND WS-IBAN-ENTRADA(3:2) IS NUMERIC
               PERFORM CALCULA-CONTROL-IBAN
               IF WS-RESTO-IBAN = 1
                   SET IBAN-VALIDO TO TRUE
               END-IF
           END-IF.

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

       GENERA-REMESA.
           DISPLAY " ".
           DISPLAY "Remesa de transferencias de nomina " WS-PERIODO.
           DISPLAY " ".

           MOVE PAR-FECHA-PAGO TO REM-CAB-FECHA-PAGO.
           MOVE WS-HOY TO REM-CAB-FECHA-CREACION.
           MOVE PAR-IBAN-ORDENANTE TO REM-CAB-IBAN.
           MOVE PAR-NOMBRE-ORDENANTE TO REM-CAB-ORDENANTE.
           MOVE WS-PERIODO TO REM-CAB-PERIODO.
           MOVE LINEA-REM-CABECERA TO REMESA-REGISTRO.
           WRITE REMESA-REGISTRO.

           MOVE WS-PERIODO TO EXC-CAB-PERIODO.
           STRING WS-HOY(1:4) "-" WS-HOY(5:2) "-" WS-HOY(7:2)
               DELIMITED BY SIZE INTO EXC-CAB-FECHA
           END-STRING.
           MOVE LINEA-EXC-CABECERA TO EXCEPCION-REGISTRO.
           WRITE EXCEPCION-REGISTRO.
           MOVE SPACES TO EXCEPCION-REGISTRO.
           WRITE EXCEPCION-REGISTRO.
           MOVE LINEA-EXC-COLUMNAS TO EXCEPCION-REGISTRO.
           WRITE EXCEPCION-REGISTRO.
           MOVE SPACES TO EXCEPCION-REGISTRO.
           WRITE EXCEPCION-REGISTRO.

           MOVE 'N' TO WS-EOF.
           MOVE WS-PERIODO TO NOMREG-PERIODO.

           START FICHERO-NOMREG KEY IS = NOMREG-PERIODO
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START.

           IF NOT FIN-FICHERO
               READ FICHERO-NOMREG NEXT RECORD
                   AT END
                       SET FIN-FICHERO TO TRUE
               END-READ
           END-IF.

           PERFORM PROCESA-NOMINA
               UNTIL FIN-FICHERO OR NOMREG-PERIODO NOT = WS-PERIODO.

           MOVE CONT-TRANSFERENCIAS TO REM-PIE-LINEAS.
           MOVE WS-TOTAL-REMESA TO REM-PIE-TOTAL.
           MOVE LINEA-REM-PIE TO REMESA-REGISTRO.
           WRITE REMESA-REGISTRO.

           MOVE SPACES TO EXCEPCION-REGISTRO.
           WRITE EXCEPCION-REGISTRO.
           MOVE CONT-EXCEPCIONES TO EXC-TOT-CONTADOR.
           MOVE WS-TOTAL-EXCEPCIONES TO EXC-TOT-IMPORTE.
           MOVE LINEA-EXC-TOTAL TO EXCEPCION-REGISTRO.
           WRITE EXCEPCION-REGISTRO.

       PROCESA-NOMINA.
           ADD 1 TO CONT-NOMINAS.

           MOVE NOMREG-ID TO CUENTA-ID.
           READ CUENTAS-ARCHIVO
               INVALID KEY
                   MOVE 'N' TO WS-CUENTA-HALLADA
               NOT INVALID KEY
                   SET CUENTA-HALLADA TO TRUE
           END-READ.

           EVALUATE TRUE
               WHEN NOMREG-NETO = 0
                   MOVE "NETO A CERO" TO WS-MOTIVO-EXCEPCION
                   PERFORM ESCRIBE-EXCEPCION
               WHEN NOT CUENTA-HALLADA
                   MOVE "SIN CUENTA BANCARIA" TO WS-MOTIVO-EXCEPCION
                   PERFORM ESCRIBE-EXCEPCION
               WHEN OTHER
                   PERFORM ESCRIBE-TRANSFERENCIA
           END-EVALUATE.

           READ FICHERO-NOMREG NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       ESCRIBE-TRANSFERENCIA.
           ADD 1 TO CONT-TRANSFERENCIAS.
           ADD NOMREG-NETO TO WS-TOTAL-REMESA.

           MOVE NOMREG-ID TO REM-DET-ID.
           MOVE CUENTA-IBAN TO REM-DET-IBAN.
           MOVE CUENTA-TITULAR TO REM-DET-TITULAR.
           MOVE NOMREG-NETO TO REM-DET-IMPORTE.
           MOVE SPACES TO REM-DET-CONCEPTO.
           STRING "NOMINA " WS-PERIODO
               DELIMITED BY SIZE INTO REM-DET-CONCEPTO
           END-STRING.
           MOVE LINEA-REM-DETALLE TO REMESA-REGISTRO.
           WRITE REMESA-REGISTRO.

       ESCRIBE-EXCEPCION.
           ADD 1 TO CONT-EXCEPCIONES.
           ADD NOMREG-NETO TO WS-TOTAL-EXCEPCIONES.

           MOVE NOMREG-ID TO EMPLEADOS-ID.
           READ EMPLEAD-ARCHIVO
               INVALID KEY
                   MOVE "(no esta en empleado.csv)" TO EXC-APELLIDO
               NOT INVALID KEY
                   MOVE EMPLEADOS-APELLIDO TO EXC-APELLIDO
           END-READ.

           MOVE NOMREG-ID TO EXC-ID.
           MOVE NOMREG-NETO TO EXC-NETO.
           MOVE WS-MOTIVO-EXCEPCION TO EXC-MOTIVO.
           MOVE LINEA-EXC-DETALLE TO EXCEPCION-REGISTRO.
           WRITE EXCEPCION-REGISTRO.

       MUESTRA-RESUMEN.
           DISPLAY "Resumen de la remesa:".
           DISPLAY "  Nominas del periodo   : " CONT-NOMINAS.
           DISPLAY "  Transferencias        : " CONT-TRANSFERENCIAS.
           DISPLAY "  Importe total         : " WS-TOTAL-REMESA.
           DISPLAY "  Excepciones           : " CONT-EXCEPCIONES.
           IF CONT-NOMINAS = 0
               DISPLAY "  No hay nomina aplicada para el periodo "
                   WS-PERIODO "."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "  Remesa en remesa.txt, excepciones en "
                   "remesa_excepciones.txt."
           END-IF.

       APERTURA.
           OPEN INPUT FICHERO-NOMREG.

           IF NOT FS-OK-NOMREG
               DISPLAY "No se pudo abrir el registro de nominas "
                   "(nomreg.csv), estado " FS-STATUS-NOMREG "."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           OPEN INPUT CUENTAS-ARCHIVO.

           IF NOT FS-OK-CUENTAS
               DISPLAY "No se pudo abrir el fichero de cuentas "
                   "(cuentas.csv), estado " FS-STATUS-CUENTAS "."
               CLOSE FICHERO-NOMREG
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           OPEN INPUT EMPLEAD-ARCHIVO.

           IF NOT FS-OK
               DISPLAY "No se pudo abrir el maestro de empleados, "
                   "estado " FS-STATUS "."
               CLOSE FICHERO-NOMREG
               CLOSE CUENTAS-ARCHIVO
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           OPEN OUTPUT FICHERO-REMESA.
           OPEN OUTPUT FICHERO-EXCEPCIONES.

           IF NOT FS-OK-REMESA OR NOT FS-OK-EXCEPCIONES
               DISPLAY "Error al abrir los ficheros de salida "
                   "de la remesa."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.
       CIERRE.
           CLOSE FICHERO-NOMREG.
           CLOSE CUENTAS-ARCHIVO.
           CLOSE EMPLEAD-ARCHIVO.
           CLOSE FICHERO-REMESA.
           CLOSE FICHERO-EXCEPCIONES.
       GRABA-INICIO-EJECUCION.
           MOVE "Remesa-transferencias" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "NOMINAS" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-NOMINAS TO PEJ-CONT-VALOR (1).
           MOVE "TRANSFER" TO PEJ-CONT-NOMBRE (2).
           MOVE CONT-TRANSFERENCIAS TO PEJ-CONT-VALOR (2).
           MOVE "EXCEPCION" TO PEJ-CONT-NOMBRE (3).
           MOVE CONT-EXCEPCIONES TO PEJ-CONT-VALOR (3).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Remesa-transferencias.
