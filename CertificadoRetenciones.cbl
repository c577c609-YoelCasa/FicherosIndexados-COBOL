       IDENTIFICATION DIVISION.
       PROGRAM-ID. Certificado-retenciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-NOMREG
           ASSIGN TO "nomreg.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY NOMREG-CLAVE
           ALTERNATE RECORD KEY NOMREG-PERIODO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-NOMREG.

           SELECT EMPLEAD-ARCHIVO
           ASSIGN TO "empleado.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY EMPLEADOS-ID
           ALTERNATE RECORD KEY EMPLEADOS-APELLIDO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS.

           SELECT HISTORICO-ARCHIVO
           ASSIGN TO "historico.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY HIST-ID
           ALTERNATE RECORD KEY HIST-APELLIDO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-HISTORICO.

           SELECT FICHERO-CERTIFICADOS
           ASSIGN TO "certificados.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-CERTIFICADOS.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-NOMREG.
           COPY "NOMREG.cpy".

       FD  EMPLEAD-ARCHIVO.
           COPY "EMPLEADO.cpy".

       FD  HISTORICO-ARCHIVO.
           COPY "HISTORICO.cpy".

       FD  FICHERO-CERTIFICADOS.
       01  CERTIFICADO-REGISTRO PIC X(90).

       WORKING-STORAGE SECTION.
       01  PET-ANO PIC X(40)
           VALUE "Introduzca el ejercicio (AAAA): ".

       01  WS-EOF PIC X VALUE 'N'.
           88 FIN-FICHERO VALUE 'Y'.

       01  WS-ANO-VALIDO PIC X VALUE 'N'.
           88 ANO-VALIDO VALUE 'Y'.

       01  WS-EMPLEADOS-ABIERTO PIC X VALUE 'N'.
           88 EMPLEADOS-ABIERTO VALUE 'Y'.

       01  WS-HISTORICO-ABIERTO PIC X VALUE 'N'.
           88 HISTORICO-ABIERTO VALUE 'Y'.

       01  WS-PRIMERA-VEZ PIC X VALUE 'S'.
           88 ES-PRIMER-CERTIFICADO VALUE 'S'.

       01  FS-STATUS-NOMREG PIC X(2).
           88 FS-OK-NOMREG VALUE '00'.

       01  FS-STATUS PIC X(2).
           88 FS-OK VALUE '00'.

       01  FS-STATUS-HISTORICO PIC X(2).
           88 FS-OK-HISTORICO VALUE '00'.

       01  FS-STATUS-CERTIFICADOS PIC X(2).
           88 FS-OK-CERTIFICADOS VALUE '00'.

       01  WS-ANO-CERTIFICADO PIC 9(4).
       01  WS-ID-ANTERIOR PIC 9(6) VALUE 0.

       01  CONT-CERTIFICADOS PIC 9(6) VALUE 0.
       01  CONT-MESES PIC 9(2) VALUE 0.
       01  WS-ANUAL-BRUTO PIC 9(9)V99 VALUE 0.
       01  WS-ANUAL-DEDUCCION PIC 9(9)V99 VALUE 0.
       01  WS-ANUAL-NETO PIC 9(9)V99 VALUE 0.

       01  WS-FECHA-HORA-RAW PIC X(21).

       01  LINEA-SEPARADOR PIC X(60) VALUE ALL "-".

       01  LINEA-CER-CABECERA.
           05 FILLER PIC X(40)
               VALUE "CERTIFICADO DE RETENCIONES - EJERCICIO ".
           05 CER-ANO PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 CER-FECHA PIC X(10).

       01  LINEA-CER-EMPLEADO.
           05 FILLER PIC X(10) VALUE "Empleado: ".
           05 CER-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CER-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CER-APELLIDO PIC X(50).

       01  LINEA-CER-SITUACION.
           05 FILLER PIC X(11) VALUE "Situacion: ".
           05 CER-SITUACION PIC X(30).

       01  LINEA-CER-COLUMNAS.
           05 FILLER PIC X(10) VALUE "PERIODO".
           05 FILLER PIC X(21) VALUE "DEPARTAMENTO".
           05 FILLER PIC X(13) VALUE "      BRUTO".
           05 FILLER PIC X(13) VALUE "  DEDUCCION".
           05 FILLER PIC X(13) VALUE "       NETO".

       01  LINEA-CER-MES.
           05 CER-PERIODO PIC X(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 CER-DEPARTAMENTO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CER-BRUTO PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CER-DEDUCCION PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CER-NETO PIC Z(6)9.99.

       01  LINEA-CER-TOTAL.
           05 FILLER PIC X(29) VALUE "TOTAL ANUAL".
           05 CER-TOT-BRUTO PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CER-TOT-DEDUCCION PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CER-TOT-NETO PIC Z(6)9.99.

       01  LINEA-CER-RETENIDO.
           05 FILLER PIC X(32)
               VALUE "Total retenido en el ejercicio: ".
           05 CER-RETENIDO PIC Z(8)9.99.

       01  LINEA-CER-MESES.
           05 FILLER PIC X(32)
               VALUE "Meses con nomina registrada   : ".
           05 CER-MESES PIC Z9.

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           PERFORM ACEPTA-ANO-VALIDO.

           PERFORM APERTURA.

           READ FICHERO-NOMREG NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

           PERFORM PROCESA-NOMINA UNTIL FIN-FICHERO.

           IF NOT ES-PRIMER-CERTIFICADO
               PERFORM IMPRIME-TOTALES-CERTIFICADO
           END-IF.

           PERFORM CIERRE.

           DISPLAY "Certificados emitidos: " CONT-CERTIFICADOS.
           DISPLAY "Certificados generados en certificados.txt".

           PERFORM FIN-PROGRAMA.

       ACEPTA-ANO-VALIDO.
           MOVE 'N' TO WS-ANO-VALIDO.
           PERFORM PIDE-ANO UNTIL ANO-VALIDO.

       PIDE-ANO.
           DISPLAY PET-ANO.
           ACCEPT WS-ANO-CERTIFICADO.

           IF WS-ANO-CERTIFICADO IS NUMERIC
                   AND WS-ANO-CERTIFICADO > 1900
               SET ANO-VALIDO TO TRUE
           ELSE
               DISPLAY "El ano debe ser numerico y mayor que 1900."
           END-IF.

       PROCESA-NOMINA.
           IF NOMREG-PERIODO(1:4) = WS-ANO-CERTIFICADO
               IF ES-PRIMER-CERTIFICADO
                       OR NOMREG-ID NOT = WS-ID-ANTERIOR
                   IF NOT ES-PRIMER-CERTIFICADO
                       PERFORM IMPRIME-TOTALES-CERTIFICADO
                   END-IF
                   PERFORM INICIA-CERTIFICADO
               END-IF
               PERFORM IMPRIME-LINEA-MES
           END-IF.

           READ FICHERO-NOMREG NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       INICIA-CERTIFICADO.
           MOVE 'N' TO WS-PRIMERA-VEZ.
           MOVE NOMREG-ID TO WS-ID-ANTERIOR.
           MOVE 0 TO CONT-MESES.
           MOVE 0 TO WS-ANUAL-BRUTO.
           MOVE 0 TO WS-ANUAL-DEDUCCION.
           MOVE 0 TO WS-ANUAL-NETO.
           ADD 1 TO CONT-CERTIFICADOS.

           PERFORM BUSCA-DATOS-PERSONALES.

           MOVE LINEA-SEPARADOR TO CERTIFICADO-REGISTRO.
           WRITE CERTIFICADO-REGISTRO.
           MOVE LINEA-CER-CABECERA TO CERTIFICADO-REGISTRO.
           WRITE CERTIFICADO-REGISTRO.
           MOVE SPACES TO CERTIFICADO-REGISTRO.
           WRITE CERTIFICADO-REGISTRO.

           MOVE NOMREG-ID TO CER-ID.
           MOVE LINEA-CER-EMPLEADO TO CERTIFICADO-REGISTRO.
           WRITE CERTIFICADO-REGISTRO.
           MOVE LINEA-CER-SITUACION TO CERTIFICADO-REGISTRO.
           WRITE CERTIFICADO-REGISTRO.
           MOVE SPACES TO CERTIFICADO-REGISTRO.
           WRITE CERTIFICADO-REGISTRO.

           MOVE LINEA-CER-COLUMNAS TO CERTIFICADO-REGISTRO.
           WRITE CERTIFICADO-REGISTRO.

       BUSCA-DATOS-PERSONALES.
           MOVE SPACES TO CER-NOMBRE.
           MOVE SPACES TO CER-APELLIDO.
           MOVE "DESCONOCIDO" TO CER-SITUACION.

           IF EMPLEADOS-ABIERTO
               MOVE NOMREG-ID TO EMPLEADOS-ID
               READ EMPLEAD-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPLEADOS-NOMBRE TO CER-NOMBRE
                       MOVE EMPLEADOS-APELLIDO TO CER-APELLIDO
                       IF EMPLEADO-ACTIVO
                           MOVE "EN PLANTILLA" TO CER-SITUACION
                       ELSE
                           MOVE "BAJA" TO CER-SITUACION
                       END-IF
               END-READ
           END-IF.

           IF CER-SITUACION = "DESCONOCIDO" AND HISTORICO-ABIERTO
               MOVE NOMREG-ID TO HIST-ID
               READ HISTORICO-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HIST-NOMBRE TO CER-NOMBRE
                       MOVE HIST-APELLIDO TO CER-APELLIDO
                       MOVE "BAJA (HISTORICO)" TO CER-SITUACION
               END-READ
           END-IF.

       IMPRIME-LINEA-MES.
           ADD 1 TO CONT-MESES.
           ADD NOMREG-BRUTO TO WS-ANUAL-BRUTO.
           ADD NOMREG-DEDUCCION TO WS-ANUAL-DEDUCCION.
           ADD NOMREG-NETO TO WS-ANUAL-NETO.

           MOVE NOMREG-PERIODO TO CER-PERIODO.
           MOVE NOMREG-DEPARTAMENTO TO CER-DEPARTAMENTO.
           MOVE NOMREG-BRUTO TO CER-BRUTO.
           MOVE NOMREG-DEDUCCION TO CER-DEDUCCION.
           MOVE NOMREG-NETO TO CER-NETO.
           MOVE LINEA-CER-MES TO CERTIFICADO-REGISTRO.
           WRITE CERTIFICADO-REGISTRO.

       IMPRIME-TOTALES-CERTIFICADO.
           MOVE SPACES TO CERTIFICADO-REGISTRO.
           WRITE CERTIFICADO-REGISTRO.

           MOVE WS-ANUAL-BRUTO TO CER-TOT-BRUTO.
           MOVE WS-ANUAL-DEDUCCION TO CER-TOT-DEDUCCION.
           MOVE WS-ANUAL-NETO TO CER-TOT-NETO.
           MOVE LINEA-CER-TOTAL TO CERTIFICADO-REGISTRO.
           WRITE CERTIFICADO-REGISTRO.

           MOVE WS-ANUAL-DEDUCCION TO CER-RETENIDO.
           MOVE LINEA-CER-RETENIDO TO CERTIFICADO-REGISTRO.
           WRITE CERTIFICADO-REGISTRO.

           MOVE CONT-MESES TO CER-MESES.
           MOVE LINEA-CER-MESES TO CERTIFICADO-REGISTRO.
           WRITE CERTIFICADO-REGISTRO.

           MOVE SPACES TO CERTIFICADO-REGISTRO.
           WRITE CERTIFICADO-REGISTRO.

       APERTURA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.
           STRING WS-FECHA-HORA-RAW(1:4) "-" WS-FECHA-HORA-RAW(5:2)
                   "-" WS-FECHA-HORA-RAW(7:2)
               DELIMITED BY SIZE INTO CER-FECHA
           END-STRING.
           MOVE WS-ANO-CERTIFICADO TO CER-ANO.

           OPEN INPUT FICHERO-NOMREG.

           IF NOT FS-OK-NOMREG
               DISPLAY "No se pudo abrir el registro de nominas "
                   "(nomreg.csv), estado " FS-STATUS-NOMREG "."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           OPEN INPUT EMPLEAD-ARCHIVO.

           IF FS-OK
               SET EMPLEADOS-ABIERTO TO TRUE
           ELSE
               DISPLAY "Aviso: no se pudo abrir empleado.csv, estado "
                   FS-STATUS "."
           END-IF.

           OPEN INPUT HISTORICO-ARCHIVO.

           IF FS-OK-HISTORICO
               SET HISTORICO-ABIERTO TO TRUE
           ELSE
               DISPLAY "Aviso: no se pudo abrir historico.csv, estado "
                   FS-STATUS-HISTORICO "."
           END-IF.

           OPEN OUTPUT FICHERO-CERTIFICADOS.

           IF NOT FS-OK-CERTIFICADOS
               DISPLAY "Error al abrir el fichero de certificados."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.
       CIERRE.
           CLOSE FICHERO-NOMREG.
           IF EMPLEADOS-ABIERTO
               CLOSE EMPLEAD-ARCHIVO
           END-IF.
           IF HISTORICO-ABIERTO
               CLOSE HISTORICO-ARCHIVO
           END-IF.
           CLOSE FICHERO-CERTIFICADOS.
       GRABA-INICIO-EJECUCION.
           MOVE "Certificado-retenciones" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "CERTIFICAD" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-CERTIFICADOS TO PEJ-CONT-VALOR (1).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Certificado-retenciones.
