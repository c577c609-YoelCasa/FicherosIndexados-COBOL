       IDENTIFICATION DIVISION.
       PROGRAM-ID. Informe-rotacion.
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

           SELECT HISTORICO-ARCHIVO
           ASSIGN TO "historico.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY HIST-ID
           ALTERNATE RECORD KEY HIST-APELLIDO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-HISTORICO.

           SELECT FICHERO-ORDEN
           ASSIGN TO "ordenrot.tmp".

           SELECT FICHERO-INFORME
           ASSIGN TO "rotacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-INFORME.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEAD-ARCHIVO.
           COPY "EMPLEADO.cpy".

       FD  HISTORICO-ARCHIVO.
           COPY "HISTORICO.cpy".

       FD  FICHERO-INFORME.
       01  INFORME-REGISTRO PIC X(90).

       SD  FICHERO-ORDEN.
       01  ORDEN-REGISTRO.
           05 ORDEN-DEPARTAMENTO PIC X(20).
           05 ORDEN-ID PIC 9(6).
           05 ORDEN-FECHA-ALTA PIC 9(8).
           05 ORDEN-FECHA-BAJA PIC 9(8).

       WORKING-STORAGE SECTION.
       01  PET-FECHA-DESDE PIC X(50)
           VALUE "Fecha inicial del periodo (AAAAMMDD): ".
       01  PET-FECHA-HASTA PIC X(50)
           VALUE "Fecha final del periodo (AAAAMMDD): ".

       01  WS-EOF PIC X VALUE 'N'.
           88 FIN-FICHERO VALUE 'Y'.

       01  WS-FIN-ORDEN PIC X VALUE 'N'.
           88 FIN-ORDEN VALUE 'Y'.

       01  FS-STATUS PIC X(2).
           88 FS-OK VALUE '00'.

       01  FS-STATUS-HISTORICO PIC X(2).
           88 FS-OK-HISTORICO VALUE '00'.

       01  FS-STATUS-INFORME PIC X(2).
           88 FS-OK-INFORME VALUE '00'.

       01  WS-FECHA-VALIDA PIC X VALUE 'N'.
           88 FECHA-VALIDA VALUE 'Y'.

       01  WS-FECHA-DESDE PIC 9(8) VALUE 0.
       01  WS-FECHA-HASTA PIC 9(8) VALUE 0.

       01  WS-FECHA-ALTA PIC 9(8) VALUE 0.
       01  WS-FECHA-BAJA PIC 9(8) VALUE 0.
       01  WS-DEPARTAMENTO PIC X(20) VALUE SPACES.

       01  WS-PERSONA-VALIDA PIC X VALUE 'N'.
           88 PERSONA-VALIDA VALUE 'Y'.

       01  WS-PERSONA-ACTIVA PIC X VALUE 'N'.
           88 PERSONA-ACTIVA VALUE 'Y'.

       01  WS-FECHA-DESGLOSE.
           05 WS-FD-ANO PIC 9(4).
           05 WS-FD-MES PIC 9(2).
           05 WS-FD-DIA PIC 9(2).

       01  WS-MES-INICIAL PIC 9(6) VALUE 0.
       01  WS-INDICE-MES PIC S9(5) VALUE 0.
       01  WS-INDICE PIC 9(2) VALUE 0.

       01  TABLA-TENDENCIA.
           05 ELEMENTO-MES OCCURS 12 TIMES.
               10 TEN-ANO PIC 9(4).
               10 TEN-MES PIC 9(2).
               10 TEN-ALTAS PIC 9(6).
               10 TEN-BAJAS PIC 9(6).

       01  WS-DEPARTAMENTO-ANTERIOR PIC X(20) VALUE SPACES.
       01  WS-ID-ANTERIOR PIC 9(6) VALUE 0.

       01  WS-PRIMERA-VEZ PIC X VALUE 'S'.
           88 ES-PRIMER-DEPARTAMENTO VALUE 'S'.

       01  CONTADORES-DEPARTAMENTO.
           05 CONT-INICIAL PIC 9(6) VALUE 0.
           05 CONT-ALTAS PIC 9(6) VALUE 0.
           05 CONT-BAJAS PIC 9(6) VALUE 0.
           05 CONT-FINAL PIC 9(6) VALUE 0.
           05 WS-DIAS-SERVICIO PIC 9(9) VALUE 0.

       01  CONTADORES-EMPRESA.
           05 TOT-INICIAL PIC 9(6) VALUE 0.
           05 TOT-ALTAS PIC 9(6) VALUE 0.
           05 TOT-BAJAS PIC 9(6) VALUE 0.
           05 TOT-FINAL PIC 9(6) VALUE 0.
           05 TOT-DIAS-SERVICIO PIC 9(9) VALUE 0.

       01  CONT-LEIDOS PIC 9(6) VALUE 0.
       01  CONT-SIN-FECHA-BAJA PIC 9(6) VALUE 0.
       01  CONT-FECHA-ERRONEA PIC 9(6) VALUE 0.
       01  CONT-DUPLICADOS PIC 9(6) VALUE 0.

       01  WS-DIAS-PERSONA PIC S9(7) VALUE 0.
       01  WS-ROTACION PIC 9(3)V99 VALUE 0.
       01  WS-MEDIA-ANOS PIC 9(3)V99 VALUE 0.
       01  WS-SALDO PIC S9(6) VALUE 0.

       01  WS-FECHA-HORA-RAW PIC X(21).

       01  WS-LINEAS-PAGINA PIC 9(2) VALUE 60.
       01  CONT-LINEAS PIC 9(2) VALUE 99.
       01  CONT-PAGINAS PIC 9(4) VALUE 0.

       01  LINEA-CABECERA.
           05 FILLER PIC X(40)
               VALUE "INFORME DE PLANTILLA Y ROTACION".
           05 CAB-FECHA PIC X(10).
           05 FILLER PIC X(12) VALUE "    Pagina: ".
           05 CAB-PAGINA PIC ZZZ9.

       01  LINEA-PERIODO.
           05 FILLER PIC X(18) VALUE "Periodo: desde el ".
           05 PER-DESDE PIC X(10).
           05 FILLER PIC X(10) VALUE " hasta el ".
           05 PER-HASTA PIC X(10).

       01  LINEA-COLUMNAS.
           05 FILLER PIC X(22) VALUE "  DEPARTAMENTO".
           05 FILLER PIC X(7) VALUE "INICIAL".
           05 FILLER PIC X(8) VALUE "   ALTAS".
           05 FILLER PIC X(8) VALUE "   BAJAS".
           05 FILLER PIC X(8) VALUE "   FINAL".
           05 FILLER PIC X(9) VALUE "  ROT.(%)".
           05 FILLER PIC X(10) VALUE "  ANT.BAJA".

       01  LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DEPARTAMENTO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-INICIAL PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ALTAS PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-BAJAS PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-FINAL PIC Z(5)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-ROTACION PIC ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-ANTIGUEDAD PIC ZZ9.99.

       01  LINEA-TITULO-TENDENCIA.
           05 FILLER PIC X(44)
               VALUE "EVOLUCION DE ALTAS Y BAJAS DE LA EMPRESA EN ".
           05 FILLER PIC X(20)
               VALUE "LOS ULTIMOS 12 MESES".

       01  LINEA-COLUMNAS-TENDENCIA.
           05 FILLER PIC X(11) VALUE "  MES".
           05 FILLER PIC X(8) VALUE "   ALTAS".
           05 FILLER PIC X(8) VALUE "   BAJAS".
           05 FILLER PIC X(8) VALUE "   SALDO".

       01  LINEA-TENDENCIA.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LTE-ANO PIC 9(4).
           05 FILLER PIC X(1) VALUE "-".
           05 LTE-MES PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LTE-ALTAS PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LTE-BAJAS PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LTE-SALDO PIC -(6)9.

       01  LINEA-LEYENDA-1.
           05 FILLER PIC X(45)
               VALUE "ROT.(%) : bajas sobre la plantilla media del ".
           05 FILLER PIC X(30)
               VALUE "periodo ((inicial+final)/2).".

       01  LINEA-LEYENDA-2.
           05 FILLER PIC X(44)
               VALUE "ANT.BAJA: antiguedad media, en anos, de las ".
           05 FILLER PIC X(30)
               VALUE "bajas del periodo.".

       01  LINEA-SIN-FECHA.
           05 FILLER PIC X(45)
               VALUE "Inactivos sin fecha de baja (no computados): ".
           05 SIN-CONTADOR PIC Z(5)9.

       01  WS-LINEA-IMPRESION PIC X(90).

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           PERFORM ACEPTA-PERIODO.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.
           STRING WS-FECHA-HORA-RAW(1:4) "-" WS-FECHA-HORA-RAW(5:2)
                   "-" WS-FECHA-HORA-RAW(7:2)
               DELIMITED BY SIZE INTO CAB-FECHA
           END-STRING.
           STRING WS-FECHA-DESDE(1:4) "-" WS-FECHA-DESDE(5:2)
                   "-" WS-FECHA-DESDE(7:2)
               DELIMITED BY SIZE INTO PER-DESDE
           END-STRING.
           STRING WS-FECHA-HASTA(1:4) "-" WS-FECHA-HASTA(5:2)
                   "-" WS-FECHA-HASTA(7:2)
               DELIMITED BY SIZE INTO PER-HASTA
           END-STRING.

           PERFORM PREPARA-TENDENCIA.

           SORT FICHERO-ORDEN
               ON ASCENDING KEY ORDEN-DEPARTAMENTO ORDEN-ID
               INPUT PROCEDURE IS CARGA-ORDEN
               OUTPUT PROCEDURE IS IMPRIME-INFORME.

           DISPLAY "Informe generado en rotacion.txt".
           DISPLAY "  Empleados leidos (maestro e historico): "
               CONT-LEIDOS.
           IF CONT-SIN-FECHA-BAJA > 0
               DISPLAY "  Inactivos sin fecha de baja, no computados: "
                   CONT-SIN-FECHA-BAJA
           END-IF.
           IF CONT-FECHA-ERRONEA > 0
               DISPLAY "  Registros con fechas no validas, "
                   "descartados: " CONT-FECHA-ERRONEA
           END-IF.
           IF CONT-DUPLICADOS > 0
               DISPLAY "  Empleados presentes en maestro e historico, "
                   "contados una vez: " CONT-DUPLICADOS
           END-IF.

           PERFORM FIN-PROGRAMA.

       ACEPTA-PERIODO.
           MOVE 'N' TO WS-FECHA-VALIDA.
           PERFORM PIDE-FECHA-DESDE UNTIL FECHA-VALIDA.

           MOVE 'N' TO WS-FECHA-VALIDA.
           PERFORM PIDE-FECHA-HASTA UNTIL FECHA-VALIDA.

       PIDE-FECHA-DESDE.
           DISPLAY PET-FECHA-DESDE.
           ACCEPT WS-FECHA-DESDE.

           IF WS-FECHA-DESDE IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-DESDE) = 0
               SET FECHA-VALIDA TO TRUE
           ELSE
               DISPLAY "La fecha debe ser una fecha valida con "
                   "formato AAAAMMDD."
           END-IF.

       PIDE-FECHA-HASTA.
           DISPLAY PET-FECHA-HASTA.
           ACCEPT WS-FECHA-HASTA.

           IF WS-FECHA-HASTA IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-HASTA)
                       NOT = 0
               DISPLAY "La fecha debe ser una fecha valida con "
                   "formato AAAAMMDD."
           ELSE
               IF WS-FECHA-HASTA < WS-FECHA-DESDE
                   DISPLAY "La fecha final no puede ser anterior a "
                       "la inicial."
               ELSE
                   SET FECHA-VALIDA TO TRUE
               END-IF
           END-IF.

       PREPARA-TENDENCIA.
           MOVE WS-FECHA-HASTA TO WS-FECHA-DESGLOSE.
           MOVE 13 TO WS-INDICE.
           PERFORM PREPARA-MES 12 TIMES.

           COMPUTE WS-MES-INICIAL = TEN-ANO (1) * 12 + TEN-MES (1).

       PREPARA-MES.
           SUBTRACT 1 FROM WS-INDICE.
           MOVE WS-FD-ANO TO TEN-ANO (WS-INDICE).
           MOVE WS-FD-MES TO TEN-MES (WS-INDICE).
           MOVE 0 TO TEN-ALTAS (WS-INDICE).
           MOVE 0 TO TEN-BAJAS (WS-INDICE).

           IF WS-FD-MES = 1
               MOVE 12 TO WS-FD-MES
               SUBTRACT 1 FROM WS-FD-ANO
           ELSE
               SUBTRACT 1 FROM WS-FD-MES
           END-IF.

       CARGA-ORDEN.
           OPEN INPUT EMPLEAD-ARCHIVO.

           IF NOT FS-OK
               DISPLAY "Error al abrir el archivo de empleados, "
                   "estado " FS-STATUS "."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF
               READ EMPLEAD-ARCHIVO NEXT RECORD
                   AT END
                       SET FIN-FICHERO TO TRUE
               END-READ
               PERFORM TRASLADA-EMPLEADO UNTIL FIN-FICHERO
               CLOSE EMPLEAD-ARCHIVO
           END-IF.

           OPEN INPUT HISTORICO-ARCHIVO.

           IF NOT FS-OK-HISTORICO
               DISPLAY "Aviso: no se pudo abrir historico.csv, estado "
                   FS-STATUS-HISTORICO "; solo se computa el maestro."
           ELSE
               MOVE 'N' TO WS-EOF
               READ HISTORICO-ARCHIVO NEXT RECORD
                   AT END
                       SET FIN-FICHERO TO TRUE
               END-READ
               PERFORM TRASLADA-HISTORICO UNTIL FIN-FICHERO
               CLOSE HISTORICO-ARCHIVO
           END-IF.

       TRASLADA-EMPLEADO.
           MOVE EMPLEADOS-DEPARTAMENTO TO WS-DEPARTAMENTO.
           MOVE EMPLEADOS-FECHA-ALTA TO WS-FECHA-ALTA.
           IF EMPLEADO-ACTIVO
               MOVE 'Y' TO WS-PERSONA-ACTIVA
               MOVE 0 TO WS-FECHA-BAJA
           ELSE
               MOVE 'N' TO WS-PERSONA-ACTIVA
               MOVE EMPLEADOS-FECHA-BAJA TO WS-FECHA-BAJA
           END-IF.

           MOVE EMPLEADOS-ID TO ORDEN-ID.
           PERFORM SUELTA-PERSONA.

           READ EMPLEAD-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       TRASLADA-HISTORICO.
           MOVE HIST-DEPARTAMENTO TO WS-DEPARTAMENTO.
           MOVE HIST-FECHA-ALTA TO WS-FECHA-ALTA.
           MOVE 'N' TO WS-PERSONA-ACTIVA.
           MOVE HIST-FECHA-BAJA TO WS-FECHA-BAJA.

           MOVE HIST-ID TO ORDEN-ID.
           PERFORM SUELTA-PERSONA.

           READ HISTORICO-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       SUELTA-PERSONA.
           ADD 1 TO CONT-LEIDOS.
           MOVE 'Y' TO WS-PERSONA-VALIDA.

           IF WS-FECHA-ALTA IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-ALTA) NOT = 0
               ADD 1 TO CONT-FECHA-ERRONEA
               MOVE 'N' TO WS-PERSONA-VALIDA
           END-IF.

           IF PERSONA-VALIDA
               EVALUATE TRUE
                   WHEN WS-FECHA-BAJA IS NOT NUMERIC
                       ADD 1 TO CONT-FECHA-ERRONEA
                       MOVE 'N' TO WS-PERSONA-VALIDA
                   WHEN WS-FECHA-BAJA = 0
                       CONTINUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-BAJA)
                           NOT = 0
                       ADD 1 TO CONT-FECHA-ERRONEA
                       MOVE 'N' TO WS-PERSONA-VALIDA
               END-EVALUATE
           END-IF.

           IF PERSONA-VALIDA AND WS-FECHA-BAJA = 0
                   AND NOT PERSONA-ACTIVA
               ADD 1 TO CONT-SIN-FECHA-BAJA
               MOVE 'N' TO WS-PERSONA-VALIDA
           END-IF.

           IF PERSONA-VALIDA
               MOVE WS-DEPARTAMENTO TO ORDEN-DEPARTAMENTO
               MOVE WS-FECHA-ALTA TO ORDEN-FECHA-ALTA
               MOVE WS-FECHA-BAJA TO ORDEN-FECHA-BAJA
               RELEASE ORDEN-REGISTRO
           END-IF.

       IMPRIME-INFORME.
           OPEN OUTPUT FICHERO-INFORME.

           IF NOT FS-OK-INFORME
               DISPLAY "Error al abrir el fichero del informe."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           MOVE LINEA-PERIODO TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.
           MOVE LINEA-COLUMNAS TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           RETURN FICHERO-ORDEN
               AT END
                   SET FIN-ORDEN TO TRUE
           END-RETURN.

           PERFORM PROCESA-LINEA-INFORME UNTIL FIN-ORDEN.

           IF NOT ES-PRIMER-DEPARTAMENTO
               PERFORM IMPRIME-DEPARTAMENTO
           END-IF.

           PERFORM IMPRIME-TOTAL-EMPRESA.
           PERFORM IMPRIME-TENDENCIA.

           CLOSE FICHERO-INFORME.

       PROCESA-LINEA-INFORME.
           IF NOT ES-PRIMER-DEPARTAMENTO
                   AND ORDEN-DEPARTAMENTO NOT = WS-DEPARTAMENTO-ANTERIOR
               PERFORM IMPRIME-DEPARTAMENTO
           END-IF.

           IF ES-PRIMER-DEPARTAMENTO
                   OR ORDEN-DEPARTAMENTO NOT = WS-DEPARTAMENTO-ANTERIOR
               INITIALIZE CONTADORES-DEPARTAMENTO
               MOVE 'N' TO WS-PRIMERA-VEZ
               MOVE ORDEN-DEPARTAMENTO TO WS-DEPARTAMENTO-ANTERIOR
               MOVE 0 TO WS-ID-ANTERIOR
           END-IF.

           IF ORDEN-ID = WS-ID-ANTERIOR
               ADD 1 TO CONT-DUPLICADOS
           ELSE
               MOVE ORDEN-ID TO WS-ID-ANTERIOR
               PERFORM CLASIFICA-PERSONA
               PERFORM ACUMULA-TENDENCIA
           END-IF.

           RETURN FICHERO-ORDEN
               AT END
                   SET FIN-ORDEN TO TRUE
           END-RETURN.

       CLASIFICA-PERSONA.
           IF ORDEN-FECHA-ALTA < WS-FECHA-DESDE
                   AND (ORDEN-FECHA-BAJA = 0
                       OR ORDEN-FECHA-BAJA NOT < WS-FECHA-DESDE)
               ADD 1 TO CONT-INICIAL
           END-IF.

           IF ORDEN-FECHA-ALTA NOT < WS-FECHA-DESDE
                   AND ORDEN-FECHA-ALTA NOT > WS-FECHA-HASTA
               ADD 1 TO CONT-ALTAS
           END-IF.

           IF ORDEN-FECHA-BAJA NOT = 0
                   AND ORDEN-FECHA-BAJA NOT < WS-FECHA-DESDE
                   AND ORDEN-FECHA-BAJA NOT > WS-FECHA-HASTA
               ADD 1 TO CONT-BAJAS
               COMPUTE WS-DIAS-PERSONA =
                   FUNCTION INTEGER-OF-DATE(ORDEN-FECHA-BAJA)
                   - FUNCTION INTEGER-OF-DATE(ORDEN-FECHA-ALTA)
               IF WS-DIAS-PERSONA > 0
                   ADD WS-DIAS-PERSONA TO WS-DIAS-SERVICIO
               END-IF
           END-IF.

           IF ORDEN-FECHA-ALTA NOT > WS-FECHA-HASTA
                   AND (ORDEN-FECHA-BAJA = 0
                       OR ORDEN-FECHA-BAJA > WS-FECHA-HASTA)
               ADD 1 TO CONT-FINAL
           END-IF.

       ACUMULA-TENDENCIA.
           MOVE ORDEN-FECHA-ALTA TO WS-FECHA-DESGLOSE.
           PERFORM SITUA-MES.
           IF WS-INDICE-MES >= 1 AND WS-INDICE-MES <= 12
               ADD 1 TO TEN-ALTAS (WS-INDICE-MES)
           END-IF.

           IF ORDEN-FECHA-BAJA NOT = 0
               MOVE ORDEN-FECHA-BAJA TO WS-FECHA-DESGLOSE
               PERFORM SITUA-MES
               IF WS-INDICE-MES >= 1 AND WS-INDICE-MES <= 12
                   ADD 1 TO TEN-BAJAS (WS-INDICE-MES)
               END-IF
           END-IF.

       SITUA-MES.
           COMPUTE WS-INDICE-MES =
               WS-FD-ANO * 12 + WS-FD-MES - WS-MES-INICIAL + 1.

       IMPRIME-DEPARTAMENTO.
           IF CONT-INICIAL > 0 OR CONT-ALTAS > 0 OR CONT-BAJAS > 0
                   OR CONT-FINAL > 0
               MOVE WS-DEPARTAMENTO-ANTERIOR TO DET-DEPARTAMENTO
               PERFORM IMPRIME-CIFRAS
           END-IF.

           ADD CONT-INICIAL TO TOT-INICIAL.
           ADD CONT-ALTAS TO TOT-ALTAS.
           ADD CONT-BAJAS TO TOT-BAJAS.
           ADD CONT-FINAL TO TOT-FINAL.
           ADD WS-DIAS-SERVICIO TO TOT-DIAS-SERVICIO.

       IMPRIME-TOTAL-EMPRESA.
           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           MOVE TOT-INICIAL TO CONT-INICIAL.
           MOVE TOT-ALTAS TO CONT-ALTAS.
           MOVE TOT-BAJAS TO CONT-BAJAS.
           MOVE TOT-FINAL TO CONT-FINAL.
           MOVE TOT-DIAS-SERVICIO TO WS-DIAS-SERVICIO.
           MOVE "TOTAL EMPRESA" TO DET-DEPARTAMENTO.
           PERFORM IMPRIME-CIFRAS.

           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.
           MOVE LINEA-LEYENDA-1 TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.
           MOVE LINEA-LEYENDA-2 TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.
           IF CONT-SIN-FECHA-BAJA > 0
               MOVE CONT-SIN-FECHA-BAJA TO SIN-CONTADOR
               MOVE LINEA-SIN-FECHA TO WS-LINEA-IMPRESION
               PERFORM ESCRIBE-LINEA
           END-IF.

       IMPRIME-CIFRAS.
           IF CONT-INICIAL + CONT-FINAL > 0
               COMPUTE WS-ROTACION ROUNDED =
                   CONT-BAJAS * 200 / (CONT-INICIAL + CONT-FINAL)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-ROTACION
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-ROTACION
           END-IF.

           IF CONT-BAJAS > 0
               COMPUTE WS-MEDIA-ANOS ROUNDED =
                   WS-DIAS-SERVICIO / CONT-BAJAS / 365.25
           ELSE
               MOVE 0 TO WS-MEDIA-ANOS
           END-IF.

           MOVE CONT-INICIAL TO DET-INICIAL.
           MOVE CONT-ALTAS TO DET-ALTAS.
           MOVE CONT-BAJAS TO DET-BAJAS.
           MOVE CONT-FINAL TO DET-FINAL.
           MOVE WS-ROTACION TO DET-ROTACION.
           MOVE WS-MEDIA-ANOS TO DET-ANTIGUEDAD.
           MOVE LINEA-DETALLE TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

       IMPRIME-TENDENCIA.
           MOVE 99 TO CONT-LINEAS.

           MOVE LINEA-TITULO-TENDENCIA TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.
           MOVE LINEA-COLUMNAS-TENDENCIA TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           MOVE 0 TO WS-INDICE.
           PERFORM IMPRIME-MES 12 TIMES.

       IMPRIME-MES.
           ADD 1 TO WS-INDICE.
           MOVE TEN-ANO (WS-INDICE) TO LTE-ANO.
           MOVE TEN-MES (WS-INDICE) TO LTE-MES.
           MOVE TEN-ALTAS (WS-INDICE) TO LTE-ALTAS.
           MOVE TEN-BAJAS (WS-INDICE) TO LTE-BAJAS.
           COMPUTE WS-SALDO =
               TEN-ALTAS (WS-INDICE) - TEN-BAJAS (WS-INDICE).
           MOVE WS-SALDO TO LTE-SALDO.
           MOVE LINEA-TENDENCIA TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

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
           MOVE SPACES TO INFORME-REGISTRO.
           WRITE INFORME-REGISTRO.
           MOVE 2 TO CONT-LINEAS.

       GRABA-INICIO-EJECUCION.
           MOVE "Informe-rotacion" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "ALTAS" TO PEJ-CONT-NOMBRE (1).
           MOVE TOT-ALTAS TO PEJ-CONT-VALOR (1).
           MOVE "BAJAS" TO PEJ-CONT-NOMBRE (2).
           MOVE TOT-BAJAS TO PEJ-CONT-VALOR (2).
           MOVE "PLANTILLA" TO PEJ-CONT-NOMBRE (3).
           MOVE TOT-FINAL TO PEJ-CONT-VALOR (3).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Informe-rotacion.
