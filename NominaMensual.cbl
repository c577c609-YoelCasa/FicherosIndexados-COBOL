           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS.

           SELECT FICHERO-NOMREG
           ASSIGN TO "nomreg.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY NOMREG-CLAVE
           ALTERNATE RECORD KEY NOMREG-PERIODO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-NOMREG.

           SELECT AUSENCIAS-ARCHIVO
           ASSIGN TO "ausencia.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY AUS-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-AUSENCIAS.

           SELECT FICHERO-ORDEN
           ASSIGN TO "ordennom.tmp".

       FD  EMPLEAD-ARCHIVO.
           COPY "EMPLEADO.cpy".

       FD  AUSENCIAS-ARCHIVO.
           COPY "AUSENCIA.cpy".

       FD  FICHERO-NOMREG.
           COPY "NOMREG.cpy".

       FD  FICHERO-NOMINAS.
       01  NOMINA-REGISTRO PIC X(70).

           05 ORDEN-NOMBRE PIC X(20).
           05 ORDEN-ID PIC 9(6).
           05 ORDEN-CATEGORIA PIC X(10).
           05 ORDEN-SALARIO PIC 9(7)V99.
           05 ORDEN-DIAS-PAGADOS PIC 9(2).
           05 ORDEN-DESCUENTO-AUSENCIA PIC 9(7)V99.
           05 ORDEN-BRUTO PIC 9(7)V99.
           05 ORDEN-DEDUCCION PIC 9(7)V99.
           05 ORDEN-NETO PIC 9(7)V99.
       01  WS-FIN-PARAMETROS PIC X VALUE 'N'.
           88 FIN-PARAMETROS VALUE 'Y'.

       01  WS-FIN-NOMREG PIC X VALUE 'N'.
           88 FIN-NOMREG VALUE 'Y'.

       01  WS-FIN-AUSENCIAS PIC X VALUE 'N'.
           88 FIN-AUSENCIAS VALUE 'Y'.

       01  WS-AUSENCIAS-ABIERTO PIC X VALUE 'N'.
           88 AUSENCIAS-ABIERTO VALUE 'Y'.

       01  WS-PERIODO-REGISTRADO PIC X VALUE 'N'.
           88 PERIODO-REGISTRADO VALUE 'Y'.

       01  WS-PERIODO-POSTERIOR PIC X VALUE 'N'.
           88 HAY-PERIODO-POSTERIOR VALUE 'Y'.

       01  FS-STATUS-PARAMETROS PIC X(2).
           88 FS-OK-PARAMETROS VALUE '00'.

       01  FS-STATUS PIC X(2).
           88 FS-OK VALUE '00'.

       01  FS-STATUS-AUSENCIAS PIC X(2).
           88 FS-OK-AUSENCIAS VALUE '00'.

       01  FS-STATUS-NOMREG PIC X(2).
           88 FS-OK-NOMREG VALUE '00'.

       01  FS-STATUS-NOMINAS PIC X(2).
           88 FS-OK-NOMINAS VALUE '00'.

           05 NOM-MODO PIC X(01).
               88 MODO-SIMULACION VALUE 'S'.
               88 MODO-APLICAR VALUE 'A'.
               88 MODO-REVERTIR VALUE 'R'.
           05 FILLER PIC X(01).
           05 NOM-PERIODO.
               10 NOM-PER-ANO PIC X(4).
               10 NOM-PER-GUION PIC X(1).
               10 NOM-PER-MES PIC X(2).
           05 FILLER PIC X(09).

       01  WS-LINEA-CATEGORIA.
           05 PAR-CATEGORIA PIC X(10).
       01  WS-PCT-DEDUCCION PIC 9(2)V99 VALUE 0.
       01  WS-PCT-CONTRIBUCION PIC 9(2)V99 VALUE 0.

       01  WS-BRUTO PIC 9(7)V99 VALUE 0.
       01  WS-BRUTO-PERIODO PIC 9(7)V99 VALUE 0.
       01  WS-DESCUENTO-AUSENCIA PIC 9(7)V99 VALUE 0.
       01  WS-DEDUCCION PIC 9(7)V99 VALUE 0.
       01  WS-NETO PIC 9(7)V99 VALUE 0.
       01  WS-CONTRIBUCION PIC 9(7)V99 VALUE 0.

       01  CONT-NOMINAS PIC 9(6) VALUE 0.
       01  CONT-SIN-CATEGORIA PIC 9(6) VALUE 0.
       01  CONT-SIN-DIAS PIC 9(6) VALUE 0.
       01  CONT-PRORRATEADAS PIC 9(6) VALUE 0.
       01  WS-TOTAL-BRUTO PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-DEDUCCIONES PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-NETO PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CONTRIBUCIONES PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-COSTE PIC 9(9)V99 VALUE 0.

       01  CONT-REGISTRADAS PIC 9(6) VALUE 0.
       01  CONT-REVERTIDAS PIC 9(6) VALUE 0.
       01  WS-ACUM-BRUTO PIC 9(9)V99 VALUE 0.
       01  WS-ACUM-DEDUCCION PIC 9(9)V99 VALUE 0.
       01  WS-ACUM-NETO PIC 9(9)V99 VALUE 0.
       01  WS-ACUM-CONTRIBUCION PIC 9(9)V99 VALUE 0.

       01  WS-DEPARTAMENTO-ANTERIOR PIC X(20) VALUE SPACES.

       01  WS-PRIMERA-VEZ PIC X VALUE 'S'.

       01  WS-FECHA-HORA-RAW PIC X(21).
       01  WS-PERIODO PIC X(7).
       01  WS-HOY PIC 9(8).

       01  WS-FECHA-DESGLOSE.
           05 WS-FD-ANO PIC 9(4).
           05 WS-FD-MES PIC 9(2).
           05 WS-FD-DIA PIC 9(2).

       01  WS-PRIMER-DIA-MES PIC 9(8).
       01  WS-ULTIMO-DIA-MES PIC 9(8).
       01  WS-PRIMER-DIA-SIGUIENTE PIC 9(8).
       01  WS-INICIO-PERIODO PIC 9(7).
       01  WS-FIN-PERIODO PIC 9(7).
       01  WS-DIAS-MES PIC 9(2).

       01  WS-INICIO-TRABAJO PIC 9(7).
       01  WS-FIN-TRABAJO PIC 9(7).
       01  WS-INICIO-AUSENCIA PIC 9(7).
       01  WS-FIN-AUSENCIA PIC 9(7).
       01  WS-DIAS-TRABAJADOS PIC S9(3).
       01  WS-DIAS-AUSENCIA PIC S9(3).
       01  WS-DIAS-SOLAPE PIC S9(3).
       01  WS-DIAS-PAGADOS PIC S9(3).

       01  WS-LINEAS-PAGINA PIC 9(2) VALUE 60.
       01  CONT-LINEAS PIC 9(2) VALUE 99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 NOM-CAT PIC X(10).

       01  LINEA-NOM-SALARIO.
           05 FILLER PIC X(24) VALUE "Salario base mensual : ".
           05 NOM-SALARIO PIC Z(6)9.99.

       01  LINEA-NOM-DIAS.
           05 FILLER PIC X(24) VALUE "Dias pagados         : ".
           05 NOM-DIAS-PAGADOS PIC Z9.
           05 FILLER PIC X(4) VALUE " de ".
           05 NOM-DIAS-MES PIC Z9.

       01  LINEA-NOM-AUSENCIA.
           05 FILLER PIC X(24) VALUE "Descuento ausencias  : ".
           05 NOM-DESCUENTO-AUSENCIA PIC Z(6)9.99.

       01  LINEA-NOM-BRUTO.
           05 FILLER PIC X(24) VALUE "Salario bruto        : ".
           05 NOM-BRUTO PIC Z(6)9.99.
       01  LINEA-NOM-NETO.
           05 FILLER PIC X(24) VALUE "Liquido a percibir   : ".
           05 NOM-NETO PIC Z(6)9.99.

       01  LINEA-NOM-ACUM-BRUTO.
           05 FILLER PIC X(24) VALUE "Bruto acumulado ano  : ".
           05 NOM-ACUM-BRUTO PIC Z(8)9.99.

       01  LINEA-NOM-ACUM-DEDUCCION.
           05 FILLER PIC X(24) VALUE "Retenido acumulado   : ".
           05 NOM-ACUM-DEDUCCION PIC Z(8)9.99.

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           PERFORM LEE-PARAMETROS.

           IF PARAMETROS-VALIDOS
               PERFORM PREPARA-PERIODO
               IF MODO-REVERTIR
                   PERFORM REVIERTE-PERIODO
               ELSE
                   PERFORM COMPRUEBA-PERIODO-REGISTRADO
                   EVALUATE TRUE
                       WHEN MODO-APLICAR AND PERIODO-REGISTRADO
                           DISPLAY "El periodo " WS-PERIODO " ya esta "
                               "aplicado en el registro de nominas."
                           DISPLAY "Reviertalo (modo R) antes de "
                               "volver a aplicarlo."
                           MOVE 8 TO RETURN-CODE
                       WHEN MODO-APLICAR AND HAY-PERIODO-POSTERIOR
                           DISPLAY "No se puede aplicar " WS-PERIODO
                               ": hay periodos posteriores aplicados."
                           DISPLAY "Los periodos deben aplicarse en "
                               "orden."
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           IF PERIODO-REGISTRADO
                               DISPLAY "Aviso: el periodo " WS-PERIODO
                                   " ya esta aplicado en el registro "
                                   "de nominas."
                           END-IF
                           PERFORM GENERA-NOMINA
                           PERFORM MUESTRA-RESUMEN
                   END-EVALUATE
               END-IF
           END-IF.

           PERFORM FIN-PROGRAMA.
               END-READ

               IF NOT FIN-PARAMETROS
                   EVALUATE TRUE
                       WHEN NOT MODO-SIMULACION AND NOT MODO-APLICAR
                               AND NOT MODO-REVERTIR
                           DISPLAY "Modo no valido, debe ser S, A o R."
                       WHEN NOM-PERIODO NOT = SPACES
                               AND (NOM-PER-ANO IS NOT NUMERIC
                                   OR NOM-PER-GUION NOT = "-"
                                   OR NOM-PER-MES IS NOT NUMERIC
                                   OR NOM-PER-MES < "01"
                                   OR NOM-PER-MES > "12")
                           DISPLAY "Periodo no valido, debe ser "
                               "AAAA-MM o quedar en blanco."
                       WHEN MODO-REVERTIR
                           SET PARAMETROS-VALIDOS TO TRUE
                       WHEN OTHER
                           PERFORM CARGA-CATEGORIAS
                           IF WS-NUM-CATEGORIAS = 0
                               DISPLAY "El fichero de parametros no "
                                   "contiene ninguna categoria."
                           ELSE
                               SET PARAMETROS-VALIDOS TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF

               CLOSE FICHERO-PARAMETROS

       PREPARA-PERIODO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.
           MOVE WS-FECHA-HORA-RAW(1:8) TO WS-HOY.

           IF NOM-PERIODO = SPACES
               STRING WS-FECHA-HORA-RAW(1:4) "-"
                       WS-FECHA-HORA-RAW(5:2)
                   DELIMITED BY SIZE INTO WS-PERIODO
               END-STRING
           ELSE
               MOVE NOM-PERIODO TO WS-PERIODO
           END-IF.

           STRING WS-FECHA-HORA-RAW(1:4) "-" WS-FECHA-HORA-RAW(5:2)
                   "-" WS-FECHA-HORA-RAW(7:2)
           MOVE WS-PERIODO TO CAB-PERIODO.
           MOVE WS-PERIODO TO NOM-CAB-PERIODO.

           MOVE WS-PERIODO(1:4) TO WS-FD-ANO.
           MOVE WS-PERIODO(6:2) TO WS-FD-MES.
           MOVE 1 TO WS-FD-DIA.
           MOVE WS-FECHA-DESGLOSE TO WS-PRIMER-DIA-MES.
           COMPUTE WS-INICIO-PERIODO =
               FUNCTION INTEGER-OF-DATE(WS-PRIMER-DIA-MES).

           ADD 1 TO WS-FD-MES.
           IF WS-FD-MES > 12
               MOVE 1 TO WS-FD-MES
               ADD 1 TO WS-FD-ANO
           END-IF.
           MOVE WS-FECHA-DESGLOSE TO WS-PRIMER-DIA-SIGUIENTE.
           COMPUTE WS-FIN-PERIODO =
               FUNCTION INTEGER-OF-DATE(WS-PRIMER-DIA-SIGUIENTE) - 1.
           COMPUTE WS-ULTIMO-DIA-MES =
               FUNCTION DATE-OF-INTEGER(WS-FIN-PERIODO).
           COMPUTE WS-DIAS-MES = WS-FIN-PERIODO - WS-INICIO-PERIODO + 1.
           MOVE WS-DIAS-MES TO NOM-DIAS-MES.

       COMPRUEBA-PERIODO-REGISTRADO.
           MOVE 'N' TO WS-PERIODO-REGISTRADO.
           MOVE 'N' TO WS-PERIODO-POSTERIOR.

           OPEN INPUT FICHERO-NOMREG.

           IF FS-OK-NOMREG
               MOVE WS-PERIODO TO NOMREG-PERIODO
               START FICHERO-NOMREG KEY IS = NOMREG-PERIODO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PERIODO-REGISTRADO TO TRUE
               END-START
               MOVE WS-PERIODO TO NOMREG-PERIODO
               START FICHERO-NOMREG KEY IS GREATER THAN NOMREG-PERIODO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HAY-PERIODO-POSTERIOR TO TRUE
               END-START
               CLOSE FICHERO-NOMREG
           END-IF.

       REVIERTE-PERIODO.
           DISPLAY " ".
           DISPLAY "Nomina mensual " WS-PERIODO " - REVERSION".
           DISPLAY " ".

           OPEN I-O FICHERO-NOMREG.

           IF NOT FS-OK-NOMREG
               DISPLAY "No se pudo abrir el registro de nominas "
                   "(nomreg.csv), estado " FS-STATUS-NOMREG "."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-PERIODO-POSTERIOR
               MOVE WS-PERIODO TO NOMREG-PERIODO
               START FICHERO-NOMREG KEY IS GREATER THAN NOMREG-PERIODO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HAY-PERIODO-POSTERIOR TO TRUE
               END-START

               IF HAY-PERIODO-POSTERIOR
                   DISPLAY "No se puede revertir " WS-PERIODO
                       ": hay periodos posteriores aplicados."
                   DISPLAY "Revierta primero el ultimo periodo "
                       "aplicado."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO CONT-REVERTIDAS
                   PERFORM POSICIONA-PERIODO
                   PERFORM BORRA-NOMINA-PERIODO
                       UNTIL FIN-NOMREG
                           OR NOMREG-PERIODO NOT = WS-PERIODO
                   IF CONT-REVERTIDAS = 0
                       DISPLAY "El periodo " WS-PERIODO " no estaba "
                           "aplicado en el registro de nominas."
                   ELSE
                       DISPLAY "Nominas revertidas del periodo "
                           WS-PERIODO ": " CONT-REVERTIDAS
                   END-IF
               END-IF

               CLOSE FICHERO-NOMREG
           END-IF.

       POSICIONA-PERIODO.
           MOVE 'N' TO WS-FIN-NOMREG.
           MOVE WS-PERIODO TO NOMREG-PERIODO.

           START FICHERO-NOMREG KEY IS = NOMREG-PERIODO
               INVALID KEY
                   SET FIN-NOMREG TO TRUE
           END-START.

           IF NOT FIN-NOMREG
               READ FICHERO-NOMREG NEXT RECORD
                   AT END
                       SET FIN-NOMREG TO TRUE
               END-READ
           END-IF.

       BORRA-NOMINA-PERIODO.
           DELETE FICHERO-NOMREG RECORD
               INVALID KEY
                   DISPLAY "  No se pudo borrar la nomina de "
                       NOMREG-ID ", estado " FS-STATUS-NOMREG "."
                   SET FIN-NOMREG TO TRUE
               NOT INVALID KEY
                   ADD 1 TO CONT-REVERTIDAS
           END-DELETE.

           IF NOT FIN-NOMREG
               PERFORM POSICIONA-PERIODO
           END-IF.

       GENERA-NOMINA.
           DISPLAY " ".
           IF MODO-SIMULACION
                   OPEN OUTPUT FICHERO-ERRORES
               END-IF

               OPEN INPUT AUSENCIAS-ARCHIVO
               IF FS-OK-AUSENCIAS
                   SET AUSENCIAS-ABIERTO TO TRUE
               ELSE
                   DISPLAY "Aviso: no se pudo abrir ausencia.csv, "
                       "estado " FS-STATUS-AUSENCIAS
                       "; no se descuentan ausencias."
               END-IF

               MOVE "LECTURA" TO WS-OPERACION
               READ EMPLEAD-ARCHIVO NEXT RECORD
                   AT END
               PERFORM CALCULA-EMPLEADO UNTIL FIN-FICHERO
               CLOSE EMPLEAD-ARCHIVO
               CLOSE FICHERO-ERRORES
               IF AUSENCIAS-ABIERTO
                   CLOSE AUSENCIAS-ARCHIVO
               END-IF
           END-IF.

       CALCULA-EMPLEADO.
           IF EMPLEADO-ACTIVO
                   OR (EMPLEADO-INACTIVO
                       AND EMPLEADOS-FECHA-BAJA NOT < WS-PRIMER-DIA-MES
                       AND EMPLEADOS-FECHA-BAJA NOT > WS-ULTIMO-DIA-MES)
               PERFORM BUSCA-CATEGORIA
               PERFORM CALCULA-DIAS-TRABAJADOS
               EVALUATE TRUE
                   WHEN NOT CATEGORIA-HALLADA
                       ADD 1 TO CONT-SIN-CATEGORIA
                       DISPLAY "  " EMPLEADOS-ID " sin porcentajes "
                           "para la categoria '"
                           FUNCTION TRIM(EMPLEADOS-CATEGORIA)
                           "', excluido de la nomina."
                   WHEN WS-DIAS-TRABAJADOS NOT > 0
                       ADD 1 TO CONT-SIN-DIAS
                       DISPLAY "  " EMPLEADOS-ID " sin dias de alta "
                           "en el periodo, excluido de la nomina."
                   WHEN OTHER
                       PERFORM CALCULA-DIAS-AUSENCIA
                       PERFORM CALCULA-IMPORTES
                       PERFORM SUELTA-REGISTRO-ORDEN
               END-EVALUATE
           END-IF.

           MOVE "LECTURA" TO WS-OPERACION.
                   WS-PCT-CONTRIBUCION
           END-IF.

       CALCULA-DIAS-TRABAJADOS.
           MOVE WS-INICIO-PERIODO TO WS-INICIO-TRABAJO.
           MOVE WS-FIN-PERIODO TO WS-FIN-TRABAJO.

           IF EMPLEADOS-FECHA-ALTA IS NUMERIC
                   AND EMPLEADOS-FECHA-ALTA > WS-PRIMER-DIA-MES
               IF EMPLEADOS-FECHA-ALTA > WS-ULTIMO-DIA-MES
                   COMPUTE WS-INICIO-TRABAJO = WS-FIN-PERIODO + 1
               ELSE
                   COMPUTE WS-INICIO-TRABAJO =
                       FUNCTION INTEGER-OF-DATE(EMPLEADOS-FECHA-ALTA)
               END-IF
               IF WS-INICIO-TRABAJO < WS-INICIO-PERIODO
                   MOVE WS-INICIO-PERIODO TO WS-INICIO-TRABAJO
               END-IF
           END-IF.

           IF EMPLEADO-INACTIVO
                   AND EMPLEADOS-FECHA-BAJA < WS-ULTIMO-DIA-MES
               COMPUTE WS-FIN-TRABAJO =
                   FUNCTION INTEGER-OF-DATE(EMPLEADOS-FECHA-BAJA)
           END-IF.

           COMPUTE WS-DIAS-TRABAJADOS =
               WS-FIN-TRABAJO - WS-INICIO-TRABAJO + 1.

       CALCULA-DIAS-AUSENCIA.
           MOVE 0 TO WS-DIAS-AUSENCIA.

           IF AUSENCIAS-ABIERTO
               MOVE 'N' TO WS-FIN-AUSENCIAS
               MOVE EMPLEADOS-ID TO AUS-ID
               MOVE 0 TO AUS-FECHA-INICIO

               START AUSENCIAS-ARCHIVO
                       KEY IS NOT LESS THAN AUS-CLAVE
                   INVALID KEY
                       SET FIN-AUSENCIAS TO TRUE
               END-START

               IF NOT FIN-AUSENCIAS
                   READ AUSENCIAS-ARCHIVO NEXT RECORD
                       AT END
                           SET FIN-AUSENCIAS TO TRUE
                   END-READ
               END-IF

               PERFORM ACUMULA-AUSENCIA
                   UNTIL FIN-AUSENCIAS
                       OR AUS-ID NOT = EMPLEADOS-ID
                       OR AUS-FECHA-INICIO > WS-ULTIMO-DIA-MES
           END-IF.

           IF WS-DIAS-AUSENCIA > WS-DIAS-TRABAJADOS
               MOVE WS-DIAS-TRABAJADOS TO WS-DIAS-AUSENCIA
           END-IF.

           COMPUTE WS-DIAS-PAGADOS =
               WS-DIAS-TRABAJADOS - WS-DIAS-AUSENCIA.

       ACUMULA-AUSENCIA.
           IF AUSENCIA-NO-RETRIBUIDA
                   AND AUS-FECHA-INICIO IS NUMERIC
                   AND AUS-DIAS IS NUMERIC
               COMPUTE WS-INICIO-AUSENCIA =
                   FUNCTION INTEGER-OF-DATE(AUS-FECHA-INICIO)
               COMPUTE WS-FIN-AUSENCIA =
                   WS-INICIO-AUSENCIA + AUS-DIAS - 1

               IF WS-INICIO-AUSENCIA < WS-INICIO-TRABAJO
                   MOVE WS-INICIO-TRABAJO TO WS-INICIO-AUSENCIA
               END-IF
               IF WS-FIN-AUSENCIA > WS-FIN-TRABAJO
                   MOVE WS-FIN-TRABAJO TO WS-FIN-AUSENCIA
               END-IF

               COMPUTE WS-DIAS-SOLAPE =
                   WS-FIN-AUSENCIA - WS-INICIO-AUSENCIA + 1
               IF WS-DIAS-SOLAPE > 0
                   ADD WS-DIAS-SOLAPE TO WS-DIAS-AUSENCIA
               END-IF
           END-IF.

           READ AUSENCIAS-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-AUSENCIAS TO TRUE
           END-READ.

       CALCULA-IMPORTES.
           IF WS-DIAS-TRABAJADOS = WS-DIAS-MES
               MOVE EMPLEADOS-SALARIO TO WS-BRUTO-PERIODO
           ELSE
               COMPUTE WS-BRUTO-PERIODO ROUNDED =
                   EMPLEADOS-SALARIO * WS-DIAS-TRABAJADOS / WS-DIAS-MES
           END-IF.

           COMPUTE WS-DESCUENTO-AUSENCIA ROUNDED =
               EMPLEADOS-SALARIO * WS-DIAS-AUSENCIA / WS-DIAS-MES.
           IF WS-DESCUENTO-AUSENCIA > WS-BRUTO-PERIODO
               MOVE WS-BRUTO-PERIODO TO WS-DESCUENTO-AUSENCIA
           END-IF.

           COMPUTE WS-BRUTO = WS-BRUTO-PERIODO - WS-DESCUENTO-AUSENCIA.

           IF WS-DIAS-PAGADOS NOT = WS-DIAS-MES
               ADD 1 TO CONT-PRORRATEADAS
           END-IF.

           COMPUTE WS-DEDUCCION ROUNDED =
               WS-BRUTO * WS-PCT-DEDUCCION / 100.
           COMPUTE WS-NETO = WS-BRUTO - WS-DEDUCCION.
           COMPUTE WS-CONTRIBUCION ROUNDED =
               WS-BRUTO * WS-PCT-CONTRIBUCION / 100.
           COMPUTE WS-COSTE = WS-BRUTO + WS-CONTRIBUCION.

       SUELTA-REGISTRO-ORDEN.
           MOVE EMPLEADOS-DEPARTAMENTO TO ORDEN-DEPARTAMENTO.
           MOVE EMPLEADOS-NOMBRE TO ORDEN-NOMBRE.
           MOVE EMPLEADOS-ID TO ORDEN-ID.
           MOVE EMPLEADOS-CATEGORIA TO ORDEN-CATEGORIA.
           MOVE EMPLEADOS-SALARIO TO ORDEN-SALARIO.
           MOVE WS-DIAS-PAGADOS TO ORDEN-DIAS-PAGADOS.
           MOVE WS-DESCUENTO-AUSENCIA TO ORDEN-DESCUENTO-AUSENCIA.
           MOVE WS-BRUTO TO ORDEN-BRUTO.
           MOVE WS-DEDUCCION TO ORDEN-DEDUCCION.
           MOVE WS-NETO TO ORDEN-NETO.
           MOVE WS-CONTRIBUCION TO ORDEN-CONTRIBUCION.
               IF NOT FS-OK-NOMINAS OR NOT FS-OK-COSTES
                   DISPLAY "Error al abrir los ficheros de salida "
                       "de la nomina."
                   MOVE 8 TO RETURN-CODE
                   PERFORM FIN-PROGRAMA
               END-IF

               OPEN I-O FICHERO-NOMREG
               IF FS-STATUS-NOMREG = '35'
                   OPEN OUTPUT FICHERO-NOMREG
                   CLOSE FICHERO-NOMREG
                   OPEN I-O FICHERO-NOMREG
               END-IF

               IF NOT FS-OK-NOMREG
                   DISPLAY "Error al abrir el registro de nominas "
                       "(nomreg.csv), estado " FS-STATUS-NOMREG "."
                   MOVE 8 TO RETURN-CODE
                   PERFORM FIN-PROGRAMA
               END-IF
           END-IF.
               PERFORM IMPRIME-TOTAL-GENERAL
               CLOSE FICHERO-NOMINAS
               CLOSE FICHERO-COSTES
               CLOSE FICHERO-NOMREG
           END-IF.

       PROCESA-NOMINA-EMPLEADO.
           ADD ORDEN-COSTE TO WS-TOTAL-COSTE.

           IF MODO-APLICAR
               PERFORM GRABA-REGISTRO-NOMINA
               PERFORM ESCRIBE-RECIBO
               PERFORM ESCRIBE-LINEA-COSTES
           END-IF.
                   SET FIN-ORDEN TO TRUE
           END-RETURN.

       GRABA-REGISTRO-NOMINA.
           PERFORM CALCULA-ACUMULADOS.

           ADD ORDEN-BRUTO TO WS-ACUM-BRUTO.
           ADD ORDEN-DEDUCCION TO WS-ACUM-DEDUCCION.
           ADD ORDEN-NETO TO WS-ACUM-NETO.
           ADD ORDEN-CONTRIBUCION TO WS-ACUM-CONTRIBUCION.

           MOVE ORDEN-ID TO NOMREG-ID.
           MOVE WS-PERIODO TO NOMREG-PERIODO.
           MOVE ORDEN-DEPARTAMENTO TO NOMREG-DEPARTAMENTO.
           MOVE ORDEN-CATEGORIA TO NOMREG-CATEGORIA.
           MOVE ORDEN-BRUTO TO NOMREG-BRUTO.
           MOVE ORDEN-DEDUCCION TO NOMREG-DEDUCCION.
           MOVE ORDEN-NETO TO NOMREG-NETO.
           MOVE ORDEN-CONTRIBUCION TO NOMREG-CONTRIBUCION.
           MOVE WS-ACUM-BRUTO TO NOMREG-ACUM-BRUTO.
           MOVE WS-ACUM-DEDUCCION TO NOMREG-ACUM-DEDUCCION.
           MOVE WS-ACUM-NETO TO NOMREG-ACUM-NETO.
           MOVE WS-ACUM-CONTRIBUCION TO NOMREG-ACUM-CONTRIBUCION.
           MOVE WS-HOY TO NOMREG-FECHA-APLICACION.

           WRITE NOMREG-REGISTRO
               INVALID KEY
                   DISPLAY "  " ORDEN-ID " ya tiene nomina registrada "
                       "en " WS-PERIODO ", estado " FS-STATUS-NOMREG
                       "."
               NOT INVALID KEY
                   ADD 1 TO CONT-REGISTRADAS
           END-WRITE.

       CALCULA-ACUMULADOS.
           MOVE 0 TO WS-ACUM-BRUTO.
           MOVE 0 TO WS-ACUM-DEDUCCION.
           MOVE 0 TO WS-ACUM-NETO.
           MOVE 0 TO WS-ACUM-CONTRIBUCION.
           MOVE 'N' TO WS-FIN-NOMREG.

           MOVE ORDEN-ID TO NOMREG-ID.
           MOVE SPACES TO NOMREG-PERIODO.
           STRING WS-PERIODO(1:4) "-01"
               DELIMITED BY SIZE INTO NOMREG-PERIODO
           END-STRING.

           START FICHERO-NOMREG KEY IS NOT LESS THAN NOMREG-CLAVE
               INVALID KEY
                   SET FIN-NOMREG TO TRUE
           END-START.

           IF NOT FIN-NOMREG
               READ FICHERO-NOMREG NEXT RECORD
                   AT END
                       SET FIN-NOMREG TO TRUE
               END-READ
           END-IF.

           PERFORM ACUMULA-PERIODO-ANTERIOR
               UNTIL FIN-NOMREG
                   OR NOMREG-ID NOT = ORDEN-ID
                   OR NOMREG-PERIODO NOT < WS-PERIODO.

       ACUMULA-PERIODO-ANTERIOR.
           ADD NOMREG-BRUTO TO WS-ACUM-BRUTO.
           ADD NOMREG-DEDUCCION TO WS-ACUM-DEDUCCION.
           ADD NOMREG-NETO TO WS-ACUM-NETO.
           ADD NOMREG-CONTRIBUCION TO WS-ACUM-CONTRIBUCION.

           READ FICHERO-NOMREG NEXT RECORD
               AT END
                   SET FIN-NOMREG TO TRUE
           END-READ.

       ESCRIBE-RECIBO.
           MOVE LINEA-SEPARADOR TO NOMINA-REGISTRO.
           WRITE NOMINA-REGISTRO.
           MOVE LINEA-NOM-DEPARTAMENTO TO NOMINA-REGISTRO.
           WRITE NOMINA-REGISTRO.

           MOVE ORDEN-SALARIO TO NOM-SALARIO.
           MOVE LINEA-NOM-SALARIO TO NOMINA-REGISTRO.
           WRITE NOMINA-REGISTRO.

           MOVE ORDEN-DIAS-PAGADOS TO NOM-DIAS-PAGADOS.
           MOVE LINEA-NOM-DIAS TO NOMINA-REGISTRO.
           WRITE NOMINA-REGISTRO.

           MOVE ORDEN-DESCUENTO-AUSENCIA TO NOM-DESCUENTO-AUSENCIA.
           MOVE LINEA-NOM-AUSENCIA TO NOMINA-REGISTRO.
           WRITE NOMINA-REGISTRO.

           MOVE ORDEN-BRUTO TO NOM-BRUTO.
           MOVE LINEA-NOM-BRUTO TO NOMINA-REGISTRO.
           WRITE NOMINA-REGISTRO.
           MOVE LINEA-NOM-NETO TO NOMINA-REGISTRO.
           WRITE NOMINA-REGISTRO.

           MOVE WS-ACUM-BRUTO TO NOM-ACUM-BRUTO.
           MOVE LINEA-NOM-ACUM-BRUTO TO NOMINA-REGISTRO.
           WRITE NOMINA-REGISTRO.

           MOVE WS-ACUM-DEDUCCION TO NOM-ACUM-DEDUCCION.
           MOVE LINEA-NOM-ACUM-DEDUCCION TO NOMINA-REGISTRO.
           WRITE NOMINA-REGISTRO.

           MOVE SPACES TO NOMINA-REGISTRO.
           WRITE NOMINA-REGISTRO.

           IF CONT-SIN-CATEGORIA > 0
               DISPLAY "  Excluidos sin categoria: " CONT-SIN-CATEGORIA
           END-IF.
           IF CONT-SIN-DIAS > 0
               DISPLAY "  Excluidos sin dias     : " CONT-SIN-DIAS
           END-IF.
           DISPLAY "  Nominas prorrateadas  : " CONT-PRORRATEADAS.
           IF MODO-SIMULACION
               DISPLAY "  Modo simulacion: no se han generado "
                   "nominas.txt ni costes.txt."
           ELSE
               DISPLAY "  Recibos en nominas.txt, libro de costes "
                   "en costes.txt."
               DISPLAY "  Nominas en el registro: " CONT-REGISTRADAS
                   " (nomreg.csv, periodo " WS-PERIODO ")."
           END-IF.

       CHEQUEA-STATUS-ARCHIVO.
               WRITE ERROR-REGISTRO
           END-IF.

       GRABA-INICIO-EJECUCION.
           MOVE "Nomina-mensual" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "NOMINAS" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-NOMINAS TO PEJ-CONT-VALOR (1).
           MOVE "SIN-CATEG" TO PEJ-CONT-NOMBRE (2).
           MOVE CONT-SIN-CATEGORIA TO PEJ-CONT-VALOR (2).
           MOVE "PRORRATEO" TO PEJ-CONT-NOMBRE (3).
           MOVE CONT-PRORRATEADAS TO PEJ-CONT-VALOR (3).
           MOVE "REGISTRO" TO PEJ-CONT-NOMBRE (4).
           MOVE CONT-REGISTRADAS TO PEJ-CONT-VALOR (4).
           MOVE "REVERTIDAS" TO PEJ-CONT-NOMBRE (5).
           MOVE CONT-REVERTIDAS TO PEJ-CONT-VALOR (5).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Nomina-mensual.
