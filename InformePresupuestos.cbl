       IDENTIFICATION DIVISION.
       PROGRAM-ID. Informe-presupuestos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTOS-ARCHIVO
           ASSIGN TO "presupuesto.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY PRES-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-PRESUPUESTOS.

           SELECT EMPLEAD-ARCHIVO
           ASSIGN TO "empleado.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY EMPLEADOS-ID
           ALTERNATE RECORD KEY EMPLEADOS-APELLIDO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS.

           SELECT FICHERO-NOMREG
           ASSIGN TO "nomreg.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY NOMREG-CLAVE
           ALTERNATE RECORD KEY NOMREG-PERIODO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-NOMREG.

           SELECT FICHERO-EXCESOS
           ASSIGN TO "excesos_plantilla.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-EXCESOS.

           SELECT FICHERO-ORDEN
           ASSIGN TO "ordenpre.tmp".

           SELECT FICHERO-INFORME
           ASSIGN TO "presupuestos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-INFORME.
       DATA DIVISION.
       FILE SECTION.
       FD  PRESUPUESTOS-ARCHIVO.
           COPY "PRESUPUESTO.cpy".

       FD  EMPLEAD-ARCHIVO.
           COPY "EMPLEADO.cpy".

       FD  FICHERO-NOMREG.
           COPY "NOMREG.cpy".

       FD  FICHERO-EXCESOS.
       01  EXCESO-REGISTRO PIC X(81).

       FD  FICHERO-INFORME.
       01  INFORME-REGISTRO PIC X(130).

       SD  FICHERO-ORDEN.
       01  ORDEN-REGISTRO.
           05 ORDEN-DEPARTAMENTO PIC X(20).
           05 ORDEN-TIPO PIC X(01).
               88 ORDEN-PRESUPUESTO VALUE 'P'.
               88 ORDEN-EMPLEADO VALUE 'E'.
               88 ORDEN-NOMINA VALUE 'N'.
               88 ORDEN-AVISO VALUE 'A'.
           05 ORDEN-PLANTILLA PIC 9(5).
           05 ORDEN-IMPORTE PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  PET-ANO PIC X(40)
           VALUE "Introduzca el ejercicio (AAAA): ".

       01  WS-EOF PIC X VALUE 'N'.
           88 FIN-FICHERO VALUE 'Y'.

       01  WS-FIN-ORDEN PIC X VALUE 'N'.
           88 FIN-ORDEN VALUE 'Y'.

       01  FS-STATUS PIC X(2).
           88 FS-OK VALUE '00'.

       01  FS-STATUS-PRESUPUESTOS PIC X(2).
           88 FS-OK-PRESUPUESTOS VALUE '00'.

       01  FS-STATUS-NOMREG PIC X(2).
           88 FS-OK-NOMREG VALUE '00'.

       01  FS-STATUS-EXCESOS PIC X(2).
           88 FS-OK-EXCESOS VALUE '00'.

       01  FS-STATUS-INFORME PIC X(2).
           88 FS-OK-INFORME VALUE '00'.

       01  WS-ANO-VALIDO PIC X VALUE 'N'.
           88 ANO-VALIDO VALUE 'Y'.

       01  WS-ANO-INFORME PIC 9(4).

       01  WS-MES-NOMINA PIC 9(2) VALUE 0.
       01  WS-ULTIMO-MES PIC 9(2) VALUE 0.

       01  WS-DEPARTAMENTO-ANTERIOR PIC X(20) VALUE SPACES.

       01  WS-PRIMERA-VEZ PIC X VALUE 'S'.
           88 ES-PRIMER-DEPARTAMENTO VALUE 'S'.

       01  WS-TIENE-PRESUPUESTO PIC X VALUE 'N'.
           88 TIENE-PRESUPUESTO VALUE 'Y'.

       01  CIFRAS-DEPARTAMENTO.
           05 DEP-PLANTILLA-AUTORIZADA PIC 9(5) VALUE 0.
           05 DEP-PLANTILLA-REAL PIC 9(5) VALUE 0.
           05 DEP-PRESUPUESTO PIC 9(9)V99 VALUE 0.
           05 DEP-COSTE-REAL PIC 9(9)V99 VALUE 0.
           05 DEP-AVISOS PIC 9(4) VALUE 0.

       01  CIFRAS-EMPRESA.
           05 TOT-PLANTILLA-AUTORIZADA PIC 9(6) VALUE 0.
           05 TOT-PLANTILLA-REAL PIC 9(6) VALUE 0.
           05 TOT-PRESUPUESTO PIC 9(10)V99 VALUE 0.
           05 TOT-COSTE-REAL PIC 9(10)V99 VALUE 0.
           05 TOT-AVISOS PIC 9(5) VALUE 0.

       01  WS-PROYECCION PIC 9(10)V99 VALUE 0.
       01  WS-DESVIACION-PLANTILLA PIC S9(6) VALUE 0.
       01  WS-DESVIACION-COSTE PIC S9(10)V99 VALUE 0.

       01  CONT-DEPARTAMENTOS PIC 9(6) VALUE 0.
       01  CONT-EXCESO-PLANTILLA PIC 9(6) VALUE 0.
       01  CONT-EXCESO-COSTE PIC 9(6) VALUE 0.
       01  CONT-SIN-PRESUPUESTO PIC 9(6) VALUE 0.

       01  WS-FECHA-HORA-RAW PIC X(21).

       01  WS-LINEAS-PAGINA PIC 9(2) VALUE 60.
       01  CONT-LINEAS PIC 9(2) VALUE 99.
       01  CONT-PAGINAS PIC 9(4) VALUE 0.

           COPY "EXCESO.cpy".

       01  LINEA-CABECERA.
           05 FILLER PIC X(44)
               VALUE "INFORME DE DESVIACIONES SOBRE PRESUPUESTO".
           05 CAB-FECHA PIC X(10).
           05 FILLER PIC X(12) VALUE "    Pagina: ".
           05 CAB-PAGINA PIC ZZZ9.

       01  LINEA-EJERCICIO.
           05 FILLER PIC X(11) VALUE "Ejercicio: ".
           05 EJE-ANO PIC 9(4).
           05 FILLER PIC X(26) VALUE "   Ultimo mes con nomina: ".
           05 EJE-ULTIMO-MES PIC Z9.

       01  LINEA-COLUMNAS.
           05 FILLER PIC X(23) VALUE "  DEPARTAMENTO".
           05 FILLER PIC X(5) VALUE "AUTOR".
           05 FILLER PIC X(7) VALUE "   REAL".
           05 FILLER PIC X(7) VALUE "  DESV.".
           05 FILLER PIC X(14) VALUE "   PRESUPUESTO".
           05 FILLER PIC X(14) VALUE "    COSTE REAL".
           05 FILLER PIC X(14) VALUE "    PROYECCION".
           05 FILLER PIC X(15) VALUE "    DESV. COSTE".
           05 FILLER PIC X(8) VALUE "  AVISOS".
           05 FILLER PIC X(9) VALUE "SITUACION".

       01  LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DEPARTAMENTO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-PLANTILLA-AUTORIZADA PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PLANTILLA-REAL PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DESVIACION-PLANTILLA PIC -(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PRESUPUESTO PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-COSTE-REAL PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PROYECCION PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DESVIACION-COSTE PIC -(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-AVISOS PIC Z(3)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-SITUACION PIC X(16).

       01  LINEA-LEYENDA-1.
           05 FILLER PIC X(46)
               VALUE "AUTOR/REAL : plantilla autorizada y empleados ".
           05 FILLER PIC X(28)
               VALUE "activos a fecha del informe.".

       01  LINEA-LEYENDA-2.
           05 FILLER PIC X(45)
               VALUE "COSTE REAL : bruto mas contribucion empresa, ".
           05 FILLER PIC X(42)
               VALUE "segun las nominas aplicadas del ejercicio.".

       01  LINEA-LEYENDA-3.
           05 FILLER PIC X(45)
               VALUE "PROYECCION : coste real llevado a doce meses ".
           05 FILLER PIC X(40)
               VALUE "desde el ultimo mes con nomina aplicada.".

       01  LINEA-LEYENDA-4.
           05 FILLER PIC X(46)
               VALUE "AVISOS     : altas y traslados registrados en ".
           05 FILLER PIC X(43)
               VALUE "excesos_plantilla.log durante el ejercicio.".

       01  WS-LINEA-IMPRESION PIC X(130).

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           PERFORM ACEPTA-ANO-VALIDO.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.
           STRING WS-FECHA-HORA-RAW(1:4) "-" WS-FECHA-HORA-RAW(5:2)
                   "-" WS-FECHA-HORA-RAW(7:2)
               DELIMITED BY SIZE INTO CAB-FECHA
           END-STRING.

           SORT FICHERO-ORDEN
               ON ASCENDING KEY ORDEN-DEPARTAMENTO ORDEN-TIPO
               INPUT PROCEDURE IS CARGA-ORDEN
               OUTPUT PROCEDURE IS IMPRIME-INFORME.

           DISPLAY "Informe generado en presupuestos.txt".
           DISPLAY "  Departamentos listados           : "
               CONT-DEPARTAMENTOS.
           DISPLAY "  Por encima de plantilla          : "
               CONT-EXCESO-PLANTILLA.
           DISPLAY "  Con proyeccion sobre presupuesto : "
               CONT-EXCESO-COSTE.
           DISPLAY "  Sin presupuesto para el ejercicio: "
               CONT-SIN-PRESUPUESTO.

           PERFORM FIN-PROGRAMA.

       ACEPTA-ANO-VALIDO.
           MOVE 'N' TO WS-ANO-VALIDO.
           PERFORM PIDE-ANO UNTIL ANO-VALIDO.

       PIDE-ANO.
           DISPLAY PET-ANO.
           ACCEPT WS-ANO-INFORME.

           IF WS-ANO-INFORME IS NUMERIC
                   AND WS-ANO-INFORME > 1900
               SET ANO-VALIDO TO TRUE
           ELSE
               DISPLAY "El ano debe ser numerico y mayor que 1900."
           END-IF.

       CARGA-ORDEN.
           PERFORM CARGA-PRESUPUESTOS.
           PERFORM CARGA-EMPLEADOS.
           PERFORM CARGA-NOMINAS.
           PERFORM CARGA-AVISOS.

       CARGA-PRESUPUESTOS.
           OPEN INPUT PRESUPUESTOS-ARCHIVO.

           IF NOT FS-OK-PRESUPUESTOS
               DISPLAY "No se pudo abrir el fichero de presupuestos "
                   "(presupuesto.csv), estado " FS-STATUS-PRESUPUESTOS
                   "."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM LEE-PRESUPUESTO.
           PERFORM SUELTA-PRESUPUESTO UNTIL FIN-FICHERO.

           CLOSE PRESUPUESTOS-ARCHIVO.

       LEE-PRESUPUESTO.
           READ PRESUPUESTOS-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       SUELTA-PRESUPUESTO.
           IF PRES-ANO = WS-ANO-INFORME
               MOVE PRES-DEPARTAMENTO TO ORDEN-DEPARTAMENTO
               SET ORDEN-PRESUPUESTO TO TRUE
               MOVE PRES-PLANTILLA TO ORDEN-PLANTILLA
               MOVE PRES-COSTE-ANUAL TO ORDEN-IMPORTE
               RELEASE ORDEN-REGISTRO
           END-IF.

           PERFORM LEE-PRESUPUESTO.

       CARGA-EMPLEADOS.
           OPEN INPUT EMPLEAD-ARCHIVO.

           IF NOT FS-OK
               DISPLAY "Error al abrir el archivo de empleados."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM LEE-EMPLEADO.
           PERFORM SUELTA-EMPLEADO UNTIL FIN-FICHERO.

           CLOSE EMPLEAD-ARCHIVO.

       LEE-EMPLEADO.
           READ EMPLEAD-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       SUELTA-EMPLEADO.
           IF EMPLEADO-ACTIVO
               MOVE EMPLEADOS-DEPARTAMENTO TO ORDEN-DEPARTAMENTO
               SET ORDEN-EMPLEADO TO TRUE
               MOVE 1 TO ORDEN-PLANTILLA
               MOVE 0 TO ORDEN-IMPORTE
               RELEASE ORDEN-REGISTRO
           END-IF.

           PERFORM LEE-EMPLEADO.

       CARGA-NOMINAS.
           OPEN INPUT FICHERO-NOMREG.

           IF NOT FS-OK-NOMREG
               DISPLAY "No hay registro de nominas (nomreg.csv), "
                   "estado " FS-STATUS-NOMREG "; el coste real se "
                   "informa a cero."
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM LEE-NOMINA
               PERFORM SUELTA-NOMINA UNTIL FIN-FICHERO
               CLOSE FICHERO-NOMREG
           END-IF.

       LEE-NOMINA.
           READ FICHERO-NOMREG NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       SUELTA-NOMINA.
           IF NOMREG-PERIODO(1:4) = WS-ANO-INFORME
               MOVE NOMREG-DEPARTAMENTO TO ORDEN-DEPARTAMENTO
               SET ORDEN-NOMINA TO TRUE
               MOVE 0 TO ORDEN-PLANTILLA
               COMPUTE ORDEN-IMPORTE =
                   NOMREG-BRUTO + NOMREG-CONTRIBUCION
               RELEASE ORDEN-REGISTRO

               MOVE NOMREG-PERIODO(6:2) TO WS-MES-NOMINA
               IF WS-MES-NOMINA > WS-ULTIMO-MES
                   MOVE WS-MES-NOMINA TO WS-ULTIMO-MES
               END-IF
           END-IF.

           PERFORM LEE-NOMINA.

       CARGA-AVISOS.
           OPEN INPUT FICHERO-EXCESOS.

           IF FS-OK-EXCESOS
               MOVE 'N' TO WS-EOF
               PERFORM LEE-AVISO
               PERFORM SUELTA-AVISO UNTIL FIN-FICHERO
               CLOSE FICHERO-EXCESOS
           END-IF.

       LEE-AVISO.
           READ FICHERO-EXCESOS INTO LINEA-EXCESO
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       SUELTA-AVISO.
           IF LEX-FECHA(1:4) = WS-ANO-INFORME
               MOVE LEX-DEPARTAMENTO TO ORDEN-DEPARTAMENTO
               SET ORDEN-AVISO TO TRUE
               MOVE 0 TO ORDEN-PLANTILLA
               MOVE 0 TO ORDEN-IMPORTE
               RELEASE ORDEN-REGISTRO
           END-IF.

           PERFORM LEE-AVISO.

       IMPRIME-INFORME.
           OPEN OUTPUT FICHERO-INFORME.

           IF NOT FS-OK-INFORME
               DISPLAY "Error al abrir el fichero del informe."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           MOVE WS-ANO-INFORME TO EJE-ANO.
           MOVE WS-ULTIMO-MES TO EJE-ULTIMO-MES.
           MOVE LINEA-EJERCICIO TO WS-LINEA-IMPRESION.
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

           CLOSE FICHERO-INFORME.

       PROCESA-LINEA-INFORME.
           IF NOT ES-PRIMER-DEPARTAMENTO
                   AND ORDEN-DEPARTAMENTO NOT = WS-DEPARTAMENTO-ANTERIOR
               PERFORM IMPRIME-DEPARTAMENTO
           END-IF.

           IF ES-PRIMER-DEPARTAMENTO
                   OR ORDEN-DEPARTAMENTO NOT = WS-DEPARTAMENTO-ANTERIOR
               INITIALIZE CIFRAS-DEPARTAMENTO
               MOVE 'N' TO WS-TIENE-PRESUPUESTO
               MOVE 'N' TO WS-PRIMERA-VEZ
               MOVE ORDEN-DEPARTAMENTO TO WS-DEPARTAMENTO-ANTERIOR
           END-IF.

           EVALUATE TRUE
               WHEN ORDEN-PRESUPUESTO
                   SET TIENE-PRESUPUESTO TO TRUE
                   MOVE ORDEN-PLANTILLA TO DEP-PLANTILLA-AUTORIZADA
                   MOVE ORDEN-IMPORTE TO DEP-PRESUPUESTO
               WHEN ORDEN-EMPLEADO
                   ADD ORDEN-PLANTILLA TO DEP-PLANTILLA-REAL
               WHEN ORDEN-NOMINA
                   ADD ORDEN-IMPORTE TO DEP-COSTE-REAL
               WHEN ORDEN-AVISO
                   ADD 1 TO DEP-AVISOS
           END-EVALUATE.

           RETURN FICHERO-ORDEN
               AT END
                   SET FIN-ORDEN TO TRUE
           END-RETURN.

       IMPRIME-DEPARTAMENTO.
           ADD 1 TO CONT-DEPARTAMENTOS.
           MOVE WS-DEPARTAMENTO-ANTERIOR TO DET-DEPARTAMENTO.
           PERFORM IMPRIME-CIFRAS.

           EVALUATE TRUE
               WHEN NOT TIENE-PRESUPUESTO
                   MOVE "SIN PRESUPUESTO" TO DET-SITUACION
                   ADD 1 TO CONT-SIN-PRESUPUESTO
               WHEN WS-DESVIACION-PLANTILLA > 0
                       AND WS-DESVIACION-COSTE > 0
                   MOVE "EXCESO AMBOS" TO DET-SITUACION
                   ADD 1 TO CONT-EXCESO-PLANTILLA
                   ADD 1 TO CONT-EXCESO-COSTE
               WHEN WS-DESVIACION-PLANTILLA > 0
                   MOVE "EXCESO PLANTILLA" TO DET-SITUACION
                   ADD 1 TO CONT-EXCESO-PLANTILLA
               WHEN WS-DESVIACION-COSTE > 0
                   MOVE "EXCESO COSTE" TO DET-SITUACION
                   ADD 1 TO CONT-EXCESO-COSTE
               WHEN OTHER
                   MOVE "CORRECTO" TO DET-SITUACION
           END-EVALUATE.

           MOVE LINEA-DETALLE TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           ADD DEP-PLANTILLA-AUTORIZADA TO TOT-PLANTILLA-AUTORIZADA.
           ADD DEP-PLANTILLA-REAL TO TOT-PLANTILLA-REAL.
           ADD DEP-PRESUPUESTO TO TOT-PRESUPUESTO.
           ADD DEP-COSTE-REAL TO TOT-COSTE-REAL.
           ADD DEP-AVISOS TO TOT-AVISOS.

       IMPRIME-CIFRAS.
           IF WS-ULTIMO-MES > 0
               COMPUTE WS-PROYECCION ROUNDED =
                   DEP-COSTE-REAL * 12 / WS-ULTIMO-MES
           ELSE
               MOVE 0 TO WS-PROYECCION
           END-IF.

           COMPUTE WS-DESVIACION-PLANTILLA =
               DEP-PLANTILLA-REAL - DEP-PLANTILLA-AUTORIZADA.
           COMPUTE WS-DESVIACION-COSTE =
               WS-PROYECCION - DEP-PRESUPUESTO.

           MOVE DEP-PLANTILLA-AUTORIZADA TO DET-PLANTILLA-AUTORIZADA.
           MOVE DEP-PLANTILLA-REAL TO DET-PLANTILLA-REAL.
           MOVE WS-DESVIACION-PLANTILLA TO DET-DESVIACION-PLANTILLA.
           MOVE DEP-PRESUPUESTO TO DET-PRESUPUESTO.
           MOVE DEP-COSTE-REAL TO DET-COSTE-REAL.
           MOVE WS-PROYECCION TO DET-PROYECCION.
           MOVE WS-DESVIACION-COSTE TO DET-DESVIACION-COSTE.
           MOVE DEP-AVISOS TO DET-AVISOS.

       IMPRIME-TOTAL-EMPRESA.
           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           MOVE TOT-PLANTILLA-AUTORIZADA TO DEP-PLANTILLA-AUTORIZADA.
           MOVE TOT-PLANTILLA-REAL TO DEP-PLANTILLA-REAL.
           MOVE TOT-PRESUPUESTO TO DEP-PRESUPUESTO.
           MOVE TOT-COSTE-REAL TO DEP-COSTE-REAL.
           MOVE TOT-AVISOS TO DEP-AVISOS.
           MOVE "TOTAL EMPRESA" TO DET-DEPARTAMENTO.
           PERFORM IMPRIME-CIFRAS.
           MOVE SPACES TO DET-SITUACION.
           MOVE LINEA-DETALLE TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.
           MOVE LINEA-LEYENDA-1 TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.
           MOVE LINEA-LEYENDA-2 TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.
           MOVE LINEA-LEYENDA-3 TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.
           MOVE LINEA-LEYENDA-4 TO WS-LINEA-IMPRESION.
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
           MOVE "Informe-presupuestos" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "DEPARTAMEN" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-DEPARTAMENTOS TO PEJ-CONT-VALOR (1).
           MOVE "EXC-PLANT" TO PEJ-CONT-NOMBRE (2).
           MOVE CONT-EXCESO-PLANTILLA TO PEJ-CONT-VALOR (2).
           MOVE "EXC-COSTE" TO PEJ-CONT-NOMBRE (3).
           MOVE CONT-EXCESO-COSTE TO PEJ-CONT-VALOR (3).
           MOVE "SIN-PRESUP" TO PEJ-CONT-NOMBRE (4).
           MOVE CONT-SIN-PRESUPUESTO TO PEJ-CONT-VALOR (4).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Informe-presupuestos.
