       IDENTIFICATION DIVISION.
       PROGRAM-ID. Controla-plantilla.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTOS-ARCHIVO
           ASSIGN TO "presupuesto.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY PRES-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-PRESUPUESTOS.

           SELECT FICHERO-EXCESOS
           ASSIGN TO "excesos_plantilla.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-EXCESOS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRESUPUESTOS-ARCHIVO.
           COPY "PRESUPUESTO.cpy".

       FD  FICHERO-EXCESOS.
       01  EXCESO-REGISTRO PIC X(81).

       WORKING-STORAGE SECTION.
       01  FS-STATUS-PRESUPUESTOS PIC X(2).
           88 FS-OK-PRESUPUESTOS VALUE '00'.

       01  FS-STATUS-EXCESOS PIC X(2).
           88 FS-OK-EXCESOS VALUE '00'.

       01  WS-FECHA-HORA-RAW PIC X(21).

           COPY "EXCESO.cpy".
       LINKAGE SECTION.
           COPY "PLANTILLA.cpy".
       PROCEDURE DIVISION USING PARAMETROS-PLANTILLA.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.

           SET PPL-SIN-PRESUPUESTO TO TRUE.
           MOVE 0 TO PPL-PLANTILLA-AUTORIZADA.

           PERFORM LEE-PRESUPUESTO.

           IF PPL-PLANTILLA-EXCEDIDA
               DISPLAY "AVISO: el departamento "
                   FUNCTION TRIM(PPL-DEPARTAMENTO) " quedara con "
                   PPL-PLANTILLA-RESULTANTE " empleados activos y "
                   "su plantilla autorizada para "
                   WS-FECHA-HORA-RAW(1:4) " es de "
                   PPL-PLANTILLA-AUTORIZADA "."
               DISPLAY "El exceso queda registrado en "
                   "excesos_plantilla.log."
               PERFORM GRABA-EXCESO
           END-IF.

           PERFORM FIN-PROGRAMA.

       LEE-PRESUPUESTO.
           OPEN INPUT PRESUPUESTOS-ARCHIVO.

           IF FS-OK-PRESUPUESTOS
               MOVE PPL-DEPARTAMENTO TO PRES-DEPARTAMENTO
               MOVE WS-FECHA-HORA-RAW(1:4) TO PRES-ANO
               READ PRESUPUESTOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRES-PLANTILLA TO PPL-PLANTILLA-AUTORIZADA
                       IF PPL-PLANTILLA-RESULTANTE > PRES-PLANTILLA
                           SET PPL-PLANTILLA-EXCEDIDA TO TRUE
                       ELSE
                           SET PPL-DENTRO-PLANTILLA TO TRUE
                       END-IF
               END-READ
               CLOSE PRESUPUESTOS-ARCHIVO
           END-IF.

       GRABA-EXCESO.
           STRING WS-FECHA-HORA-RAW(1:4) "-" WS-FECHA-HORA-RAW(5:2)
                   "-" WS-FECHA-HORA-RAW(7:2)
               DELIMITED BY SIZE INTO LEX-FECHA
           END-STRING.
           STRING WS-FECHA-HORA-RAW(9:2) ":" WS-FECHA-HORA-RAW(11:2)
                   ":" WS-FECHA-HORA-RAW(13:2)
               DELIMITED BY SIZE INTO LEX-HORA
           END-STRING.
           MOVE PPL-OPERACION TO LEX-OPERACION.
           MOVE PPL-DEPARTAMENTO TO LEX-DEPARTAMENTO.
           MOVE PPL-ID TO LEX-ID.
           MOVE PPL-PLANTILLA-RESULTANTE TO LEX-PLANTILLA.
           MOVE PPL-PLANTILLA-AUTORIZADA TO LEX-AUTORIZADA.
           MOVE PPL-ORIGEN TO LEX-ORIGEN.

           OPEN EXTEND FICHERO-EXCESOS.

           IF NOT FS-OK-EXCESOS
               OPEN OUTPUT FICHERO-EXCESOS
           END-IF.

           IF FS-OK-EXCESOS
               MOVE LINEA-EXCESO TO EXCESO-REGISTRO
               WRITE EXCESO-REGISTRO
               CLOSE FICHERO-EXCESOS
           ELSE
               DISPLAY "No se pudo registrar el exceso de plantilla, "
                   "estado " FS-STATUS-EXCESOS "."
           END-IF.

       FIN-PROGRAMA.
            GOBACK.
       END PROGRAM Controla-plantilla.
