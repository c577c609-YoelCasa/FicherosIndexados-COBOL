       IDENTIFICATION DIVISION.
       PROGRAM-ID. Informe-expediente.
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

           SELECT CUENTAS-ARCHIVO
           ASSIGN TO "cuentas.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY CUENTA-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-CUENTAS.

           SELECT FICHERO-SALHIST
           ASSIGN TO "salhist.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY SALHIST-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-SALHIST.

           SELECT AUSENCIAS-ARCHIVO
           ASSIGN TO "ausencia.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY AUS-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-AUSENCIAS.

           SELECT FICHERO-PENDIENTES
           ASSIGN TO "pendientes.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY PEND-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-PENDIENTES.

           SELECT FICHERO-NOMREG
           ASSIGN TO "nomreg.csv"
           ORGANIZATION IS INDEXED
           RECORD KEY NOMREG-CLAVE
           ALTERNATE RECORD KEY NOMREG-PERIODO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-STATUS-NOMREG.

           SELECT FICHERO-AUDITORIA
           ASSIGN TO "auditoria.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-AUDITORIA.

           SELECT FICHERO-INFORME
           ASSIGN TO "expediente.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-INFORME.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEAD-ARCHIVO.
           COPY "EMPLEADO.cpy".

       FD  HISTORICO-ARCHIVO.
           COPY "HISTORICO.cpy".

       FD  CUENTAS-ARCHIVO.
           COPY "CUENTA.cpy".

       FD  FICHERO-SALHIST.
           COPY "SALHIST.cpy".

       FD  AUSENCIAS-ARCHIVO.
           COPY "AUSENCIA.cpy".

       FD  FICHERO-PENDIENTES.
           COPY "PENDIENTE.cpy".

       FD  FICHERO-NOMREG.
           COPY "NOMREG.cpy".

       FD  FICHERO-AUDITORIA.
       01  AUDITORIA-REGISTRO PIC X(199).

       FD  FICHERO-INFORME.
       01  INFORME-REGISTRO PIC X(132).

       WORKING-STORAGE SECTION.
       01  PET-ID PIC X(40)
           VALUE "Introduzca el id del interesado: ".

       01  WS-EOF PIC X VALUE 'N'.
           88 FIN-FICHERO VALUE 'Y'.

       01  WS-ID-VALIDO PIC X VALUE 'N'.
           88 ID-VALIDO VALUE 'Y'.

       01  FS-STATUS PIC X(2).
           88 FS-OK VALUE '00'.

       01  FS-STATUS-HISTORICO PIC X(2).
           88 FS-OK-HISTORICO VALUE '00'.

       01  FS-STATUS-CUENTAS PIC X(2).
           88 FS-OK-CUENTAS VALUE '00'.

       01  FS-STATUS-SALHIST PIC X(2).
           88 FS-OK-SALHIST VALUE '00'.

       01  FS-STATUS-AUSENCIAS PIC X(2).
           88 FS-OK-AUSENCIAS VALUE '00'.

       01  FS-STATUS-PENDIENTES PIC X(2).
           88 FS-OK-PENDIENTES VALUE '00'.

       01  FS-STATUS-NOMREG PIC X(2).
           88 FS-OK-NOMREG VALUE '00'.

       01  FS-STATUS-AUDITORIA PIC X(2).
           88 FS-OK-AUDITORIA VALUE '00'.

       01  FS-STATUS-INFORME PIC X(2).
           88 FS-OK-INFORME VALUE '00'.

       01  WS-ID-BUSQUEDA PIC 9(6).

       01  CONT-MAESTRO PIC 9(6) VALUE 0.
       01  CONT-HISTORICO PIC 9(6) VALUE 0.
       01  CONT-CUENTAS PIC 9(6) VALUE 0.
       01  CONT-SALARIOS PIC 9(6) VALUE 0.
       01  CONT-AUSENCIAS PIC 9(6) VALUE 0.
       01  CONT-PENDIENTES PIC 9(6) VALUE 0.
       01  CONT-NOMINAS PIC 9(6) VALUE 0.
       01  CONT-AUDITORIA PIC 9(6) VALUE 0.

       01  WS-IMPORTE-ED PIC Z(6)9.99.

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

       01  WS-FECHA-HORA-RAW PIC X(21).

       01  WS-LINEAS-PAGINA PIC 9(2) VALUE 60.
       01  CONT-LINEAS PIC 9(2) VALUE 99.
       01  CONT-PAGINAS PIC 9(4) VALUE 0.

       01  LINEA-CABECERA.
           05 FILLER PIC X(36)
               VALUE "EXPEDIENTE DE DATOS PERSONALES - ID ".
           05 CAB-ID PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 CAB-FECHA PIC X(10).
           05 FILLER PIC X(12) VALUE "    Pagina: ".
           05 CAB-PAGINA PIC ZZZ9.

       01  LINEA-SECCION.
           05 SEC-TITULO PIC X(60).

       01  LINEA-DATO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DAT-ETIQUETA PIC X(20).
           05 FILLER PIC X(2) VALUE ": ".
           05 DAT-VALOR PIC X(70).

       01  LINEA-SIN-REGISTROS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "Sin registros.".

       01  LINEA-NO-DISPONIBLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "Fichero no disponible, estado ".
           05 ND-STATUS PIC X(2).
           05 FILLER PIC X(1) VALUE ".".

       01  LINEA-COL-SALARIOS.
           05 FILLER PIC X(12) VALUE "  FECHA".
           05 FILLER PIC X(10) VALUE "HORA".
           05 FILLER PIC X(21) VALUE "DEPARTAMENTO".
           05 FILLER PIC X(10) VALUE "CATEGORIA".
           05 FILLER PIC X(12) VALUE "SAL.ANTERIOR".
           05 FILLER PIC X(13) VALUE "    SAL.NUEVO".
           05 FILLER PIC X(8) VALUE "  ORIGEN".

       01  LINEA-SALARIO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SAL-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SAL-HORA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SAL-DEPARTAMENTO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SAL-CATEGORIA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SAL-ANTERIOR PIC Z(6)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SAL-NUEVO PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SAL-ORIGEN PIC X(10).

       01  LINEA-COL-AUSENCIAS.
           05 FILLER PIC X(12) VALUE "  F.INICIO".
           05 FILLER PIC X(4) VALUE "TIPO".
           05 FILLER PIC X(5) VALUE " DIAS".
           05 FILLER PIC X(13) VALUE "  DESCRIPCION".

       01  LINEA-AUSENCIA.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUL-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUL-TIPO PIC X(2).
           05 FILLER PIC X(4) VALUE SPACES.
           05 AUL-DIAS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUL-DESCRIPCION PIC X(15).

       01  LINEA-COL-PENDIENTES.
           05 FILLER PIC X(12) VALUE "  F.EFECTO".
           05 FILLER PIC X(17) VALUE "TIPO".
           05 FILLER PIC X(22) VALUE "NUEVO VALOR".
           05 FILLER PIC X(10) VALUE "F.REGISTRO".

       01  LINEA-PENDIENTE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PNL-FECHA-EFECTO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PNL-TIPO PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PNL-DESCRIPCION PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PNL-VALOR PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PNL-FECHA-REGISTRO PIC 9(8).

       01  LINEA-COL-NOMINAS.
           05 FILLER PIC X(11) VALUE "  PERIODO".
           05 FILLER PIC X(21) VALUE "DEPARTAMENTO".
           05 FILLER PIC X(12) VALUE "CATEGORIA".
           05 FILLER PIC X(10) VALUE "     BRUTO".
           05 FILLER PIC X(12) VALUE "   DEDUCCION".
           05 FILLER PIC X(12) VALUE "        NETO".
           05 FILLER PIC X(12) VALUE "CONTRIBUCION".

       01  LINEA-NOMINA.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOL-PERIODO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOL-DEPARTAMENTO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NOL-CATEGORIA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOL-BRUTO PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOL-DEDUCCION PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOL-NETO PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOL-CONTRIBUCION PIC Z(6)9.99.

       01  LINEA-COL-AUDITORIA.
           05 FILLER PIC X(13) VALUE "  FECHA".
           05 FILLER PIC X(9) VALUE "HORA".
           05 FILLER PIC X(11) VALUE "OPERACION".
           05 FILLER PIC X(11) VALUE "OPERADOR".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "ID".
           05 FILLER PIC X(21) VALUE "NOMBRE".
           05 FILLER PIC X(9) VALUE "APELLIDOS".

       01  LINEA-AUDITORIA-ANTES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUA-FECHA PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUA-HORA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUA-OPERACION PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUA-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(8) VALUE "ANTES".
           05 AUA-ID PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUA-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUA-APELLIDO PIC X(50).

       01  LINEA-AUDITORIA-DESPUES.
           05 FILLER PIC X(44) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "DESPUES".
           05 AUD-ID PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUD-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUD-APELLIDO PIC X(50).

       01  LINEA-CONTADOR.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CON-ETIQUETA PIC X(30).
           05 CON-VALOR PIC Z(5)9.

       01  WS-LINEA-IMPRESION PIC X(132).

           COPY "EJECUCION.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GRABA-INICIO-EJECUCION.

           PERFORM ACEPTA-ID-VALIDO.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-RAW.
           STRING WS-FECHA-HORA-RAW(1:4) "-" WS-FECHA-HORA-RAW(5:2)
                   "-" WS-FECHA-HORA-RAW(7:2)
               DELIMITED BY SIZE INTO CAB-FECHA
           END-STRING.
           MOVE WS-ID-BUSQUEDA TO CAB-ID.

           OPEN OUTPUT FICHERO-INFORME.

           IF NOT FS-OK-INFORME
               DISPLAY "Error al abrir el fichero del informe."
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PROGRAMA
           END-IF.

           PERFORM IMPRIME-MAESTRO.
           PERFORM IMPRIME-HISTORICO.
           PERFORM IMPRIME-CUENTA.
           PERFORM IMPRIME-SALARIOS.
           PERFORM IMPRIME-AUSENCIAS.
           PERFORM IMPRIME-PENDIENTES.
           PERFORM IMPRIME-NOMINAS.
           PERFORM IMPRIME-AUDITORIA.
           PERFORM IMPRIME-RESUMEN.

           CLOSE FICHERO-INFORME.

           IF CONT-MAESTRO = 0 AND CONT-HISTORICO = 0
               DISPLAY "El id " WS-ID-BUSQUEDA " no figura en el "
                   "maestro ni en el historico."
           END-IF.

           DISPLAY "Expediente generado en expediente.txt".

           PERFORM FIN-PROGRAMA.

       ACEPTA-ID-VALIDO.
           MOVE 'N' TO WS-ID-VALIDO.
           PERFORM PIDE-ID UNTIL ID-VALIDO.

       PIDE-ID.
           DISPLAY PET-ID.
           ACCEPT WS-ID-BUSQUEDA.

           IF WS-ID-BUSQUEDA IS NUMERIC AND WS-ID-BUSQUEDA NOT = 0
               SET ID-VALIDO TO TRUE
           ELSE
               DISPLAY "El id debe ser numerico y distinto de cero."
           END-IF.

       IMPRIME-MAESTRO.
           MOVE "MAESTRO DE EMPLEADOS (empleado.csv)" TO SEC-TITULO.
           PERFORM IMPRIME-SECCION.

           OPEN INPUT EMPLEAD-ARCHIVO.

           EVALUATE TRUE
               WHEN FS-OK
                   MOVE WS-ID-BUSQUEDA TO EMPLEADOS-ID
                   READ EMPLEAD-ARCHIVO
                       INVALID KEY
                           PERFORM IMPRIME-SIN-REGISTROS
                       NOT INVALID KEY
                           ADD 1 TO CONT-MAESTRO
                           PERFORM IMPRIME-DATOS-MAESTRO
                   END-READ
                   CLOSE EMPLEAD-ARCHIVO
               WHEN FS-STATUS = '35'
                   PERFORM IMPRIME-SIN-REGISTROS
               WHEN OTHER
                   MOVE FS-STATUS TO ND-STATUS
                   PERFORM IMPRIME-NO-DISPONIBLE
           END-EVALUATE.

       IMPRIME-DATOS-MAESTRO.
           MOVE "Nombre" TO DAT-ETIQUETA.
           MOVE EMPLEADOS-NOMBRE TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

           MOVE "Apellidos" TO DAT-ETIQUETA.
           MOVE EMPLEADOS-APELLIDO TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

           MOVE "Departamento" TO DAT-ETIQUETA.
           MOVE EMPLEADOS-DEPARTAMENTO TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

           MOVE "Categoria" TO DAT-ETIQUETA.
           MOVE EMPLEADOS-CATEGORIA TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

           MOVE "Fecha de alta" TO DAT-ETIQUETA.
           MOVE EMPLEADOS-FECHA-ALTA TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

           MOVE "Salario" TO DAT-ETIQUETA.
           MOVE EMPLEADOS-SALARIO TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

           MOVE "Estado" TO DAT-ETIQUETA.
           EVALUATE TRUE
               WHEN EMPLEADO-ACTIVO
                   MOVE "A (activo)" TO DAT-VALOR
               WHEN EMPLEADO-INACTIVO
                   MOVE "I (inactivo)" TO DAT-VALOR
               WHEN OTHER
                   MOVE EMPLEADOS-ESTADO TO DAT-VALOR
           END-EVALUATE.
           PERFORM IMPRIME-DATO.

           MOVE "Fecha de baja" TO DAT-ETIQUETA.
           MOVE EMPLEADOS-FECHA-BAJA TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

       IMPRIME-HISTORICO.
           MOVE "HISTORICO DE BAJAS (historico.csv)" TO SEC-TITULO.
           PERFORM IMPRIME-SECCION.

           OPEN INPUT HISTORICO-ARCHIVO.

           EVALUATE TRUE
               WHEN FS-OK-HISTORICO
                   MOVE WS-ID-BUSQUEDA TO HIST-ID
                   READ HISTORICO-ARCHIVO
                       INVALID KEY
                           PERFORM IMPRIME-SIN-REGISTROS
                       NOT INVALID KEY
                           ADD 1 TO CONT-HISTORICO
                           PERFORM IMPRIME-DATOS-HISTORICO
                   END-READ
                   CLOSE HISTORICO-ARCHIVO
               WHEN FS-STATUS-HISTORICO = '35'
                   PERFORM IMPRIME-SIN-REGISTROS
               WHEN OTHER
                   MOVE FS-STATUS-HISTORICO TO ND-STATUS
                   PERFORM IMPRIME-NO-DISPONIBLE
           END-EVALUATE.

       IMPRIME-DATOS-HISTORICO.
           MOVE "Nombre" TO DAT-ETIQUETA.
           MOVE HIST-NOMBRE TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

           MOVE "Apellidos" TO DAT-ETIQUETA.
           MOVE HIST-APELLIDO TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

           MOVE "Departamento" TO DAT-ETIQUETA.
           MOVE HIST-DEPARTAMENTO TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

           MOVE "Categoria" TO DAT-ETIQUETA.
           MOVE HIST-CATEGORIA TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

           MOVE "Fecha de alta" TO DAT-ETIQUETA.
           MOVE HIST-FECHA-ALTA TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

           MOVE "Salario" TO DAT-ETIQUETA.
           MOVE HIST-SALARIO TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

           MOVE "Estado" TO DAT-ETIQUETA.
           MOVE HIST-ESTADO TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

           MOVE "Fecha de baja" TO DAT-ETIQUETA.
           MOVE HIST-FECHA-BAJA TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

           MOVE "Fecha de purga" TO DAT-ETIQUETA.
           MOVE HIST-FECHA-PURGA TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

       IMPRIME-CUENTA.
           MOVE "CUENTA BANCARIA (cuentas.csv)" TO SEC-TITULO.
           PERFORM IMPRIME-SECCION.

           OPEN INPUT CUENTAS-ARCHIVO.

           EVALUATE TRUE
               WHEN FS-OK-CUENTAS
                   MOVE WS-ID-BUSQUEDA TO CUENTA-ID
                   READ CUENTAS-ARCHIVO
                       INVALID KEY
                           PERFORM IMPRIME-SIN-REGISTROS
                       NOT INVALID KEY
                           ADD 1 TO CONT-CUENTAS
                           PERFORM IMPRIME-DATOS-CUENTA
                   END-READ
                   CLOSE CUENTAS-ARCHIVO
               WHEN FS-STATUS-CUENTAS = '35'
                   PERFORM IMPRIME-SIN-REGISTROS
               WHEN OTHER
                   MOVE FS-STATUS-CUENTAS TO ND-STATUS
                   PERFORM IMPRIME-NO-DISPONIBLE
           END-EVALUATE.

       IMPRIME-DATOS-CUENTA.
           MOVE "IBAN" TO DAT-ETIQUETA.
           MOVE CUENTA-IBAN TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

           MOVE "Titular" TO DAT-ETIQUETA.
           MOVE CUENTA-TITULAR TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

           MOVE "Fecha de alta" TO DAT-ETIQUETA.
           MOVE CUENTA-FECHA-ALTA TO DAT-VALOR.
           PERFORM IMPRIME-DATO.

       IMPRIME-SALARIOS.
           MOVE "HISTORIAL DE SALARIOS (salhist.csv)" TO SEC-TITULO.
           PERFORM IMPRIME-SECCION.

           OPEN INPUT FICHERO-SALHIST.

           EVALUATE TRUE
               WHEN FS-OK-SALHIST
                   MOVE LINEA-COL-SALARIOS TO WS-LINEA-IMPRESION
                   PERFORM ESCRIBE-LINEA
                   MOVE 'N' TO WS-EOF
                   MOVE WS-ID-BUSQUEDA TO SALHIST-ID
                   MOVE 0 TO SALHIST-FECHA
                   START FICHERO-SALHIST
                           KEY IS NOT LESS THAN SALHIST-CLAVE
                       INVALID KEY
                           SET FIN-FICHERO TO TRUE
                   END-START
                   IF NOT FIN-FICHERO
                       READ FICHERO-SALHIST NEXT RECORD
                           AT END
                               SET FIN-FICHERO TO TRUE
                       END-READ
                   END-IF
                   PERFORM IMPRIME-LINEA-SALARIO
                       UNTIL FIN-FICHERO
                           OR SALHIST-ID NOT = WS-ID-BUSQUEDA
                   IF CONT-SALARIOS = 0
                       PERFORM IMPRIME-SIN-REGISTROS
                   END-IF
                   CLOSE FICHERO-SALHIST
               WHEN FS-STATUS-SALHIST = '35'
                   PERFORM IMPRIME-SIN-REGISTROS
               WHEN OTHER
                   MOVE FS-STATUS-SALHIST TO ND-STATUS
                   PERFORM IMPRIME-NO-DISPONIBLE
           END-EVALUATE.

       IMPRIME-LINEA-SALARIO.
           ADD 1 TO CONT-SALARIOS.

           MOVE SALHIST-FECHA TO SAL-FECHA.
           MOVE SALHIST-HORA TO SAL-HORA.
           MOVE SALHIST-DEPARTAMENTO TO SAL-DEPARTAMENTO.
           MOVE SALHIST-CATEGORIA TO SAL-CATEGORIA.
           MOVE SALHIST-SALARIO-ANTERIOR TO SAL-ANTERIOR.
           MOVE SALHIST-SALARIO-NUEVO TO SAL-NUEVO.
           MOVE SALHIST-ORIGEN TO SAL-ORIGEN.
           MOVE LINEA-SALARIO TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           READ FICHERO-SALHIST NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       IMPRIME-AUSENCIAS.
           MOVE "AUSENCIAS (ausencia.csv)" TO SEC-TITULO.
           PERFORM IMPRIME-SECCION.

           OPEN INPUT AUSENCIAS-ARCHIVO.

           EVALUATE TRUE
               WHEN FS-OK-AUSENCIAS
                   MOVE LINEA-COL-AUSENCIAS TO WS-LINEA-IMPRESION
                   PERFORM ESCRIBE-LINEA
                   MOVE 'N' TO WS-EOF
                   MOVE WS-ID-BUSQUEDA TO AUS-ID
                   MOVE 0 TO AUS-FECHA-INICIO
                   START AUSENCIAS-ARCHIVO
                           KEY IS NOT LESS THAN AUS-CLAVE
                       INVALID KEY
                           SET FIN-FICHERO TO TRUE
                   END-START
                   IF NOT FIN-FICHERO
                       READ AUSENCIAS-ARCHIVO NEXT RECORD
                           AT END
                               SET FIN-FICHERO TO TRUE
                       END-READ
                   END-IF
                   PERFORM IMPRIME-LINEA-AUSENCIA
                       UNTIL FIN-FICHERO
                           OR AUS-ID NOT = WS-ID-BUSQUEDA
                   IF CONT-AUSENCIAS = 0
                       PERFORM IMPRIME-SIN-REGISTROS
                   END-IF
                   CLOSE AUSENCIAS-ARCHIVO
               WHEN FS-STATUS-AUSENCIAS = '35'
                   PERFORM IMPRIME-SIN-REGISTROS
               WHEN OTHER
                   MOVE FS-STATUS-AUSENCIAS TO ND-STATUS
                   PERFORM IMPRIME-NO-DISPONIBLE
           END-EVALUATE.

       IMPRIME-LINEA-AUSENCIA.
           ADD 1 TO CONT-AUSENCIAS.

           MOVE AUS-FECHA-INICIO TO AUL-FECHA.
           MOVE AUS-TIPO TO AUL-TIPO.
           MOVE AUS-DIAS TO AUL-DIAS.
           EVALUATE TRUE
               WHEN AUSENCIA-VACACIONES
                   MOVE "VACACIONES" TO AUL-DESCRIPCION
               WHEN AUSENCIA-ENFERMEDAD
                   MOVE "ENFERMEDAD" TO AUL-DESCRIPCION
               WHEN AUSENCIA-PERMISO
                   MOVE "PERMISO" TO AUL-DESCRIPCION
               WHEN OTHER
                   MOVE "OTRA" TO AUL-DESCRIPCION
           END-EVALUATE.
           MOVE LINEA-AUSENCIA TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           READ AUSENCIAS-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       IMPRIME-PENDIENTES.
           MOVE "CAMBIOS PENDIENTES (pendientes.csv)" TO SEC-TITULO.
           PERFORM IMPRIME-SECCION.

           OPEN INPUT FICHERO-PENDIENTES.

           EVALUATE TRUE
               WHEN FS-OK-PENDIENTES
                   MOVE LINEA-COL-PENDIENTES TO WS-LINEA-IMPRESION
                   PERFORM ESCRIBE-LINEA
                   MOVE 'N' TO WS-EOF
                   MOVE WS-ID-BUSQUEDA TO PEND-ID
                   MOVE 0 TO PEND-FECHA-EFECTO
                   MOVE LOW-VALUES TO PEND-TIPO
                   START FICHERO-PENDIENTES
                           KEY IS NOT LESS THAN PEND-CLAVE
                       INVALID KEY
                           SET FIN-FICHERO TO TRUE
                   END-START
                   IF NOT FIN-FICHERO
                       READ FICHERO-PENDIENTES NEXT RECORD
                           AT END
                               SET FIN-FICHERO TO TRUE
                       END-READ
                   END-IF
                   PERFORM IMPRIME-LINEA-PENDIENTE
                       UNTIL FIN-FICHERO
                           OR PEND-ID NOT = WS-ID-BUSQUEDA
                   IF CONT-PENDIENTES = 0
                       PERFORM IMPRIME-SIN-REGISTROS
                   END-IF
                   CLOSE FICHERO-PENDIENTES
               WHEN FS-STATUS-PENDIENTES = '35'
                   PERFORM IMPRIME-SIN-REGISTROS
               WHEN OTHER
                   MOVE FS-STATUS-PENDIENTES TO ND-STATUS
                   PERFORM IMPRIME-NO-DISPONIBLE
           END-EVALUATE.

       IMPRIME-LINEA-PENDIENTE.
           ADD 1 TO CONT-PENDIENTES.

           MOVE PEND-FECHA-EFECTO TO PNL-FECHA-EFECTO.
           MOVE PEND-TIPO TO PNL-TIPO.
           MOVE PEND-FECHA-REGISTRO TO PNL-FECHA-REGISTRO.
           EVALUATE TRUE
               WHEN PEND-CAMBIO-DEPARTAMENTO
                   MOVE "DEPARTAMENTO" TO PNL-DESCRIPCION
                   MOVE PEND-DEPARTAMENTO TO PNL-VALOR
               WHEN PEND-CAMBIO-CATEGORIA
                   MOVE "CATEGORIA" TO PNL-DESCRIPCION
                   MOVE PEND-CATEGORIA TO PNL-VALOR
               WHEN PEND-CAMBIO-SALARIO
                   MOVE "SALARIO" TO PNL-DESCRIPCION
                   MOVE PEND-SALARIO TO WS-IMPORTE-ED
                   MOVE WS-IMPORTE-ED TO PNL-VALOR
               WHEN OTHER
                   MOVE "BAJA" TO PNL-DESCRIPCION
                   MOVE SPACES TO PNL-VALOR
           END-EVALUATE.
           MOVE LINEA-PENDIENTE TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           READ FICHERO-PENDIENTES NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       IMPRIME-NOMINAS.
           MOVE "REGISTRO DE NOMINAS (nomreg.csv)" TO SEC-TITULO.
           PERFORM IMPRIME-SECCION.

           OPEN INPUT FICHERO-NOMREG.

           EVALUATE TRUE
               WHEN FS-OK-NOMREG
                   MOVE LINEA-COL-NOMINAS TO WS-LINEA-IMPRESION
                   PERFORM ESCRIBE-LINEA
                   MOVE 'N' TO WS-EOF
                   MOVE WS-ID-BUSQUEDA TO NOMREG-ID
                   MOVE LOW-VALUES TO NOMREG-PERIODO
                   START FICHERO-NOMREG
                           KEY IS NOT LESS THAN NOMREG-CLAVE
                       INVALID KEY
                           SET FIN-FICHERO TO TRUE
                   END-START
                   IF NOT FIN-FICHERO
                       READ FICHERO-NOMREG NEXT RECORD
                           AT END
                               SET FIN-FICHERO TO TRUE
                       END-READ
                   END-IF
                   PERFORM IMPRIME-LINEA-NOMINA
                       UNTIL FIN-FICHERO
                           OR NOMREG-ID NOT = WS-ID-BUSQUEDA
                   IF CONT-NOMINAS = 0
                       PERFORM IMPRIME-SIN-REGISTROS
                   END-IF
                   CLOSE FICHERO-NOMREG
               WHEN FS-STATUS-NOMREG = '35'
                   PERFORM IMPRIME-SIN-REGISTROS
               WHEN OTHER
                   MOVE FS-STATUS-NOMREG TO ND-STATUS
                   PERFORM IMPRIME-NO-DISPONIBLE
           END-EVALUATE.

       IMPRIME-LINEA-NOMINA.
           ADD 1 TO CONT-NOMINAS.

           MOVE NOMREG-PERIODO TO NOL-PERIODO.
           MOVE NOMREG-DEPARTAMENTO TO NOL-DEPARTAMENTO.
           MOVE NOMREG-CATEGORIA TO NOL-CATEGORIA.
           MOVE NOMREG-BRUTO TO NOL-BRUTO.
           MOVE NOMREG-DEDUCCION TO NOL-DEDUCCION.
           MOVE NOMREG-NETO TO NOL-NETO.
           MOVE NOMREG-CONTRIBUCION TO NOL-CONTRIBUCION.
           MOVE LINEA-NOMINA TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           READ FICHERO-NOMREG NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       IMPRIME-AUDITORIA.
           MOVE "REGISTRO DE AUDITORIA (auditoria.log)" TO SEC-TITULO.
           PERFORM IMPRIME-SECCION.

           OPEN INPUT FICHERO-AUDITORIA.

           EVALUATE TRUE
               WHEN FS-OK-AUDITORIA
                   MOVE LINEA-COL-AUDITORIA TO WS-LINEA-IMPRESION
                   PERFORM ESCRIBE-LINEA
                   MOVE 'N' TO WS-EOF
                   READ FICHERO-AUDITORIA INTO WS-LINEA-AUDITORIA
                       AT END
                           SET FIN-FICHERO TO TRUE
                   END-READ
                   PERFORM EXAMINA-LINEA-AUDITORIA UNTIL FIN-FICHERO
                   IF CONT-AUDITORIA = 0
                       PERFORM IMPRIME-SIN-REGISTROS
                   END-IF
                   CLOSE FICHERO-AUDITORIA
               WHEN FS-STATUS-AUDITORIA = '35'
                   PERFORM IMPRIME-SIN-REGISTROS
               WHEN OTHER
                   MOVE FS-STATUS-AUDITORIA TO ND-STATUS
                   PERFORM IMPRIME-NO-DISPONIBLE
           END-EVALUATE.

       EXAMINA-LINEA-AUDITORIA.
           IF LA-ID-ANTES = WS-ID-BUSQUEDA
                   OR LA-ID-DESPUES = WS-ID-BUSQUEDA
               PERFORM IMPRIME-LINEA-AUDITORIA
           END-IF.

           READ FICHERO-AUDITORIA INTO WS-LINEA-AUDITORIA
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       IMPRIME-LINEA-AUDITORIA.
           ADD 1 TO CONT-AUDITORIA.

           MOVE LA-FECHA TO AUA-FECHA.
           MOVE LA-HORA TO AUA-HORA.
           MOVE LA-OPERACION TO AUA-OPERACION.
           MOVE LA-OPERADOR TO AUA-OPERADOR.
           MOVE LA-ID-ANTES TO AUA-ID.
           MOVE LA-NOMBRE-ANTES TO AUA-NOMBRE.
           MOVE LA-APELLIDO-ANTES TO AUA-APELLIDO.
           MOVE LINEA-AUDITORIA-ANTES TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

           MOVE LA-ID-DESPUES TO AUD-ID.
           MOVE LA-NOMBRE-DESPUES TO AUD-NOMBRE.
           MOVE LA-APELLIDO-DESPUES TO AUD-APELLIDO.
           MOVE LINEA-AUDITORIA-DESPUES TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

       IMPRIME-RESUMEN.
           MOVE "RESUMEN" TO SEC-TITULO.
           PERFORM IMPRIME-SECCION.

           MOVE "Maestro de empleados" TO CON-ETIQUETA.
           MOVE CONT-MAESTRO TO CON-VALOR.
           PERFORM IMPRIME-CONTADOR.

           MOVE "Historico de bajas" TO CON-ETIQUETA.
           MOVE CONT-HISTORICO TO CON-VALOR.
           PERFORM IMPRIME-CONTADOR.

           MOVE "Cuenta bancaria" TO CON-ETIQUETA.
           MOVE CONT-CUENTAS TO CON-VALOR.
           PERFORM IMPRIME-CONTADOR.

           MOVE "Cambios de salario" TO CON-ETIQUETA.
           MOVE CONT-SALARIOS TO CON-VALOR.
           PERFORM IMPRIME-CONTADOR.

           MOVE "Ausencias" TO CON-ETIQUETA.
           MOVE CONT-AUSENCIAS TO CON-VALOR.
           PERFORM IMPRIME-CONTADOR.

           MOVE "Cambios pendientes" TO CON-ETIQUETA.
           MOVE CONT-PENDIENTES TO CON-VALOR.
           PERFORM IMPRIME-CONTADOR.

           MOVE "Nominas registradas" TO CON-ETIQUETA.
           MOVE CONT-NOMINAS TO CON-VALOR.
           PERFORM IMPRIME-CONTADOR.

           MOVE "Lineas de auditoria" TO CON-ETIQUETA.
           MOVE CONT-AUDITORIA TO CON-VALOR.
           PERFORM IMPRIME-CONTADOR.

       IMPRIME-CONTADOR.
           MOVE LINEA-CONTADOR TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

       IMPRIME-SECCION.
           IF CONT-LINEAS + 3 > WS-LINEAS-PAGINA
               MOVE 99 TO CONT-LINEAS
           END-IF.

           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.
           MOVE LINEA-SECCION TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

       IMPRIME-DATO.
           MOVE LINEA-DATO TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

       IMPRIME-SIN-REGISTROS.
           MOVE LINEA-SIN-REGISTROS TO WS-LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA.

       IMPRIME-NO-DISPONIBLE.
           MOVE LINEA-NO-DISPONIBLE TO WS-LINEA-IMPRESION.
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
           MOVE "Informe-expediente" TO PEJ-PROGRAMA.
           SET PEJ-INICIO TO TRUE.
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       GRABA-FIN-EJECUCION.
           SET PEJ-FIN TO TRUE.
           MOVE RETURN-CODE TO PEJ-RETORNO.
           MOVE "SALARIOS" TO PEJ-CONT-NOMBRE (1).
           MOVE CONT-SALARIOS TO PEJ-CONT-VALOR (1).
           MOVE "AUSENCIAS" TO PEJ-CONT-NOMBRE (2).
           MOVE CONT-AUSENCIAS TO PEJ-CONT-VALOR (2).
           MOVE "PENDIENTES" TO PEJ-CONT-NOMBRE (3).
           MOVE CONT-PENDIENTES TO PEJ-CONT-VALOR (3).
           MOVE "NOMINAS" TO PEJ-CONT-NOMBRE (4).
           MOVE CONT-NOMINAS TO PEJ-CONT-VALOR (4).
           MOVE "AUDITORIA" TO PEJ-CONT-NOMBRE (5).
           MOVE CONT-AUDITORIA TO PEJ-CONT-VALOR (5).
           CALL "Registra-ejecucion" USING PARAMETROS-EJECUCION.

       FIN-PROGRAMA.
           PERFORM GRABA-FIN-EJECUCION.
            STOP RUN.
       END PROGRAM Informe-expediente.
