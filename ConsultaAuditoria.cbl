       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-AUDITORIA.
       01  AUDITORIA-REGISTRO PIC X(199).

       WORKING-STORAGE SECTION.
       01  PET-ID PIC X(30)
           VALUE "Introduzca fecha hasta (AAAA-MM-DD): ".
       01  PET-OPERACION PIC X(50)
           VALUE "Introduzca la operacion (ALTA/CAMBIO/BAJA): ".
       01  PET-OPERADOR PIC X(40)
           VALUE "Introduzca el operador: ".

       01  WS-EOF PIC X VALUE 'N'.
           88 FIN-FICHERO VALUE 'Y'.
           88 CONSULTA-POR-ID VALUE '1'.
           88 CONSULTA-POR-FECHAS VALUE '2'.
           88 CONSULTA-POR-OPERACION VALUE '3'.
           88 CONSULTA-POR-OPERADOR VALUE '4'.

       01  WS-ID-BUSQUEDA PIC 9(6).
       01  WS-FECHA-DESDE PIC X(10).
       01  WS-FECHA-HASTA PIC X(10).
       01  WS-OPERACION-BUSQUEDA PIC X(10).
       01  WS-OPERADOR-BUSQUEDA PIC X(10).

       01  CONT-ENCONTRADOS PIC 9(6) VALUE 0.

           05 LA-NOMBRE-DESPUES PIC X(20).
           05 FILLER PIC X(1).
           05 LA-APELLIDO-DESPUES PIC X(50).
           05 FILLER PIC X(1).
           05 LA-OPERADOR PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM MENU-PRINCIPAL UNTIL SALIR-PROGRAMA.
           DISPLAY "1. Consulta por id de empleado".
           DISPLAY "2. Consulta por rango de fechas".
           DISPLAY "3. Consulta por tipo de operacion".
           DISPLAY "4. Consulta por operador".
           DISPLAY "5. Salir".
           DISPLAY "Elija una opcion: ".
           ACCEPT WS-OPCION.

               WHEN '1' PERFORM CONSULTA-ID
               WHEN '2' PERFORM CONSULTA-FECHAS
               WHEN '3' PERFORM CONSULTA-OPERACION
               WHEN '4' PERFORM CONSULTA-OPERADOR
               WHEN '5' SET SALIR-PROGRAMA TO TRUE
               WHEN OTHER DISPLAY "Opcion no valida"
           END-EVALUATE.

           MOVE '3' TO WS-TIPO-CONSULTA.
           PERFORM RECORRE-AUDITORIA.

       CONSULTA-OPERADOR.
           DISPLAY PET-OPERADOR.
           ACCEPT WS-OPERADOR-BUSQUEDA.
           MOVE '4' TO WS-TIPO-CONSULTA.
           PERFORM RECORRE-AUDITORIA.

       RECORRE-AUDITORIA.
           MOVE 0 TO CONT-ENCONTRADOS.
           MOVE 'N' TO WS-EOF.
                   IF LA-OPERACION = WS-OPERACION-BUSQUEDA
                       PERFORM MUESTRA-LINEA
                   END-IF
               WHEN CONSULTA-POR-OPERADOR
                   IF LA-OPERADOR = WS-OPERADOR-BUSQUEDA
                       PERFORM MUESTRA-LINEA
                   END-IF
           END-EVALUATE.

           READ FICHERO-AUDITORIA INTO WS-LINEA-AUDITORIA

           DISPLAY " ".
           DISPLAY LA-FECHA " " LA-HORA " "
                   FUNCTION TRIM(LA-OPERACION)
                   " operador: " FUNCTION TRIM(LA-OPERADOR).
           DISPLAY "  Antes   id: " LA-ID-ANTES
                   " nombre: " FUNCTION TRIM(LA-NOMBRE-ANTES)
                   " apellidos: " FUNCTION TRIM(LA-APELLIDO-ANTES).
