       01  PARAMETROS-PLANTILLA.
           05 PPL-DEPARTAMENTO PIC X(20).
           05 PPL-ID PIC 9(6).
           05 PPL-OPERACION PIC X(10).
           05 PPL-ORIGEN PIC X(10).
           05 PPL-PLANTILLA-RESULTANTE PIC 9(5).
           05 PPL-PLANTILLA-AUTORIZADA PIC 9(5).
           05 PPL-RESULTADO PIC X(01).
               88 PPL-SIN-PRESUPUESTO VALUE 'N'.
               88 PPL-DENTRO-PLANTILLA VALUE 'D'.
               88 PPL-PLANTILLA-EXCEDIDA VALUE 'E'.
