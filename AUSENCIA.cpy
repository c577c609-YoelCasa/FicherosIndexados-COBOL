               88 AUSENCIA-PERMISO VALUE 'PE'.
               88 AUSENCIA-OTRA VALUE 'OT'.
               88 TIPO-AUSENCIA-VALIDO VALUES 'VA' 'EN' 'PE' 'OT'.
               88 AUSENCIA-NO-RETRIBUIDA VALUE 'PE'.
           05 AUS-DIAS PIC 9(3).
