           IF WS-STATUS-CUENTAS NOT = '00'
               DISPLAY 'Error: no se pudo abrir CUENTAS.DAT - status '
                   WS-STATUS-CUENTAS
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-FIN-CUENTAS
           END-IF
           OPEN INPUT CLIENTES-MAESTRO
