
      *> Solo el efectivo pasa por caja: los ingresos de cheque, las
      *> transferencias y los apuntes de los procesos batch no
      *> cuentan para el arqueo, tampoco los reintegros en cajero
      *> (CAJERO) ni las compras con tarjeta (COMPRA-TPV), que no
      *> salen de ninguna ventanilla. Un extorno de retirada (EXTORNO-H)
      *> devuelve efectivo a la caja y uno de ingreso (EXTORNO-D) lo
      *> saca. Las cuotas impagadas pagadas en ventanilla
      *> (RECOBRO-EF y DEMORA-EF) entran en caja como un ingreso,
      *> aunque no muevan el saldo de la cuenta del prestamo. Las
      *> diferencias de arqueo ya anotadas hoy
      *> (DIF-CAJA-F/S) forman parte del efectivo reconocido, igual
      *> que en el cierre de caja de BANCO-SIMPLE: asi el informe
      *> cuadra con lo que el diario ya tiene anotado.
                       OR REG-MOV-TIPO = 'RETIRADA'
                       OR REG-MOV-TIPO = 'EXTORNO-D'
                       OR REG-MOV-TIPO = 'EXTORNO-H'
                       OR REG-MOV-TIPO = 'RECOBRO-EF'
                       OR REG-MOV-TIPO = 'DEMORA-EF'
                       OR REG-MOV-TIPO = 'DIF-CAJA-F'
                       OR REG-MOV-TIPO = 'DIF-CAJA-S')
                   MOVE REG-MOV-OPERADOR TO WS-OPERADOR-BUSCADO
                   IF WS-TAB-HALLADA = 'S'
                       IF REG-MOV-TIPO = 'INGRESO'
                               OR REG-MOV-TIPO = 'EXTORNO-H'
                               OR REG-MOV-TIPO = 'RECOBRO-EF'
                               OR REG-MOV-TIPO = 'DEMORA-EF'
                               OR REG-MOV-TIPO = 'DIF-CAJA-S'
                           ADD REG-MOV-IMPORTE TO
                               WS-CAJ-INGRESOS (IX-CAJA)
