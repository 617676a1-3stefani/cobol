      *> Informe diario de actividad inusual para el director de la
      *> sucursal: recorre una sola vez los movimientos del dia del
      *> diario MOVIMIENTOS.DAT acumulando por cuenta lo dispuesto
      *> (retiradas, transferencias y operaciones con tarjeta), las
      *> retiradas repetidas del mismo importe (en ventanilla o en
      *> cajero) y las rachas de fallos de PIN seguidas de una
      *> retirada, y contrasta lo dispuesto con el tope diario
      *> REG-LIMITE-DIARIO del maestro. Las cuentas senaladas quedan
      *> en VIGILANCIA.RPT.
       ACUMULAR-MOVIMIENTO.
           EVALUATE REG-MOV-TIPO
               WHEN 'RETIRADA'
               WHEN 'CAJERO'
                   ADD REG-MOV-IMPORTE TO WS-ACT-DISPUESTO (IX-ACT)
                   ADD 1 TO WS-ACT-RETIRADAS (IX-ACT)
                   IF REG-MOV-IMPORTE > WS-ACT-MAX-RETIRADA (IX-ACT)
                   MOVE ZEROS TO WS-ACT-RACHA-PIN (IX-ACT)
               WHEN 'TRANSF-SAL'
               WHEN 'TRANSF-EXT'
               WHEN 'COMPRA-TPV'
                   ADD REG-MOV-IMPORTE TO WS-ACT-DISPUESTO (IX-ACT)
                   MOVE ZEROS TO WS-ACT-RACHA-PIN (IX-ACT)
      *> Una transferencia anulada o una retirada extornada compensa
