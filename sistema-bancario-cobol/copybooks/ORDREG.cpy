      *> Registro de orden permanente en el fichero ORDENES.DAT
      *> (transferencias periodicas programadas entre dos cuentas del
      *> maestro). Compartido por BANCO-ORDENES (mantenimiento),
      *> BANCO-ORDENES-EJEC (ejecucion nocturna), BANCO-RESPALDO,
      *> BANCO-RENUMERACION y BANCO-AVISOS (aviso de las fallidas).
       01  REG-ORDEN.
           05  REG-ORD-NUMERO          PIC 9(6).
           05  REG-ORD-CUENTA-ORIGEN   PIC 9(10).
