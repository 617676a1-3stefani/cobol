      *> Codigos en uso: MANT-MENS (mantenimiento mensual de cuentas
      *> CORRIENTE, cargado por BANCO-COMISION) y COM-TRANSF
      *> (comision por transferencia, cargada al ejecutarla).
      *> Se mantiene con BANCO-TARIFAS.
      *> Compartido por BANCO-SIMPLE, BANCO-ORDENES-EJEC,
      *> BANCO-COMISION, BANCO-RESPALDO y BANCO-TARIFAS.
       01  REG-TARIFA.
           05  REG-TAR-CODIGO          PIC X(10).
           05  REG-TAR-DESCRIPCION     PIC X(30).
