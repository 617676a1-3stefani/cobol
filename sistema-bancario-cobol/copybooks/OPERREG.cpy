      *> (bajas de cuenta, retiradas por encima del umbral) exigen
      *> supervisor. Compartido por BANCO-SIMPLE, BANCO-MANT,
      *> BANCO-OPERADORES, BANCO-CLIENTES, BANCO-ORDENES,
      *> BANCO-FESTIVOS, BANCO-PLAZOS, BANCO-PRESTAMOS,
      *> BANCO-RESPALDO, BANCO-CADENA, BANCO-CONTABLE, BANCO-TARIFAS,
      *> BANCO-AUDITORIA, BANCO-RENUMERACION y BANCO-TARJETAS.
       01  REG-OPERADOR.
           05  REG-OPER-ID             PIC X(8).
           05  REG-OPER-NOMBRE         PIC X(30).
