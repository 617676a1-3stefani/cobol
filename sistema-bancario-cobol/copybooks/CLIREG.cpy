      *> REG-TITULAR es una copia de REG-CLI-NOMBRE que mantiene
      *> BANCO-CLIENTES al modificar un cliente.
      *> Compartido por BANCO-CLIENTES, BANCO-MANT, BANCO-PRESTAMOS,
      *> BANCO-INACTIVAS, BANCO-FISCAL, BANCO-RESPALDO,
      *> BANCO-TARJETAS, BANCO-MOROSIDAD, BANCO-AVISOS y
      *> BANCO-RIESGOS.
       01  REG-CLIENTE.
           05  REG-CLI-NUMERO          PIC 9(6).
           05  REG-CLI-NOMBRE          PIC X(30).
