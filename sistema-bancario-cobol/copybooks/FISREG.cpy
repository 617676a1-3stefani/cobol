      *> alimenta la liquidacion nocturna de BANCO-INTERES apunte a
      *> apunte, y el cierre de ejercicio de BANCO-FISCAL lo agrega
      *> por titular para la declaracion y los certificados.
      *> Compartido por BANCO-INTERES, BANCO-FISCAL y
      *> BANCO-RENUMERACION.
       01  REG-FISCAL.
           05  REG-FIS-CLAVE.
               10  REG-FIS-NUMERO-CUENTA PIC 9(10).
