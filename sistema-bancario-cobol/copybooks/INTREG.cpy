      *> y para el de entrada recibido de la camara (INTERENT.DAT).
      *> REG-INT-CUENTA-PROPIA es la cuenta de esta sucursal (origen
      *> en salidas, destino en entradas) y REG-INT-CUENTA-EXTERNA la
      *> cuenta de la otra entidad, una CCC de 20 digitos (entidad y
      *> oficina, dos digitos de control y numero de cuenta). Los
      *> pagos salientes con una CCC no valida se apartan en el corte
      *> a INTERRET.DAT, con este mismo trazado.
      *> Compartido por BANCO-SIMPLE, BANCO-INTERCAMBIO y
      *> BANCO-RENUMERACION.
       01  REG-INTERCAMBIO.
           05  REG-INT-FECHA           PIC 9(8).
           05  REG-INT-HORA            PIC 9(6).
