      *> Registro de seguimiento de morosidad MORA.DAT: uno por cada
      *> cuota de CUOTAS.DAT que haya quedado impagada (misma clave
      *> prestamo/cuota, ver CUOREG), creado la primera vez que se
      *> intenta recobrar. Lleva lo ya recuperado del importe de la
      *> cuota (los cobros pueden ser parciales), el interes de
      *> demora devengado a la tasa de PARAMETROS.DAT hasta la fecha
      *> de devengo y lo cobrado de ese interes. Cada cobro se aplica
      *> primero a la demora y despues a la cuota. Estado 'P'
      *> pendiente, 'R' recuperada entera en la fecha de
      *> recuperacion.
      *> Compartido por BANCO-MOROSIDAD y BANCO-SIMPLE; lo consultan
      *> BANCO-RIESGOS y BANCO-CLIENTES.
       01  REG-MORA.
           05  REG-MOR-CLAVE.
               10  REG-MOR-PRESTAMO    PIC 9(6).
               10  REG-MOR-CUOTA       PIC 9(3).
           05  REG-MOR-RECUPERADO      PIC 9(7)V99.
           05  REG-MOR-DEMORA-DEVENGADA PIC 9(7)V99.
           05  REG-MOR-DEMORA-COBRADA  PIC 9(7)V99.
           05  REG-MOR-FECHA-DEVENGO   PIC 9(8).
           05  REG-MOR-FECHA-RECUPERACION PIC 9(8).
           05  REG-MOR-ESTADO          PIC X.
