      *> mensual es fija (sistema frances) y su desglose por
      *> vencimiento esta en el cuadro de amortizacion CUOTAS.DAT
      *> (ver CUOREG). Estado 'A' activo, 'L' liquidado.
      *> Compartido por BANCO-PRESTAMOS (mantenimiento),
      *> BANCO-PRESTAMOS-EJEC (cobro mensual de cuotas),
      *> BANCO-MOROSIDAD (recobro de impagadas) y BANCO-SIMPLE (pago
      *> de impagadas en ventanilla), y lo consultan BANCO-AVISOS para
      *> escribir al titular y BANCO-RIESGOS y BANCO-CLIENTES para la
      *> posicion del cliente; la renumeracion de cuentas
      *> (BANCO-RENUMERACION) reescribe la cuenta.
       01  REG-PRESTAMO.
           05  REG-PRE-NUMERO          PIC 9(6).
           05  REG-PRE-NUMERO-CLIENTE  PIC 9(6).
