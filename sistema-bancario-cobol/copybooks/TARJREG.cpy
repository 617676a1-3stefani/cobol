      *> Registro del maestro de tarjetas de debito TARJETAS.DAT:
      *> una tarjeta por registro, con la cuenta de CUENTAS.DAT a la
      *> que se cargan sus operaciones y el cliente de CLIENTES.DAT
      *> que la lleva (titular, cotitular o autorizado de la cuenta).
      *> El numero es de 16 cifras: prefijo de la entidad en la red,
      *> serie y digito de control de Luhn, como lo valida la red.
      *> Estado 'A' activa, 'B' bloqueada, 'P' perdida o robada; una
      *> tarjeta sustituida queda bloqueada o perdida con el numero
      *> de la nueva en REG-TJT-SUSTITUTA. Caduca el ultimo dia del
      *> mes AAAAMM de REG-TJT-CADUCIDAD.
      *> Compartido por BANCO-TARJETAS y BANCO-TARJETAS-EJEC.
       01  REG-TARJETA.
           05  REG-TJT-NUMERO          PIC 9(16).
           05  REG-TJT-NUMERO-CUENTA   PIC 9(10).
           05  REG-TJT-NUMERO-CLIENTE  PIC 9(6).
           05  REG-TJT-CADUCIDAD       PIC 9(6).
           05  REG-TJT-ESTADO          PIC X.
           05  REG-TJT-FECHA-EMISION   PIC 9(8).
           05  REG-TJT-SUSTITUTA       PIC 9(16).
