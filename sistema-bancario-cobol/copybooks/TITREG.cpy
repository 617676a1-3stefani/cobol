      *> Registro del fichero de titularidades TITULARES.DAT (la
      *> relacion CUENTA-TITULARES): un registro por cada cliente de
      *> CLIENTES.DAT vinculado a una cuenta de CUENTAS.DAT. La clave
      *> compuesta cuenta/cliente permite leer todos los vinculos de
      *> una cuenta con START. Rol 'T' titular (el cliente de
      *> REG-NUMERO-CLIENTE), 'C' cotitular, 'A' autorizado. El
      *> porcentaje de participacion reparte la cuenta entre titular
      *> y cotitulares (suman 100); el autorizado firma pero no
      *> participa y lleva cero. Una cuenta sin vinculos se entiende
      *> del cliente de REG-NUMERO-CLIENTE al 100%.
      *> Compartido por BANCO-MANT, BANCO-CLIENTES, BANCO-FISCAL,
      *> BANCO-RENUMERACION, BANCO-TARJETAS y BANCO-RIESGOS.
       01  REG-TITULARIDAD.
           05  REG-TIT-CLAVE.
               10  REG-TIT-NUMERO-CUENTA  PIC 9(10).
               10  REG-TIT-NUMERO-CLIENTE PIC 9(6).
           05  REG-TIT-ROL             PIC X.
           05  REG-TIT-PORCENTAJE      PIC 9(3)V99.
