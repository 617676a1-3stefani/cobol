      *> PRESTAMOS.DAT (ver PREREG), con su desglose de capital e
      *> interes. La clave compuesta prestamo/cuota permite leer el
      *> cuadro de un prestamo con START. Estado 'P' pendiente,
      *> 'C' cobrada, 'I' impagada. Una cuota impagada se sigue
      *> recobrando cada noche (BANCO-MOROSIDAD) o en ventanilla
      *> (BANCO-SIMPLE), con su seguimiento en MORA.DAT (ver
      *> MORAREG), y pasa a 'C' cuando se recupera entera.
      *> Compartido por BANCO-PRESTAMOS, BANCO-PRESTAMOS-EJEC,
      *> BANCO-MOROSIDAD, BANCO-SIMPLE, BANCO-AVISOS, BANCO-RIESGOS
      *> y BANCO-CLIENTES.
       01  REG-CUOTA.
           05  REG-CUO-CLAVE.
               10  REG-CUO-PRESTAMO    PIC 9(6).
