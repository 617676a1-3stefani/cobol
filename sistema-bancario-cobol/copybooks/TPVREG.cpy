      *> Registro del fichero diario de operaciones de la red de
      *> tarjetas TARJENT.DAT (reintegros en cajero y compras en
      *> comercio hechos con nuestras tarjetas) y del fichero de
      *> devolucion a la red TARJDEV-AAAAMMDD.DAT, que lleva las
      *> operaciones rechazadas con el mismo trazado y el codigo de
      *> rechazo relleno (espacios en la entrada):
      *> 01 tarjeta desconocida       02 tarjeta bloqueada
      *> 03 tarjeta perdida o robada  04 tarjeta caducada
      *> 05 cuenta cancelada          06 cuenta bloqueada
      *> 07 cuenta inactiva           08 saldo insuficiente
      *> 09 limite diario superado    10 operacion no valida
      *> 11 error al actualizar la cuenta
      *> Tipo 'C' cajero (se anota CAJERO) y 'T' terminal punto de
      *> venta (se anota COMPRA-TPV).
      *> Compartido por BANCO-TARJETAS-EJEC.
       01  REG-OPERACION-TARJETA.
           05  REG-OPT-NUMERO-TARJETA  PIC 9(16).
           05  REG-OPT-FECHA           PIC 9(8).
           05  REG-OPT-HORA            PIC 9(6).
           05  REG-OPT-TIPO            PIC X.
           05  REG-OPT-IMPORTE         PIC 9(7)V99.
           05  REG-OPT-TERMINAL        PIC X(8).
           05  REG-OPT-REFERENCIA      PIC X(12).
           05  REG-OPT-RECHAZO         PIC X(2).
