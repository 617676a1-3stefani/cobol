      *> Registro del fichero diario de avisos a clientes
      *> AVISOS-AAAAMMDD.DAT que se entrega a la imprenta para el
      *> ensobrado y envio por correo: un registro de longitud fija
      *> por carta, con el domicilio de CLIENTES.DAT. El tipo de
      *> aviso decide el modelo de carta:
      *>   PL vencimiento proximo de un deposito a plazo
      *>   OR orden permanente no atendida
      *>   CU cuota de prestamo impagada
      *>   DE cuenta en descubierto
      *>   EX limite de descubierto superado
      *>   CH fondos de cheque ya disponibles
      *>   IN cuenta proxima a quedar inactiva
      *> La referencia es el numero de plazo, de orden, de
      *> prestamo y cuota (prestamo * 1000 + cuota) o de cuenta,
      *> segun el tipo, y la fecha del hecho la de vencimiento, la
      *> de liberacion o la del ultimo movimiento.
      *> Lo graba BANCO-AVISOS.
       01  REG-AVISO.
           05  REG-AVS-FECHA           PIC 9(8).
           05  REG-AVS-TIPO            PIC X(2).
           05  REG-AVS-NUMERO-CLIENTE  PIC 9(6).
           05  REG-AVS-NOMBRE          PIC X(30).
           05  REG-AVS-DIRECCION       PIC X(40).
           05  REG-AVS-NUMERO-CUENTA   PIC 9(10).
           05  REG-AVS-REFERENCIA      PIC 9(10).
           05  REG-AVS-FECHA-EVENTO    PIC 9(8).
           05  REG-AVS-IMPORTE         PIC S9(7)V99 SIGN IS TRAILING
                                       SEPARATE CHARACTER.
           05  REG-AVS-TEXTO           PIC X(60).
