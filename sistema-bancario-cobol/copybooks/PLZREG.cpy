      *> Estado 'A' activo, 'V' vencido y abonado, 'C' cancelado
      *> anticipadamente (devuelve el capital sin intereses).
      *> Compartido por BANCO-PLAZOS (mantenimiento) y
      *> BANCO-PLAZOS-EJEC (vencimiento nocturno), que BANCO-AVISOS
      *> anuncia una semana antes; la renumeracion
      *> de cuentas (BANCO-RENUMERACION) reescribe la cuenta. Lo
      *> consultan BANCO-RIESGOS y la posicion global de
      *> BANCO-CLIENTES.
       01  REG-PLAZO.
           05  REG-PLZ-NUMERO          PIC 9(6).
           05  REG-PLZ-NUMERO-CUENTA   PIC 9(10).
