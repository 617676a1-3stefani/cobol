      *> Registro de la tabla de equivalencias CTAEQUIV.DAT que deja
      *> la renumeracion de una sola vez del maestro al implantar el
      *> digito de control: una linea por cada cuenta del maestro con
      *> su numero antiguo, el nuevo y como se obtuvo ('V' ya era
      *> valido y no cambia, 'D' mismo numero con el digito de
      *> control corregido, 'N' numero nuevo de la serie porque el
      *> corregido ya estaba ocupado). Es la referencia para buscar
      *> por el numero antiguo en los ficheros que no se renumeran
      *> (HISTMOV-AAAAMM.DAT, EXTORNOS.DAT, AUDITORIA.DAT).
      *> Compartido por BANCO-RENUMERACION.
       01  REG-EQUIVALENCIA.
           05  REG-EQV-CUENTA-ANTIGUA  PIC 9(10).
           05  REG-EQV-CUENTA-NUEVA    PIC 9(10).
           05  REG-EQV-METODO          PIC X.
           05  REG-EQV-FECHA           PIC 9(8).
