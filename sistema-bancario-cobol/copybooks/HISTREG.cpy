      *> diario secuencial entero. La secuencia desempata movimientos
      *> de la misma cuenta en el mismo segundo.
      *> Compartido por BANCO-ARCHIVO, BANCO-SIMPLE, BANCO-CIERRE,
      *> BANCO-CUADRE, BANCO-INACTIVAS, BANCO-INTEGRIDAD y
      *> BANCO-CONVERSION-HIST.
       01  REG-HISTORICO.
           05  REG-HIST-CLAVE.
               10  REG-HIST-NUMERO-CUENTA  PIC 9(10).
           05  REG-HIST-SALDO-NUEVO        PIC S9(7)V99 SIGN IS TRAILING
                                           SEPARATE CHARACTER.
           05  REG-HIST-OPERADOR           PIC X(8).
      *> Secuencia y sello del movimiento en el diario (ver MOVREG),
      *> copiados tal cual al archivarlo; cero en los movimientos
      *> anteriores al sellado del diario.
           05  REG-HIST-SEC-DIARIO         PIC 9(10).
           05  REG-HIST-SELLO              PIC 9(10).
