      *> BANCO-INTERCAMBIO, BANCO-COMISION, BANCO-VIGILANCIA,
      *> BANCO-PLAZOS, BANCO-PLAZOS-EJEC, BANCO-PRESTAMOS,
      *> BANCO-PRESTAMOS-EJEC, BANCO-RECIBOS, BANCO-INACTIVAS,
      *> BANCO-FISCAL, BANCO-RESPALDO, BANCO-CONVERSION,
      *> BANCO-RENUMERACION, BANCO-TARJETAS, BANCO-TARJETAS-EJEC,
      *> BANCO-MOROSIDAD, BANCO-AVISOS y BANCO-RIESGOS -
      *> cualquier cambio de layout afecta a todos ellos, y un
      *> maestro con el trazado anterior necesita su paso de
      *> conversion (BANCO-CONVERSION) antes de abrir con el nuevo.
       01  REG-CUENTA.
      *> La ultima cifra es digito de control (modulo 11 con los
      *> pesos de la CCC sobre las nueve primeras): lo asigna
      *> GENERAR-NUMERO-CUENTA en BANCO-MANT y lo comprueban los
      *> programas que reciben un numero tecleado o de fuera. Los
      *> numeros anteriores se renumeraron con BANCO-RENUMERACION.
           05  REG-NUMERO-CUENTA       PIC 9(10).
           05  REG-TITULAR             PIC X(30).
      *> Cliente titular en el maestro CLIENTES.DAT; REG-TITULAR es
           05  REG-INDICADOR-DESCUB    PIC X.
           05  REG-TASA-INTERES        PIC 9V9999.
      *> Tope diario de disposicion en efectivo y transferencias
      *> (0 = sin tope); lo vigilan REALIZAR-RETIRADA,
      *> VALIDAR-TRANSFERENCIA y la carga de operaciones con tarjeta
      *> (BANCO-TARJETAS-EJEC) acumulando los movimientos del dia.
           05  REG-LIMITE-DIARIO       PIC 9(7)V99.
           05  REG-PIN                  PIC 9(4).
           05  REG-INTENTOS-FALLIDOS    PIC 9.
