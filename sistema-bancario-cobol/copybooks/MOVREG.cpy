      *> BANCO-LIBERACION, BANCO-INTERCAMBIO, BANCO-COMISION,
      *> BANCO-VIGILANCIA, BANCO-PLAZOS, BANCO-PLAZOS-EJEC,
      *> BANCO-PRESTAMOS, BANCO-PRESTAMOS-EJEC, BANCO-RECIBOS,
      *> BANCO-CAJA, BANCO-INACTIVAS, BANCO-CONTABLE,
      *> BANCO-RESPALDO, BANCO-RENUMERACION, BANCO-TARJETAS-EJEC,
      *> BANCO-MOROSIDAD, BANCO-AVISOS y BANCO-INTEGRIDAD -
      *> cualquier cambio de layout afecta a todos ellos.
       01  REG-MOVIMIENTO.
           05  REG-MOV-FECHA           PIC 9(8).
           05  REG-MOV-HORA            PIC 9(6).
      *> Operador que atendio el movimiento (id de OPERADOR.DAT);
      *> los procesos batch estampan su propio nombre de proceso.
           05  REG-MOV-OPERADOR        PIC X(8).
      *> Numero de orden del movimiento en el diario, unico y
      *> creciente, y sello encadenado: el sello se calcula sobre el
      *> sello del movimiento anterior y el contenido de este (todo
      *> el registro salvo el propio sello), de modo que borrar,
      *> alterar o reinsertar un movimiento rompe la cadena. Los
      *> asigna el parrafo SELLAR-MOVIMIENTO de cada programa que
      *> graba en el diario, con el contador de DIARIOCTL.DAT (ver
      *> DCTREG). Los movimientos grabados antes de existir estos
      *> campos los leen en blanco (no numericos): son anteriores al
      *> sellado y no se verifican.
           05  REG-MOV-SECUENCIA       PIC 9(10).
           05  REG-MOV-SELLO           PIC 9(10).
