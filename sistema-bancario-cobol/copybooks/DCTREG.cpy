      *> Registro del control del diario DIARIOCTL.DAT, indexado por
      *> fecha. El registro de fecha cero es la cabecera: guarda la
      *> ultima secuencia asignada y el ultimo sello de la cadena
      *> (ver MOVREG), y el total de movimientos sellados. Hay ademas
      *> un registro por cada dia con movimientos: primera y ultima
      *> secuencia del dia, numero de movimientos, total al debe
      *> (movimientos que bajan el saldo), total al haber (los que
      *> lo suben) y sello del ultimo movimiento del dia. Los
      *> movimientos que no cambian el saldo solo cuentan en el
      *> numero de movimientos.
      *> Lo mantiene el parrafo SELLAR-MOVIMIENTO de BANCO-SIMPLE,
      *> BANCO-INTERES, BANCO-COMISION, BANCO-ORDENES-EJEC,
      *> BANCO-LIBERACION, BANCO-INTERCAMBIO, BANCO-PLAZOS,
      *> BANCO-PLAZOS-EJEC, BANCO-PRESTAMOS, BANCO-PRESTAMOS-EJEC,
      *> BANCO-RECIBOS, BANCO-TARJETAS-EJEC y BANCO-MOROSIDAD; lo
      *> lee BANCO-INTEGRIDAD.
       01  REG-DIARIO-CONTROL.
           05  REG-DCT-FECHA               PIC 9(8).
           05  REG-DCT-PRIMERA-SECUENCIA   PIC 9(10).
           05  REG-DCT-ULTIMA-SECUENCIA    PIC 9(10).
           05  REG-DCT-REGISTROS           PIC 9(9).
           05  REG-DCT-TOTAL-DEBE          PIC 9(11)V99.
           05  REG-DCT-TOTAL-HABER         PIC 9(11)V99.
           05  REG-DCT-ULTIMO-SELLO        PIC 9(10).
