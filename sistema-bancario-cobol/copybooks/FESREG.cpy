      *> programa los salta con el resto modulo 7 del calendario
      *> interno (INTEGER-OF-DATE, el dia 1 fue lunes).
      *> Compartido por BANCO-FESTIVOS, BANCO-SIMPLE,
      *> BANCO-ORDENES-EJEC, BANCO-LIBERACION, BANCO-CADENA,
      *> BANCO-CIERRE y BANCO-AVISOS.
       01  REG-FESTIVO.
           05  REG-FES-FECHA           PIC 9(8).
           05  REG-FES-DESCRIPCION     PIC X(30).
