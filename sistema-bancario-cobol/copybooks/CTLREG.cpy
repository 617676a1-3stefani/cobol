      *> la ultima cuenta tratada, para que un proceso no se ejecute
      *> dos veces el mismo dia y una ejecucion interrumpida pueda
      *> reanudarse donde se quedo.
      *> Compartido por BANCO-INTERES, BANCO-CIERRE, BANCO-COMISION,
      *> BANCO-PRESTAMOS-EJEC, BANCO-MOROSIDAD, BANCO-RIESGOS y
      *> BANCO-CADENA.
       01  REG-CONTROL.
           05  REG-CTL-PROGRAMA        PIC X(12).
           05  REG-CTL-FECHA           PIC 9(8).
