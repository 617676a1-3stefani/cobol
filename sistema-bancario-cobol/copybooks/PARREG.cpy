      *> sin movimientos de cliente a partir de los cuales una
      *> cuenta se marca inactiva (BANCO-INACTIVAS) y tasa de
      *> retencion fiscal practicada sobre los intereses abonados
      *> (BANCO-INTERES). La tasa de demora es el interes nominal
      *> anual que devengan, dia a dia, las cuotas de prestamo
      *> impagadas (BANCO-MOROSIDAD y el cobro en ventanilla de
      *> BANCO-SIMPLE). El umbral de declaracion es el riesgo
      *> total a partir del cual un acreditado se declara a la
      *> central de riesgos (BANCO-RIESGOS).
      *> Se mantiene con BANCO-TARIFAS.
      *> Compartido por BANCO-SIMPLE, BANCO-INACTIVAS,
      *> BANCO-INTERES, BANCO-TARIFAS, BANCO-MOROSIDAD,
      *> BANCO-AVISOS (aviso previo a la inactividad) y
      *> BANCO-RIESGOS.
       01  REG-PARAMETROS.
           05  REG-PARAM-DIAS-RETENCION PIC 9(2).
           05  REG-PARAM-MESES-INACTIVIDAD PIC 9(3).
           05  REG-PARAM-TASA-RETENCION PIC 9V9999.
           05  REG-PARAM-TASA-DEMORA   PIC 9V9999.
           05  REG-PARAM-UMBRAL-RIESGO PIC 9(7)V99.
