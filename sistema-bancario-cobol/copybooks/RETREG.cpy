      *> liberacion (dias habiles de PARAMETROS.DAT). El proceso
      *> nocturno BANCO-LIBERACION libera las vencidas y reescribe el
      *> fichero con las que siguen en plazo.
      *> Compartido por BANCO-SIMPLE, BANCO-LIBERACION y
      *> BANCO-RENUMERACION.
       01  REG-RETENCION.
           05  REG-RET-NUMERO-CUENTA   PIC 9(10).
           05  REG-RET-FECHA-DEPOSITO  PIC 9(8).
