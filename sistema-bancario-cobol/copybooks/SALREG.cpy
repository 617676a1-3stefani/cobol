      *> Registro del fichero mensual de saldos diarios, un fichero
      *> indexado por mes (SALDOS-AAAAMM.DAT) con clave cuenta/fecha:
      *> saldo de cierre y saldo retenido de cada cuenta en cada dia
      *> natural del mes. Lo graba BANCO-CIERRE al cerrar el dia
      *> (origen 'C') y rellena los sabados, domingos y festivos de
      *> FESTIVOS.DAT que rodean al dia con el saldo de la cuenta
      *> (origen 'R'), de modo que el saldo medio de un periodo se
      *> calcula sobre todos sus dias naturales.
      *> Compartido por BANCO-CIERRE, BANCO-COMISION, BANCO-INTERES,
      *> BANCO-MANT y BANCO-RENUMERACION.
       01  REG-SALDO-DIARIO.
           05  REG-SAL-CLAVE.
               10  REG-SAL-NUMERO-CUENTA   PIC 9(10).
               10  REG-SAL-FECHA           PIC 9(8).
           05  REG-SAL-SALDO               PIC S9(7)V99 SIGN IS TRAILING
                                           SEPARATE CHARACTER.
           05  REG-SAL-RETENIDO            PIC 9(7)V99.
           05  REG-SAL-ORIGEN              PIC X.
