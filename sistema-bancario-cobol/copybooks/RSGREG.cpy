      *> Registro del fichero mensual de declaracion a la central de
      *> riesgos RIESGOS-AAAAMM.DAT: una linea por acreditado (por
      *> NIF, sumando todos los numeros de cliente que lo comparten)
      *> cuyo riesgo total, dispuesto mas disponible, alcanza el
      *> umbral de declaracion de PARAMETROS.DAT.
      *> El dispuesto de prestamos es el capital pendiente mas lo
      *> vencido sin cobrar de las cuotas impagadas (sin contar dos
      *> veces su capital) y la demora devengada pendiente; el de
      *> descubiertos es el saldo deudor de sus cuentas y el
      *> disponible lo que queda hasta REG-LIMITE-DESCUBIERTO. Las
      *> cuentas con cotitulares se reparten por su participacion.
      *> El importe vencido recoge lo impagado de las cuotas, la
      *> demora y el exceso sobre el limite de descubierto.
      *> Situacion 'N' normal, 'V' con importes vencidos, 'D' dudoso
      *> (mas de 90 dias de impago).
      *> Lo genera BANCO-RIESGOS.
       01  REG-DECLARACION-RIESGO.
           05  REG-RSG-PERIODO         PIC 9(6).
           05  REG-RSG-NIF             PIC X(9).
           05  REG-RSG-NOMBRE          PIC X(30).
           05  REG-RSG-NUMERO-CLIENTE  PIC 9(6).
           05  REG-RSG-PRESTAMOS       PIC 9(3).
           05  REG-RSG-DISP-PRESTAMOS  PIC 9(9)V99.
           05  REG-RSG-DISP-DESCUBIERTO PIC 9(9)V99.
           05  REG-RSG-DISPONIBLE      PIC 9(9)V99.
           05  REG-RSG-RIESGO-TOTAL    PIC 9(9)V99.
           05  REG-RSG-VENCIDO         PIC 9(9)V99.
           05  REG-RSG-DIAS-IMPAGO     PIC 9(5).
           05  REG-RSG-SITUACION       PIC X.
