      *> Registro del fichero de avisos ya emitidos AVISADOS.DAT:
      *> una entrada por hecho avisado, con la clave tipo de hecho,
      *> referencia y fecha del hecho (ver AVIREG), para que el
      *> mismo hecho no vuelva a generar carta en las noches
      *> siguientes. Las situaciones que duran (descubierto) se
      *> anotan con fecha del hecho cero y estado 'A' mientras
      *> siguen abiertas; al regularizarse pasan a 'F' y, si la
      *> cuenta vuelve a caer, se avisa de nuevo. REG-AVD-AVISO
      *> guarda el ultimo tipo de carta enviado por ese hecho (DE o
      *> EX en los descubiertos, para avisar si se pasa del limite).
      *> Lo mantiene BANCO-AVISOS.
       01  REG-AVISADO.
           05  REG-AVD-CLAVE.
               10  REG-AVD-TIPO        PIC X(2).
               10  REG-AVD-REFERENCIA  PIC 9(10).
               10  REG-AVD-FECHA-EVENTO PIC 9(8).
           05  REG-AVD-FECHA-AVISO     PIC 9(8).
           05  REG-AVD-NUMERO-CLIENTE  PIC 9(6).
           05  REG-AVD-NUMERO-CUENTA   PIC 9(10).
           05  REG-AVD-AVISO           PIC X(2).
           05  REG-AVD-ESTADO          PIC X.
