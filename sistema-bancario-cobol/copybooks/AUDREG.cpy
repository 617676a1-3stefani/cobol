      *> Registro del rastro de auditoria AUDITORIA.DAT: una linea
      *> por cada cambio en un fichero maestro o de parametros, con
      *> el operador de la sesion, la fecha y hora, el programa, el
      *> fichero y la clave tocados, la accion (ALTA, MODIFICA,
      *> BAJA, CANCELA, CLAVE, PIN, REACTIVA, BLOQUEO, SUSTITUYE) y
      *> la imagen completa del registro antes y despues del cambio
      *> (espacios en la imagen antes de un alta y en la imagen
      *> despues de una baja).
      *> El fichero solo crece: cada programa lo abre EXTEND, anota
      *> y lo cierra. Las imagenes se guardan tal cual; los campos
      *> sensibles (REG-PIN, REG-OPER-PASSWORD) se enmascaran en el
      *> informe de BANCO-AUDITORIA.
      *> Compartido por BANCO-MANT, BANCO-CLIENTES, BANCO-OPERADORES,
      *> BANCO-ORDENES, BANCO-FESTIVOS, BANCO-CONTABLE, BANCO-SIMPLE,
      *> BANCO-TARIFAS, BANCO-AUDITORIA y BANCO-TARJETAS.
       01  REG-AUDITORIA.
           05  REG-AUD-FECHA           PIC 9(8).
           05  REG-AUD-HORA            PIC 9(6).
           05  REG-AUD-OPERADOR        PIC X(8).
           05  REG-AUD-PROGRAMA        PIC X(20).
           05  REG-AUD-FICHERO         PIC X(14).
           05  REG-AUD-CLAVE           PIC X(20).
           05  REG-AUD-ACCION          PIC X(10).
           05  REG-AUD-ANTES           PIC X(150).
           05  REG-AUD-DESPUES         PIC X(150).
