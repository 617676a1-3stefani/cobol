      *> mismo fichero maestro CUENTAS.DAT. El titular de una cuenta
      *> es un cliente del maestro CLIENTES.DAT (mantenido por
      *> BANCO-CLIENTES); aqui solo se referencia por su numero y se
      *> copia su nombre en REG-TITULAR. Los cotitulares y
      *> autorizados de cada cuenta, con su porcentaje de
      *> participacion, se mantienen en TITULARES.DAT (ver TITREG)
      *> desde la opcion de titulares. Todo cambio en CUENTAS.DAT y
      *> TITULARES.DAT queda en AUDITORIA.DAT con su imagen antes y
      *> despues. Los numeros de cuenta nuevos llevan digito de
      *> control en la ultima cifra.
      *> La opcion de certificado imprime en CERTIFICADO.RPT el saldo
      *> de una cuenta al cierre de un dia pasado y, si se pide, su
      *> saldo medio en un periodo, sacados de los saldos diarios que
      *> graba BANCO-CIERRE (SALDOS-AAAAMM.DAT, ver SALREG).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS REG-OPER-ID
               FILE STATUS IS WS-STATUS-OPERADORES.

           SELECT CUENTA-TITULARES ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TIT-CLAVE
               FILE STATUS IS WS-STATUS-TITULARES.

           SELECT SALDOS-DIARIOS ASSIGN USING WS-NOMBRE-SALDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SAL-CLAVE
               FILE STATUS IS WS-STATUS-SALDOS.

           SELECT INFORME-CERTIFICADO ASSIGN TO "CERTIFICADO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CERTIFICADO.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-MAESTRO.
       FD  OPERADORES.
           COPY OPERREG.

       FD  CUENTA-TITULARES.
           COPY TITREG.

       FD  SALDOS-DIARIOS.
           COPY SALREG.

       FD  INFORME-CERTIFICADO.
       01  REG-LINEA-CERTIFICADO   PIC X(80).

       FD  AUDITORIA.
           COPY AUDREG.

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-CUENTAS   PIC XX VALUE '00'.
           05  WS-STATUS-CLIENTES  PIC XX VALUE '00'.
           05  WS-STATUS-OPERADORES PIC XX VALUE '00'.
           05  WS-STATUS-TITULARES PIC XX VALUE '00'.
           05  WS-FIN-CUENTAS      PIC X VALUE 'N'.
           05  WS-FIN-TITULARES    PIC X VALUE 'N'.
           05  WS-CUENTA-NO-EXISTE    PIC X VALUE 'N'.
           05  WS-CLIENTE-NO-EXISTE   PIC X VALUE 'N'.
           05  WS-VINCULO-NO-EXISTE   PIC X VALUE 'N'.
           05  WS-STATUS-AUDITORIA PIC XX VALUE '00'.
           05  WS-STATUS-SALDOS    PIC XX VALUE '00'.
           05  WS-STATUS-CERTIFICADO PIC XX VALUE '00'.
           05  WS-SALDOS-ABIERTO   PIC X VALUE 'N'.

       01  WS-OPERACION.
           05  WS-OPCION           PIC 9 VALUE ZERO.
           05  WS-MAX-CUENTA       PIC 9(10) VALUE ZEROS.
           05  WS-NUEVO-NUMERO     PIC 9(10) VALUE ZEROS.
           05  WS-CLIENTE-TECLEADO PIC 9(6) VALUE ZEROS.
           05  WS-CLIENTE-ANTERIOR PIC 9(6) VALUE ZEROS.
           05  WS-ACCION-TITULARES PIC 9 VALUE ZERO.
           05  WS-ROL-TECLEADO     PIC X VALUE SPACE.
           05  WS-PORCENTAJE-TECLEADO PIC 9(3)V99 VALUE ZEROS.
           05  WS-PORCENTAJE-TITULAR  PIC 9(3)V99 VALUE ZEROS.
           05  WS-VINCULOS-CUENTA  PIC 9(3) VALUE ZEROS.
           05  WS-PORCENTAJE-EDITADO  PIC ZZ9.99.

       01  WS-SESION-OPERADOR.
           05  WS-OPERADOR-ID       PIC X(8) VALUE SPACES.
           05  WS-PASS-TECLEADA     PIC X(8) VALUE SPACES.
           05  WS-INTENTOS-SESION   PIC 9 VALUE ZEROS.

      *> Lectura de los saldos diarios: cada mes esta en su propio
      *> fichero, que se abre cuando el dia buscado cae en otro mes.
       01  WS-NOMBRE-SALDOS        PIC X(19) VALUE SPACES.
       01  WS-LECTURA-SALDOS.
           05  WS-MES-SALDOS       PIC 9(6) VALUE ZEROS.
           05  WS-SAL-CUENTA       PIC 9(10) VALUE ZEROS.
           05  WS-SAL-FECHA        PIC 9(8) VALUE ZEROS.
           05  WS-SALDO-HALLADO    PIC X VALUE 'N'.

       01  WS-CERTIFICADO.
           05  WS-CERT-HOY         PIC 9(8) VALUE ZEROS.
           05  WS-CERT-FECHA       PIC 9(8) VALUE ZEROS.
           05  WS-CERT-DESDE       PIC 9(8) VALUE ZEROS.
           05  WS-CERT-HASTA       PIC 9(8) VALUE ZEROS.
           05  WS-CERT-SALDO       PIC S9(7)V99 VALUE ZEROS.
           05  WS-CERT-RETENIDO    PIC 9(7)V99 VALUE ZEROS.
           05  WS-CERT-NIF         PIC X(9) VALUE SPACES.
           05  WS-CERT-DIA         PIC 9(7) VALUE ZEROS.
           05  WS-CERT-DIA-FIN     PIC 9(7) VALUE ZEROS.
           05  WS-CERT-DIAS        PIC 9(5) VALUE ZEROS.
           05  WS-CERT-DIAS-SALDO  PIC 9(5) VALUE ZEROS.
           05  WS-CERT-SUMA        PIC S9(11)V99 VALUE ZEROS.
           05  WS-CERT-MEDIO       PIC S9(7)V99 VALUE ZEROS.
           05  WS-CERT-IMPORTE-ED  PIC -(7)9.99.
           05  WS-CERT-DIAS-ED     PIC Z(4)9.
           05  WS-FECHA-A-EDITAR   PIC 9(8) VALUE ZEROS.
           05  WS-FECHA-PARTES REDEFINES WS-FECHA-A-EDITAR.
               10  WS-FP-AAAA      PIC 9(4).
               10  WS-FP-MM        PIC 9(2).
               10  WS-FP-DD        PIC 9(2).
           05  WS-FECHA-EDITADA.
               10  WS-FE-DD        PIC 9(2).
               10  FILLER          PIC X VALUE '/'.
               10  WS-FE-MM        PIC 9(2).
               10  FILLER          PIC X VALUE '/'.
               10  WS-FE-AAAA      PIC 9(4).
           05  WS-CERT-DESDE-ED    PIC X(10) VALUE SPACES.
           05  WS-CERT-HASTA-ED    PIC X(10) VALUE SPACES.

      *> Datos del cambio que se anota en AUDITORIA.DAT: imagen del
      *> registro antes y despues, sin los campos de la sesion.
       01  WS-AUDITORIA.
           05  WS-AUD-FECHA-HORA.
               10  WS-AUD-FECHA    PIC 9(8).
               10  WS-AUD-HORA     PIC 9(6).
               10  WS-AUD-RESTO    PIC X(7).
           05  WS-AUD-FICHERO      PIC X(14) VALUE SPACES.
           05  WS-AUD-CLAVE        PIC X(20) VALUE SPACES.
           05  WS-AUD-ACCION       PIC X(10) VALUE SPACES.
           05  WS-AUD-ANTES        PIC X(150) VALUE SPACES.
           05  WS-AUD-DESPUES      PIC X(150) VALUE SPACES.

      *> Digitos de control modulo 11 con los pesos de la CCC
      *> bancaria. En los numeros de cuenta propios el ultimo digito
      *> se calcula sobre los nueve primeros; las cuentas de otras
      *> entidades son CCC de 20 digitos (entidad y oficina, dos
      *> digitos de control y numero de cuenta).
       01  WS-DIGITO-CONTROL.
           05  WS-DC-ENTRADA        PIC 9(10) VALUE ZEROS.
           05  WS-DC-CIFRAS REDEFINES WS-DC-ENTRADA.
               10  WS-DC-CIFRA      PIC 9 OCCURS 10 TIMES.
           05  WS-DC-PESOS-VALOR    PIC X(20)
                                    VALUE '01020408051009070306'.
           05  WS-DC-PESOS REDEFINES WS-DC-PESOS-VALOR.
               10  WS-DC-PESO       PIC 99 OCCURS 10 TIMES.
           05  WS-DC-IX             PIC 99 VALUE ZEROS.
           05  WS-DC-SUMA           PIC 9(4) VALUE ZEROS.
           05  WS-DC-DIGITO         PIC 99 VALUE ZEROS.
           05  WS-DC-CUENTA         PIC 9(10) VALUE ZEROS.
           05  WS-DC-CUENTA-OK      PIC X VALUE 'N'.

       01  WS-MENSAJES.
           05  WS-MSG-MENU         PIC X(80) VALUE
               '1-Alta 2-Modificar 3-Baja 4-Consultar 5-Titulares '
             & '6-Certificado 7-Salir'.
           05  WS-MSG-MENU-TITULARES PIC X(70) VALUE
               '1-Anadir cotitular/autorizado 2-Quitar vinculo 3-Volver'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF
           PERFORM ABRIR-CUENTAS-MAESTRO
           PERFORM MENU-MANTENIMIENTO UNTIL WS-OPCION = 7
           CLOSE CUENTAS-MAESTRO
           CLOSE CLIENTES-MAESTRO
           CLOSE CUENTA-TITULARES
           CLOSE OPERADORES
           DISPLAY 'Fin del mantenimiento de cuentas'
           STOP RUN.
               DISPLAY 'Aviso: no se pudo abrir CLIENTES.DAT - status '
                   WS-STATUS-CLIENTES
               DISPLAY 'De de alta los clientes en BANCO-CLIENTES'
           END-IF
           OPEN I-O CUENTA-TITULARES
           IF WS-STATUS-TITULARES = '35'
               OPEN OUTPUT CUENTA-TITULARES
               CLOSE CUENTA-TITULARES
               OPEN I-O CUENTA-TITULARES
           END-IF.

       BUSCAR-CLIENTE-TITULAR.
               WHEN 4
                   PERFORM CONSULTAR-CUENTA-MANT
               WHEN 5
                   PERFORM MANTENER-TITULARES
               WHEN 6
                   PERFORM EMITIR-CERTIFICADO
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Opcion no valida'
                   MOVE REG-NUMERO-CUENTA TO WS-MAX-CUENTA
               END-IF
           END-PERFORM
      *> Las nueve primeras cifras siguen la serie de la cuenta mas
      *> alta del maestro y la decima es su digito de control.
           IF WS-MAX-CUENTA = 0
               MOVE 100000000 TO WS-DC-ENTRADA
           ELSE
               COMPUTE WS-DC-ENTRADA = WS-MAX-CUENTA / 10 + 1
           END-IF
           PERFORM CALCULAR-DIGITO-CONTROL
           COMPUTE WS-NUEVO-NUMERO = WS-DC-ENTRADA * 10 + WS-DC-DIGITO.

       VALIDAR-TIPO-CUENTA.
           PERFORM UNTIL REG-TIPO-CUENTA = 'AHORRO'
               ACCEPT REG-LIMITE-DESCUBIERTO
               MOVE 0 TO REG-TASA-INTERES
           ELSE
               DISPLAY 'Tasa anual de interes (ej. 0.0200): '
               ACCEPT REG-TASA-INTERES
               MOVE 0 TO REG-LIMITE-DESCUBIERTO
           END-IF
                   DISPLAY 'Error: la cuenta ya existe'
               NOT INVALID KEY
                   DISPLAY 'Cuenta creada con exito: ' REG-NUMERO-CUENTA
                   MOVE 'ALTA' TO WS-AUD-ACCION
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE REG-CUENTA TO WS-AUD-DESPUES
                   PERFORM AUDITAR-CUENTA
                   PERFORM ESCRIBIR-TITULAR-PRINCIPAL
           END-WRITE.

      *> Toda cuenta nueva nace con su titular al 100%; los
      *> cotitulares que se anadan despues le restan participacion.
       ESCRIBIR-TITULAR-PRINCIPAL.
           MOVE REG-NUMERO-CUENTA  TO REG-TIT-NUMERO-CUENTA
           MOVE REG-NUMERO-CLIENTE TO REG-TIT-NUMERO-CLIENTE
           MOVE 'T'                TO REG-TIT-ROL
           MOVE 100                TO REG-TIT-PORCENTAJE
           WRITE REG-TITULARIDAD
               INVALID KEY
                   DISPLAY 'Aviso: no se pudo registrar el titular en '
                       'TITULARES.DAT - status ' WS-STATUS-TITULARES
               NOT INVALID KEY
                   MOVE 'ALTA' TO WS-AUD-ACCION
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE REG-TITULARIDAD TO WS-AUD-DESPUES
                   PERFORM AUDITAR-VINCULO
           END-WRITE.

       MODIFICAR-CUENTA.
           DISPLAY '--- MODIFICAR CUENTA ---'
           DISPLAY 'Numero de cuenta: '
           ACCEPT WS-NUMERO-BUSCADO
           PERFORM LEER-CUENTA-TECLEADA
           IF WS-CUENTA-NO-EXISTE = 'N'
               MOVE REG-CUENTA TO WS-AUD-ANTES
               DISPLAY 'Cliente titular actual: ' REG-NUMERO-CLIENTE
                   ' ' REG-TITULAR
               MOVE REG-NUMERO-CLIENTE TO WS-CLIENTE-ANTERIOR
               DISPLAY 'Nuevo cliente titular (0 = mantener): '
               ACCEPT WS-CLIENTE-TECLEADO
               IF WS-CLIENTE-TECLEADO > 0
                   ACCEPT REG-LIMITE-DESCUBIERTO
                   MOVE 0 TO REG-TASA-INTERES
               ELSE
                   DISPLAY 'Tasa anual de interes (ej. 0.0200): '
                   ACCEPT REG-TASA-INTERES
                   MOVE 0 TO REG-LIMITE-DESCUBIERTO
               END-IF
                       DISPLAY 'Error al modificar la cuenta'
                   NOT INVALID KEY
                       DISPLAY 'Cuenta modificada con exito'
                       MOVE 'MODIFICA' TO WS-AUD-ACCION
                       MOVE REG-CUENTA TO WS-AUD-DESPUES
                       PERFORM AUDITAR-CUENTA
                       IF REG-NUMERO-CLIENTE NOT = WS-CLIENTE-ANTERIOR
                           PERFORM TRASPASAR-TITULAR-PRINCIPAL
                       END-IF
               END-REWRITE
           END-IF
           DISPLAY '------------------------'.

      *> El cambio de titular en la cuenta se lleva tambien a
      *> TITULARES.DAT: el vinculo 'T' del anterior desaparece y su
      *> participacion pasa al nuevo titular, sumandose a la que ya
      *> tuviera si era cotitular de la misma cuenta.
       TRASPASAR-TITULAR-PRINCIPAL.
           MOVE 100 TO WS-PORCENTAJE-TITULAR
           MOVE REG-NUMERO-CUENTA   TO REG-TIT-NUMERO-CUENTA
           MOVE WS-CLIENTE-ANTERIOR TO REG-TIT-NUMERO-CLIENTE
           READ CUENTA-TITULARES
               KEY IS REG-TIT-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-TIT-PORCENTAJE TO WS-PORCENTAJE-TITULAR
                   MOVE REG-TITULARIDAD TO WS-AUD-ANTES
                   DELETE CUENTA-TITULARES
                       INVALID KEY
                           DISPLAY 'Aviso: no se pudo retirar el '
                               'titular anterior de TITULARES.DAT'
                       NOT INVALID KEY
                           MOVE 'BAJA' TO WS-AUD-ACCION
                           MOVE SPACES TO WS-AUD-DESPUES
                           PERFORM AUDITAR-VINCULO
                   END-DELETE
           END-READ
           MOVE REG-NUMERO-CUENTA  TO REG-TIT-NUMERO-CUENTA
           MOVE REG-NUMERO-CLIENTE TO REG-TIT-NUMERO-CLIENTE
           READ CUENTA-TITULARES
               KEY IS REG-TIT-CLAVE
               INVALID KEY
                   MOVE 'T' TO REG-TIT-ROL
                   MOVE WS-PORCENTAJE-TITULAR TO REG-TIT-PORCENTAJE
                   WRITE REG-TITULARIDAD
                       INVALID KEY
                           DISPLAY 'Aviso: no se pudo registrar el '
                               'nuevo titular en TITULARES.DAT'
                       NOT INVALID KEY
                           MOVE 'ALTA' TO WS-AUD-ACCION
                           MOVE SPACES TO WS-AUD-ANTES
                           MOVE REG-TITULARIDAD TO WS-AUD-DESPUES
                           PERFORM AUDITAR-VINCULO
                   END-WRITE
               NOT INVALID KEY
                   MOVE REG-TITULARIDAD TO WS-AUD-ANTES
                   MOVE 'T' TO REG-TIT-ROL
                   ADD WS-PORCENTAJE-TITULAR TO REG-TIT-PORCENTAJE
                   REWRITE REG-TITULARIDAD
                       INVALID KEY
                           DISPLAY 'Aviso: no se pudo registrar el '
                               'nuevo titular en TITULARES.DAT'
                       NOT INVALID KEY
                           MOVE 'MODIFICA' TO WS-AUD-ACCION
                           MOVE REG-TITULARIDAD TO WS-AUD-DESPUES
                           PERFORM AUDITAR-VINCULO
                   END-REWRITE
           END-READ.

       BAJA-CUENTA.
           DISPLAY '--- BAJA DE CUENTA ---'
           IF WS-OPERADOR-ROL NOT = 'S'
       EJECUTAR-BAJA-CUENTA.
           DISPLAY 'Numero de cuenta: '
           ACCEPT WS-NUMERO-BUSCADO
           PERFORM LEER-CUENTA-TECLEADA
           IF WS-CUENTA-NO-EXISTE = 'N'
               IF REG-SALDO NOT = 0
                   DISPLAY
                     'Error: la cuenta debe tener saldo cero para darse de baja'
               ELSE
                   MOVE REG-CUENTA TO WS-AUD-ANTES
                   DELETE CUENTAS-MAESTRO
                       INVALID KEY
                           DISPLAY 'Error al dar de baja la cuenta'
                       NOT INVALID KEY
                           DISPLAY 'Cuenta dada de baja con exito'
                           MOVE 'BAJA' TO WS-AUD-ACCION
                           MOVE SPACES TO WS-AUD-DESPUES
                           PERFORM AUDITAR-CUENTA
                           PERFORM BORRAR-TITULARES-CUENTA
                   END-DELETE
               END-IF
           END-IF.
           DISPLAY '--- CONSULTAR CUENTA ---'
           DISPLAY 'Numero de cuenta: '
           ACCEPT WS-NUMERO-BUSCADO
           PERFORM LEER-CUENTA-TECLEADA
           IF WS-CUENTA-NO-EXISTE = 'N'
               DISPLAY 'Cuenta: '  REG-NUMERO-CUENTA
               DISPLAY 'Cliente: ' REG-NUMERO-CLIENTE
               DISPLAY 'Titular: ' REG-TITULAR
               DISPLAY 'Tipo: '    REG-TIPO-CUENTA
               DISPLAY 'Saldo: '   REG-SALDO
               PERFORM LISTAR-TITULARES-CUENTA
           END-IF
           DISPLAY '------------------------'.

      *> La baja de una cuenta arrastra todos sus vinculos, para que
      *> sus cotitulares y autorizados puedan darse de baja despues
      *> en BANCO-CLIENTES.
       BORRAR-TITULARES-CUENTA.
           MOVE REG-NUMERO-CUENTA TO REG-TIT-NUMERO-CUENTA
           MOVE ZEROS TO REG-TIT-NUMERO-CLIENTE
           MOVE 'N' TO WS-FIN-TITULARES
           START CUENTA-TITULARES
               KEY IS NOT LESS THAN REG-TIT-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-TITULARES
           END-START
           PERFORM UNTIL WS-FIN-TITULARES = 'S'
               READ CUENTA-TITULARES NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-TITULARES
               END-READ
               IF WS-FIN-TITULARES NOT = 'S'
                   IF REG-TIT-NUMERO-CUENTA NOT = REG-NUMERO-CUENTA
                       MOVE 'S' TO WS-FIN-TITULARES
                   ELSE
                       MOVE REG-TITULARIDAD TO WS-AUD-ANTES
                       DELETE CUENTA-TITULARES
                           INVALID KEY
                               DISPLAY 'Aviso: no se pudo borrar el '
                                   'vinculo del cliente '
                                   REG-TIT-NUMERO-CLIENTE
                           NOT INVALID KEY
                               MOVE 'BAJA' TO WS-AUD-ACCION
                               MOVE SPACES TO WS-AUD-DESPUES
                               PERFORM AUDITAR-VINCULO
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.

      *> Vinculos de la cuenta cargada en REG-CUENTA, en orden de
      *> cliente.
       LISTAR-TITULARES-CUENTA.
           MOVE ZEROS TO WS-VINCULOS-CUENTA
           MOVE REG-NUMERO-CUENTA TO REG-TIT-NUMERO-CUENTA
           MOVE ZEROS TO REG-TIT-NUMERO-CLIENTE
           MOVE 'N' TO WS-FIN-TITULARES
           START CUENTA-TITULARES
               KEY IS NOT LESS THAN REG-TIT-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-TITULARES
           END-START
           PERFORM UNTIL WS-FIN-TITULARES = 'S'
               READ CUENTA-TITULARES NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-TITULARES
               END-READ
               IF WS-FIN-TITULARES NOT = 'S'
                   IF REG-TIT-NUMERO-CUENTA NOT = REG-NUMERO-CUENTA
                       MOVE 'S' TO WS-FIN-TITULARES
                   ELSE
                       ADD 1 TO WS-VINCULOS-CUENTA
                       MOVE REG-TIT-PORCENTAJE TO WS-PORCENTAJE-EDITADO
                       EVALUATE REG-TIT-ROL
                           WHEN 'T'
                               DISPLAY '  Titular    ' REG-TIT-NUMERO-CLIENTE
                                   ' ' WS-PORCENTAJE-EDITADO '%'
                           WHEN 'C'
                               DISPLAY '  Cotitular  ' REG-TIT-NUMERO-CLIENTE
                                   ' ' WS-PORCENTAJE-EDITADO '%'
                           WHEN OTHER
                               DISPLAY '  Autorizado ' REG-TIT-NUMERO-CLIENTE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-VINCULOS-CUENTA = 0
               DISPLAY '  Titular    ' REG-NUMERO-CLIENTE ' 100.00%'
           END-IF.

      *> Alta y baja de cotitulares y autorizados de una cuenta. El
      *> porcentaje de un cotitular nuevo se descuenta del titular,
      *> que conserva siempre una parte; al quitar un cotitular su
      *> porcentaje vuelve al titular.
       MANTENER-TITULARES.
           DISPLAY '--- TITULARES DE CUENTA ---'
           DISPLAY 'Numero de cuenta: '
           ACCEPT WS-NUMERO-BUSCADO
           PERFORM LEER-CUENTA-TECLEADA
           IF WS-CUENTA-NO-EXISTE = 'N'
               DISPLAY 'Cuenta: ' REG-NUMERO-CUENTA ' ' REG-TITULAR
               PERFORM ASEGURAR-TITULAR-PRINCIPAL
               PERFORM LISTAR-TITULARES-CUENTA
               DISPLAY WS-MSG-MENU-TITULARES
               ACCEPT WS-ACCION-TITULARES
               EVALUATE WS-ACCION-TITULARES
                   WHEN 1
                       PERFORM ANADIR-VINCULO
                   WHEN 2
                       PERFORM QUITAR-VINCULO
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcion no valida'
               END-EVALUATE
           END-IF
           DISPLAY '---------------------------'.

      *> Las cuentas abiertas antes de existir TITULARES.DAT no
      *> tienen vinculo 'T'; se le crea al 100% antes de repartir.
       ASEGURAR-TITULAR-PRINCIPAL.
           MOVE REG-NUMERO-CUENTA  TO REG-TIT-NUMERO-CUENTA
           MOVE REG-NUMERO-CLIENTE TO REG-TIT-NUMERO-CLIENTE
           READ CUENTA-TITULARES
               KEY IS REG-TIT-CLAVE
               INVALID KEY
                   PERFORM ESCRIBIR-TITULAR-PRINCIPAL
           END-READ.

       ANADIR-VINCULO.
           DISPLAY 'Numero de cliente a vincular: '
           ACCEPT WS-CLIENTE-TECLEADO
           PERFORM BUSCAR-CLIENTE-TITULAR
           IF WS-CLIENTE-NO-EXISTE = 'S'
               DISPLAY 'Error: cliente no encontrado'
           ELSE
               MOVE REG-NUMERO-CUENTA   TO REG-TIT-NUMERO-CUENTA
               MOVE WS-CLIENTE-TECLEADO TO REG-TIT-NUMERO-CLIENTE
               READ CUENTA-TITULARES
                   KEY IS REG-TIT-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-VINCULO-NO-EXISTE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-VINCULO-NO-EXISTE
               END-READ
               IF WS-VINCULO-NO-EXISTE = 'N'
                   DISPLAY 'Error: el cliente ya esta vinculado a la cuenta'
               ELSE
                   DISPLAY 'Cliente: ' REG-CLI-NOMBRE
                   DISPLAY 'Rol (C = cotitular, A = autorizado): '
                   ACCEPT WS-ROL-TECLEADO
                   EVALUATE WS-ROL-TECLEADO
                       WHEN 'C'
                           PERFORM ANADIR-COTITULAR
                       WHEN 'A'
                           PERFORM ANADIR-AUTORIZADO
                       WHEN OTHER
                           DISPLAY 'Error: rol no valido'
                   END-EVALUATE
               END-IF
           END-IF.

       ANADIR-COTITULAR.
           MOVE REG-NUMERO-CUENTA  TO REG-TIT-NUMERO-CUENTA
           MOVE REG-NUMERO-CLIENTE TO REG-TIT-NUMERO-CLIENTE
           MOVE ZEROS TO WS-PORCENTAJE-TITULAR
           READ CUENTA-TITULARES
               KEY IS REG-TIT-CLAVE
               INVALID KEY
                   DISPLAY 'Error: falta el vinculo del titular'
               NOT INVALID KEY
                   MOVE REG-TIT-PORCENTAJE TO WS-PORCENTAJE-TITULAR
           END-READ
           MOVE WS-PORCENTAJE-TITULAR TO WS-PORCENTAJE-EDITADO
           DISPLAY 'Participacion del titular: ' WS-PORCENTAJE-EDITADO '%'
           DISPLAY 'Porcentaje del cotitular (ej. 050.00): '
           ACCEPT WS-PORCENTAJE-TECLEADO
           IF WS-PORCENTAJE-TECLEADO = 0
                   OR WS-PORCENTAJE-TECLEADO >= WS-PORCENTAJE-TITULAR
               DISPLAY 'Error: el porcentaje debe ser mayor que cero y '
                   'menor que el del titular'
           ELSE
               MOVE REG-TITULARIDAD TO WS-AUD-ANTES
               SUBTRACT WS-PORCENTAJE-TECLEADO FROM REG-TIT-PORCENTAJE
               REWRITE REG-TITULARIDAD
                   INVALID KEY
                       DISPLAY 'Error al actualizar el titular'
                   NOT INVALID KEY
                       MOVE 'MODIFICA' TO WS-AUD-ACCION
                       MOVE REG-TITULARIDAD TO WS-AUD-DESPUES
                       PERFORM AUDITAR-VINCULO
                       MOVE REG-NUMERO-CUENTA   TO REG-TIT-NUMERO-CUENTA
                       MOVE WS-CLIENTE-TECLEADO TO REG-TIT-NUMERO-CLIENTE
                       MOVE 'C' TO REG-TIT-ROL
                       MOVE WS-PORCENTAJE-TECLEADO TO REG-TIT-PORCENTAJE
                       WRITE REG-TITULARIDAD
                           INVALID KEY
                               DISPLAY 'Error al vincular el cotitular'
                           NOT INVALID KEY
                               DISPLAY 'Cotitular vinculado con exito'
                               MOVE 'ALTA' TO WS-AUD-ACCION
                               MOVE SPACES TO WS-AUD-ANTES
                               MOVE REG-TITULARIDAD TO WS-AUD-DESPUES
                               PERFORM AUDITAR-VINCULO
                       END-WRITE
               END-REWRITE
           END-IF.

       ANADIR-AUTORIZADO.
           MOVE REG-NUMERO-CUENTA   TO REG-TIT-NUMERO-CUENTA
           MOVE WS-CLIENTE-TECLEADO TO REG-TIT-NUMERO-CLIENTE
           MOVE 'A' TO REG-TIT-ROL
           MOVE ZEROS TO REG-TIT-PORCENTAJE
           WRITE REG-TITULARIDAD
               INVALID KEY
                   DISPLAY 'Error al vincular el autorizado'
               NOT INVALID KEY
                   DISPLAY 'Autorizado vinculado con exito'
                   MOVE 'ALTA' TO WS-AUD-ACCION
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE REG-TITULARIDAD TO WS-AUD-DESPUES
                   PERFORM AUDITAR-VINCULO
           END-WRITE.

       QUITAR-VINCULO.
           DISPLAY 'Numero de cliente a desvincular: '
           ACCEPT WS-CLIENTE-TECLEADO
           MOVE REG-NUMERO-CUENTA   TO REG-TIT-NUMERO-CUENTA
           MOVE WS-CLIENTE-TECLEADO TO REG-TIT-NUMERO-CLIENTE
           READ CUENTA-TITULARES
               KEY IS REG-TIT-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-VINCULO-NO-EXISTE
               NOT INVALID KEY
                   MOVE 'N' TO WS-VINCULO-NO-EXISTE
           END-READ
           IF WS-VINCULO-NO-EXISTE = 'S'
               DISPLAY 'Error: el cliente no esta vinculado a la cuenta'
           ELSE
               IF REG-TIT-ROL = 'T'
                   DISPLAY 'Error: el titular se cambia desde Modificar'
               ELSE
                   MOVE ZEROS TO WS-PORCENTAJE-TECLEADO
                   IF REG-TIT-ROL = 'C'
                       MOVE REG-TIT-PORCENTAJE TO WS-PORCENTAJE-TECLEADO
                   END-IF
                   MOVE REG-TITULARIDAD TO WS-AUD-ANTES
                   DELETE CUENTA-TITULARES
                       INVALID KEY
                           DISPLAY 'Error al desvincular el cliente'
                       NOT INVALID KEY
                           DISPLAY 'Cliente desvinculado con exito'
                           MOVE 'BAJA' TO WS-AUD-ACCION
                           MOVE SPACES TO WS-AUD-DESPUES
                           PERFORM AUDITAR-VINCULO
                           PERFORM DEVOLVER-PORCENTAJE-TITULAR
                   END-DELETE
               END-IF
           END-IF.

       DEVOLVER-PORCENTAJE-TITULAR.
           IF WS-PORCENTAJE-TECLEADO > 0
               MOVE REG-NUMERO-CUENTA  TO REG-TIT-NUMERO-CUENTA
               MOVE REG-NUMERO-CLIENTE TO REG-TIT-NUMERO-CLIENTE
               READ CUENTA-TITULARES
                   KEY IS REG-TIT-CLAVE
                   INVALID KEY
                       DISPLAY 'Aviso: falta el vinculo del titular'
                   NOT INVALID KEY
                       MOVE REG-TITULARIDAD TO WS-AUD-ANTES
                       ADD WS-PORCENTAJE-TECLEADO TO REG-TIT-PORCENTAJE
                       REWRITE REG-TITULARIDAD
                           INVALID KEY
                               DISPLAY 'Error al actualizar el titular'
                           NOT INVALID KEY
                               MOVE 'MODIFICA' TO WS-AUD-ACCION
                               MOVE REG-TITULARIDAD TO WS-AUD-DESPUES
                               PERFORM AUDITAR-VINCULO
                       END-REWRITE
               END-READ
           END-IF.

      *> Certificado de saldo para el cliente (alquileres, hipotecas):
      *> saldo al cierre de un dia anterior a hoy y, si se pide, el
      *> saldo medio de un periodo, ambos de los saldos diarios.
       EMITIR-CERTIFICADO.
           DISPLAY '--- CERTIFICADO DE SALDO ---'
           DISPLAY 'Numero de cuenta: '
           ACCEPT WS-NUMERO-BUSCADO
           PERFORM LEER-CUENTA-TECLEADA
           IF WS-CUENTA-NO-EXISTE = 'N'
               PERFORM PREPARAR-CERTIFICADO
           END-IF
           IF WS-SALDOS-ABIERTO = 'S'
               CLOSE SALDOS-DIARIOS
               MOVE 'N' TO WS-SALDOS-ABIERTO
           END-IF
           MOVE ZEROS TO WS-MES-SALDOS
           DISPLAY '----------------------------'.

       PREPARAR-CERTIFICADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CERT-HOY
           DISPLAY 'Fecha del saldo (AAAAMMDD): '
           ACCEPT WS-CERT-FECHA
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-CERT-FECHA) = 0
                   AND WS-CERT-FECHA < WS-CERT-HOY
               DISPLAY 'Fecha no valida, debe ser anterior a hoy '
                   '(AAAAMMDD): '
               ACCEPT WS-CERT-FECHA
           END-PERFORM
           DISPLAY 'Saldo medio desde (AAAAMMDD, 0 = sin saldo medio): '
           ACCEPT WS-CERT-DESDE
           IF WS-CERT-DESDE NOT = 0
               PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-CERT-DESDE)
                       = 0 AND WS-CERT-DESDE < WS-CERT-HOY
                   DISPLAY 'Fecha no valida, debe ser anterior a hoy '
                       '(AAAAMMDD): '
                   ACCEPT WS-CERT-DESDE
               END-PERFORM
               DISPLAY 'Saldo medio hasta (AAAAMMDD): '
               ACCEPT WS-CERT-HASTA
               PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-CERT-HASTA)
                       = 0 AND WS-CERT-HASTA < WS-CERT-HOY
                       AND WS-CERT-HASTA NOT < WS-CERT-DESDE
                   DISPLAY 'Fecha no valida, entre la inicial y ayer '
                       '(AAAAMMDD): '
                   ACCEPT WS-CERT-HASTA
               END-PERFORM
           END-IF
           MOVE REG-NUMERO-CUENTA TO WS-SAL-CUENTA
           MOVE WS-CERT-FECHA     TO WS-SAL-FECHA
           PERFORM LEER-SALDO-DIA
           IF WS-SALDO-HALLADO = 'N'
               DISPLAY 'Error: no hay saldo registrado de la cuenta '
                   'en esa fecha'
           ELSE
               MOVE REG-SAL-SALDO    TO WS-CERT-SALDO
               MOVE REG-SAL-RETENIDO TO WS-CERT-RETENIDO
               IF WS-CERT-DESDE NOT = 0
                   PERFORM CALCULAR-MEDIO-CERTIFICADO
               END-IF
               PERFORM IMPRIMIR-CERTIFICADO
               DISPLAY 'Certificado generado en CERTIFICADO.RPT'
           END-IF.

      *> La media se hace sobre los dias del periodo con saldo
      *> grabado; los que falten (la cuenta aun no existia) se
      *> indican en el certificado.
       CALCULAR-MEDIO-CERTIFICADO.
           MOVE ZEROS TO WS-CERT-SUMA
           MOVE ZEROS TO WS-CERT-DIAS-SALDO
           MOVE ZEROS TO WS-CERT-MEDIO
           MOVE FUNCTION INTEGER-OF-DATE(WS-CERT-HASTA)
               TO WS-CERT-DIA-FIN
           MOVE FUNCTION INTEGER-OF-DATE(WS-CERT-DESDE)
               TO WS-CERT-DIA
           COMPUTE WS-CERT-DIAS = WS-CERT-DIA-FIN - WS-CERT-DIA + 1
           PERFORM VARYING WS-CERT-DIA FROM WS-CERT-DIA BY 1
                   UNTIL WS-CERT-DIA > WS-CERT-DIA-FIN
               MOVE FUNCTION DATE-OF-INTEGER(WS-CERT-DIA)
                   TO WS-SAL-FECHA
               PERFORM LEER-SALDO-DIA
               IF WS-SALDO-HALLADO = 'S'
                   ADD REG-SAL-SALDO TO WS-CERT-SUMA
                   ADD 1 TO WS-CERT-DIAS-SALDO
               END-IF
           END-PERFORM
           IF WS-CERT-DIAS-SALDO > 0
               COMPUTE WS-CERT-MEDIO ROUNDED =
                   WS-CERT-SUMA / WS-CERT-DIAS-SALDO
           END-IF.

       LEER-SALDO-DIA.
           IF WS-SAL-FECHA(1:6) NOT = WS-MES-SALDOS
               PERFORM ABRIR-SALDOS-MES
           END-IF
           MOVE 'N' TO WS-SALDO-HALLADO
           IF WS-SALDOS-ABIERTO = 'S'
               MOVE WS-SAL-CUENTA TO REG-SAL-NUMERO-CUENTA
               MOVE WS-SAL-FECHA  TO REG-SAL-FECHA
               READ SALDOS-DIARIOS
                   KEY IS REG-SAL-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-SALDO-HALLADO
               END-READ
           END-IF.

       ABRIR-SALDOS-MES.
           IF WS-SALDOS-ABIERTO = 'S'
               CLOSE SALDOS-DIARIOS
               MOVE 'N' TO WS-SALDOS-ABIERTO
           END-IF
           MOVE WS-SAL-FECHA(1:6) TO WS-MES-SALDOS
           MOVE SPACES TO WS-NOMBRE-SALDOS
           STRING 'SALDOS-' DELIMITED BY SIZE
               WS-MES-SALDOS DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WS-NOMBRE-SALDOS
           END-STRING
           OPEN INPUT SALDOS-DIARIOS
           IF WS-STATUS-SALDOS = '00'
               MOVE 'S' TO WS-SALDOS-ABIERTO
           END-IF.

       IMPRIMIR-CERTIFICADO.
           MOVE SPACES TO WS-CERT-NIF
           MOVE REG-NUMERO-CLIENTE TO REG-CLI-NUMERO
           READ CLIENTES-MAESTRO
               KEY IS REG-CLI-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-CLI-NIF TO WS-CERT-NIF
           END-READ
           OPEN OUTPUT INFORME-CERTIFICADO
           MOVE ALL '=' TO REG-LINEA-CERTIFICADO
           PERFORM ESCRIBIR-LINEA-CERTIFICADO
           MOVE '          CERTIFICADO DE SALDO' TO REG-LINEA-CERTIFICADO
           PERFORM ESCRIBIR-LINEA-CERTIFICADO
           MOVE SPACES TO REG-LINEA-CERTIFICADO
           PERFORM ESCRIBIR-LINEA-CERTIFICADO
           STRING 'Titular: ' DELIMITED BY SIZE
               REG-TITULAR DELIMITED BY SIZE
               ' NIF ' DELIMITED BY SIZE
               WS-CERT-NIF DELIMITED BY SIZE
               INTO REG-LINEA-CERTIFICADO
           END-STRING
           PERFORM ESCRIBIR-LINEA-CERTIFICADO
           STRING 'Cuenta:  ' DELIMITED BY SIZE
               REG-NUMERO-CUENTA DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               REG-TIPO-CUENTA DELIMITED BY SIZE
               INTO REG-LINEA-CERTIFICADO
           END-STRING
           PERFORM ESCRIBIR-LINEA-CERTIFICADO
           PERFORM ESCRIBIR-LINEA-CERTIFICADO
           MOVE WS-CERT-FECHA TO WS-FECHA-A-EDITAR
           PERFORM EDITAR-FECHA
           MOVE WS-CERT-SALDO TO WS-CERT-IMPORTE-ED
           STRING 'Certificamos que al cierre del dia ' DELIMITED
                   BY SIZE
               WS-FECHA-EDITADA DELIMITED BY SIZE
               ' el saldo' DELIMITED BY SIZE
               INTO REG-LINEA-CERTIFICADO
           END-STRING
           PERFORM ESCRIBIR-LINEA-CERTIFICADO
           STRING 'de la cuenta era de ' DELIMITED BY SIZE
               WS-CERT-IMPORTE-ED DELIMITED BY SIZE
               ' EUR.' DELIMITED BY SIZE
               INTO REG-LINEA-CERTIFICADO
           END-STRING
           PERFORM ESCRIBIR-LINEA-CERTIFICADO
           IF WS-CERT-RETENIDO > 0
               MOVE WS-CERT-RETENIDO TO WS-CERT-IMPORTE-ED
               STRING 'De ese saldo, ' DELIMITED BY SIZE
                   WS-CERT-IMPORTE-ED DELIMITED BY SIZE
                   ' EUR estaban retenidos.' DELIMITED BY SIZE
                   INTO REG-LINEA-CERTIFICADO
               END-STRING
               PERFORM ESCRIBIR-LINEA-CERTIFICADO
           END-IF
           IF WS-CERT-DESDE NOT = 0
               PERFORM IMPRIMIR-MEDIO-CERTIFICADO
           END-IF
           PERFORM ESCRIBIR-LINEA-CERTIFICADO
           MOVE WS-CERT-HOY TO WS-FECHA-A-EDITAR
           PERFORM EDITAR-FECHA
           STRING 'Emitido el ' DELIMITED BY SIZE
               WS-FECHA-EDITADA DELIMITED BY SIZE
               ' por el operador ' DELIMITED BY SIZE
               WS-OPERADOR-ID DELIMITED BY SIZE
               INTO REG-LINEA-CERTIFICADO
           END-STRING
           PERFORM ESCRIBIR-LINEA-CERTIFICADO
           MOVE ALL '=' TO REG-LINEA-CERTIFICADO
           PERFORM ESCRIBIR-LINEA-CERTIFICADO
           CLOSE INFORME-CERTIFICADO.

       IMPRIMIR-MEDIO-CERTIFICADO.
           PERFORM ESCRIBIR-LINEA-CERTIFICADO
           MOVE WS-CERT-DESDE TO WS-FECHA-A-EDITAR
           PERFORM EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO WS-CERT-DESDE-ED
           MOVE WS-CERT-HASTA TO WS-FECHA-A-EDITAR
           PERFORM EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO WS-CERT-HASTA-ED
           STRING 'Saldo medio entre el ' DELIMITED BY SIZE
               WS-CERT-DESDE-ED DELIMITED BY SIZE
               ' y el ' DELIMITED BY SIZE
               WS-CERT-HASTA-ED DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               INTO REG-LINEA-CERTIFICADO
           END-STRING
           PERFORM ESCRIBIR-LINEA-CERTIFICADO
           IF WS-CERT-DIAS-SALDO = 0
               MOVE 'sin saldos registrados en el periodo.'
                   TO REG-LINEA-CERTIFICADO
           ELSE
               MOVE WS-CERT-MEDIO TO WS-CERT-IMPORTE-ED
               STRING WS-CERT-IMPORTE-ED DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
                   INTO REG-LINEA-CERTIFICADO
               END-STRING
           END-IF
           PERFORM ESCRIBIR-LINEA-CERTIFICADO
           IF WS-CERT-DIAS-SALDO > 0
                   AND WS-CERT-DIAS-SALDO < WS-CERT-DIAS
               MOVE WS-CERT-DIAS-SALDO TO WS-CERT-DIAS-ED
               STRING '(calculado sobre ' DELIMITED BY SIZE
                   WS-CERT-DIAS-ED DELIMITED BY SIZE
                   ' dias con saldo registrado)' DELIMITED BY SIZE
                   INTO REG-LINEA-CERTIFICADO
               END-STRING
               PERFORM ESCRIBIR-LINEA-CERTIFICADO
           END-IF.

       EDITAR-FECHA.
           MOVE WS-FP-DD   TO WS-FE-DD
           MOVE WS-FP-MM   TO WS-FE-MM
           MOVE WS-FP-AAAA TO WS-FE-AAAA.

       ESCRIBIR-LINEA-CERTIFICADO.
           WRITE REG-LINEA-CERTIFICADO
           DISPLAY REG-LINEA-CERTIFICADO
           MOVE SPACES TO REG-LINEA-CERTIFICADO.

       AUDITAR-CUENTA.
           MOVE 'CUENTAS.DAT'     TO WS-AUD-FICHERO
           MOVE REG-NUMERO-CUENTA TO WS-AUD-CLAVE
           PERFORM ESCRIBIR-AUDITORIA.

       AUDITAR-VINCULO.
           MOVE 'TITULARES.DAT'   TO WS-AUD-FICHERO
           MOVE REG-TIT-CLAVE     TO WS-AUD-CLAVE
           PERFORM ESCRIBIR-AUDITORIA.

      *> Anota el cambio en el rastro de auditoria. El fichero se
      *> abre y cierra en cada anotacion para que lo compartan los
      *> puestos que mantienen maestros a la vez.
       ESCRIBIR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-FECHA-HORA
           OPEN EXTEND AUDITORIA
           IF WS-STATUS-AUDITORIA = '05' OR WS-STATUS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE WS-AUD-FECHA   TO REG-AUD-FECHA
           MOVE WS-AUD-HORA    TO REG-AUD-HORA
           MOVE WS-OPERADOR-ID TO REG-AUD-OPERADOR
           MOVE 'BANCO-MANT' TO REG-AUD-PROGRAMA
           MOVE WS-AUD-FICHERO TO REG-AUD-FICHERO
           MOVE WS-AUD-CLAVE   TO REG-AUD-CLAVE
           MOVE WS-AUD-ACCION  TO REG-AUD-ACCION
           MOVE WS-AUD-ANTES   TO REG-AUD-ANTES
           MOVE WS-AUD-DESPUES TO REG-AUD-DESPUES
           WRITE REG-AUDITORIA
           IF WS-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'Aviso: no se pudo anotar la auditoria - status '
                   WS-STATUS-AUDITORIA
           END-IF
           CLOSE AUDITORIA
           MOVE SPACES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DESPUES.

      *> Digito de control de la CCC sobre las diez cifras de
      *> WS-DC-ENTRADA: once menos el resto de la suma ponderada
      *> entre once, con 11 como 0 y 10 como 1.
       CALCULAR-DIGITO-CONTROL.
           MOVE ZEROS TO WS-DC-SUMA
           PERFORM VARYING WS-DC-IX FROM 1 BY 1 UNTIL WS-DC-IX > 10
               COMPUTE WS-DC-SUMA = WS-DC-SUMA
                   + WS-DC-CIFRA (WS-DC-IX) * WS-DC-PESO (WS-DC-IX)
           END-PERFORM
           COMPUTE WS-DC-DIGITO = 11 - FUNCTION MOD (WS-DC-SUMA, 11)
           IF WS-DC-DIGITO = 11
               MOVE 0 TO WS-DC-DIGITO
           END-IF
           IF WS-DC-DIGITO = 10
               MOVE 1 TO WS-DC-DIGITO
           END-IF.

      *> Lee la cuenta tecleada en WS-NUMERO-BUSCADO. Como en
      *> COMPROBAR-CUENTA-EXISTE de BANCO-ORDENES, un numero con el
      *> digito de control mal ni siquiera se busca; en ambos errores
      *> se avisa aqui y WS-CUENTA-NO-EXISTE queda a 'S'.
       LEER-CUENTA-TECLEADA.
           MOVE 'S' TO WS-CUENTA-NO-EXISTE
           MOVE WS-NUMERO-BUSCADO TO REG-NUMERO-CUENTA
           MOVE WS-NUMERO-BUSCADO TO WS-DC-CUENTA
           PERFORM COMPROBAR-DIGITO-CUENTA
           IF WS-DC-CUENTA-OK = 'N'
               DISPLAY 'Error: cuenta incorrecta (digito de control)'
           ELSE
               READ CUENTAS-MAESTRO
                   KEY IS REG-NUMERO-CUENTA
                   INVALID KEY
                       MOVE 'S' TO WS-CUENTA-NO-EXISTE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-CUENTA-NO-EXISTE
               END-READ
               IF WS-CUENTA-NO-EXISTE = 'S'
                   DISPLAY 'Error: cuenta no encontrada'
               END-IF
           END-IF.

      *> Comprueba el digito de control de un numero de cuenta propio
      *> (WS-DC-CUENTA). La cuenta cero nunca es valida.
       COMPROBAR-DIGITO-CUENTA.
           MOVE 'N' TO WS-DC-CUENTA-OK
           IF WS-DC-CUENTA > 0
               COMPUTE WS-DC-ENTRADA = WS-DC-CUENTA / 10
               PERFORM CALCULAR-DIGITO-CONTROL
               IF WS-DC-DIGITO = FUNCTION MOD (WS-DC-CUENTA, 10)
                   MOVE 'S' TO WS-DC-CUENTA-OK
               END-IF
           END-IF.

       END PROGRAM BANCO-MANT.
