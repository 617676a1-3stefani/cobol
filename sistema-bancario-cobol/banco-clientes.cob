      *> cliente con su saldo conjunto. Al modificar el nombre de un
      *> cliente se actualiza la copia REG-TITULAR de todas sus
      *> cuentas del maestro CUENTAS.DAT, y la baja se rechaza
      *> mientras el cliente conserve cuentas abiertas, como titular
      *> o como cotitular. Los vinculos de cotitular y autorizado de
      *> TITULARES.DAT (ver TITREG) se pueden mantener tambien desde
      *> aqui, partiendo del cliente en lugar de la cuenta. Todo
      *> cambio en CLIENTES.DAT, CUENTAS.DAT y TITULARES.DAT queda en
      *> AUDITORIA.DAT con su imagen antes y despues.
      *> La posicion global muestra en ventanilla lo que el cliente
      *> tiene y debe con el mismo calculo que BANCO-RIESGOS: su
      *> parte de cada cuenta, el descubierto dispuesto y disponible,
      *> los depositos de PLAZOS.DAT, los prestamos de PRESTAMOS.DAT
      *> y las cuotas impagadas de CUOTAS.DAT y MORA.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS REG-OPER-ID
               FILE STATUS IS WS-STATUS-OPERADORES.

           SELECT CUENTA-TITULARES ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TIT-CLAVE
               FILE STATUS IS WS-STATUS-TITULARES.

           SELECT PLAZOS ASSIGN TO "PLAZOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PLZ-NUMERO
               FILE STATUS IS WS-STATUS-PLAZOS.

           SELECT PRESTAMOS ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PRE-NUMERO
               FILE STATUS IS WS-STATUS-PRESTAMOS.

           SELECT CUOTAS ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CUO-CLAVE
               FILE STATUS IS WS-STATUS-CUOTAS.

           SELECT MORA ASSIGN TO "MORA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MOR-CLAVE
               FILE STATUS IS WS-STATUS-MORA.

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

       FD  PLAZOS.
           COPY PLZREG.

       FD  PRESTAMOS.
           COPY PREREG.

       FD  CUOTAS.
           COPY CUOREG.

       FD  MORA.
           COPY MORAREG.

       FD  AUDITORIA.
           COPY AUDREG.

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-CUENTAS   PIC XX VALUE '00'.
           05  WS-STATUS-CLIENTES  PIC XX VALUE '00'.
           05  WS-STATUS-OPERADORES PIC XX VALUE '00'.
           05  WS-STATUS-TITULARES PIC XX VALUE '00'.
           05  WS-FIN-CUENTAS      PIC X VALUE 'N'.
           05  WS-FIN-CLIENTES     PIC X VALUE 'N'.
           05  WS-FIN-TITULARES    PIC X VALUE 'N'.
           05  WS-CLIENTE-NO-EXISTE PIC X VALUE 'N'.
           05  WS-CUENTA-NO-EXISTE PIC X VALUE 'N'.
           05  WS-VINCULO-NO-EXISTE PIC X VALUE 'N'.
           05  WS-STATUS-AUDITORIA PIC XX VALUE '00'.
           05  WS-STATUS-PLAZOS    PIC XX VALUE '00'.
           05  WS-STATUS-PRESTAMOS PIC XX VALUE '00'.
           05  WS-STATUS-CUOTAS    PIC XX VALUE '00'.
           05  WS-STATUS-MORA      PIC XX VALUE '00'.
           05  WS-FIN-PLAZOS       PIC X VALUE 'N'.
           05  WS-FIN-PRESTAMOS    PIC X VALUE 'N'.
           05  WS-FIN-CUOTAS       PIC X VALUE 'N'.

       01  WS-OPERACION.
           05  WS-OPCION           PIC 9 VALUE ZERO.
           05  WS-CUENTAS-RETOCADAS PIC 9(5) VALUE ZEROS.
           05  WS-SALDO-CONJUNTO   PIC S9(9)V99 SIGN IS TRAILING
                                   SEPARATE CHARACTER VALUE ZEROS.
           05  WS-CUENTAS-VINCULADAS PIC 9(5) VALUE ZEROS.
           05  WS-COTITULARIDADES  PIC 9(5) VALUE ZEROS.
           05  WS-AUTORIZACIONES-BORRADAS PIC 9(5) VALUE ZEROS.
           05  WS-CUENTA-TECLEADA  PIC 9(10) VALUE ZEROS.
           05  WS-ACCION-VINCULOS  PIC 9 VALUE ZERO.
           05  WS-ROL-TECLEADO     PIC X VALUE SPACE.
           05  WS-PORCENTAJE-TECLEADO PIC 9(3)V99 VALUE ZEROS.
           05  WS-PORCENTAJE-TITULAR  PIC 9(3)V99 VALUE ZEROS.
           05  WS-PORCENTAJE-EDITADO  PIC ZZ9.99.

       01  WS-SESION-OPERADOR.
           05  WS-OPERADOR-ID       PIC X(8) VALUE SPACES.
           05  WS-PASS-TECLEADA     PIC X(8) VALUE SPACES.
           05  WS-INTENTOS-SESION   PIC 9 VALUE ZEROS.

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

      *> Posicion global del cliente consultado, con los mismos
      *> importes por cliente que acumula BANCO-RIESGOS.
       01  WS-POSICION-GLOBAL.
           05  WS-POS-FECHA-HORA.
               10  WS-POS-FECHA    PIC 9(8).
               10  WS-POS-RESTO    PIC X(13).
           05  WS-POS-CLIENTE      PIC 9(6) VALUE ZEROS.
           05  WS-POS-CUENTAS      PIC 9(3) VALUE ZEROS.
           05  WS-POS-ACREEDOR     PIC 9(9)V99 VALUE ZEROS.
           05  WS-POS-DESCUBIERTO  PIC 9(9)V99 VALUE ZEROS.
           05  WS-POS-DISPONIBLE   PIC 9(9)V99 VALUE ZEROS.
           05  WS-POS-EXCEDIDO     PIC 9(9)V99 VALUE ZEROS.
           05  WS-POS-PLAZOS       PIC 9(3) VALUE ZEROS.
           05  WS-POS-IMPORTE-PLAZOS PIC 9(9)V99 VALUE ZEROS.
           05  WS-POS-PRESTAMOS    PIC 9(3) VALUE ZEROS.
           05  WS-POS-CAPITAL      PIC 9(9)V99 VALUE ZEROS.
           05  WS-POS-AJUSTE       PIC S9(9)V99 VALUE ZEROS.
           05  WS-POS-IMPAGADAS    PIC 9(3) VALUE ZEROS.
           05  WS-POS-VENCIDO      PIC 9(9)V99 VALUE ZEROS.
           05  WS-POS-DEMORA       PIC 9(9)V99 VALUE ZEROS.
           05  WS-POS-DIAS         PIC 9(5) VALUE ZEROS.
           05  WS-POS-DISP-PRESTAMOS PIC S9(9)V99 VALUE ZEROS.
           05  WS-POS-DISP-DESCUBIERTO PIC 9(9)V99 VALUE ZEROS.
           05  WS-POS-RIESGO       PIC 9(9)V99 VALUE ZEROS.
           05  WS-POS-TOTAL-VENCIDO PIC 9(9)V99 VALUE ZEROS.
           05  WS-POS-SITUACION    PIC X(30) VALUE SPACES.
           05  WS-LIMITE-CUENTA    PIC 9(7)V99 VALUE ZEROS.
           05  WS-DEUDOR-CUENTA    PIC 9(7)V99 VALUE ZEROS.
           05  WS-PENDIENTE-CUOTA  PIC 9(7)V99 VALUE ZEROS.
           05  WS-PENDIENTE-DEMORA PIC 9(7)V99 VALUE ZEROS.
           05  WS-DIAS-IMPAGO      PIC 9(5) VALUE ZEROS.
           05  WS-IMPORTE-EDITADO  PIC Z(8)9.99.
           05  WS-IMPORTE-EDITADO-2 PIC Z(8)9.99.
           05  WS-PLAZOS-ABIERTO   PIC X VALUE 'N'.
           05  WS-PRESTAMOS-ABIERTO PIC X VALUE 'N'.
           05  WS-CUOTAS-ABIERTO   PIC X VALUE 'N'.
           05  WS-MORA-ABIERTO     PIC X VALUE 'N'.

      *> Posicion de la cuenta antes de repartirla, como en
      *> BANCO-RIESGOS: (1) saldo acreedor, (2) descubierto
      *> dispuesto, (3) disponible y (4) exceso sobre el limite.
       01  WS-POSICION-CUENTA.
           05  WS-IMPORTE-CUENTA   PIC 9(9)V99 OCCURS 4 TIMES.
           05  WS-RESTO-CUENTA     PIC 9(9)V99 OCCURS 4 TIMES.
           05  WS-PARTE-CUENTA     PIC 9(9)V99 OCCURS 4 TIMES.
           05  WS-IX-IMPORTE       PIC 9 VALUE ZERO.

       01  WS-TABLA-PARTICIPES.
           05  WS-NUM-PARTICIPES   PIC 9(3) COMP VALUE ZEROS.
           05  WS-TAB-PARTICIPE OCCURS 50 TIMES
                   INDEXED BY IX-PAR.
               10  WS-PAR-CLIENTE    PIC 9(6).
               10  WS-PAR-PORCENTAJE PIC 9(3)V99.

      *> Digitos de control modulo 11 con los pesos de la CCC
      *> bancaria: en los numeros de cuenta propios el ultimo digito
      *> se calcula sobre los nueve primeros.
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
               '1-Alta 2-Modificar 3-Baja 4-Consultar 5-Cuentas ' &
               '6-Vinculos 7-Posicion 8-Salir'.
           05  WS-MSG-MENU-VINCULOS PIC X(70) VALUE
               '1-Vincular a la cuenta 2-Desvincular de la cuenta 3-Volver'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF
           PERFORM ABRIR-FICHEROS
           PERFORM MENU-CLIENTES UNTIL WS-OPCION = 8
           CLOSE CUENTAS-MAESTRO
           CLOSE CLIENTES-MAESTRO
           CLOSE CUENTA-TITULARES
           CLOSE OPERADORES
           DISPLAY 'Fin del mantenimiento de clientes'
           STOP RUN.
               OPEN OUTPUT CLIENTES-MAESTRO
               CLOSE CLIENTES-MAESTRO
               OPEN I-O CLIENTES-MAESTRO
           END-IF
           OPEN I-O CUENTA-TITULARES
           IF WS-STATUS-TITULARES = '35'
               OPEN OUTPUT CUENTA-TITULARES
               CLOSE CUENTA-TITULARES
               OPEN I-O CUENTA-TITULARES
           END-IF.

       MENU-CLIENTES.
               WHEN 5
                   PERFORM CONSULTAR-CUENTAS-CLIENTE
               WHEN 6
                   PERFORM MANTENER-VINCULOS-CLIENTE
               WHEN 7
                   PERFORM POSICION-GLOBAL-CLIENTE
               WHEN 8
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Opcion no valida'
                   DISPLAY 'Error: el cliente ya existe'
               NOT INVALID KEY
                   DISPLAY 'Cliente creado con exito: ' REG-CLI-NUMERO
                   MOVE 'ALTA' TO WS-AUD-ACCION
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE REG-CLIENTE TO WS-AUD-DESPUES
                   PERFORM AUDITAR-CLIENTE
           END-WRITE
           DISPLAY '-----------------------'.

           IF WS-CLIENTE-NO-EXISTE = 'S'
               DISPLAY 'Error: cliente no encontrado'
           ELSE
               MOVE REG-CLIENTE TO WS-AUD-ANTES
               DISPLAY 'Nombre actual: ' REG-CLI-NOMBRE
               DISPLAY 'Nuevo nombre: '
               ACCEPT REG-CLI-NOMBRE
                       DISPLAY 'Error al modificar el cliente'
                   NOT INVALID KEY
                       DISPLAY 'Cliente modificado con exito'
                       MOVE 'MODIFICA' TO WS-AUD-ACCION
                       MOVE REG-CLIENTE TO WS-AUD-DESPUES
                       PERFORM AUDITAR-CLIENTE
                       PERFORM ACTUALIZAR-TITULAR-CUENTAS
               END-REWRITE
           END-IF
               END-READ
               IF WS-FIN-CUENTAS NOT = 'S'
                   IF REG-NUMERO-CLIENTE = REG-CLI-NUMERO
                       MOVE REG-CUENTA TO WS-AUD-ANTES
                       MOVE REG-CLI-NOMBRE TO REG-TITULAR
                       REWRITE REG-CUENTA
                           INVALID KEY
                               DISPLAY 'Error al actualizar cuenta '
                                   REG-NUMERO-CUENTA
                           NOT INVALID KEY
                               MOVE 'MODIFICA' TO WS-AUD-ACCION
                               MOVE REG-CUENTA TO WS-AUD-DESPUES
                               PERFORM AUDITAR-CUENTA
                       END-REWRITE
                       ADD 1 TO WS-CUENTAS-RETOCADAS
                   END-IF
               DISPLAY 'Error: cliente no encontrado'
           ELSE
               PERFORM CONTAR-CUENTAS-CLIENTE
               PERFORM CONTAR-COTITULARIDADES
               IF WS-CUENTAS-CLIENTE > 0
                   DISPLAY
                     'Error: el cliente tiene cuentas abiertas, no se puede dar de baja'
               ELSE
                   IF WS-COTITULARIDADES > 0
                       DISPLAY 'Error: el cliente es cotitular de '
                           WS-COTITULARIDADES
                           ' cuentas, no se puede dar de baja'
                   ELSE
                       MOVE REG-CLIENTE TO WS-AUD-ANTES
                       DELETE CLIENTES-MAESTRO
                           INVALID KEY
                               DISPLAY 'Error al dar de baja el cliente'
                           NOT INVALID KEY
                               DISPLAY 'Cliente dado de baja con exito'
                               MOVE 'BAJA' TO WS-AUD-ACCION
                               MOVE SPACES TO WS-AUD-DESPUES
                               PERFORM AUDITAR-CLIENTE
                               PERFORM BORRAR-AUTORIZACIONES-CLIENTE
                       END-DELETE
                   END-IF
               END-IF
           END-IF
           DISPLAY '-----------------------'.
               END-IF
           END-PERFORM.

      *> Vinculos con participacion (titular o cotitular) que el
      *> cliente conserva en TITULARES.DAT; cualquiera de ellos
      *> impide la baja igual que una cuenta propia.
       CONTAR-COTITULARIDADES.
           MOVE ZEROS TO WS-COTITULARIDADES
           MOVE ZEROS TO REG-TIT-NUMERO-CUENTA
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
                   IF REG-TIT-NUMERO-CLIENTE = REG-CLI-NUMERO
                           AND REG-TIT-ROL NOT = 'A'
                       ADD 1 TO WS-COTITULARIDADES
                   END-IF
               END-IF
           END-PERFORM.

      *> Un cliente que se va deja de estar autorizado en las
      *> cuentas de otros; sus vinculos 'A' se retiran con el.
       BORRAR-AUTORIZACIONES-CLIENTE.
           MOVE ZEROS TO WS-AUTORIZACIONES-BORRADAS
           MOVE ZEROS TO REG-TIT-NUMERO-CUENTA
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
                   IF REG-TIT-NUMERO-CLIENTE = REG-CLI-NUMERO
                       MOVE REG-TITULARIDAD TO WS-AUD-ANTES
                       DELETE CUENTA-TITULARES
                           INVALID KEY
                               DISPLAY 'Aviso: no se pudo retirar la '
                                   'autorizacion en la cuenta '
                                   REG-TIT-NUMERO-CUENTA
                           NOT INVALID KEY
                               ADD 1 TO WS-AUTORIZACIONES-BORRADAS
                               MOVE 'BAJA' TO WS-AUD-ACCION
                               MOVE SPACES TO WS-AUD-DESPUES
                               PERFORM AUDITAR-VINCULO
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AUTORIZACIONES-BORRADAS > 0
               DISPLAY 'Autorizaciones retiradas: '
                   WS-AUTORIZACIONES-BORRADAS
           END-IF.

       CONSULTAR-CLIENTE.
           DISPLAY '--- CONSULTAR CLIENTE ---'
           DISPLAY 'Numero de cliente: '
               END-IF
           END-PERFORM
           DISPLAY 'Cuentas del cliente: ' WS-CUENTAS-CLIENTE
           DISPLAY 'Saldo conjunto:      ' WS-SALDO-CONJUNTO ' EUR'
           PERFORM LISTAR-CUENTAS-VINCULADAS.

      *> Cuentas de otros titulares en las que el cliente figura como
      *> cotitular o autorizado. No suman al saldo conjunto, que es
      *> el de las cuentas de las que es titular.
       LISTAR-CUENTAS-VINCULADAS.
           MOVE ZEROS TO WS-CUENTAS-VINCULADAS
           MOVE ZEROS TO REG-TIT-NUMERO-CUENTA
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
                   IF REG-TIT-NUMERO-CLIENTE = REG-CLI-NUMERO
                           AND REG-TIT-ROL NOT = 'T'
                       PERFORM MOSTRAR-CUENTA-VINCULADA
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY 'Cuentas como cotitular o autorizado: '
               WS-CUENTAS-VINCULADAS.

       MOSTRAR-CUENTA-VINCULADA.
           ADD 1 TO WS-CUENTAS-VINCULADAS
           MOVE REG-TIT-NUMERO-CUENTA TO REG-NUMERO-CUENTA
           READ CUENTAS-MAESTRO
               KEY IS REG-NUMERO-CUENTA
               INVALID KEY
                   DISPLAY 'Cuenta: ' REG-TIT-NUMERO-CUENTA
                       ' (no encontrada en CUENTAS.DAT)'
               NOT INVALID KEY
                   IF REG-TIT-ROL = 'C'
                       MOVE REG-TIT-PORCENTAJE TO WS-PORCENTAJE-EDITADO
                       DISPLAY 'Cuenta: ' REG-NUMERO-CUENTA
                           ' Tipo: ' REG-TIPO-CUENTA
                           ' Saldo: ' REG-SALDO
                           ' Cotitular ' WS-PORCENTAJE-EDITADO '%'
                   ELSE
                       DISPLAY 'Cuenta: ' REG-NUMERO-CUENTA
                           ' Tipo: ' REG-TIPO-CUENTA
                           ' Saldo: ' REG-SALDO
                           ' Autorizado'
                   END-IF
                   DISPLAY '  Titular: ' REG-NUMERO-CLIENTE
                       ' ' REG-TITULAR
           END-READ.

      *> Vincula o desvincula al cliente como cotitular o autorizado
      *> de una cuenta de otro titular, con las mismas reglas de
      *> reparto que la opcion de titulares de BANCO-MANT.
       MANTENER-VINCULOS-CLIENTE.
           DISPLAY '--- VINCULOS DE UN CLIENTE ---'
           DISPLAY 'Numero de cliente: '
           ACCEPT WS-NUMERO-BUSCADO
           MOVE 'S' TO WS-CLIENTE-NO-EXISTE
           MOVE WS-NUMERO-BUSCADO TO REG-CLI-NUMERO
           READ CLIENTES-MAESTRO
               KEY IS REG-CLI-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-CLIENTE-NO-EXISTE
               NOT INVALID KEY
                   MOVE 'N' TO WS-CLIENTE-NO-EXISTE
           END-READ
           IF WS-CLIENTE-NO-EXISTE = 'S'
               DISPLAY 'Error: cliente no encontrado'
           ELSE
               DISPLAY 'Cliente: ' REG-CLI-NUMERO ' ' REG-CLI-NOMBRE
               PERFORM LISTAR-CUENTAS-VINCULADAS
               DISPLAY 'Numero de cuenta: '
               ACCEPT WS-CUENTA-TECLEADA
               PERFORM MANTENER-VINCULO-CUENTA
           END-IF
           DISPLAY '------------------------------'.

       MANTENER-VINCULO-CUENTA.
           PERFORM LEER-CUENTA-TECLEADA
           IF WS-CUENTA-NO-EXISTE = 'N'
               IF REG-NUMERO-CLIENTE = REG-CLI-NUMERO
                   DISPLAY 'Error: el cliente es el titular de la cuenta'
               ELSE
                   DISPLAY 'Titular: ' REG-NUMERO-CLIENTE
                       ' ' REG-TITULAR
                   PERFORM ASEGURAR-TITULAR-PRINCIPAL
                   DISPLAY WS-MSG-MENU-VINCULOS
                   ACCEPT WS-ACCION-VINCULOS
                   EVALUATE WS-ACCION-VINCULOS
                       WHEN 1
                           PERFORM VINCULAR-CLIENTE-CUENTA
                       WHEN 2
                           PERFORM DESVINCULAR-CLIENTE-CUENTA
                       WHEN 3
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'Opcion no valida'
                   END-EVALUATE
               END-IF
           END-IF.

      *> Como en BANCO-MANT: una cuenta anterior a TITULARES.DAT
      *> recibe su vinculo 'T' al 100% antes de repartir.
       ASEGURAR-TITULAR-PRINCIPAL.
           MOVE REG-NUMERO-CUENTA  TO REG-TIT-NUMERO-CUENTA
           MOVE REG-NUMERO-CLIENTE TO REG-TIT-NUMERO-CLIENTE
           READ CUENTA-TITULARES
               KEY IS REG-TIT-CLAVE
               INVALID KEY
                   MOVE 'T' TO REG-TIT-ROL
                   MOVE 100 TO REG-TIT-PORCENTAJE
                   WRITE REG-TITULARIDAD
                       INVALID KEY
                           DISPLAY 'Aviso: no se pudo registrar el '
                               'titular en TITULARES.DAT - status '
                               WS-STATUS-TITULARES
                       NOT INVALID KEY
                           MOVE 'ALTA' TO WS-AUD-ACCION
                           MOVE SPACES TO WS-AUD-ANTES
                           MOVE REG-TITULARIDAD TO WS-AUD-DESPUES
                           PERFORM AUDITAR-VINCULO
                   END-WRITE
           END-READ.

       VINCULAR-CLIENTE-CUENTA.
           MOVE REG-NUMERO-CUENTA TO REG-TIT-NUMERO-CUENTA
           MOVE REG-CLI-NUMERO    TO REG-TIT-NUMERO-CLIENTE
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
               DISPLAY 'Rol (C = cotitular, A = autorizado): '
               ACCEPT WS-ROL-TECLEADO
               EVALUATE WS-ROL-TECLEADO
                   WHEN 'C'
                       PERFORM VINCULAR-COTITULAR
                   WHEN 'A'
                       MOVE REG-NUMERO-CUENTA TO REG-TIT-NUMERO-CUENTA
                       MOVE REG-CLI-NUMERO    TO REG-TIT-NUMERO-CLIENTE
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
                       END-WRITE
                   WHEN OTHER
                       DISPLAY 'Error: rol no valido'
               END-EVALUATE
           END-IF.

       VINCULAR-COTITULAR.
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
                       MOVE REG-NUMERO-CUENTA TO REG-TIT-NUMERO-CUENTA
                       MOVE REG-CLI-NUMERO    TO REG-TIT-NUMERO-CLIENTE
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

       DESVINCULAR-CLIENTE-CUENTA.
           MOVE REG-NUMERO-CUENTA TO REG-TIT-NUMERO-CUENTA
           MOVE REG-CLI-NUMERO    TO REG-TIT-NUMERO-CLIENTE
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

      *> Posicion global de un cliente: lo que tiene (saldos
      *> acreedores y depositos) y lo que debe (prestamos,
      *> descubiertos y vencidos) con el mismo reparto de cuentas
      *> compartidas y los mismos importes que declara BANCO-RIESGOS.
      *> Los ficheros de productos se abren solo para la consulta;
      *> si alguno no existe el cliente no tiene ese producto.
       POSICION-GLOBAL-CLIENTE.
           DISPLAY '--- POSICION GLOBAL DEL CLIENTE ---'
           DISPLAY 'Numero de cliente: '
           ACCEPT WS-NUMERO-BUSCADO
           MOVE 'S' TO WS-CLIENTE-NO-EXISTE
           MOVE WS-NUMERO-BUSCADO TO REG-CLI-NUMERO
           READ CLIENTES-MAESTRO
               KEY IS REG-CLI-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-CLIENTE-NO-EXISTE
               NOT INVALID KEY
                   MOVE 'N' TO WS-CLIENTE-NO-EXISTE
           END-READ
           IF WS-CLIENTE-NO-EXISTE = 'S'
               DISPLAY 'Error: cliente no encontrado'
           ELSE
               DISPLAY 'Cliente: ' REG-CLI-NUMERO ' ' REG-CLI-NOMBRE
                   ' NIF: ' REG-CLI-NIF
               MOVE FUNCTION CURRENT-DATE TO WS-POS-FECHA-HORA
               MOVE REG-CLI-NUMERO TO WS-POS-CLIENTE
               PERFORM INICIAR-POSICION-GLOBAL
               PERFORM POSICION-CUENTAS-CLIENTE
               PERFORM ABRIR-FICHEROS-POSICION
               PERFORM POSICION-PLAZOS-CLIENTE
               PERFORM POSICION-PRESTAMOS-CLIENTE
               PERFORM CERRAR-FICHEROS-POSICION
               PERFORM MOSTRAR-POSICION-GLOBAL
           END-IF
           DISPLAY '-----------------------------------'.

       INICIAR-POSICION-GLOBAL.
           MOVE ZEROS TO WS-POS-CUENTAS
           MOVE ZEROS TO WS-POS-ACREEDOR
           MOVE ZEROS TO WS-POS-DESCUBIERTO
           MOVE ZEROS TO WS-POS-DISPONIBLE
           MOVE ZEROS TO WS-POS-EXCEDIDO
           MOVE ZEROS TO WS-POS-PLAZOS
           MOVE ZEROS TO WS-POS-IMPORTE-PLAZOS
           MOVE ZEROS TO WS-POS-PRESTAMOS
           MOVE ZEROS TO WS-POS-CAPITAL
           MOVE ZEROS TO WS-POS-AJUSTE
           MOVE ZEROS TO WS-POS-IMPAGADAS
           MOVE ZEROS TO WS-POS-VENCIDO
           MOVE ZEROS TO WS-POS-DEMORA
           MOVE ZEROS TO WS-POS-DIAS.

       ABRIR-FICHEROS-POSICION.
           MOVE 'N' TO WS-PLAZOS-ABIERTO
           MOVE 'N' TO WS-PRESTAMOS-ABIERTO
           MOVE 'N' TO WS-CUOTAS-ABIERTO
           MOVE 'N' TO WS-MORA-ABIERTO
           OPEN INPUT PLAZOS
           IF WS-STATUS-PLAZOS = '00'
               MOVE 'S' TO WS-PLAZOS-ABIERTO
           END-IF
           OPEN INPUT PRESTAMOS
           IF WS-STATUS-PRESTAMOS = '00'
               MOVE 'S' TO WS-PRESTAMOS-ABIERTO
           END-IF
           OPEN INPUT CUOTAS
           IF WS-STATUS-CUOTAS = '00'
               MOVE 'S' TO WS-CUOTAS-ABIERTO
           END-IF
           OPEN INPUT MORA
           IF WS-STATUS-MORA = '00'
               MOVE 'S' TO WS-MORA-ABIERTO
           END-IF.

       CERRAR-FICHEROS-POSICION.
           IF WS-PLAZOS-ABIERTO = 'S'
               CLOSE PLAZOS
           END-IF
           IF WS-PRESTAMOS-ABIERTO = 'S'
               CLOSE PRESTAMOS
           END-IF
           IF WS-CUOTAS-ABIERTO = 'S'
               CLOSE CUOTAS
           END-IF
           IF WS-MORA-ABIERTO = 'S'
               CLOSE MORA
           END-IF.

      *> Recorre todas las cuentas: el cliente puede ser titular o
      *> cotitular, y su parte sale de repartir la cuenta entre todos
      *> sus participes, igual que en BANCO-RIESGOS.
       POSICION-CUENTAS-CLIENTE.
           MOVE ZEROS TO REG-NUMERO-CUENTA
           MOVE 'N' TO WS-FIN-CUENTAS
           START CUENTAS-MAESTRO
               KEY IS NOT LESS THAN REG-NUMERO-CUENTA
               INVALID KEY
                   MOVE 'S' TO WS-FIN-CUENTAS
           END-START
           PERFORM UNTIL WS-FIN-CUENTAS = 'S'
               READ CUENTAS-MAESTRO NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-CUENTAS
               END-READ
               IF WS-FIN-CUENTAS NOT = 'S'
                   PERFORM CARGAR-PARTICIPES
                   SET IX-PAR TO 1
                   SEARCH WS-TAB-PARTICIPE
                       AT END
                           CONTINUE
                       WHEN IX-PAR > WS-NUM-PARTICIPES
                           CONTINUE
                       WHEN WS-PAR-CLIENTE (IX-PAR) = WS-POS-CLIENTE
                           PERFORM VALORAR-CUENTA
                           PERFORM REPARTIR-POSICION-CUENTA
                   END-SEARCH
               END-IF
           END-PERFORM.

       VALORAR-CUENTA.
           MOVE ZEROS TO WS-IMPORTE-CUENTA (1) WS-IMPORTE-CUENTA (2)
               WS-IMPORTE-CUENTA (3) WS-IMPORTE-CUENTA (4)
           IF REG-TIPO-CUENTA = 'CORRIENTE'
               MOVE REG-LIMITE-DESCUBIERTO TO WS-LIMITE-CUENTA
           ELSE
               MOVE ZEROS TO WS-LIMITE-CUENTA
           END-IF
           IF REG-SALDO NOT < 0
               MOVE REG-SALDO TO WS-IMPORTE-CUENTA (1)
               MOVE WS-LIMITE-CUENTA TO WS-IMPORTE-CUENTA (3)
           ELSE
               COMPUTE WS-DEUDOR-CUENTA = 0 - REG-SALDO
               IF WS-DEUDOR-CUENTA > WS-LIMITE-CUENTA
                   MOVE WS-LIMITE-CUENTA TO WS-IMPORTE-CUENTA (2)
                   COMPUTE WS-IMPORTE-CUENTA (4) =
                       WS-DEUDOR-CUENTA - WS-LIMITE-CUENTA
               ELSE
                   MOVE WS-DEUDOR-CUENTA TO WS-IMPORTE-CUENTA (2)
                   COMPUTE WS-IMPORTE-CUENTA (3) =
                       WS-LIMITE-CUENTA - WS-DEUDOR-CUENTA
               END-IF
           END-IF.

      *> Titular y cotitulares con participacion; sin vinculos la
      *> cuenta es entera de REG-NUMERO-CLIENTE.
       CARGAR-PARTICIPES.
           MOVE ZEROS TO WS-NUM-PARTICIPES
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
                       IF REG-TIT-ROL NOT = 'A'
                               AND REG-TIT-PORCENTAJE > 0
                               AND WS-NUM-PARTICIPES < 50
                           ADD 1 TO WS-NUM-PARTICIPES
                           SET IX-PAR TO WS-NUM-PARTICIPES
                           MOVE REG-TIT-NUMERO-CLIENTE TO
                               WS-PAR-CLIENTE (IX-PAR)
                           MOVE REG-TIT-PORCENTAJE TO
                               WS-PAR-PORCENTAJE (IX-PAR)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NUM-PARTICIPES = 0
               MOVE 1 TO WS-NUM-PARTICIPES
               MOVE REG-NUMERO-CLIENTE TO WS-PAR-CLIENTE (1)
               MOVE 100 TO WS-PAR-PORCENTAJE (1)
           END-IF.

      *> Reparte los cuatro importes entre todos los participes (el
      *> ultimo se queda con el resto) y suma la parte del cliente.
       REPARTIR-POSICION-CUENTA.
           PERFORM VARYING WS-IX-IMPORTE FROM 1 BY 1
                   UNTIL WS-IX-IMPORTE > 4
               MOVE WS-IMPORTE-CUENTA (WS-IX-IMPORTE) TO
                   WS-RESTO-CUENTA (WS-IX-IMPORTE)
           END-PERFORM
           PERFORM VARYING IX-PAR FROM 1 BY 1
                   UNTIL IX-PAR > WS-NUM-PARTICIPES
               PERFORM CALCULAR-PARTE-PARTICIPE
               IF WS-PAR-CLIENTE (IX-PAR) = WS-POS-CLIENTE
                   ADD 1 TO WS-POS-CUENTAS
                   ADD WS-PARTE-CUENTA (1) TO WS-POS-ACREEDOR
                   ADD WS-PARTE-CUENTA (2) TO WS-POS-DESCUBIERTO
                   ADD WS-PARTE-CUENTA (3) TO WS-POS-DISPONIBLE
                   ADD WS-PARTE-CUENTA (4) TO WS-POS-EXCEDIDO
                   MOVE WS-PAR-PORCENTAJE (IX-PAR) TO
                       WS-PORCENTAJE-EDITADO
                   DISPLAY 'Cuenta: ' REG-NUMERO-CUENTA
                       ' Tipo: ' REG-TIPO-CUENTA
                       ' Saldo: ' REG-SALDO
                       ' Parte: ' WS-PORCENTAJE-EDITADO '%'
               END-IF
           END-PERFORM.

       CALCULAR-PARTE-PARTICIPE.
           PERFORM VARYING WS-IX-IMPORTE FROM 1 BY 1
                   UNTIL WS-IX-IMPORTE > 4
               IF IX-PAR = WS-NUM-PARTICIPES
                   MOVE WS-RESTO-CUENTA (WS-IX-IMPORTE) TO
                       WS-PARTE-CUENTA (WS-IX-IMPORTE)
               ELSE
                   COMPUTE WS-PARTE-CUENTA (WS-IX-IMPORTE) ROUNDED =
                       WS-IMPORTE-CUENTA (WS-IX-IMPORTE)
                       * WS-PAR-PORCENTAJE (IX-PAR) / 100
                   IF WS-PARTE-CUENTA (WS-IX-IMPORTE) >
                           WS-RESTO-CUENTA (WS-IX-IMPORTE)
                       MOVE WS-RESTO-CUENTA (WS-IX-IMPORTE) TO
                           WS-PARTE-CUENTA (WS-IX-IMPORTE)
                   END-IF
                   SUBTRACT WS-PARTE-CUENTA (WS-IX-IMPORTE) FROM
                       WS-RESTO-CUENTA (WS-IX-IMPORTE)
               END-IF
           END-PERFORM.

       POSICION-PLAZOS-CLIENTE.
           IF WS-PLAZOS-ABIERTO = 'S'
               MOVE ZEROS TO REG-PLZ-NUMERO
               MOVE 'N' TO WS-FIN-PLAZOS
               START PLAZOS
                   KEY IS NOT LESS THAN REG-PLZ-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-PLAZOS
               END-START
               PERFORM UNTIL WS-FIN-PLAZOS = 'S'
                   READ PLAZOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIN-PLAZOS
                   END-READ
                   IF WS-FIN-PLAZOS NOT = 'S'
                           AND REG-PLZ-ESTADO = 'A'
                           AND REG-PLZ-NUMERO-CLIENTE = WS-POS-CLIENTE
                       ADD 1 TO WS-POS-PLAZOS
                       ADD REG-PLZ-CAPITAL TO WS-POS-IMPORTE-PLAZOS
                       MOVE REG-PLZ-CAPITAL TO WS-IMPORTE-EDITADO
                       DISPLAY 'Deposito: ' REG-PLZ-NUMERO
                           ' Capital: ' WS-IMPORTE-EDITADO
                           ' Vence: ' REG-PLZ-FECHA-VENCIMIENTO
                   END-IF
               END-PERFORM
           END-IF.

      *> Prestamos del cliente: capital pendiente de los activos y,
      *> de cualquiera de ellos, las cuotas impagadas con lo que
      *> falta por cobrar, la demora y los dias de impago.
       POSICION-PRESTAMOS-CLIENTE.
           IF WS-PRESTAMOS-ABIERTO = 'S'
               MOVE ZEROS TO REG-PRE-NUMERO
               MOVE 'N' TO WS-FIN-PRESTAMOS
               START PRESTAMOS
                   KEY IS NOT LESS THAN REG-PRE-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-PRESTAMOS
               END-START
               PERFORM UNTIL WS-FIN-PRESTAMOS = 'S'
                   READ PRESTAMOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIN-PRESTAMOS
                   END-READ
                   IF WS-FIN-PRESTAMOS NOT = 'S'
                           AND REG-PRE-NUMERO-CLIENTE = WS-POS-CLIENTE
                       IF REG-PRE-ESTADO = 'A'
                           ADD 1 TO WS-POS-PRESTAMOS
                           ADD REG-PRE-CAPITAL-PENDIENTE TO
                               WS-POS-CAPITAL
                           MOVE REG-PRE-CAPITAL-PENDIENTE TO
                               WS-IMPORTE-EDITADO
                           DISPLAY 'Prestamo: ' REG-PRE-NUMERO
                               ' Capital pendiente: ' WS-IMPORTE-EDITADO
                               ' Cuotas pagadas: ' REG-PRE-CUOTAS-PAGADAS
                       END-IF
                       PERFORM POSICION-CUOTAS-PRESTAMO
                   END-IF
               END-PERFORM
           END-IF.

       POSICION-CUOTAS-PRESTAMO.
           IF WS-CUOTAS-ABIERTO = 'S'
               MOVE REG-PRE-NUMERO TO REG-CUO-PRESTAMO
               MOVE ZEROS TO REG-CUO-NUMERO
               MOVE 'N' TO WS-FIN-CUOTAS
               START CUOTAS
                   KEY IS NOT LESS THAN REG-CUO-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-CUOTAS
               END-START
               PERFORM UNTIL WS-FIN-CUOTAS = 'S'
                   READ CUOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIN-CUOTAS
                   END-READ
                   IF WS-FIN-CUOTAS NOT = 'S'
                       IF REG-CUO-PRESTAMO NOT = REG-PRE-NUMERO
                           MOVE 'S' TO WS-FIN-CUOTAS
                       ELSE
                           IF REG-CUO-ESTADO = 'I'
                               PERFORM SUMAR-CUOTA-IMPAGADA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> Mismo calculo de deuda de la cuota que BANCO-RIESGOS: sin
      *> seguimiento en MORA.DAT la cuota se debe entera y sin
      *> demora. Su capital ya esta en el capital pendiente, por eso
      *> solo se suma al dispuesto la diferencia (ajuste).
       SUMAR-CUOTA-IMPAGADA.
           MOVE ZEROS TO REG-MOR-RECUPERADO
           MOVE ZEROS TO REG-MOR-DEMORA-DEVENGADA
           MOVE ZEROS TO REG-MOR-DEMORA-COBRADA
           IF WS-MORA-ABIERTO = 'S'
               MOVE REG-CUO-CLAVE TO REG-MOR-CLAVE
               READ MORA
                   KEY IS REG-MOR-CLAVE
                   INVALID KEY
                       MOVE ZEROS TO REG-MOR-RECUPERADO
                       MOVE ZEROS TO REG-MOR-DEMORA-DEVENGADA
                       MOVE ZEROS TO REG-MOR-DEMORA-COBRADA
               END-READ
           END-IF
           IF REG-MOR-RECUPERADO < REG-CUO-IMPORTE
               COMPUTE WS-PENDIENTE-CUOTA =
                   REG-CUO-IMPORTE - REG-MOR-RECUPERADO
           ELSE
               MOVE ZEROS TO WS-PENDIENTE-CUOTA
           END-IF
           IF REG-MOR-DEMORA-COBRADA < REG-MOR-DEMORA-DEVENGADA
               COMPUTE WS-PENDIENTE-DEMORA =
                   REG-MOR-DEMORA-DEVENGADA - REG-MOR-DEMORA-COBRADA
           ELSE
               MOVE ZEROS TO WS-PENDIENTE-DEMORA
           END-IF
           IF REG-CUO-FECHA-VENCIMIENTO < WS-POS-FECHA
               COMPUTE WS-DIAS-IMPAGO =
                   FUNCTION INTEGER-OF-DATE(WS-POS-FECHA)
                   - FUNCTION INTEGER-OF-DATE(REG-CUO-FECHA-VENCIMIENTO)
           ELSE
               MOVE ZEROS TO WS-DIAS-IMPAGO
           END-IF
           ADD 1 TO WS-POS-IMPAGADAS
           ADD WS-PENDIENTE-CUOTA TO WS-POS-VENCIDO
           ADD WS-PENDIENTE-DEMORA TO WS-POS-DEMORA
           COMPUTE WS-POS-AJUSTE =
               WS-POS-AJUSTE + WS-PENDIENTE-CUOTA - REG-CUO-CAPITAL
           IF WS-DIAS-IMPAGO > WS-POS-DIAS
               MOVE WS-DIAS-IMPAGO TO WS-POS-DIAS
           END-IF
           MOVE WS-PENDIENTE-CUOTA  TO WS-IMPORTE-EDITADO
           MOVE WS-PENDIENTE-DEMORA TO WS-IMPORTE-EDITADO-2
           DISPLAY '  Cuota impagada ' REG-CUO-NUMERO
               ' vencida ' REG-CUO-FECHA-VENCIMIENTO
               ' Pendiente: ' WS-IMPORTE-EDITADO
               ' Demora: ' WS-IMPORTE-EDITADO-2
               ' Dias: ' WS-DIAS-IMPAGO.

       MOSTRAR-POSICION-GLOBAL.
           COMPUTE WS-POS-DISP-PRESTAMOS =
               WS-POS-CAPITAL + WS-POS-AJUSTE + WS-POS-DEMORA
           IF WS-POS-DISP-PRESTAMOS < 0
               MOVE ZEROS TO WS-POS-DISP-PRESTAMOS
           END-IF
           COMPUTE WS-POS-DISP-DESCUBIERTO =
               WS-POS-DESCUBIERTO + WS-POS-EXCEDIDO
           COMPUTE WS-POS-RIESGO =
               WS-POS-DISP-PRESTAMOS + WS-POS-DISP-DESCUBIERTO
               + WS-POS-DISPONIBLE
           COMPUTE WS-POS-TOTAL-VENCIDO =
               WS-POS-VENCIDO + WS-POS-DEMORA + WS-POS-EXCEDIDO
           IF WS-POS-DIAS > 90
               MOVE 'D - dudoso (mas de 90 dias)' TO WS-POS-SITUACION
           ELSE
               IF WS-POS-TOTAL-VENCIDO > 0
                   MOVE 'V - con importes vencidos' TO WS-POS-SITUACION
               ELSE
                   MOVE 'N - normal' TO WS-POS-SITUACION
               END-IF
           END-IF
           DISPLAY ' '
           DISPLAY 'Cuentas: ' WS-POS-CUENTAS
               '  Depositos: ' WS-POS-PLAZOS
               '  Prestamos activos: ' WS-POS-PRESTAMOS
               '  Cuotas impagadas: ' WS-POS-IMPAGADAS
           MOVE WS-POS-ACREEDOR TO WS-IMPORTE-EDITADO
           DISPLAY 'Saldos acreedores:       ' WS-IMPORTE-EDITADO ' EUR'
           MOVE WS-POS-IMPORTE-PLAZOS TO WS-IMPORTE-EDITADO
           DISPLAY 'Depositos a plazo:       ' WS-IMPORTE-EDITADO ' EUR'
           MOVE WS-POS-DISP-PRESTAMOS TO WS-IMPORTE-EDITADO
           DISPLAY 'Dispuesto en prestamos:  ' WS-IMPORTE-EDITADO ' EUR'
           MOVE WS-POS-DISP-DESCUBIERTO TO WS-IMPORTE-EDITADO
           DISPLAY 'Dispuesto en descubierto:' WS-IMPORTE-EDITADO ' EUR'
           MOVE WS-POS-DISPONIBLE TO WS-IMPORTE-EDITADO
           DISPLAY 'Disponible en descubierto:' WS-IMPORTE-EDITADO
               ' EUR'
           MOVE WS-POS-RIESGO TO WS-IMPORTE-EDITADO
           DISPLAY 'Riesgo total:            ' WS-IMPORTE-EDITADO ' EUR'
           MOVE WS-POS-TOTAL-VENCIDO TO WS-IMPORTE-EDITADO
           DISPLAY 'Importe vencido:         ' WS-IMPORTE-EDITADO ' EUR'
           DISPLAY 'Maximo de dias de impago: ' WS-POS-DIAS
           DISPLAY 'Situacion: ' WS-POS-SITUACION.

       AUDITAR-CLIENTE.
           MOVE 'CLIENTES.DAT'    TO WS-AUD-FICHERO
           MOVE REG-CLI-NUMERO    TO WS-AUD-CLAVE
           PERFORM ESCRIBIR-AUDITORIA.

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
           MOVE 'BANCO-CLIENTES' TO REG-AUD-PROGRAMA
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

      *> Lee la cuenta tecleada en WS-CUENTA-TECLEADA. Como en
      *> BANCO-MANT, un numero con el digito de control mal ni
      *> siquiera se busca; en ambos errores se avisa aqui y
      *> WS-CUENTA-NO-EXISTE queda a 'S'.
       LEER-CUENTA-TECLEADA.
           MOVE 'S' TO WS-CUENTA-NO-EXISTE
           MOVE WS-CUENTA-TECLEADA TO REG-NUMERO-CUENTA
           MOVE WS-CUENTA-TECLEADA TO WS-DC-CUENTA
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

       END PROGRAM BANCO-CLIENTES.
