IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-TARJETAS.
       AUTHOR. Estefania Ramirez Martinez.

      *> Menu de mantenimiento de tarjetas de debito (companero de
      *> BANCO-ORDENES): emision de una tarjeta para una cuenta de
      *> CUENTAS.DAT a nombre de uno de sus titulares o autorizados
      *> de CLIENTES.DAT, bloqueo (temporal o por perdida o robo),
      *> sustitucion por una tarjeta nueva y consulta sobre el
      *> maestro TARJETAS.DAT. Las operaciones que la red de cajeros
      *> y comercios hace con las tarjetas las carga cada noche
      *> BANCO-TARJETAS-EJEC. Emisiones, bloqueos y sustituciones
      *> quedan en AUDITORIA.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-MAESTRO ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NUMERO-CUENTA
               FILE STATUS IS WS-STATUS-CUENTAS.

           SELECT CLIENTES-MAESTRO ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CLI-NUMERO
               FILE STATUS IS WS-STATUS-CLIENTES.

           SELECT CUENTA-TITULARES ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TIT-CLAVE
               FILE STATUS IS WS-STATUS-TITULARES.

           SELECT TARJETAS ASSIGN TO "TARJETAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TJT-NUMERO
               FILE STATUS IS WS-STATUS-TARJETAS.

           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OPER-ID
               FILE STATUS IS WS-STATUS-OPERADORES.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-MAESTRO.
           COPY CUENTAREG.

       FD  CLIENTES-MAESTRO.
           COPY CLIREG.

       FD  CUENTA-TITULARES.
           COPY TITREG.

       FD  TARJETAS.
           COPY TARJREG.

       FD  OPERADORES.
           COPY OPERREG.

       FD  AUDITORIA.
           COPY AUDREG.

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-CUENTAS   PIC XX VALUE '00'.
           05  WS-STATUS-CLIENTES  PIC XX VALUE '00'.
           05  WS-STATUS-TITULARES PIC XX VALUE '00'.
           05  WS-STATUS-TARJETAS  PIC XX VALUE '00'.
           05  WS-STATUS-OPERADORES PIC XX VALUE '00'.
           05  WS-STATUS-AUDITORIA PIC XX VALUE '00'.
           05  WS-FIN-TARJETAS     PIC X VALUE 'N'.
           05  WS-TARJETA-NO-EXISTE PIC X VALUE 'N'.
           05  WS-CUENTA-NO-EXISTE PIC X VALUE 'N'.
           05  WS-CLIENTE-NO-EXISTE PIC X VALUE 'N'.
           05  WS-TITULARES-ABIERTO PIC X VALUE 'N'.
           05  WS-CLIENTE-VINCULADO PIC X VALUE 'N'.

       01  WS-OPERACION.
           05  WS-OPCION           PIC 9 VALUE ZERO.
           05  WS-MOTIVO           PIC 9 VALUE ZERO.
           05  WS-TARJETA-BUSCADA  PIC 9(16) VALUE ZEROS.
           05  WS-CUENTA-BUSCADA   PIC 9(10) VALUE ZEROS.
           05  WS-CLIENTE-TECLEADO PIC 9(6) VALUE ZEROS.
           05  WS-TARJETAS-LISTADAS PIC 9(5) VALUE ZEROS.

       01  WS-FECHA-HORA-ACTUAL.
           05  WS-FECHA-ACTUAL.
               10  WS-ANO-ACTUAL   PIC 9(4).
               10  WS-MES-ACTUAL   PIC 9(2).
               10  WS-DIA-ACTUAL   PIC 9(2).
           05  WS-FECHA-HORA-RESTO PIC X(13).

      *> Numeracion de tarjetas: prefijo de la entidad en la red,
      *> serie correlativa de nueve cifras y digito de Luhn. Las
      *> tarjetas caducan a los WS-ANOS-VALIDEZ anos de la emision.
       01  WS-NUMERACION.
           05  WS-PREFIJO-RED      PIC 9(6) VALUE 499871.
           05  WS-ANOS-VALIDEZ     PIC 9 VALUE 4.
           05  WS-MAX-TARJETA      PIC 9(16) VALUE ZEROS.
           05  WS-MAX-PARTES REDEFINES WS-MAX-TARJETA.
               10  WS-MAX-PREFIJO  PIC 9(6).
               10  WS-MAX-SERIE    PIC 9(9).
               10  WS-MAX-DC       PIC 9.
           05  WS-NUEVA-TARJETA    PIC 9(16) VALUE ZEROS.
           05  WS-NUEVA-PARTES REDEFINES WS-NUEVA-TARJETA.
               10  WS-NUEVA-BASE   PIC 9(15).
               10  WS-NUEVA-DC     PIC 9.
           05  WS-NUEVA-BASE-PARTES REDEFINES WS-NUEVA-TARJETA.
               10  WS-NUEVA-PREFIJO PIC 9(6).
               10  WS-NUEVA-SERIE  PIC 9(9).
               10  FILLER          PIC 9.
           05  WS-NUEVA-CADUCIDAD  PIC 9(6) VALUE ZEROS.

      *> Digito de control de Luhn sobre las quince primeras cifras:
      *> desde la derecha se dobla una cifra de cada dos (empezando
      *> por la ultima) restando 9 si pasa de 9.
       01  WS-DIGITO-LUHN.
           05  WS-LUHN-ENTRADA     PIC 9(15) VALUE ZEROS.
           05  WS-LUHN-CIFRAS REDEFINES WS-LUHN-ENTRADA.
               10  WS-LUHN-CIFRA   PIC 9 OCCURS 15 TIMES.
           05  WS-LUHN-IX          PIC 99 VALUE ZEROS.
           05  WS-LUHN-VALOR       PIC 99 VALUE ZEROS.
           05  WS-LUHN-SUMA        PIC 9(4) VALUE ZEROS.
           05  WS-LUHN-DOBLAR      PIC X VALUE 'S'.
           05  WS-LUHN-DIGITO      PIC 9 VALUE ZEROS.

      *> Tarjeta anterior en una sustitucion, para reescribirla tras
      *> dar de alta la nueva.
       01  WS-TARJETA-ANTERIOR     PIC X(63) VALUE SPACES.

       01  WS-SESION-OPERADOR.
           05  WS-OPERADOR-ID       PIC X(8) VALUE SPACES.
           05  WS-OPERADOR-NOMBRE   PIC X(30) VALUE SPACES.
           05  WS-OPERADOR-ROL      PIC X VALUE SPACE.
           05  WS-SESION-ABIERTA    PIC X VALUE 'N'.
           05  WS-ID-TECLEADO       PIC X(8) VALUE SPACES.
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
           05  WS-MSG-MENU         PIC X(70) VALUE
               '1-Emitir 2-Bloquear 3-Sustituir 4-Consultar 5-Listar 6-Salir'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
           DISPLAY '*** MANTENIMIENTO DE TARJETAS DE DEBITO ***'
           DISPLAY ' '
           PERFORM ABRIR-OPERADORES
           PERFORM INICIAR-SESION-OPERADOR
           IF WS-SESION-ABIERTA NOT = 'S'
               DISPLAY 'Acceso denegado'
               CLOSE OPERADORES
               STOP RUN
           END-IF
           PERFORM ABRIR-FICHEROS
           IF WS-STATUS-CUENTAS NOT = '00'
               DISPLAY 'Error: no se pudo abrir CUENTAS.DAT - status '
                   WS-STATUS-CUENTAS
               MOVE 6 TO WS-OPCION
           END-IF
           PERFORM MENU-TARJETAS UNTIL WS-OPCION = 6
           PERFORM CERRAR-FICHEROS
           DISPLAY 'Fin del mantenimiento de tarjetas'
           STOP RUN.

       ABRIR-OPERADORES.
           OPEN I-O OPERADORES
           IF WS-STATUS-OPERADORES = '35'
               PERFORM CREAR-OPERADORES
               OPEN I-O OPERADORES
           END-IF.

      *> Como CREAR-CUENTAS-MAESTRO en BANCO-SIMPLE: se siembra un
      *> supervisor por defecto para poder entrar la primera vez.
       CREAR-OPERADORES.
           OPEN OUTPUT OPERADORES
           MOVE 'ADMIN'      TO REG-OPER-ID
           MOVE 'SUPERVISOR INICIAL' TO REG-OPER-NOMBRE
           MOVE 'ADMIN'      TO REG-OPER-PASSWORD
           MOVE 'S'          TO REG-OPER-ROL
           WRITE REG-OPERADOR
           CLOSE OPERADORES.

       INICIAR-SESION-OPERADOR.
           MOVE 'N' TO WS-SESION-ABIERTA
           MOVE 0   TO WS-INTENTOS-SESION
           PERFORM UNTIL WS-SESION-ABIERTA = 'S'
                   OR WS-INTENTOS-SESION >= 3
               DISPLAY 'Identificador de operador: '
               ACCEPT WS-ID-TECLEADO
               DISPLAY 'Clave de operador: '
               ACCEPT WS-PASS-TECLEADA
               ADD 1 TO WS-INTENTOS-SESION
               PERFORM COMPROBAR-OPERADOR
               IF WS-SESION-ABIERTA = 'S'
                   DISPLAY 'Sesion abierta: ' WS-OPERADOR-ID
                       ' ' WS-OPERADOR-NOMBRE
               ELSE
                   DISPLAY 'Error: operador o clave incorrectos'
               END-IF
           END-PERFORM.

       COMPROBAR-OPERADOR.
           MOVE WS-ID-TECLEADO TO REG-OPER-ID
           READ OPERADORES
               KEY IS REG-OPER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-OPER-PASSWORD = WS-PASS-TECLEADA
                       MOVE 'S' TO WS-SESION-ABIERTA
                       MOVE REG-OPER-ID     TO WS-OPERADOR-ID
                       MOVE REG-OPER-NOMBRE TO WS-OPERADOR-NOMBRE
                       MOVE REG-OPER-ROL    TO WS-OPERADOR-ROL
                   END-IF
           END-READ.

      *> Las cuentas, los clientes y los vinculos solo se consultan.
      *> Sin TITULARES.DAT cada cuenta es solo de su titular de
      *> REG-NUMERO-CLIENTE.
       ABRIR-FICHEROS.
           OPEN INPUT CUENTAS-MAESTRO
           OPEN INPUT CLIENTES-MAESTRO
           OPEN INPUT CUENTA-TITULARES
           IF WS-STATUS-TITULARES = '00'
               MOVE 'S' TO WS-TITULARES-ABIERTO
           END-IF
           OPEN I-O TARJETAS
           IF WS-STATUS-TARJETAS = '35'
               OPEN OUTPUT TARJETAS
               CLOSE TARJETAS
               OPEN I-O TARJETAS
           END-IF.

       CERRAR-FICHEROS.
           CLOSE CUENTAS-MAESTRO
           CLOSE CLIENTES-MAESTRO
           IF WS-TITULARES-ABIERTO = 'S'
               CLOSE CUENTA-TITULARES
           END-IF
           CLOSE TARJETAS
           CLOSE OPERADORES.

       MENU-TARJETAS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           DISPLAY WS-MSG-MENU
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM EMITIR-TARJETA
               WHEN 2
                   PERFORM BLOQUEAR-TARJETA
               WHEN 3
                   PERFORM SUSTITUIR-TARJETA
               WHEN 4
                   PERFORM CONSULTAR-TARJETA
               WHEN 5
                   PERFORM LISTAR-TARJETAS-CUENTA
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Opcion no valida'
           END-EVALUATE
           DISPLAY ' '.

      *> ------- EMISION -------

       EMITIR-TARJETA.
           DISPLAY '--- EMISION DE TARJETA ---'
           DISPLAY 'Cuenta asociada: '
           ACCEPT WS-CUENTA-BUSCADA
           MOVE WS-CUENTA-BUSCADA TO REG-NUMERO-CUENTA
           PERFORM COMPROBAR-CUENTA-EXISTE
           IF WS-DC-CUENTA-OK = 'N'
               DISPLAY 'Error: cuenta incorrecta (digito de control)'
           ELSE
               IF WS-CUENTA-NO-EXISTE = 'S'
                   DISPLAY 'Error: cuenta no encontrada'
               ELSE
                   IF REG-CUENTA-BLOQUEADA = 'S'
                           OR REG-CUENTA-INACTIVA = 'S'
                       DISPLAY 'Error: la cuenta esta bloqueada o '
                           'inactiva'
                   ELSE
                       PERFORM PEDIR-CLIENTE-TARJETA
                   END-IF
               END-IF
           END-IF
           DISPLAY '--------------------------'.

       PEDIR-CLIENTE-TARJETA.
           DISPLAY 'Titular ' REG-NUMERO-CLIENTE ' ' REG-TITULAR
           DISPLAY 'Cliente de la tarjeta (0 = el titular): '
           ACCEPT WS-CLIENTE-TECLEADO
           IF WS-CLIENTE-TECLEADO = 0
               MOVE REG-NUMERO-CLIENTE TO WS-CLIENTE-TECLEADO
           END-IF
           PERFORM COMPROBAR-CLIENTE-VINCULADO
           IF WS-CLIENTE-NO-EXISTE = 'S'
               DISPLAY 'Error: cliente no encontrado'
           ELSE
               IF WS-CLIENTE-VINCULADO = 'N'
                   DISPLAY 'Error: el cliente no es titular ni '
                       'autorizado de la cuenta'
               ELSE
                   PERFORM GENERAR-NUMERO-TARJETA
                   PERFORM CALCULAR-CADUCIDAD
                   MOVE WS-NUEVA-TARJETA    TO REG-TJT-NUMERO
                   MOVE WS-CUENTA-BUSCADA   TO REG-TJT-NUMERO-CUENTA
                   MOVE WS-CLIENTE-TECLEADO TO REG-TJT-NUMERO-CLIENTE
                   PERFORM GRABAR-TARJETA-NUEVA
               END-IF
           END-IF.

      *> El cliente tiene que existir y ser el titular de la cuenta o
      *> tener un vinculo con ella en TITULARES.DAT (cotitular o
      *> autorizado).
       COMPROBAR-CLIENTE-VINCULADO.
           MOVE 'S' TO WS-CLIENTE-NO-EXISTE
           MOVE 'N' TO WS-CLIENTE-VINCULADO
           MOVE WS-CLIENTE-TECLEADO TO REG-CLI-NUMERO
           READ CLIENTES-MAESTRO
               KEY IS REG-CLI-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-CLIENTE-NO-EXISTE
               NOT INVALID KEY
                   MOVE 'N' TO WS-CLIENTE-NO-EXISTE
           END-READ
           IF WS-CLIENTE-TECLEADO = REG-NUMERO-CLIENTE
               MOVE 'S' TO WS-CLIENTE-VINCULADO
           ELSE
               IF WS-TITULARES-ABIERTO = 'S'
                   MOVE WS-CUENTA-BUSCADA   TO REG-TIT-NUMERO-CUENTA
                   MOVE WS-CLIENTE-TECLEADO TO REG-TIT-NUMERO-CLIENTE
                   READ CUENTA-TITULARES
                       KEY IS REG-TIT-CLAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-CLIENTE-VINCULADO
                   END-READ
               END-IF
           END-IF.

       GRABAR-TARJETA-NUEVA.
           MOVE WS-NUEVA-CADUCIDAD TO REG-TJT-CADUCIDAD
           MOVE 'A'                TO REG-TJT-ESTADO
           MOVE WS-FECHA-ACTUAL    TO REG-TJT-FECHA-EMISION
           MOVE ZEROS              TO REG-TJT-SUSTITUTA
           WRITE REG-TARJETA
               INVALID KEY
                   DISPLAY 'Error: la tarjeta ya existe'
               NOT INVALID KEY
                   DISPLAY 'Tarjeta emitida: ' REG-TJT-NUMERO
                   DISPLAY 'Caduca:          ' REG-TJT-CADUCIDAD
                   MOVE 'ALTA' TO WS-AUD-ACCION
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE REG-TARJETA TO WS-AUD-DESPUES
                   PERFORM AUDITAR-TARJETA
           END-WRITE.

      *> Siguiente numero de la serie: la ultima tarjeta del maestro
      *> por clave mas uno, con su digito de Luhn.
       GENERAR-NUMERO-TARJETA.
           MOVE ZEROS TO WS-MAX-TARJETA
           MOVE ZEROS TO REG-TJT-NUMERO
           MOVE 'N' TO WS-FIN-TARJETAS
           START TARJETAS
               KEY IS NOT LESS THAN REG-TJT-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-FIN-TARJETAS
           END-START
           PERFORM UNTIL WS-FIN-TARJETAS = 'S'
               READ TARJETAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-TARJETAS
               END-READ
               IF WS-FIN-TARJETAS NOT = 'S'
                   MOVE REG-TJT-NUMERO TO WS-MAX-TARJETA
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-NUEVA-TARJETA
           MOVE WS-PREFIJO-RED TO WS-NUEVA-PREFIJO
           IF WS-MAX-PREFIJO = WS-PREFIJO-RED
               COMPUTE WS-NUEVA-SERIE = WS-MAX-SERIE + 1
           ELSE
               MOVE 1 TO WS-NUEVA-SERIE
           END-IF
           MOVE WS-NUEVA-BASE TO WS-LUHN-ENTRADA
           PERFORM CALCULAR-DIGITO-LUHN
           MOVE WS-LUHN-DIGITO TO WS-NUEVA-DC.

       CALCULAR-DIGITO-LUHN.
           MOVE ZEROS TO WS-LUHN-SUMA
           MOVE 'S' TO WS-LUHN-DOBLAR
           PERFORM VARYING WS-LUHN-IX FROM 15 BY -1
                   UNTIL WS-LUHN-IX < 1
               MOVE WS-LUHN-CIFRA (WS-LUHN-IX) TO WS-LUHN-VALOR
               IF WS-LUHN-DOBLAR = 'S'
                   COMPUTE WS-LUHN-VALOR = WS-LUHN-VALOR * 2
                   IF WS-LUHN-VALOR > 9
                       SUBTRACT 9 FROM WS-LUHN-VALOR
                   END-IF
                   MOVE 'N' TO WS-LUHN-DOBLAR
               ELSE
                   MOVE 'S' TO WS-LUHN-DOBLAR
               END-IF
               ADD WS-LUHN-VALOR TO WS-LUHN-SUMA
           END-PERFORM
           COMPUTE WS-LUHN-DIGITO =
               FUNCTION MOD (10 - FUNCTION MOD (WS-LUHN-SUMA, 10), 10).

      *> La tarjeta vale hasta el mismo mes dentro de
      *> WS-ANOS-VALIDEZ anos.
       CALCULAR-CADUCIDAD.
           COMPUTE WS-NUEVA-CADUCIDAD =
               (WS-ANO-ACTUAL + WS-ANOS-VALIDEZ) * 100 + WS-MES-ACTUAL.

      *> ------- BLOQUEO -------

       BLOQUEAR-TARJETA.
           DISPLAY '--- BLOQUEO DE TARJETA ---'
           PERFORM LEER-TARJETA-TECLEADA
           IF WS-TARJETA-NO-EXISTE = 'S'
               DISPLAY 'Error: tarjeta no encontrada'
           ELSE
               IF REG-TJT-ESTADO = 'P' OR REG-TJT-SUSTITUTA > 0
                   DISPLAY 'Aviso: la tarjeta ya estaba anulada'
               ELSE
                   PERFORM PEDIR-MOTIVO-BLOQUEO
                   IF REG-TJT-ESTADO = 'B' AND WS-MOTIVO = 1
                       DISPLAY 'Aviso: la tarjeta ya estaba bloqueada'
                   ELSE
                       MOVE REG-TARJETA TO WS-AUD-ANTES
                       IF WS-MOTIVO = 2
                           MOVE 'P' TO REG-TJT-ESTADO
                       ELSE
                           MOVE 'B' TO REG-TJT-ESTADO
                       END-IF
                       REWRITE REG-TARJETA
                           INVALID KEY
                               DISPLAY 'Error al bloquear la tarjeta'
                           NOT INVALID KEY
                               DISPLAY 'Tarjeta bloqueada'
                               MOVE 'BLOQUEO' TO WS-AUD-ACCION
                               MOVE REG-TARJETA TO WS-AUD-DESPUES
                               PERFORM AUDITAR-TARJETA
                       END-REWRITE
                   END-IF
               END-IF
           END-IF
           DISPLAY '--------------------------'.

       PEDIR-MOTIVO-BLOQUEO.
           MOVE ZERO TO WS-MOTIVO
           PERFORM UNTIL WS-MOTIVO = 1 OR WS-MOTIVO = 2
               DISPLAY 'Motivo (1-Bloqueo 2-Perdida o robo): '
               ACCEPT WS-MOTIVO
           END-PERFORM.

      *> ------- SUSTITUCION -------

      *> La tarjeta nueva se emite para la misma cuenta y el mismo
      *> cliente; la anterior queda perdida (motivo 2) o bloqueada
      *> (deterioro, caducidad) y apunta a la nueva.
       SUSTITUIR-TARJETA.
           DISPLAY '--- SUSTITUCION DE TARJETA ---'
           PERFORM LEER-TARJETA-TECLEADA
           IF WS-TARJETA-NO-EXISTE = 'S'
               DISPLAY 'Error: tarjeta no encontrada'
           ELSE
               IF REG-TJT-SUSTITUTA > 0
                   DISPLAY 'Error: la tarjeta ya fue sustituida por '
                       REG-TJT-SUSTITUTA
               ELSE
                   MOVE REG-TJT-NUMERO-CUENTA TO REG-NUMERO-CUENTA
                   PERFORM COMPROBAR-CUENTA-EXISTE
                   IF WS-CUENTA-NO-EXISTE = 'S'
                       DISPLAY 'Error: la cuenta de la tarjeta ya no '
                           'existe'
                   ELSE
                       PERFORM PEDIR-MOTIVO-SUSTITUCION
                       PERFORM EMITIR-SUSTITUTA
                   END-IF
               END-IF
           END-IF
           DISPLAY '------------------------------'.

       PEDIR-MOTIVO-SUSTITUCION.
           MOVE ZERO TO WS-MOTIVO
           PERFORM UNTIL WS-MOTIVO = 1 OR WS-MOTIVO = 2
               DISPLAY 'Motivo (1-Deterioro o caducidad '
                   '2-Perdida o robo): '
               ACCEPT WS-MOTIVO
           END-PERFORM.

       EMITIR-SUSTITUTA.
           MOVE REG-TARJETA TO WS-TARJETA-ANTERIOR
           MOVE REG-TJT-NUMERO-CUENTA  TO WS-CUENTA-BUSCADA
           MOVE REG-TJT-NUMERO-CLIENTE TO WS-CLIENTE-TECLEADO
           PERFORM GENERAR-NUMERO-TARJETA
           PERFORM CALCULAR-CADUCIDAD
           MOVE WS-NUEVA-TARJETA    TO REG-TJT-NUMERO
           MOVE WS-CUENTA-BUSCADA   TO REG-TJT-NUMERO-CUENTA
           MOVE WS-CLIENTE-TECLEADO TO REG-TJT-NUMERO-CLIENTE
           PERFORM GRABAR-TARJETA-NUEVA
           IF WS-STATUS-TARJETAS = '00'
               MOVE WS-TARJETA-ANTERIOR TO REG-TARJETA
               MOVE REG-TARJETA TO WS-AUD-ANTES
               IF WS-MOTIVO = 2
                   MOVE 'P' TO REG-TJT-ESTADO
               ELSE
                   MOVE 'B' TO REG-TJT-ESTADO
               END-IF
               MOVE WS-NUEVA-TARJETA TO REG-TJT-SUSTITUTA
               REWRITE REG-TARJETA
                   INVALID KEY
                       DISPLAY 'Error al anular la tarjeta anterior'
                   NOT INVALID KEY
                       DISPLAY 'Tarjeta anterior anulada: '
                           REG-TJT-NUMERO
                       MOVE 'SUSTITUYE' TO WS-AUD-ACCION
                       MOVE REG-TARJETA TO WS-AUD-DESPUES
                       PERFORM AUDITAR-TARJETA
               END-REWRITE
           END-IF.

      *> ------- CONSULTA -------

       LEER-TARJETA-TECLEADA.
           DISPLAY 'Numero de tarjeta: '
           ACCEPT WS-TARJETA-BUSCADA
           MOVE WS-TARJETA-BUSCADA TO REG-TJT-NUMERO
           READ TARJETAS
               KEY IS REG-TJT-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-TARJETA-NO-EXISTE
               NOT INVALID KEY
                   MOVE 'N' TO WS-TARJETA-NO-EXISTE
           END-READ.

       CONSULTAR-TARJETA.
           DISPLAY '--- CONSULTAR TARJETA ---'
           PERFORM LEER-TARJETA-TECLEADA
           IF WS-TARJETA-NO-EXISTE = 'S'
               DISPLAY 'Error: tarjeta no encontrada'
           ELSE
               PERFORM MOSTRAR-TARJETA
           END-IF
           DISPLAY '-------------------------'.

       MOSTRAR-TARJETA.
           DISPLAY 'Tarjeta:  ' REG-TJT-NUMERO
           DISPLAY 'Cuenta:   ' REG-TJT-NUMERO-CUENTA
           DISPLAY 'Cliente:  ' REG-TJT-NUMERO-CLIENTE
           DISPLAY 'Emitida:  ' REG-TJT-FECHA-EMISION
           DISPLAY 'Caduca:   ' REG-TJT-CADUCIDAD
           EVALUATE REG-TJT-ESTADO
               WHEN 'A'
                   DISPLAY 'Estado:   ACTIVA'
               WHEN 'B'
                   DISPLAY 'Estado:   BLOQUEADA'
               WHEN 'P'
                   DISPLAY 'Estado:   PERDIDA O ROBADA'
               WHEN OTHER
                   DISPLAY 'Estado:   ' REG-TJT-ESTADO
           END-EVALUATE
           IF REG-TJT-SUSTITUTA > 0
               DISPLAY 'Sustituida por ' REG-TJT-SUSTITUTA
           END-IF.

      *> El maestro va por numero de tarjeta: se recorre entero
      *> seleccionando las de la cuenta pedida.
       LISTAR-TARJETAS-CUENTA.
           DISPLAY '--- TARJETAS DE UNA CUENTA ---'
           DISPLAY 'Cuenta: '
           ACCEPT WS-CUENTA-BUSCADA
           MOVE ZEROS TO WS-TARJETAS-LISTADAS
           MOVE ZEROS TO REG-TJT-NUMERO
           MOVE 'N' TO WS-FIN-TARJETAS
           START TARJETAS
               KEY IS NOT LESS THAN REG-TJT-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-FIN-TARJETAS
           END-START
           PERFORM UNTIL WS-FIN-TARJETAS = 'S'
               READ TARJETAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-TARJETAS
               END-READ
               IF WS-FIN-TARJETAS NOT = 'S'
                   IF REG-TJT-NUMERO-CUENTA = WS-CUENTA-BUSCADA
                       PERFORM MOSTRAR-TARJETA
                       DISPLAY ' '
                       ADD 1 TO WS-TARJETAS-LISTADAS
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY 'Tarjetas listadas: ' WS-TARJETAS-LISTADAS
           DISPLAY '------------------------------'.

       COMPROBAR-CUENTA-EXISTE.
      *> Como en BANCO-ORDENES: un numero con el digito de control
      *> mal no se busca y deja WS-DC-CUENTA-OK a 'N'.
           MOVE 'S' TO WS-CUENTA-NO-EXISTE
           MOVE REG-NUMERO-CUENTA TO WS-DC-CUENTA
           PERFORM COMPROBAR-DIGITO-CUENTA
           IF WS-DC-CUENTA-OK = 'S'
               READ CUENTAS-MAESTRO
                   KEY IS REG-NUMERO-CUENTA
                   INVALID KEY
                       MOVE 'S' TO WS-CUENTA-NO-EXISTE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-CUENTA-NO-EXISTE
               END-READ
           END-IF.

       AUDITAR-TARJETA.
           MOVE 'TARJETAS.DAT' TO WS-AUD-FICHERO
           MOVE REG-TJT-NUMERO TO WS-AUD-CLAVE
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
           MOVE 'BANCO-TARJETAS' TO REG-AUD-PROGRAMA
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

       END PROGRAM BANCO-TARJETAS.
