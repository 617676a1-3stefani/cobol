IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-RENUMERACION.
       AUTHOR. Estefania Ramirez Martinez.

      *> Renumeracion de una sola vez del maestro CUENTAS.DAT al
      *> implantar el digito de control en el numero de cuenta (la
      *> ultima cifra, calculada sobre las nueve primeras con los
      *> pesos de la CCC). Solo para supervisores, y con la cadena
      *> nocturna terminada y las oficinas sin operar.
      *> Como BANCO-CONVERSION, el maestro se vuelca primero al
      *> fichero de trabajo RENUMTRAB.DAT y solo cuando el volcado
      *> termina limpio se reconstruye CUENTAS.DAT desde el; el
      *> trabajo se conserva como copia de la renumeracion.
      *> Las cuentas que ya tienen un digito valido no cambian. Cada
      *> cuenta con el digito incorrecto recibe su mismo numero con
      *> el digito corregido si ninguna otra cuenta lo tiene ya; si
      *> no, un numero nuevo de la serie, a continuacion del mayor
      *> numero existente. La equivalencia antiguo/nuevo de todas
      *> las cuentas queda en CTAEQUIV.DAT (ver EQVREG) y se aplica
      *> despues a los ficheros que guardan numeros de cuenta:
      *> TITULARES.DAT, FISCAL.DAT y los saldos diarios
      *> SALDOS-AAAAMM.DAT de todos los meses que haya (que se
      *> recargan, porque la cuenta es parte de su clave),
      *> ORDENES.DAT, PLAZOS.DAT y PRESTAMOS.DAT (que se reescriben)
      *> y RETENCIONES.DAT, MOVIMIENTOS.DAT e INTERSAL.DAT (que se
      *> copian al trabajo RENUMSEC.DAT y se vuelven a escribir).
      *> El diario solo se traduce si no tiene movimientos sellados:
      *> el sello cubre el numero de cuenta y la copia del
      *> movimiento en el historico del mes no cambia, asi que
      *> traducirlo romperia la verificacion de BANCO-INTEGRIDAD.
      *> Un diario ya sellado conserva el numero antiguo, como los
      *> historicos HISTMOV-AAAAMM.DAT, EXTORNOS.DAT y
      *> AUDITORIA.DAT; CTAEQUIV.DAT es la referencia para
      *> buscarlos.
      *> Si CTAEQUIV.DAT ya existe el maestro no se vuelve a tocar y
      *> solo se ofrece reaplicar la equivalencia a los ficheros
      *> dependientes (por si la renumeracion se corto a mitad):
      *> como solo cambian numeros con el digito incorrecto y todos
      *> los nuevos lo llevan correcto, reaplicarla no altera lo ya
      *> traducido.

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

           SELECT RENUMERACION-TRABAJO ASSIGN TO "RENUMTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABAJO.

           SELECT EQUIVALENCIAS ASSIGN TO "CTAEQUIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EQUIVALENCIAS.

           SELECT SECUENCIAL-TRABAJO ASSIGN TO "RENUMSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SECUENCIAL.

           SELECT CUENTA-TITULARES ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TIT-CLAVE
               FILE STATUS IS WS-STATUS-TITULARES.

           SELECT FISCAL ASSIGN TO "FISCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FIS-CLAVE
               FILE STATUS IS WS-STATUS-FISCAL.

           SELECT ORDENES-PERMANENTES ASSIGN TO "ORDENES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ORD-NUMERO
               FILE STATUS IS WS-STATUS-ORDENES.

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

           SELECT RETENCIONES ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETENCIONES.

           SELECT DIARIO-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.

           SELECT INTERCAMBIO-SALIDA ASSIGN TO "INTERSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SALIDA.

           SELECT SALDOS-DIARIOS ASSIGN USING WS-NOMBRE-SALDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SAL-CLAVE
               FILE STATUS IS WS-STATUS-SALDOS.

           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OPER-ID
               FILE STATUS IS WS-STATUS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-MAESTRO.
           COPY CUENTAREG.

      *> Numero antiguo y metodo por delante de la imagen de la
      *> cuenta ya renumerada, para poder escribir la equivalencia
      *> al recargar el maestro.
       FD  RENUMERACION-TRABAJO.
       01  REG-RNM-TRABAJO.
           05  REG-RNM-ANTIGUA         PIC 9(10).
           05  REG-RNM-METODO          PIC X.
           05  REG-RNM-IMAGEN          PIC X(200).

       FD  EQUIVALENCIAS.
           COPY EQVREG.

       FD  SECUENCIAL-TRABAJO.
       01  REG-SEC-IMAGEN          PIC X(200).

       FD  CUENTA-TITULARES.
           COPY TITREG.

       FD  FISCAL.
           COPY FISREG.

       FD  ORDENES-PERMANENTES.
           COPY ORDREG.

       FD  PLAZOS.
           COPY PLZREG.

       FD  PRESTAMOS.
           COPY PREREG.

       FD  RETENCIONES.
           COPY RETREG.

       FD  DIARIO-MOVIMIENTOS.
           COPY MOVREG.

       FD  INTERCAMBIO-SALIDA.
           COPY INTREG.

       FD  SALDOS-DIARIOS.
           COPY SALREG.

       FD  OPERADORES.
           COPY OPERREG.

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-CUENTAS   PIC XX VALUE '00'.
           05  WS-STATUS-TRABAJO   PIC XX VALUE '00'.
           05  WS-STATUS-EQUIVALENCIAS PIC XX VALUE '00'.
           05  WS-STATUS-SECUENCIAL PIC XX VALUE '00'.
           05  WS-STATUS-TITULARES PIC XX VALUE '00'.
           05  WS-STATUS-FISCAL    PIC XX VALUE '00'.
           05  WS-STATUS-ORDENES   PIC XX VALUE '00'.
           05  WS-STATUS-PLAZOS    PIC XX VALUE '00'.
           05  WS-STATUS-PRESTAMOS PIC XX VALUE '00'.
           05  WS-STATUS-RETENCIONES PIC XX VALUE '00'.
           05  WS-STATUS-DIARIO    PIC XX VALUE '00'.
           05  WS-STATUS-SALIDA    PIC XX VALUE '00'.
           05  WS-STATUS-SALDOS    PIC XX VALUE '00'.
           05  WS-STATUS-OPERADORES PIC XX VALUE '00'.
           05  WS-FIN-MAESTRO      PIC X VALUE 'N'.
           05  WS-FIN-TRABAJO      PIC X VALUE 'N'.
           05  WS-FIN-FICHERO      PIC X VALUE 'N'.
           05  WS-FIN-SECUENCIAL   PIC X VALUE 'N'.
           05  WS-PROCESO-OK       PIC X VALUE 'S'.
           05  WS-YA-RENUMERADO    PIC X VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-CUENTAS-LEIDAS   PIC 9(7) VALUE ZEROS.
           05  WS-CUENTAS-INCORRECTAS PIC 9(7) VALUE ZEROS.
           05  WS-CUENTAS-VOLCADAS PIC 9(7) VALUE ZEROS.
           05  WS-CUENTAS-CORREGIDAS PIC 9(7) VALUE ZEROS.
           05  WS-CUENTAS-NUEVAS   PIC 9(7) VALUE ZEROS.
           05  WS-CUENTAS-CARGADAS PIC 9(7) VALUE ZEROS.
           05  WS-REGISTROS-LEIDOS PIC 9(7) VALUE ZEROS.
           05  WS-REGISTROS-CAMBIADOS PIC 9(7) VALUE ZEROS.
           05  WS-REGISTROS-SELLADOS PIC 9(7) VALUE ZEROS.
           05  WS-FICHEROS-SALDOS  PIC 9(3) VALUE ZEROS.

       01  WS-RENUMERACION.
           05  WS-FECHA-HOY        PIC 9(8) VALUE ZEROS.
           05  WS-BASE-MAXIMA      PIC 9(9) VALUE ZEROS.
           05  WS-SIGUIENTE-BASE   PIC 9(9) VALUE ZEROS.
           05  WS-BASE-LEIDA       PIC 9(9) VALUE ZEROS.
           05  WS-BASE-GRUPO       PIC 9(9) VALUE ZEROS.
           05  WS-CORRECTA-OCUPADA PIC X VALUE 'N'.
           05  WS-IMAGEN-LEIDA     PIC X(200) VALUE SPACES.
           05  WS-NOMBRE-FICHERO   PIC X(17) VALUE SPACES.

       01  WS-NOMBRE-SALDOS        PIC X(19) VALUE SPACES.

       01  WS-RECORRIDO-MESES.
           05  WS-MES-SALDOS.
               10  WS-SALDOS-AAAA  PIC 9(4).
               10  WS-SALDOS-MM    PIC 9(2).
           05  WS-MESES-MIRADOS    PIC 9(3) VALUE ZEROS.

      *> Meses de saldos diarios hacia atras que se revisan, como en
      *> BANCO-CONVERSION-HIST; los que no existen se saltan.
       01  WS-MAX-MESES-ATRAS      PIC 9(3) VALUE 120.

      *> Cuentas con las mismas nueve primeras cifras (como mucho
      *> diez, consecutivas en el orden de la clave): se tratan
      *> juntas para saber si el numero con el digito correcto ya lo
      *> tiene alguna de ellas antes de asignarlo.
       01  WS-TABLA-GRUPO.
           05  WS-NUM-GRUPO        PIC 99 COMP VALUE ZEROS.
           05  WS-TAB-GRUPO OCCURS 10 TIMES
                   INDEXED BY IX-GRU.
               10  WS-GRU-IMAGEN   PIC X(200).
               10  WS-GRU-VALIDA   PIC X.

      *> Cuentas que cambian de numero, cargadas de CTAEQUIV.DAT para
      *> traducir los ficheros dependientes en una sola pasada.
       01  WS-TABLA-EQUIVALENCIAS.
           05  WS-NUM-EQUIV        PIC 9(5) COMP VALUE ZEROS.
           05  WS-TAB-EQUIV OCCURS 20000 TIMES
                   INDEXED BY IX-EQV.
               10  WS-EQV-ANTIGUA  PIC 9(10).
               10  WS-EQV-NUEVA    PIC 9(10).

       01  WS-TRADUCCION.
           05  WS-CUENTA-TRADUCIR  PIC 9(10) VALUE ZEROS.
           05  WS-CUENTA-CAMBIADA  PIC X VALUE 'N'.
           05  WS-REGISTRO-CAMBIADO PIC X VALUE 'N'.

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

       01  WS-OPERACION.
           05  WS-CONFIRMACION     PIC X VALUE 'N'.

       01  WS-SESION-OPERADOR.
           05  WS-OPERADOR-ID       PIC X(8) VALUE SPACES.
           05  WS-OPERADOR-NOMBRE   PIC X(30) VALUE SPACES.
           05  WS-OPERADOR-ROL      PIC X VALUE SPACE.
           05  WS-SESION-ABIERTA    PIC X VALUE 'N'.
           05  WS-ID-TECLEADO       PIC X(8) VALUE SPACES.
           05  WS-PASS-TECLEADA     PIC X(8) VALUE SPACES.
           05  WS-INTENTOS-SESION   PIC 9 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
           DISPLAY '*** RENUMERACION DEL MAESTRO DE CUENTAS ***'
           DISPLAY ' '
           PERFORM ABRIR-OPERADORES
           PERFORM INICIAR-SESION-OPERADOR
           IF WS-SESION-ABIERTA NOT = 'S'
               DISPLAY 'Acceso denegado'
               CLOSE OPERADORES
               STOP RUN
           END-IF
           IF WS-OPERADOR-ROL NOT = 'S'
               DISPLAY 'Error: la renumeracion requiere un supervisor'
               CLOSE OPERADORES
               STOP RUN
           END-IF
           CLOSE OPERADORES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           PERFORM COMPROBAR-EQUIVALENCIAS
           IF WS-YA-RENUMERADO = 'S'
               DISPLAY 'CTAEQUIV.DAT ya existe: el maestro ya esta '
                   'renumerado y no se vuelve a tocar'
               DISPLAY 'Reaplicar la equivalencia a los ficheros '
                   'dependientes? (S/N): '
               ACCEPT WS-CONFIRMACION
               IF WS-CONFIRMACION NOT = 'S'
                       AND WS-CONFIRMACION NOT = 's'
                   DISPLAY 'Renumeracion anulada'
                   STOP RUN
               END-IF
               PERFORM ACTUALIZAR-DEPENDIENTES
           ELSE
               DISPLAY 'Se van a renumerar las cuentas de CUENTAS.DAT '
                   'sin digito de control valido. Confirmar? (S/N): '
               ACCEPT WS-CONFIRMACION
               IF WS-CONFIRMACION NOT = 'S'
                       AND WS-CONFIRMACION NOT = 's'
                   DISPLAY 'Renumeracion anulada'
                   STOP RUN
               END-IF
               PERFORM ANALIZAR-MAESTRO
               IF WS-PROCESO-OK = 'S'
                   PERFORM VOLCAR-MAESTRO-RENUMERADO
               END-IF
               IF WS-PROCESO-OK = 'S'
                   PERFORM RECONSTRUIR-MAESTRO
                   DISPLAY 'Cuentas leidas:     ' WS-CUENTAS-LEIDAS
                   DISPLAY 'Digito corregido:   ' WS-CUENTAS-CORREGIDAS
                   DISPLAY 'Numero nuevo:       ' WS-CUENTAS-NUEVAS
                   DISPLAY 'Cuentas cargadas:   ' WS-CUENTAS-CARGADAS
                   IF WS-CUENTAS-VOLCADAS = WS-CUENTAS-CARGADAS
                       PERFORM ACTUALIZAR-DEPENDIENTES
                       DISPLAY 'Renumeracion terminada; RENUMTRAB.DAT '
                           'queda como copia y CTAEQUIV.DAT como '
                           'equivalencia'
                   ELSE
                       DISPLAY 'ATENCION: volcadas y cargadas no '
                           'casan, revise RENUMTRAB.DAT antes de '
                           'operar; los ficheros dependientes no se '
                           'han tocado'
                   END-IF
               END-IF
           END-IF
           DISPLAY '*** FIN DEL PROCESO ***'
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

       COMPROBAR-EQUIVALENCIAS.
           MOVE 'N' TO WS-YA-RENUMERADO
           OPEN INPUT EQUIVALENCIAS
           IF WS-STATUS-EQUIVALENCIAS = '00'
               MOVE 'S' TO WS-YA-RENUMERADO
               CLOSE EQUIVALENCIAS
           END-IF.

      *> Primera pasada: cuenta las cuentas con el digito incorrecto
      *> y busca el mayor numero en uso, a partir del cual se dan
      *> los numeros nuevos de la serie.
       ANALIZAR-MAESTRO.
           MOVE 'N' TO WS-FIN-MAESTRO
           MOVE ZEROS TO WS-CUENTAS-LEIDAS
           MOVE ZEROS TO WS-CUENTAS-INCORRECTAS
           MOVE ZEROS TO WS-BASE-MAXIMA
           OPEN INPUT CUENTAS-MAESTRO
           EVALUATE WS-STATUS-CUENTAS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'Aviso: no hay CUENTAS.DAT, nada que '
                       'renumerar'
                   MOVE 'N' TO WS-PROCESO-OK
               WHEN OTHER
                   DISPLAY 'Error: no se pudo abrir CUENTAS.DAT - '
                       'status ' WS-STATUS-CUENTAS
                   MOVE 'N' TO WS-PROCESO-OK
           END-EVALUATE
           IF WS-PROCESO-OK = 'S'
               MOVE ZEROS TO REG-NUMERO-CUENTA
               START CUENTAS-MAESTRO
                   KEY IS NOT LESS THAN REG-NUMERO-CUENTA
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-MAESTRO
               END-START
               PERFORM ANALIZAR-CUENTA UNTIL WS-FIN-MAESTRO = 'S'
               CLOSE CUENTAS-MAESTRO
               IF WS-STATUS-CUENTAS NOT = '00'
                       AND WS-STATUS-CUENTAS NOT = '10'
                   DISPLAY 'Error: lectura incompleta del maestro - '
                       'status ' WS-STATUS-CUENTAS
                   MOVE 'N' TO WS-PROCESO-OK
               END-IF
           END-IF
           IF WS-PROCESO-OK = 'S'
               DISPLAY 'Cuentas en el maestro: ' WS-CUENTAS-LEIDAS
               DISPLAY 'Con digito incorrecto: ' WS-CUENTAS-INCORRECTAS
               IF WS-CUENTAS-INCORRECTAS = 0
                   DISPLAY 'Todas las cuentas llevan digito de '
                       'control valido, nada que renumerar'
                   MOVE 'N' TO WS-PROCESO-OK
               END-IF
               IF WS-CUENTAS-INCORRECTAS > 20000
                   DISPLAY 'Error: mas de 20000 cuentas a renumerar, '
                       'la tabla de equivalencias no da para tantas'
                   MOVE 'N' TO WS-PROCESO-OK
               END-IF
           END-IF.

       ANALIZAR-CUENTA.
           READ CUENTAS-MAESTRO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-MAESTRO
           END-READ
           IF WS-FIN-MAESTRO NOT = 'S'
               ADD 1 TO WS-CUENTAS-LEIDAS
               MOVE REG-NUMERO-CUENTA TO WS-DC-CUENTA
               PERFORM COMPROBAR-DIGITO-CUENTA
               IF WS-DC-CUENTA-OK = 'N'
                   ADD 1 TO WS-CUENTAS-INCORRECTAS
               END-IF
               COMPUTE WS-BASE-LEIDA = REG-NUMERO-CUENTA / 10
               IF WS-BASE-LEIDA > WS-BASE-MAXIMA
                   MOVE WS-BASE-LEIDA TO WS-BASE-MAXIMA
               END-IF
           END-IF.

      *> Segunda pasada: vuelca el maestro ya renumerado al trabajo,
      *> grupo a grupo de cuentas con las mismas nueve cifras.
       VOLCAR-MAESTRO-RENUMERADO.
           MOVE 'N' TO WS-FIN-MAESTRO
           MOVE ZEROS TO WS-CUENTAS-VOLCADAS
           MOVE ZEROS TO WS-CUENTAS-CORREGIDAS
           MOVE ZEROS TO WS-CUENTAS-NUEVAS
           MOVE ZEROS TO WS-NUM-GRUPO
           COMPUTE WS-SIGUIENTE-BASE = WS-BASE-MAXIMA + 1
           OPEN INPUT CUENTAS-MAESTRO
           IF WS-STATUS-CUENTAS NOT = '00'
               DISPLAY 'Error: no se pudo reabrir CUENTAS.DAT - '
                   'status ' WS-STATUS-CUENTAS
               MOVE 'N' TO WS-PROCESO-OK
           ELSE
               OPEN OUTPUT RENUMERACION-TRABAJO
               MOVE ZEROS TO REG-NUMERO-CUENTA
               START CUENTAS-MAESTRO
                   KEY IS NOT LESS THAN REG-NUMERO-CUENTA
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-MAESTRO
               END-START
               PERFORM RENUMERAR-CUENTA UNTIL WS-FIN-MAESTRO = 'S'
               IF WS-NUM-GRUPO > 0
                   PERFORM CERRAR-GRUPO
               END-IF
               CLOSE CUENTAS-MAESTRO
               CLOSE RENUMERACION-TRABAJO
      *> Como en BANCO-CONVERSION: si el recorrido no acabo limpio el
      *> maestro no se reconstruye.
               IF WS-STATUS-CUENTAS NOT = '00'
                       AND WS-STATUS-CUENTAS NOT = '10'
                   DISPLAY 'Error: volcado incompleto - status '
                       WS-STATUS-CUENTAS
                       ', el maestro no se reconstruye'
                   MOVE 'N' TO WS-PROCESO-OK
               END-IF
           END-IF.

      *> La imagen leida se guarda antes de cerrar el grupo anterior,
      *> que usa REG-CUENTA como area de trabajo.
       RENUMERAR-CUENTA.
           READ CUENTAS-MAESTRO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-MAESTRO
           END-READ
           IF WS-FIN-MAESTRO NOT = 'S'
               MOVE REG-CUENTA TO WS-IMAGEN-LEIDA
               COMPUTE WS-BASE-LEIDA = REG-NUMERO-CUENTA / 10
               IF WS-NUM-GRUPO > 0
                       AND WS-BASE-LEIDA NOT = WS-BASE-GRUPO
                   PERFORM CERRAR-GRUPO
               END-IF
               MOVE WS-IMAGEN-LEIDA TO REG-CUENTA
               MOVE WS-BASE-LEIDA TO WS-BASE-GRUPO
               ADD 1 TO WS-NUM-GRUPO
               SET IX-GRU TO WS-NUM-GRUPO
               MOVE WS-IMAGEN-LEIDA TO WS-GRU-IMAGEN (IX-GRU)
               MOVE REG-NUMERO-CUENTA TO WS-DC-CUENTA
               PERFORM COMPROBAR-DIGITO-CUENTA
               MOVE WS-DC-CUENTA-OK TO WS-GRU-VALIDA (IX-GRU)
           END-IF.

      *> El numero con el digito correcto es uno solo por grupo: se
      *> lo queda la cuenta que ya lo tiene o, si ninguna lo tiene,
      *> la primera del grupo con el digito incorrecto. Con nueve
      *> ceros el numero corregido seria la cuenta cero, que no es
      *> valida, asi que ese grupo va entero a la serie.
       CERRAR-GRUPO.
           MOVE 'N' TO WS-CORRECTA-OCUPADA
           IF WS-BASE-GRUPO = 0
               MOVE 'S' TO WS-CORRECTA-OCUPADA
           END-IF
           PERFORM VARYING IX-GRU FROM 1 BY 1
                   UNTIL IX-GRU > WS-NUM-GRUPO
               IF WS-GRU-VALIDA (IX-GRU) = 'S'
                   MOVE 'S' TO WS-CORRECTA-OCUPADA
               END-IF
           END-PERFORM
           PERFORM VARYING IX-GRU FROM 1 BY 1
                   UNTIL IX-GRU > WS-NUM-GRUPO
               PERFORM RENUMERAR-CUENTA-GRUPO
           END-PERFORM
           MOVE ZEROS TO WS-NUM-GRUPO.

       RENUMERAR-CUENTA-GRUPO.
           MOVE WS-GRU-IMAGEN (IX-GRU) TO REG-CUENTA
           MOVE REG-NUMERO-CUENTA TO REG-RNM-ANTIGUA
           IF WS-GRU-VALIDA (IX-GRU) = 'S'
               MOVE 'V' TO REG-RNM-METODO
           ELSE
               IF WS-CORRECTA-OCUPADA = 'N'
                   MOVE WS-BASE-GRUPO TO WS-DC-ENTRADA
                   PERFORM CALCULAR-DIGITO-CONTROL
                   COMPUTE REG-NUMERO-CUENTA =
                       WS-BASE-GRUPO * 10 + WS-DC-DIGITO
                   MOVE 'S' TO WS-CORRECTA-OCUPADA
                   MOVE 'D' TO REG-RNM-METODO
                   ADD 1 TO WS-CUENTAS-CORREGIDAS
               ELSE
                   MOVE WS-SIGUIENTE-BASE TO WS-DC-ENTRADA
                   PERFORM CALCULAR-DIGITO-CONTROL
                   COMPUTE REG-NUMERO-CUENTA =
                       WS-SIGUIENTE-BASE * 10 + WS-DC-DIGITO
                   ADD 1 TO WS-SIGUIENTE-BASE
                   MOVE 'N' TO REG-RNM-METODO
                   ADD 1 TO WS-CUENTAS-NUEVAS
               END-IF
               DISPLAY 'Cuenta ' REG-RNM-ANTIGUA ' pasa a '
                   REG-NUMERO-CUENTA
           END-IF
           MOVE REG-CUENTA TO REG-RNM-IMAGEN
           WRITE REG-RNM-TRABAJO
           ADD 1 TO WS-CUENTAS-VOLCADAS.

      *> El maestro y la equivalencia se escriben a la vez desde el
      *> trabajo, con el mismo esquema de carga que BANCO-CONVERSION.
       RECONSTRUIR-MAESTRO.
           MOVE 'N' TO WS-FIN-TRABAJO
           MOVE ZEROS TO WS-CUENTAS-CARGADAS
           OPEN INPUT RENUMERACION-TRABAJO
           IF WS-STATUS-TRABAJO NOT = '00'
               DISPLAY 'Error: no se pudo releer RENUMTRAB.DAT - '
                   'status ' WS-STATUS-TRABAJO
               MOVE 'S' TO WS-FIN-TRABAJO
           ELSE
               OPEN OUTPUT CUENTAS-MAESTRO
               OPEN OUTPUT EQUIVALENCIAS
               PERFORM CARGAR-CUENTA-RENUMERADA
                   UNTIL WS-FIN-TRABAJO = 'S'
               CLOSE CUENTAS-MAESTRO
               CLOSE EQUIVALENCIAS
               CLOSE RENUMERACION-TRABAJO
           END-IF.

       CARGAR-CUENTA-RENUMERADA.
           READ RENUMERACION-TRABAJO
               AT END
                   MOVE 'S' TO WS-FIN-TRABAJO
           END-READ
           IF WS-FIN-TRABAJO NOT = 'S'
               MOVE REG-RNM-IMAGEN TO REG-CUENTA
               WRITE REG-CUENTA
                   INVALID KEY
                       DISPLAY 'Error al cargar la cuenta '
                           REG-NUMERO-CUENTA
                   NOT INVALID KEY
                       ADD 1 TO WS-CUENTAS-CARGADAS
               END-WRITE
               MOVE REG-RNM-ANTIGUA   TO REG-EQV-CUENTA-ANTIGUA
               MOVE REG-NUMERO-CUENTA TO REG-EQV-CUENTA-NUEVA
               MOVE REG-RNM-METODO    TO REG-EQV-METODO
               MOVE WS-FECHA-HOY      TO REG-EQV-FECHA
               WRITE REG-EQUIVALENCIA
           END-IF.

       ACTUALIZAR-DEPENDIENTES.
           PERFORM CARGAR-TABLA-EQUIVALENCIAS
           IF WS-NUM-EQUIV = 0
               DISPLAY 'Ninguna cuenta cambia de numero, los ficheros '
                   'dependientes no se tocan'
           ELSE
               PERFORM ACTUALIZAR-TITULARES
               PERFORM ACTUALIZAR-FISCAL
               PERFORM ACTUALIZAR-ORDENES
               PERFORM ACTUALIZAR-PLAZOS
               PERFORM ACTUALIZAR-PRESTAMOS
               PERFORM ACTUALIZAR-RETENCIONES
               PERFORM ACTUALIZAR-DIARIO
               PERFORM ACTUALIZAR-PAGOS-SALIENTES
               PERFORM ACTUALIZAR-SALDOS
           END-IF.

       CARGAR-TABLA-EQUIVALENCIAS.
           MOVE ZEROS TO WS-NUM-EQUIV
           MOVE 'N' TO WS-FIN-FICHERO
           OPEN INPUT EQUIVALENCIAS
           IF WS-STATUS-EQUIVALENCIAS NOT = '00'
               DISPLAY 'Error: no se pudo abrir CTAEQUIV.DAT - '
                   'status ' WS-STATUS-EQUIVALENCIAS
           ELSE
               PERFORM CARGAR-EQUIVALENCIA UNTIL WS-FIN-FICHERO = 'S'
               CLOSE EQUIVALENCIAS
           END-IF
           DISPLAY 'Cuentas que cambian de numero: ' WS-NUM-EQUIV.

       CARGAR-EQUIVALENCIA.
           READ EQUIVALENCIAS
               AT END
                   MOVE 'S' TO WS-FIN-FICHERO
           END-READ
           IF WS-FIN-FICHERO NOT = 'S'
                   AND REG-EQV-METODO NOT = 'V'
                   AND WS-NUM-EQUIV < 20000
               ADD 1 TO WS-NUM-EQUIV
               SET IX-EQV TO WS-NUM-EQUIV
               MOVE REG-EQV-CUENTA-ANTIGUA TO WS-EQV-ANTIGUA (IX-EQV)
               MOVE REG-EQV-CUENTA-NUEVA   TO WS-EQV-NUEVA (IX-EQV)
           END-IF.

      *> Traduce WS-CUENTA-TRADUCIR. Solo un numero con el digito
      *> incorrecto puede estar en la tabla, asi que los validos ni
      *> se buscan.
       TRADUCIR-CUENTA.
           MOVE 'N' TO WS-CUENTA-CAMBIADA
           MOVE WS-CUENTA-TRADUCIR TO WS-DC-CUENTA
           PERFORM COMPROBAR-DIGITO-CUENTA
           IF WS-DC-CUENTA-OK = 'N'
               SET IX-EQV TO 1
               SEARCH WS-TAB-EQUIV
                   AT END
                       CONTINUE
                   WHEN IX-EQV > WS-NUM-EQUIV
                       CONTINUE
                   WHEN WS-EQV-ANTIGUA (IX-EQV) = WS-CUENTA-TRADUCIR
                       MOVE WS-EQV-NUEVA (IX-EQV) TO WS-CUENTA-TRADUCIR
                       MOVE 'S' TO WS-CUENTA-CAMBIADA
               END-SEARCH
           END-IF.

       INFORMAR-FICHERO.
           DISPLAY WS-NOMBRE-FICHERO ' leidos: ' WS-REGISTROS-LEIDOS
               ' renumerados: ' WS-REGISTROS-CAMBIADOS.

      *> TITULARES.DAT lleva la cuenta en la clave: se vuelca
      *> traducido al trabajo y se recarga entero.
       ACTUALIZAR-TITULARES.
           MOVE 'TITULARES.DAT' TO WS-NOMBRE-FICHERO
           MOVE ZEROS TO WS-REGISTROS-LEIDOS
           MOVE ZEROS TO WS-REGISTROS-CAMBIADOS
           MOVE 'N' TO WS-FIN-FICHERO
           OPEN INPUT CUENTA-TITULARES
           IF WS-STATUS-TITULARES NOT = '00'
               DISPLAY 'Aviso: no hay TITULARES.DAT, nada que '
                   'renumerar'
           ELSE
               OPEN OUTPUT SECUENCIAL-TRABAJO
               MOVE ZEROS TO REG-TIT-CLAVE
               START CUENTA-TITULARES
                   KEY IS NOT LESS THAN REG-TIT-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-FICHERO
               END-START
               PERFORM VOLCAR-TITULARIDAD UNTIL WS-FIN-FICHERO = 'S'
               CLOSE CUENTA-TITULARES
               CLOSE SECUENCIAL-TRABAJO
               IF WS-REGISTROS-CAMBIADOS > 0
                   MOVE 'N' TO WS-FIN-SECUENCIAL
                   OPEN INPUT SECUENCIAL-TRABAJO
                   OPEN OUTPUT CUENTA-TITULARES
                   PERFORM CARGAR-TITULARIDAD
                       UNTIL WS-FIN-SECUENCIAL = 'S'
                   CLOSE CUENTA-TITULARES
                   CLOSE SECUENCIAL-TRABAJO
               END-IF
               PERFORM INFORMAR-FICHERO
           END-IF.

       VOLCAR-TITULARIDAD.
           READ CUENTA-TITULARES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-FICHERO
           END-READ
           IF WS-FIN-FICHERO NOT = 'S'
               ADD 1 TO WS-REGISTROS-LEIDOS
               MOVE REG-TIT-NUMERO-CUENTA TO WS-CUENTA-TRADUCIR
               PERFORM TRADUCIR-CUENTA
               IF WS-CUENTA-CAMBIADA = 'S'
                   MOVE WS-CUENTA-TRADUCIR TO REG-TIT-NUMERO-CUENTA
                   ADD 1 TO WS-REGISTROS-CAMBIADOS
               END-IF
               WRITE REG-SEC-IMAGEN FROM REG-TITULARIDAD
           END-IF.

       CARGAR-TITULARIDAD.
           READ SECUENCIAL-TRABAJO
               AT END
                   MOVE 'S' TO WS-FIN-SECUENCIAL
           END-READ
           IF WS-FIN-SECUENCIAL NOT = 'S'
               MOVE REG-SEC-IMAGEN TO REG-TITULARIDAD
               WRITE REG-TITULARIDAD
                   INVALID KEY
                       DISPLAY 'Error al cargar el vinculo '
                           REG-TIT-NUMERO-CUENTA '/'
                           REG-TIT-NUMERO-CLIENTE
               END-WRITE
           END-IF.

      *> FISCAL.DAT tambien lleva la cuenta en la clave.
       ACTUALIZAR-FISCAL.
           MOVE 'FISCAL.DAT' TO WS-NOMBRE-FICHERO
           MOVE ZEROS TO WS-REGISTROS-LEIDOS
           MOVE ZEROS TO WS-REGISTROS-CAMBIADOS
           MOVE 'N' TO WS-FIN-FICHERO
           OPEN INPUT FISCAL
           IF WS-STATUS-FISCAL NOT = '00'
               DISPLAY 'Aviso: no hay FISCAL.DAT, nada que renumerar'
           ELSE
               OPEN OUTPUT SECUENCIAL-TRABAJO
               MOVE ZEROS TO REG-FIS-CLAVE
               START FISCAL
                   KEY IS NOT LESS THAN REG-FIS-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-FICHERO
               END-START
               PERFORM VOLCAR-FISCAL UNTIL WS-FIN-FICHERO = 'S'
               CLOSE FISCAL
               CLOSE SECUENCIAL-TRABAJO
               IF WS-REGISTROS-CAMBIADOS > 0
                   MOVE 'N' TO WS-FIN-SECUENCIAL
                   OPEN INPUT SECUENCIAL-TRABAJO
                   OPEN OUTPUT FISCAL
                   PERFORM CARGAR-FISCAL
                       UNTIL WS-FIN-SECUENCIAL = 'S'
                   CLOSE FISCAL
                   CLOSE SECUENCIAL-TRABAJO
               END-IF
               PERFORM INFORMAR-FICHERO
           END-IF.

       VOLCAR-FISCAL.
           READ FISCAL NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-FICHERO
           END-READ
           IF WS-FIN-FICHERO NOT = 'S'
               ADD 1 TO WS-REGISTROS-LEIDOS
               MOVE REG-FIS-NUMERO-CUENTA TO WS-CUENTA-TRADUCIR
               PERFORM TRADUCIR-CUENTA
               IF WS-CUENTA-CAMBIADA = 'S'
                   MOVE WS-CUENTA-TRADUCIR TO REG-FIS-NUMERO-CUENTA
                   ADD 1 TO WS-REGISTROS-CAMBIADOS
               END-IF
               WRITE REG-SEC-IMAGEN FROM REG-FISCAL
           END-IF.

       CARGAR-FISCAL.
           READ SECUENCIAL-TRABAJO
               AT END
                   MOVE 'S' TO WS-FIN-SECUENCIAL
           END-READ
           IF WS-FIN-SECUENCIAL NOT = 'S'
               MOVE REG-SEC-IMAGEN TO REG-FISCAL
               WRITE REG-FISCAL
                   INVALID KEY
                       DISPLAY 'Error al cargar el acumulado fiscal '
                           REG-FIS-NUMERO-CUENTA '/' REG-FIS-EJERCICIO
               END-WRITE
           END-IF.

      *> Ordenes, plazos y prestamos tienen clave propia: se
      *> reescriben en su sitio.
       ACTUALIZAR-ORDENES.
           MOVE 'ORDENES.DAT' TO WS-NOMBRE-FICHERO
           MOVE ZEROS TO WS-REGISTROS-LEIDOS
           MOVE ZEROS TO WS-REGISTROS-CAMBIADOS
           MOVE 'N' TO WS-FIN-FICHERO
           OPEN I-O ORDENES-PERMANENTES
           IF WS-STATUS-ORDENES NOT = '00'
               DISPLAY 'Aviso: no hay ORDENES.DAT, nada que renumerar'
           ELSE
               MOVE ZEROS TO REG-ORD-NUMERO
               START ORDENES-PERMANENTES
                   KEY IS NOT LESS THAN REG-ORD-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-FICHERO
               END-START
               PERFORM RENUMERAR-ORDEN UNTIL WS-FIN-FICHERO = 'S'
               CLOSE ORDENES-PERMANENTES
               PERFORM INFORMAR-FICHERO
           END-IF.

       RENUMERAR-ORDEN.
           READ ORDENES-PERMANENTES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-FICHERO
           END-READ
           IF WS-FIN-FICHERO NOT = 'S'
               ADD 1 TO WS-REGISTROS-LEIDOS
               MOVE 'N' TO WS-REGISTRO-CAMBIADO
               MOVE REG-ORD-CUENTA-ORIGEN TO WS-CUENTA-TRADUCIR
               PERFORM TRADUCIR-CUENTA
               IF WS-CUENTA-CAMBIADA = 'S'
                   MOVE WS-CUENTA-TRADUCIR TO REG-ORD-CUENTA-ORIGEN
                   MOVE 'S' TO WS-REGISTRO-CAMBIADO
               END-IF
               MOVE REG-ORD-CUENTA-DESTINO TO WS-CUENTA-TRADUCIR
               PERFORM TRADUCIR-CUENTA
               IF WS-CUENTA-CAMBIADA = 'S'
                   MOVE WS-CUENTA-TRADUCIR TO REG-ORD-CUENTA-DESTINO
                   MOVE 'S' TO WS-REGISTRO-CAMBIADO
               END-IF
               IF WS-REGISTRO-CAMBIADO = 'S'
                   REWRITE REG-ORDEN
                       INVALID KEY
                           DISPLAY 'Error al actualizar la orden '
                               REG-ORD-NUMERO
                       NOT INVALID KEY
                           ADD 1 TO WS-REGISTROS-CAMBIADOS
                   END-REWRITE
               END-IF
           END-IF.

       ACTUALIZAR-PLAZOS.
           MOVE 'PLAZOS.DAT' TO WS-NOMBRE-FICHERO
           MOVE ZEROS TO WS-REGISTROS-LEIDOS
           MOVE ZEROS TO WS-REGISTROS-CAMBIADOS
           MOVE 'N' TO WS-FIN-FICHERO
           OPEN I-O PLAZOS
           IF WS-STATUS-PLAZOS NOT = '00'
               DISPLAY 'Aviso: no hay PLAZOS.DAT, nada que renumerar'
           ELSE
               MOVE ZEROS TO REG-PLZ-NUMERO
               START PLAZOS
                   KEY IS NOT LESS THAN REG-PLZ-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-FICHERO
               END-START
               PERFORM RENUMERAR-PLAZO UNTIL WS-FIN-FICHERO = 'S'
               CLOSE PLAZOS
               PERFORM INFORMAR-FICHERO
           END-IF.

       RENUMERAR-PLAZO.
           READ PLAZOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-FICHERO
           END-READ
           IF WS-FIN-FICHERO NOT = 'S'
               ADD 1 TO WS-REGISTROS-LEIDOS
               MOVE REG-PLZ-NUMERO-CUENTA TO WS-CUENTA-TRADUCIR
               PERFORM TRADUCIR-CUENTA
               IF WS-CUENTA-CAMBIADA = 'S'
                   MOVE WS-CUENTA-TRADUCIR TO REG-PLZ-NUMERO-CUENTA
                   REWRITE REG-PLAZO
                       INVALID KEY
                           DISPLAY 'Error al actualizar el deposito '
                               REG-PLZ-NUMERO
                       NOT INVALID KEY
                           ADD 1 TO WS-REGISTROS-CAMBIADOS
                   END-REWRITE
               END-IF
           END-IF.

       ACTUALIZAR-PRESTAMOS.
           MOVE 'PRESTAMOS.DAT' TO WS-NOMBRE-FICHERO
           MOVE ZEROS TO WS-REGISTROS-LEIDOS
           MOVE ZEROS TO WS-REGISTROS-CAMBIADOS
           MOVE 'N' TO WS-FIN-FICHERO
           OPEN I-O PRESTAMOS
           IF WS-STATUS-PRESTAMOS NOT = '00'
               DISPLAY 'Aviso: no hay PRESTAMOS.DAT, nada que '
                   'renumerar'
           ELSE
               MOVE ZEROS TO REG-PRE-NUMERO
               START PRESTAMOS
                   KEY IS NOT LESS THAN REG-PRE-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-FICHERO
               END-START
               PERFORM RENUMERAR-PRESTAMO UNTIL WS-FIN-FICHERO = 'S'
               CLOSE PRESTAMOS
               PERFORM INFORMAR-FICHERO
           END-IF.

       RENUMERAR-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-FICHERO
           END-READ
           IF WS-FIN-FICHERO NOT = 'S'
               ADD 1 TO WS-REGISTROS-LEIDOS
               MOVE REG-PRE-NUMERO-CUENTA TO WS-CUENTA-TRADUCIR
               PERFORM TRADUCIR-CUENTA
               IF WS-CUENTA-CAMBIADA = 'S'
                   MOVE WS-CUENTA-TRADUCIR TO REG-PRE-NUMERO-CUENTA
                   REWRITE REG-PRESTAMO
                       INVALID KEY
                           DISPLAY 'Error al actualizar el prestamo '
                               REG-PRE-NUMERO
                       NOT INVALID KEY
                           ADD 1 TO WS-REGISTROS-CAMBIADOS
                   END-REWRITE
               END-IF
           END-IF.

      *> Los ficheros secuenciales se copian traducidos al trabajo
      *> y, si algo cambio, se vuelven a escribir desde el.
       ACTUALIZAR-RETENCIONES.
           MOVE 'RETENCIONES.DAT' TO WS-NOMBRE-FICHERO
           MOVE ZEROS TO WS-REGISTROS-LEIDOS
           MOVE ZEROS TO WS-REGISTROS-CAMBIADOS
           MOVE 'N' TO WS-FIN-FICHERO
           OPEN INPUT RETENCIONES
           IF WS-STATUS-RETENCIONES NOT = '00'
               DISPLAY 'Aviso: no hay RETENCIONES.DAT, nada que '
                   'renumerar'
           ELSE
               OPEN OUTPUT SECUENCIAL-TRABAJO
               PERFORM VOLCAR-RETENCION UNTIL WS-FIN-FICHERO = 'S'
               CLOSE RETENCIONES
               CLOSE SECUENCIAL-TRABAJO
               IF WS-REGISTROS-CAMBIADOS > 0
                   MOVE 'N' TO WS-FIN-SECUENCIAL
                   OPEN INPUT SECUENCIAL-TRABAJO
                   OPEN OUTPUT RETENCIONES
                   PERFORM CARGAR-RETENCION
                       UNTIL WS-FIN-SECUENCIAL = 'S'
                   CLOSE RETENCIONES
                   CLOSE SECUENCIAL-TRABAJO
               END-IF
               PERFORM INFORMAR-FICHERO
           END-IF.

       VOLCAR-RETENCION.
           READ RETENCIONES
               AT END
                   MOVE 'S' TO WS-FIN-FICHERO
           END-READ
           IF WS-FIN-FICHERO NOT = 'S'
               ADD 1 TO WS-REGISTROS-LEIDOS
               MOVE REG-RET-NUMERO-CUENTA TO WS-CUENTA-TRADUCIR
               PERFORM TRADUCIR-CUENTA
               IF WS-CUENTA-CAMBIADA = 'S'
                   MOVE WS-CUENTA-TRADUCIR TO REG-RET-NUMERO-CUENTA
                   ADD 1 TO WS-REGISTROS-CAMBIADOS
               END-IF
               WRITE REG-SEC-IMAGEN FROM REG-RETENCION
           END-IF.

       CARGAR-RETENCION.
           READ SECUENCIAL-TRABAJO
               AT END
                   MOVE 'S' TO WS-FIN-SECUENCIAL
           END-READ
           IF WS-FIN-SECUENCIAL NOT = 'S'
               MOVE REG-SEC-IMAGEN TO REG-RETENCION
               WRITE REG-RETENCION
           END-IF.

      *> Un diario con movimientos sellados no se reescribe (ver la
      *> cabecera): se vuelca igual para contarlos y avisar.
       ACTUALIZAR-DIARIO.
           MOVE 'MOVIMIENTOS.DAT' TO WS-NOMBRE-FICHERO
           MOVE ZEROS TO WS-REGISTROS-LEIDOS
           MOVE ZEROS TO WS-REGISTROS-CAMBIADOS
           MOVE ZEROS TO WS-REGISTROS-SELLADOS
           MOVE 'N' TO WS-FIN-FICHERO
           OPEN INPUT DIARIO-MOVIMIENTOS
           IF WS-STATUS-DIARIO NOT = '00'
               DISPLAY 'Aviso: no hay MOVIMIENTOS.DAT, nada que '
                   'renumerar'
           ELSE
               OPEN OUTPUT SECUENCIAL-TRABAJO
               PERFORM VOLCAR-MOVIMIENTO UNTIL WS-FIN-FICHERO = 'S'
               CLOSE DIARIO-MOVIMIENTOS
               CLOSE SECUENCIAL-TRABAJO
               IF WS-REGISTROS-SELLADOS > 0
                   DISPLAY 'Aviso: MOVIMIENTOS.DAT tiene '
                       WS-REGISTROS-SELLADOS ' movimientos sellados y '
                       'no se traduce; conserva el numero antiguo'
                   MOVE ZEROS TO WS-REGISTROS-CAMBIADOS
               END-IF
               IF WS-REGISTROS-CAMBIADOS > 0
                   MOVE 'N' TO WS-FIN-SECUENCIAL
                   OPEN INPUT SECUENCIAL-TRABAJO
                   OPEN OUTPUT DIARIO-MOVIMIENTOS
                   PERFORM CARGAR-MOVIMIENTO
                       UNTIL WS-FIN-SECUENCIAL = 'S'
                   CLOSE DIARIO-MOVIMIENTOS
                   CLOSE SECUENCIAL-TRABAJO
               END-IF
               PERFORM INFORMAR-FICHERO
           END-IF.

       VOLCAR-MOVIMIENTO.
           READ DIARIO-MOVIMIENTOS
               AT END
                   MOVE 'S' TO WS-FIN-FICHERO
           END-READ
           IF WS-FIN-FICHERO NOT = 'S'
               ADD 1 TO WS-REGISTROS-LEIDOS
               IF REG-MOV-SECUENCIA NUMERIC AND REG-MOV-SELLO NUMERIC
                   IF REG-MOV-SECUENCIA > 0
                       ADD 1 TO WS-REGISTROS-SELLADOS
                   END-IF
               END-IF
               MOVE REG-MOV-NUMERO-CUENTA TO WS-CUENTA-TRADUCIR
               PERFORM TRADUCIR-CUENTA
               IF WS-CUENTA-CAMBIADA = 'S'
                   MOVE WS-CUENTA-TRADUCIR TO REG-MOV-NUMERO-CUENTA
                   ADD 1 TO WS-REGISTROS-CAMBIADOS
               END-IF
               WRITE REG-SEC-IMAGEN FROM REG-MOVIMIENTO
           END-IF.

       CARGAR-MOVIMIENTO.
           READ SECUENCIAL-TRABAJO
               AT END
                   MOVE 'S' TO WS-FIN-SECUENCIAL
           END-READ
           IF WS-FIN-SECUENCIAL NOT = 'S'
               MOVE REG-SEC-IMAGEN TO REG-MOVIMIENTO
               WRITE REG-MOVIMIENTO
           END-IF.

       ACTUALIZAR-PAGOS-SALIENTES.
           MOVE 'INTERSAL.DAT' TO WS-NOMBRE-FICHERO
           MOVE ZEROS TO WS-REGISTROS-LEIDOS
           MOVE ZEROS TO WS-REGISTROS-CAMBIADOS
           MOVE 'N' TO WS-FIN-FICHERO
           OPEN INPUT INTERCAMBIO-SALIDA
           IF WS-STATUS-SALIDA NOT = '00'
               DISPLAY 'Aviso: no hay INTERSAL.DAT, nada que '
                   'renumerar'
           ELSE
               OPEN OUTPUT SECUENCIAL-TRABAJO
               PERFORM VOLCAR-PAGO-SALIENTE UNTIL WS-FIN-FICHERO = 'S'
               CLOSE INTERCAMBIO-SALIDA
               CLOSE SECUENCIAL-TRABAJO
               IF WS-REGISTROS-CAMBIADOS > 0
                   MOVE 'N' TO WS-FIN-SECUENCIAL
                   OPEN INPUT SECUENCIAL-TRABAJO
                   OPEN OUTPUT INTERCAMBIO-SALIDA
                   PERFORM CARGAR-PAGO-SALIENTE
                       UNTIL WS-FIN-SECUENCIAL = 'S'
                   CLOSE INTERCAMBIO-SALIDA
                   CLOSE SECUENCIAL-TRABAJO
               END-IF
               PERFORM INFORMAR-FICHERO
           END-IF.

       VOLCAR-PAGO-SALIENTE.
           READ INTERCAMBIO-SALIDA
               AT END
                   MOVE 'S' TO WS-FIN-FICHERO
           END-READ
           IF WS-FIN-FICHERO NOT = 'S'
               ADD 1 TO WS-REGISTROS-LEIDOS
               MOVE REG-INT-CUENTA-PROPIA TO WS-CUENTA-TRADUCIR
               PERFORM TRADUCIR-CUENTA
               IF WS-CUENTA-CAMBIADA = 'S'
                   MOVE WS-CUENTA-TRADUCIR TO REG-INT-CUENTA-PROPIA
                   ADD 1 TO WS-REGISTROS-CAMBIADOS
               END-IF
               WRITE REG-SEC-IMAGEN FROM REG-INTERCAMBIO
           END-IF.

       CARGAR-PAGO-SALIENTE.
           READ SECUENCIAL-TRABAJO
               AT END
                   MOVE 'S' TO WS-FIN-SECUENCIAL
           END-READ
           IF WS-FIN-SECUENCIAL NOT = 'S'
               MOVE REG-SEC-IMAGEN TO REG-INTERCAMBIO
               WRITE REG-INTERCAMBIO
           END-IF.

      *> Los saldos diarios de BANCO-CIERRE llevan la cuenta en la
      *> clave: cada mes que exista se vuelca traducido al trabajo y
      *> se recarga, como TITULARES.DAT. Asi el saldo medio de
      *> BANCO-COMISION, el interes de BANCO-INTERES y el
      *> certificado de BANCO-MANT siguen encontrando los dias
      *> anteriores a la renumeracion con el numero nuevo.
       ACTUALIZAR-SALDOS.
           MOVE ZEROS TO WS-FICHEROS-SALDOS
           MOVE WS-FECHA-HOY(1:6) TO WS-MES-SALDOS
           MOVE ZEROS TO WS-MESES-MIRADOS
           PERFORM UNTIL WS-MESES-MIRADOS >= WS-MAX-MESES-ATRAS
               PERFORM ACTUALIZAR-SALDOS-MES
               ADD 1 TO WS-MESES-MIRADOS
               IF WS-SALDOS-MM = 1
                   MOVE 12 TO WS-SALDOS-MM
                   SUBTRACT 1 FROM WS-SALDOS-AAAA
               ELSE
                   SUBTRACT 1 FROM WS-SALDOS-MM
               END-IF
           END-PERFORM
           DISPLAY 'Ficheros de saldos diarios: ' WS-FICHEROS-SALDOS.

       ACTUALIZAR-SALDOS-MES.
           MOVE SPACES TO WS-NOMBRE-SALDOS
           STRING 'SALDOS-' DELIMITED BY SIZE
               WS-MES-SALDOS DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WS-NOMBRE-SALDOS
           END-STRING
           OPEN INPUT SALDOS-DIARIOS
           IF WS-STATUS-SALDOS = '00'
               ADD 1 TO WS-FICHEROS-SALDOS
               MOVE WS-NOMBRE-SALDOS TO WS-NOMBRE-FICHERO
               MOVE ZEROS TO WS-REGISTROS-LEIDOS
               MOVE ZEROS TO WS-REGISTROS-CAMBIADOS
               MOVE 'N' TO WS-FIN-FICHERO
               OPEN OUTPUT SECUENCIAL-TRABAJO
               MOVE ZEROS TO REG-SAL-CLAVE
               START SALDOS-DIARIOS
                   KEY IS NOT LESS THAN REG-SAL-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-FICHERO
               END-START
               PERFORM VOLCAR-SALDO UNTIL WS-FIN-FICHERO = 'S'
               CLOSE SALDOS-DIARIOS
               CLOSE SECUENCIAL-TRABAJO
               IF WS-REGISTROS-CAMBIADOS > 0
                   MOVE 'N' TO WS-FIN-SECUENCIAL
                   OPEN INPUT SECUENCIAL-TRABAJO
                   OPEN OUTPUT SALDOS-DIARIOS
                   PERFORM CARGAR-SALDO
                       UNTIL WS-FIN-SECUENCIAL = 'S'
                   CLOSE SALDOS-DIARIOS
                   CLOSE SECUENCIAL-TRABAJO
               END-IF
               PERFORM INFORMAR-FICHERO
           ELSE
               IF WS-STATUS-SALDOS NOT = '35'
                   DISPLAY 'Aviso: no se pudo abrir ' WS-NOMBRE-SALDOS
                       ' - status ' WS-STATUS-SALDOS
               END-IF
           END-IF.

       VOLCAR-SALDO.
           READ SALDOS-DIARIOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-FICHERO
           END-READ
           IF WS-FIN-FICHERO NOT = 'S'
               ADD 1 TO WS-REGISTROS-LEIDOS
               MOVE REG-SAL-NUMERO-CUENTA TO WS-CUENTA-TRADUCIR
               PERFORM TRADUCIR-CUENTA
               IF WS-CUENTA-CAMBIADA = 'S'
                   MOVE WS-CUENTA-TRADUCIR TO REG-SAL-NUMERO-CUENTA
                   ADD 1 TO WS-REGISTROS-CAMBIADOS
               END-IF
               WRITE REG-SEC-IMAGEN FROM REG-SALDO-DIARIO
           END-IF.

       CARGAR-SALDO.
           READ SECUENCIAL-TRABAJO
               AT END
                   MOVE 'S' TO WS-FIN-SECUENCIAL
           END-READ
           IF WS-FIN-SECUENCIAL NOT = 'S'
               MOVE REG-SEC-IMAGEN TO REG-SALDO-DIARIO
               WRITE REG-SALDO-DIARIO
                   INVALID KEY
                       DISPLAY 'Error al cargar el saldo diario '
                           REG-SAL-NUMERO-CUENTA '/' REG-SAL-FECHA
               END-WRITE
           END-IF.

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

       END PROGRAM BANCO-RENUMERACION.
