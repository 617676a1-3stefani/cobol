               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.

           SELECT DIARIO-CONTROL ASSIGN TO "DIARIOCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-DCT-FECHA
               FILE STATUS IS WS-STATUS-DIARIOCTL.

           SELECT TARIFAS ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRACTO.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-MAESTRO.
       FD  DIARIO-MOVIMIENTOS.
           COPY MOVREG.

       FD  DIARIO-CONTROL.
           COPY DCTREG.

       FD  TARIFAS.
           COPY TARREG.

       FD  INFORME-EXTRACTO.
       01  REG-LINEA-EXTRACTO          PIC X(80).

       FD  AUDITORIA.
           COPY AUDREG.

       FD  PRESTAMOS.
           COPY PREREG.

       FD  CUOTAS.
           COPY CUOREG.

       FD  MORA.
           COPY MORAREG.

       WORKING-STORAGE SECTION.
       01  WS-CUENTA.
           05  WS-NUMERO-CUENTA       PIC 9(10) VALUE ZEROS.
       01  WS-ARCHIVO.
           05  WS-STATUS-CUENTAS     PIC XX VALUE '00'.
           05  WS-STATUS-DIARIO      PIC XX VALUE '00'.
           05  WS-STATUS-DIARIOCTL   PIC XX VALUE '00'.
           05  WS-STATUS-HISTORICO   PIC XX VALUE '00'.
           05  WS-STATUS-OPERADORES  PIC XX VALUE '00'.
           05  WS-STATUS-RETENCIONES PIC XX VALUE '00'.
           05  WS-STATUS-CAJA        PIC XX VALUE '00'.
           05  WS-STATUS-EXTORNOS    PIC XX VALUE '00'.
           05  WS-STATUS-FESTIVOS    PIC XX VALUE '00'.
           05  WS-STATUS-AUDITORIA   PIC XX VALUE '00'.
           05  WS-STATUS-PRESTAMOS   PIC XX VALUE '00'.
           05  WS-STATUS-CUOTAS      PIC XX VALUE '00'.
           05  WS-STATUS-MORA        PIC XX VALUE '00'.
           05  WS-CUENTA-NO-EXISTE   PIC X VALUE 'N'.
           05  WS-GRABAR-CUENTA-OK   PIC X VALUE 'N'.

           05  WS-PIN-TECLEADO     PIC 9(4) VALUE ZEROS.
           05  WS-PIN-VALIDO       PIC X VALUE 'N'.
           05  WS-INTENTOS-PIN     PIC 9 VALUE ZEROS.
           05  WS-PIN-NUEVO        PIC 9(4) VALUE ZEROS.
           05  WS-PIN-CONFIRMADO   PIC 9(4) VALUE ZEROS.
           05  WS-RESPUESTA-DESBLOQUEO PIC X VALUE 'N'.

       01  WS-SESION-OPERADOR.
           05  WS-OPERADOR-ID       PIC X(8) VALUE SPACES.
           05  WS-COM-TRANSF-UMBRAL  PIC 9(7)V99 VALUE ZEROS.

      *> Valores por defecto con los que se siembra PARAMETROS.DAT;
      *> el umbral de inactividad lo consume BANCO-INACTIVAS, la
      *> tasa de retencion fiscal BANCO-INTERES, la tasa de demora
      *> BANCO-MOROSIDAD y el pago de cuotas impagadas y el umbral
      *> de declaracion a la central de riesgos BANCO-RIESGOS.
       01  WS-MESES-INACTIVIDAD    PIC 9(3) VALUE 24.
       01  WS-TASA-RET-FISCAL      PIC 9V9999 VALUE 0.1900.
       01  WS-TASA-DEMORA          PIC 9V9999 VALUE 0.0800.
       01  WS-UMBRAL-RIESGO        PIC 9(7)V99 VALUE 1000.00.

      *> Fecha de ultimo movimiento previa a una reactivacion, para
      *> poder deshacerla si la cuenta no se pudo reescribir.
           05  WS-CTA-ORIGEN-PIN-OK    PIC X VALUE 'N'.
           05  WS-TRANSF-VALIDA        PIC X VALUE 'N'.
           05  WS-TRANSF-EXTERNA       PIC X VALUE 'N'.
           05  WS-TRANSF-DIGITOS-OK    PIC X VALUE 'N'.
           05  WS-RESPUESTA-EXTERNA    PIC X VALUE 'N'.
           05  WS-CTA-EXTERNA          PIC X(20) VALUE SPACES.
           05  WS-PAGO-ENCOLADO        PIC X VALUE 'N'.
           05  WS-EXT-YA-EXTORNADO PIC X VALUE 'N'.
           05  WS-FIN-EXTORNOS     PIC X VALUE 'N'.

      *> Pago en efectivo de la cuota impagada mas antigua de un
      *> prestamo, con las mismas cuentas de demora y el mismo
      *> reparto (demora primero, cuota despues) que el recobro
      *> nocturno de BANCO-MOROSIDAD.
       01  WS-PAGO-CUOTA.
           05  WS-PAGO-PRESTAMO     PIC 9(6) VALUE ZEROS.
           05  WS-PAGO-CUENTA       PIC 9(10) VALUE ZEROS.
           05  WS-PAGO-SALDO        PIC S9(7)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER VALUE ZEROS.
           05  WS-PAGO-FICHEROS-OK  PIC X VALUE 'N'.
           05  WS-FIN-CUOTAS-PAGO   PIC X VALUE 'N'.
           05  WS-CUOTA-HALLADA     PIC X VALUE 'N'.
           05  WS-PENDIENTE-CUOTA   PIC 9(7)V99 VALUE ZEROS.
           05  WS-PENDIENTE-DEMORA  PIC 9(7)V99 VALUE ZEROS.
           05  WS-DEUDA             PIC 9(7)V99 VALUE ZEROS.
           05  WS-IMPORTE-COBRO     PIC 9(7)V99 VALUE ZEROS.
           05  WS-CAMBIO-COBRO      PIC 9(7)V99 VALUE ZEROS.
           05  WS-COBRO-DEMORA      PIC 9(7)V99 VALUE ZEROS.
           05  WS-COBRO-CUOTA       PIC 9(7)V99 VALUE ZEROS.
           05  WS-DIAS-DEVENGO      PIC 9(5) VALUE ZEROS.
           05  WS-DEMORA-PERIODO    PIC 9(7)V99 VALUE ZEROS.
           05  WS-MORA-NUEVA        PIC X VALUE 'N'.
           05  WS-CUOTA-RECUPERADA  PIC X VALUE 'N'.

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
           05  WS-DC-EXTERNA        PIC X(20) VALUE SPACES.
           05  WS-DC-CCC REDEFINES WS-DC-EXTERNA.
               10  WS-DC-CCC-ENTIDAD PIC 9(8).
               10  WS-DC-CCC-DC1    PIC 9.
               10  WS-DC-CCC-DC2    PIC 9.
               10  WS-DC-CCC-CUENTA PIC 9(10).
           05  WS-DC-EXTERNA-OK     PIC X VALUE 'N'.

       01  WS-MENSAJES.
           05  WS-MSG-BIENVENIDA   PIC X(50) VALUE
               '*** SISTEMA BANCARIO - GESTION DE CUENTAS ***'.
           05  WS-MSG-MENU         PIC X(100) VALUE
               '1-Consultar 2-Ingresar 3-Retirar 4-Buscar 5-Transferir 6-Extracto 7-Extorno 8-Cuota impagada 9-Salir'.
           05  WS-MSG-SALDO        PIC X(20) VALUE 'Saldo actual: '.
           05  WS-MSG-ERROR        PIC X(30) VALUE
               'Error: Saldo insuficiente'.
       01  WS-CONTROL.
           05  WS-CONTINUAR        PIC X VALUE 'S'.

      *> Calculo del sello encadenado del diario (ver MOVREG).
       01  WS-SELLADO.
           05  WS-SEL-VALOR         PIC 9(12) VALUE ZEROS.
           05  WS-SEL-POS           PIC 99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRIR-OPERADORES
           IF WS-PIN-VALIDO = 'S'
               PERFORM MOSTRAR-BIENVENIDA
           ELSE
               MOVE 9 TO WS-OPCION
           END-IF
           PERFORM MENU-PRINCIPAL UNTIL WS-OPCION = 9
           PERFORM CERRAR-CAJA-OPERADOR
           PERFORM DESPEDIDA
           CLOSE CUENTAS-MAESTRO
                       AND REG-MOV-OPERADOR = WS-OPERADOR-ID
                   IF REG-MOV-TIPO = 'INGRESO'
                           OR REG-MOV-TIPO = 'EXTORNO-H'
                           OR REG-MOV-TIPO = 'RECOBRO-EF'
                           OR REG-MOV-TIPO = 'DEMORA-EF'
                       ADD REG-MOV-IMPORTE TO WS-EFECTIVO-INGRESOS
                   END-IF
                   IF REG-MOV-TIPO = 'RETIRADA'

       CREAR-CUENTAS-MAESTRO.
           OPEN OUTPUT CUENTAS-MAESTRO
           MOVE 1234567891   TO REG-NUMERO-CUENTA
           MOVE 'CLIENTE EJEMPLO' TO REG-TITULAR
           MOVE 100001       TO REG-NUMERO-CLIENTE
           MOVE 1000.00      TO REG-SALDO
           IF WS-HAY-CHECKPOINT = 'S'
               MOVE WS-CHK-NUMERO-CUENTA TO REG-NUMERO-CUENTA
           ELSE
               MOVE 1234567891 TO REG-NUMERO-CUENTA
           END-IF
           READ CUENTAS-MAESTRO
               KEY IS REG-NUMERO-CUENTA
               DISPLAY 'Aviso: la cuenta del checkpoint ' WS-CHK-NUMERO-CUENTA
                   ' ya no existe, volviendo a la cuenta por defecto'
               MOVE 'N' TO WS-HAY-CHECKPOINT
               MOVE 1234567891 TO REG-NUMERO-CUENTA
               READ CUENTAS-MAESTRO
                   KEY IS REG-NUMERO-CUENTA
                   INVALID KEY
                   MOVE 'S' TO WS-AUTORIZA-SUPER
               END-IF
               IF WS-AUTORIZA-SUPER = 'S'
                   MOVE REG-CUENTA TO WS-AUD-ANTES
                   MOVE WS-FECHA-ULT-MOV TO WS-FECHA-ULT-ANTES
                   MOVE FUNCTION CURRENT-DATE TO
                       WS-FECHA-HORA-ACTUAL
                       MOVE WS-SALDO TO WS-MOV-SALDO-ANTERIOR
                       MOVE WS-SALDO TO WS-MOV-SALDO-NUEVO
                       PERFORM ANOTAR-MOVIMIENTO
                       MOVE 'REACTIVA' TO WS-AUD-ACCION
                       MOVE REG-CUENTA TO WS-AUD-DESPUES
                       PERFORM AUDITAR-CUENTA
                       DISPLAY 'Cuenta reactivada'
                   ELSE
                       MOVE 'S' TO WS-CUENTA-INACTIVA
               END-IF
           END-IF.

      *> Una cuenta bloqueada por intentos fallidos solo se libera
      *> en la sucursal: con la autorizacion de un supervisor se le
      *> asigna un PIN nuevo, se ponen a cero los intentos y queda
      *> desbloqueada. El cambio se anota en AUDITORIA.DAT con la
      *> cuenta antes y despues (el informe oculta el PIN).
       DESBLOQUEAR-CUENTA-PIN.
           DISPLAY 'Aviso: cuenta bloqueada por intentos fallidos de PIN'
           DISPLAY 'Desbloquear y asignar un PIN nuevo? (S/N): '
           ACCEPT WS-RESPUESTA-DESBLOQUEO
           IF WS-RESPUESTA-DESBLOQUEO = 'S'
                   OR WS-RESPUESTA-DESBLOQUEO = 's'
               IF WS-OPERADOR-ROL NOT = 'S'
                   PERFORM PEDIR-AUTORIZACION-SUPERVISOR
               ELSE
                   MOVE 'S' TO WS-AUTORIZA-SUPER
               END-IF
               IF WS-AUTORIZA-SUPER = 'S'
                   DISPLAY 'Nuevo PIN (4 digitos): '
                   ACCEPT WS-PIN-NUEVO
                   DISPLAY 'Repita el nuevo PIN: '
                   ACCEPT WS-PIN-CONFIRMADO
                   IF WS-PIN-NUEVO NOT = WS-PIN-CONFIRMADO
                       DISPLAY 'Error: los PIN no coinciden'
                   ELSE
                       MOVE REG-CUENTA TO WS-AUD-ANTES
                       MOVE WS-PIN-NUEVO TO WS-PIN
                       MOVE 0   TO WS-INTENTOS-FALLIDOS
                       MOVE 'N' TO WS-CUENTA-BLOQUEADA
                       PERFORM GRABAR-CUENTA-MAESTRO
                       IF WS-GRABAR-CUENTA-OK = 'S'
                           MOVE 'PIN' TO WS-AUD-ACCION
                           MOVE REG-CUENTA TO WS-AUD-DESPUES
                           PERFORM AUDITAR-CUENTA
                           DISPLAY 'Cuenta desbloqueada con PIN nuevo'
                       ELSE
                           MOVE WS-AUD-ANTES TO REG-CUENTA
                           PERFORM CARGAR-WS-CUENTA-DESDE-REG
                           MOVE SPACES TO WS-AUD-ANTES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-PIN.
           MOVE 'N' TO WS-PIN-VALIDO
           MOVE 0   TO WS-INTENTOS-PIN
           IF WS-CUENTA-INACTIVA = 'S'
               PERFORM REACTIVAR-CUENTA-INACTIVA
           END-IF
           IF WS-CUENTA-INACTIVA NOT = 'S'
                   AND WS-CUENTA-BLOQUEADA = 'S'
               PERFORM DESBLOQUEAR-CUENTA-PIN
           END-IF
           IF WS-CUENTA-INACTIVA = 'S'
               DISPLAY
                 'Error: cuenta inactiva, operacion rechazada'
               WHEN 7
                   PERFORM EXTORNO-MOVIMIENTO
               WHEN 8
                   PERFORM PAGAR-CUOTA-IMPAGADA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Opcion no valida'

      *> Parametros de explotacion (ver PARREG); si no hay fichero se
      *> crea con los valores por defecto. Un fichero antiguo sin el
      *> umbral de inactividad o sin las tasas se completa con los
      *> valores por defecto para que los procesos batch los
      *> encuentren siempre.
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = '00'
                           MOVE REG-PARAM-TASA-RETENCION TO
                               WS-TASA-RET-FISCAL
                       END-IF
                       IF REG-PARAM-TASA-DEMORA IS NUMERIC
                           MOVE REG-PARAM-TASA-DEMORA TO
                               WS-TASA-DEMORA
                       END-IF
                       IF REG-PARAM-UMBRAL-RIESGO IS NUMERIC
                           MOVE REG-PARAM-UMBRAL-RIESGO TO
                               WS-UMBRAL-RIESGO
                       END-IF
                       IF REG-PARAM-MESES-INACTIVIDAD IS NOT NUMERIC
                               OR REG-PARAM-TASA-RETENCION
                                   IS NOT NUMERIC
                               OR REG-PARAM-TASA-DEMORA
                                   IS NOT NUMERIC
                               OR REG-PARAM-UMBRAL-RIESGO
                                   IS NOT NUMERIC
                           PERFORM COMPLETAR-PARAMETROS
                       END-IF
               END-READ
           MOVE WS-DIAS-RETENCION TO REG-PARAM-DIAS-RETENCION
           MOVE WS-MESES-INACTIVIDAD TO REG-PARAM-MESES-INACTIVIDAD
           MOVE WS-TASA-RET-FISCAL TO REG-PARAM-TASA-RETENCION
           MOVE WS-TASA-DEMORA TO REG-PARAM-TASA-DEMORA
           MOVE WS-UMBRAL-RIESGO TO REG-PARAM-UMBRAL-RIESGO
           OPEN OUTPUT PARAMETROS
           WRITE REG-PARAMETROS
           CLOSE PARAMETROS.
           DISPLAY '--- BUSCAR CUENTA ---'
           DISPLAY 'Numero de cuenta: '
           ACCEPT WS-NUMERO-BUSCADO
      *> Un numero mal tecleado no debe abrir la cuenta de otro
      *> cliente: se comprueba el digito de control antes de leer.
           MOVE WS-NUMERO-BUSCADO TO WS-DC-CUENTA
           PERFORM COMPROBAR-DIGITO-CUENTA
           IF WS-DC-CUENTA-OK = 'N'
               DISPLAY 'Error: numero de cuenta incorrecto '
                   '(digito de control)'
           ELSE
               MOVE WS-NUMERO-BUSCADO TO REG-NUMERO-CUENTA
               READ CUENTAS-MAESTRO
                   KEY IS REG-NUMERO-CUENTA
                   INVALID KEY
                       MOVE 'S' TO WS-CUENTA-NO-EXISTE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-CUENTA-NO-EXISTE
               END-READ
               IF WS-CUENTA-NO-EXISTE = 'S'
                   DISPLAY 'Error: cuenta no encontrada'
               ELSE
                   PERFORM RESPALDAR-WS-CUENTA
                   PERFORM CARGAR-WS-CUENTA-DESDE-REG
                   PERFORM VERIFICAR-PIN
                   IF WS-PIN-VALIDO = 'S'
                       PERFORM MOSTRAR-BIENVENIDA
                   ELSE
                       DISPLAY 'No se ha podido cambiar de cuenta'
                       PERFORM RESTAURAR-WS-CUENTA
                   END-IF
               END-IF
           END-IF
           DISPLAY '---------------------'.
           DISPLAY '--- TRANSFERENCIA ENTRE CUENTAS ---'
           DISPLAY 'Cuenta origen: '
           ACCEPT WS-CTA-ORIGEN-NUMERO
           DISPLAY 'Cuenta destino (0 = cuenta de otra entidad): '
           ACCEPT WS-CTA-DESTINO-NUMERO
           PERFORM COMPROBAR-DIGITOS-TRANSFERENCIA
           IF WS-TRANSF-DIGITOS-OK = 'S'
               IF WS-CTA-ORIGEN-NUMERO = WS-CTA-DESTINO-NUMERO
                   DISPLAY 'Error: origen y destino no pueden coincidir'
               ELSE
                   DISPLAY 'Importe a transferir: '
                   ACCEPT WS-IMPORTE
                   PERFORM VALIDAR-TRANSFERENCIA
                   IF WS-TRANSF-VALIDA = 'S'
                       IF WS-TRANSF-EXTERNA = 'S'
                           PERFORM EJECUTAR-TRANSFERENCIA-EXTERNA
                       ELSE
                           PERFORM EJECUTAR-TRANSFERENCIA
                       END-IF
                   END-IF
               END-IF
           END-IF
           DISPLAY '------------------------------------'.

      *> Origen y destino tecleados deben llevar un digito de
      *> control valido; el destino cero indica una cuenta de otra
      *> entidad, que se pide completa mas adelante.
       COMPROBAR-DIGITOS-TRANSFERENCIA.
           MOVE 'S' TO WS-TRANSF-DIGITOS-OK
           MOVE WS-CTA-ORIGEN-NUMERO TO WS-DC-CUENTA
           PERFORM COMPROBAR-DIGITO-CUENTA
           IF WS-DC-CUENTA-OK = 'N'
               DISPLAY 'Error: cuenta origen incorrecta '
                   '(digito de control)'
               MOVE 'N' TO WS-TRANSF-DIGITOS-OK
           END-IF
           IF WS-CTA-DESTINO-NUMERO NOT = 0
               MOVE WS-CTA-DESTINO-NUMERO TO WS-DC-CUENTA
               PERFORM COMPROBAR-DIGITO-CUENTA
               IF WS-DC-CUENTA-OK = 'N'
                   DISPLAY 'Error: cuenta destino incorrecta '
                       '(digito de control)'
                   MOVE 'N' TO WS-TRANSF-DIGITOS-OK
               END-IF
           END-IF.

       VALIDAR-TRANSFERENCIA.
           MOVE 'N' TO WS-TRANSF-VALIDA
           MOVE 'N' TO WS-TRANSF-EXTERNA
      *> La cuenta destino no esta en el maestro: se ofrece cursarla
      *> como transferencia interbancaria, que se debita aqui y queda
      *> encolada en INTERSAL.DAT hasta el corte de fin de dia de
      *> BANCO-INTERCAMBIO. La cuenta de la otra entidad se teclea
      *> como CCC de 20 digitos y no se encola si sus digitos de
      *> control no cuadran.
       OFRECER-TRANSFERENCIA-EXTERNA.
           DISPLAY 'La cuenta destino no es de esta sucursal'
           DISPLAY 'Cursar como transferencia interbancaria? (S/N): '
           ACCEPT WS-RESPUESTA-EXTERNA
           IF WS-RESPUESTA-EXTERNA = 'S' OR WS-RESPUESTA-EXTERNA = 's'
               DISPLAY 'Cuenta de la otra entidad (20 digitos: '
                   'entidad, oficina, control y cuenta): '
               ACCEPT WS-CTA-EXTERNA
               MOVE WS-CTA-EXTERNA TO WS-DC-EXTERNA
               PERFORM COMPROBAR-CUENTA-EXTERNA
               IF WS-DC-EXTERNA-OK = 'N'
                   DISPLAY 'Error: cuenta de la otra entidad incorrecta '
                       '(digitos de control), transferencia anulada'
               ELSE
                   MOVE 'S' TO WS-TRANSF-EXTERNA
                   PERFORM COMPROBAR-FONDOS-ORIGEN
               END-IF
           ELSE
               DISPLAY 'Transferencia anulada'
           END-IF.
           DISPLAY '--------------------------'.

      *> Tope diario de disposicion de la cuenta: se acumulan las
      *> retiradas, transferencias y operaciones con tarjeta que ya
      *> lleva hechas hoy en el diario y se rechaza la operacion que
      *> lo rebasaria.
       COMPROBAR-LIMITE-DIARIO.
           MOVE 'N' TO WS-LIMITE-SUPERADO
           IF WS-LIMITE-DIA-CUENTA > 0
                   IF REG-MOV-TIPO = 'RETIRADA'
                           OR REG-MOV-TIPO = 'TRANSF-SAL'
                           OR REG-MOV-TIPO = 'TRANSF-EXT'
                           OR REG-MOV-TIPO = 'CAJERO'
                           OR REG-MOV-TIPO = 'COMPRA-TPV'
                       ADD REG-MOV-IMPORTE TO WS-DISPUESTO-HOY
                   END-IF
      *> Una transferencia anulada o una retirada extornada devuelve
           WRITE REG-EXTORNO
           CLOSE EXTORNOS.

      *> Pago en ventanilla de una cuota de prestamo impagada, sea
      *> o no de la cuenta con la que se abrio la sesion: el cliente
      *> entrega efectivo y se aplica a la cuota impagada mas antigua
      *> del prestamo, primero a la demora devengada hasta hoy y el
      *> resto a la cuota, admitiendo pagos parciales. El saldo de
      *> la cuenta del prestamo no cambia; los apuntes RECOBRO-EF y
      *> DEMORA-EF llevan esa cuenta y su saldo para el rastro del
      *> cliente, y cuentan como entrada de efectivo en el arqueo.
       PAGAR-CUOTA-IMPAGADA.
           DISPLAY '--- PAGO DE CUOTA IMPAGADA EN EFECTIVO ---'
           PERFORM ABRIR-FICHEROS-PAGO
           IF WS-PAGO-FICHEROS-OK = 'S'
               DISPLAY 'Numero de prestamo: '
               ACCEPT WS-PAGO-PRESTAMO
               MOVE WS-PAGO-PRESTAMO TO REG-PRE-NUMERO
               READ PRESTAMOS
                   KEY IS REG-PRE-NUMERO
                   INVALID KEY
                       DISPLAY 'Error: prestamo no encontrado'
                   NOT INVALID KEY
                       PERFORM BUSCAR-CUOTA-IMPAGADA
                       IF WS-CUOTA-HALLADA = 'S'
                           PERFORM COBRAR-CUOTA-EFECTIVO
                       ELSE
                           DISPLAY 'El prestamo no tiene cuotas '
                               'impagadas'
                       END-IF
               END-READ
           END-IF
           PERFORM CERRAR-FICHEROS-PAGO
           DISPLAY '------------------------------------------'.

       ABRIR-FICHEROS-PAGO.
           MOVE 'N' TO WS-PAGO-FICHEROS-OK
           OPEN I-O PRESTAMOS
           OPEN I-O CUOTAS
           OPEN I-O MORA
           IF WS-STATUS-MORA = '35'
               OPEN OUTPUT MORA
               CLOSE MORA
               OPEN I-O MORA
           END-IF
           IF WS-STATUS-PRESTAMOS = '00' AND WS-STATUS-CUOTAS = '00'
                   AND WS-STATUS-MORA = '00'
               MOVE 'S' TO WS-PAGO-FICHEROS-OK
           ELSE
               DISPLAY 'Error: no hay fichero de prestamos disponible'
           END-IF.

       CERRAR-FICHEROS-PAGO.
           IF WS-STATUS-PRESTAMOS NOT = '35'
               CLOSE PRESTAMOS
           END-IF
           IF WS-STATUS-CUOTAS NOT = '35'
               CLOSE CUOTAS
           END-IF
           CLOSE MORA.

      *> Las cuotas de un prestamo van seguidas en la clave, asi que
      *> la primera impagada que aparece es la mas antigua.
       BUSCAR-CUOTA-IMPAGADA.
           MOVE 'N' TO WS-CUOTA-HALLADA
           MOVE 'N' TO WS-FIN-CUOTAS-PAGO
           MOVE WS-PAGO-PRESTAMO TO REG-CUO-PRESTAMO
           MOVE ZEROS TO REG-CUO-NUMERO
           START CUOTAS
               KEY IS NOT LESS THAN REG-CUO-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-CUOTAS-PAGO
           END-START
           PERFORM LEER-CUOTA-PAGO UNTIL WS-FIN-CUOTAS-PAGO = 'S'.

       LEER-CUOTA-PAGO.
           READ CUOTAS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-CUOTAS-PAGO
           END-READ
           IF WS-FIN-CUOTAS-PAGO NOT = 'S'
               IF REG-CUO-PRESTAMO NOT = WS-PAGO-PRESTAMO
                   MOVE 'S' TO WS-FIN-CUOTAS-PAGO
               ELSE
                   IF REG-CUO-ESTADO = 'I'
                       MOVE 'S' TO WS-CUOTA-HALLADA
                       MOVE 'S' TO WS-FIN-CUOTAS-PAGO
                   END-IF
               END-IF
           END-IF.

       COBRAR-CUOTA-EFECTIVO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           PERFORM LOCALIZAR-MORA
           PERFORM DEVENGAR-DEMORA
           PERFORM CALCULAR-DEUDA
           DISPLAY 'Cuota ' REG-CUO-NUMERO ' con vencimiento '
               REG-CUO-FECHA-VENCIMIENTO
           DISPLAY 'Pendiente de la cuota: ' WS-PENDIENTE-CUOTA ' EUR'
           DISPLAY 'Interes de demora:     ' WS-PENDIENTE-DEMORA ' EUR'
           DISPLAY 'Total a pagar:         ' WS-DEUDA ' EUR'
           DISPLAY 'Importe entregado en efectivo (0 = cancelar): '
           ACCEPT WS-IMPORTE-COBRO
           IF WS-IMPORTE-COBRO = 0
               DISPLAY 'Pago cancelado'
           ELSE
               IF WS-IMPORTE-COBRO > WS-DEUDA
                   COMPUTE WS-CAMBIO-COBRO =
                       WS-IMPORTE-COBRO - WS-DEUDA
                   DISPLAY 'Se cobra solo la deuda; a devolver: '
                       WS-CAMBIO-COBRO ' EUR'
                   MOVE WS-DEUDA TO WS-IMPORTE-COBRO
               END-IF
               PERFORM REPARTIR-COBRO
               PERFORM ANOTAR-PAGO-CUOTA
               ADD WS-COBRO-DEMORA TO REG-MOR-DEMORA-COBRADA
               ADD WS-COBRO-CUOTA  TO REG-MOR-RECUPERADO
               PERFORM COMPROBAR-RECUPERACION
               PERFORM GRABAR-MORA
               IF WS-CUOTA-RECUPERADA = 'S'
                   PERFORM SALDAR-CUOTA
                   DISPLAY 'Cuota recuperada entera'
               ELSE
                   COMPUTE WS-DEUDA = WS-DEUDA - WS-IMPORTE-COBRO
                   DISPLAY 'Pago parcial; queda pendiente: ' WS-DEUDA
                       ' EUR'
               END-IF
               DISPLAY WS-MSG-EXITO
           END-IF.

      *> El saldo que acompana a los apuntes es el de la cuenta del
      *> prestamo: el de la sesion si es la misma y, si no, el del
      *> maestro (la cuenta en memoria se conserva aparte y se graba
      *> desde ella, asi que leer otra no la altera).
       ANOTAR-PAGO-CUOTA.
           MOVE REG-PRE-NUMERO-CUENTA TO WS-PAGO-CUENTA
           IF WS-PAGO-CUENTA = WS-NUMERO-CUENTA
               MOVE WS-SALDO TO WS-PAGO-SALDO
           ELSE
               MOVE WS-PAGO-CUENTA TO REG-NUMERO-CUENTA
               READ CUENTAS-MAESTRO
                   KEY IS REG-NUMERO-CUENTA
                   INVALID KEY
                       MOVE ZEROS TO WS-PAGO-SALDO
                   NOT INVALID KEY
                       MOVE REG-SALDO TO WS-PAGO-SALDO
               END-READ
           END-IF
           MOVE WS-PAGO-CUENTA TO WS-MOV-CUENTA
           MOVE WS-PAGO-SALDO  TO WS-MOV-SALDO-ANTERIOR
           MOVE WS-PAGO-SALDO  TO WS-MOV-SALDO-NUEVO
           IF WS-COBRO-DEMORA > 0
               MOVE 'DEMORA-EF' TO WS-MOV-TIPO
               MOVE WS-COBRO-DEMORA TO WS-MOV-IMPORTE
               PERFORM ANOTAR-MOVIMIENTO
           END-IF
           IF WS-COBRO-CUOTA > 0
               MOVE 'RECOBRO-EF' TO WS-MOV-TIPO
               MOVE WS-COBRO-CUOTA TO WS-MOV-IMPORTE
               PERFORM ANOTAR-MOVIMIENTO
           END-IF.

      *> LOCALIZAR-MORA, DEVENGAR-DEMORA, CALCULAR-DEUDA,
      *> REPARTIR-COBRO, COMPROBAR-RECUPERACION, GRABAR-MORA y
      *> SALDAR-CUOTA son los mismos que en BANCO-MOROSIDAD.
       LOCALIZAR-MORA.
           MOVE 'N' TO WS-MORA-NUEVA
           MOVE REG-CUO-CLAVE TO REG-MOR-CLAVE
           READ MORA
               KEY IS REG-MOR-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-MORA-NUEVA
           END-READ
           IF WS-MORA-NUEVA = 'S'
               MOVE REG-CUO-CLAVE TO REG-MOR-CLAVE
               MOVE ZEROS TO REG-MOR-RECUPERADO
               MOVE ZEROS TO REG-MOR-DEMORA-DEVENGADA
               MOVE ZEROS TO REG-MOR-DEMORA-COBRADA
               MOVE REG-CUO-FECHA-VENCIMIENTO TO REG-MOR-FECHA-DEVENGO
               MOVE ZEROS TO REG-MOR-FECHA-RECUPERACION
               MOVE 'P' TO REG-MOR-ESTADO
           END-IF.

       DEVENGAR-DEMORA.
           IF REG-MOR-FECHA-DEVENGO < WS-FECHA-ACTUAL
               COMPUTE WS-DIAS-DEVENGO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-ACTUAL)
                   - FUNCTION INTEGER-OF-DATE(REG-MOR-FECHA-DEVENGO)
               COMPUTE WS-PENDIENTE-CUOTA =
                   REG-CUO-IMPORTE - REG-MOR-RECUPERADO
               COMPUTE WS-DEMORA-PERIODO ROUNDED =
                   WS-PENDIENTE-CUOTA * WS-TASA-DEMORA
                   * WS-DIAS-DEVENGO / 365
               ADD WS-DEMORA-PERIODO TO REG-MOR-DEMORA-DEVENGADA
               MOVE WS-FECHA-ACTUAL TO REG-MOR-FECHA-DEVENGO
           END-IF.

       CALCULAR-DEUDA.
           COMPUTE WS-PENDIENTE-CUOTA =
               REG-CUO-IMPORTE - REG-MOR-RECUPERADO
           COMPUTE WS-PENDIENTE-DEMORA =
               REG-MOR-DEMORA-DEVENGADA - REG-MOR-DEMORA-COBRADA
           COMPUTE WS-DEUDA = WS-PENDIENTE-CUOTA + WS-PENDIENTE-DEMORA.

       REPARTIR-COBRO.
           IF WS-IMPORTE-COBRO > WS-PENDIENTE-DEMORA
               MOVE WS-PENDIENTE-DEMORA TO WS-COBRO-DEMORA
               COMPUTE WS-COBRO-CUOTA =
                   WS-IMPORTE-COBRO - WS-PENDIENTE-DEMORA
           ELSE
               MOVE WS-IMPORTE-COBRO TO WS-COBRO-DEMORA
               MOVE ZEROS TO WS-COBRO-CUOTA
           END-IF.

       COMPROBAR-RECUPERACION.
           MOVE 'N' TO WS-CUOTA-RECUPERADA
           IF REG-MOR-RECUPERADO NOT < REG-CUO-IMPORTE
                   AND REG-MOR-DEMORA-COBRADA NOT <
                       REG-MOR-DEMORA-DEVENGADA
               MOVE 'S' TO WS-CUOTA-RECUPERADA
               MOVE 'R' TO REG-MOR-ESTADO
               MOVE WS-FECHA-ACTUAL TO REG-MOR-FECHA-RECUPERACION
           END-IF.

       GRABAR-MORA.
           IF WS-MORA-NUEVA = 'S'
               WRITE REG-MORA
                   INVALID KEY
                       DISPLAY 'Error al grabar MORA.DAT de la cuota '
                           REG-CUO-NUMERO ' del prestamo '
                           REG-CUO-PRESTAMO
               END-WRITE
           ELSE
               REWRITE REG-MORA
                   INVALID KEY
                       DISPLAY 'Error al actualizar MORA.DAT de la '
                           'cuota ' REG-CUO-NUMERO ' del prestamo '
                           REG-CUO-PRESTAMO
               END-REWRITE
           END-IF.

       SALDAR-CUOTA.
           MOVE 'C' TO REG-CUO-ESTADO
           REWRITE REG-CUOTA
               INVALID KEY
                   DISPLAY 'Error al actualizar la cuota '
                       REG-CUO-NUMERO ' del prestamo '
                       REG-CUO-PRESTAMO
           END-REWRITE
           IF REG-CUO-CAPITAL > REG-PRE-CAPITAL-PENDIENTE
               MOVE ZEROS TO REG-PRE-CAPITAL-PENDIENTE
           ELSE
               SUBTRACT REG-CUO-CAPITAL FROM REG-PRE-CAPITAL-PENDIENTE
           END-IF
           ADD 1 TO REG-PRE-CUOTAS-PAGADAS
           IF REG-PRE-CUOTAS-IMPAGADAS > 0
               SUBTRACT 1 FROM REG-PRE-CUOTAS-IMPAGADAS
           END-IF
           IF REG-PRE-CAPITAL-PENDIENTE = 0
                   AND REG-PRE-CUOTAS-PAGADAS NOT <
                       REG-PRE-PLAZO-MESES
               MOVE 'L' TO REG-PRE-ESTADO
           END-IF
           REWRITE REG-PRESTAMO
               INVALID KEY
                   DISPLAY 'Error al actualizar el prestamo '
                       REG-PRE-NUMERO
           END-REWRITE.

       ANOTAR-MOVIMIENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           MOVE WS-FECHA-ACTUAL        TO REG-MOV-FECHA
           MOVE WS-MOV-SALDO-ANTERIOR  TO REG-MOV-SALDO-ANTERIOR
           MOVE WS-MOV-SALDO-NUEVO     TO REG-MOV-SALDO-NUEVO
           MOVE WS-OPERADOR-ID         TO REG-MOV-OPERADOR
           PERFORM SELLAR-MOVIMIENTO
           WRITE REG-MOVIMIENTO.

      *> Numera y sella el movimiento antes de grabarlo (ver MOVREG
      *> y DCTREG): la secuencia y el sello anterior salen de la
      *> cabecera de DIARIOCTL.DAT (fecha cero) y el movimiento se
      *> acumula tambien en el registro de control de su dia. Si el
      *> control no se puede abrir, el movimiento se graba igual con
      *> secuencia cero para no perderlo y BANCO-INTEGRIDAD lo
      *> denunciara como movimiento sin sellar.
       SELLAR-MOVIMIENTO.
           MOVE ZEROS TO REG-MOV-SECUENCIA
           MOVE ZEROS TO REG-MOV-SELLO
           OPEN I-O DIARIO-CONTROL
           IF WS-STATUS-DIARIOCTL = '35'
               OPEN OUTPUT DIARIO-CONTROL
               CLOSE DIARIO-CONTROL
               OPEN I-O DIARIO-CONTROL
           END-IF
           IF WS-STATUS-DIARIOCTL NOT = '00'
               DISPLAY 'Aviso: no se pudo abrir DIARIOCTL.DAT - status '
                   WS-STATUS-DIARIOCTL ', movimiento sin sellar'
           ELSE
               MOVE ZEROS TO REG-DCT-FECHA
               READ DIARIO-CONTROL
                   INVALID KEY
                       MOVE ZEROS TO REG-DIARIO-CONTROL
               END-READ
               ADD 1 TO REG-DCT-ULTIMA-SECUENCIA
               MOVE REG-DCT-ULTIMA-SECUENCIA TO REG-MOV-SECUENCIA
               IF REG-DCT-PRIMERA-SECUENCIA = 0
                   MOVE REG-MOV-SECUENCIA TO REG-DCT-PRIMERA-SECUENCIA
               END-IF
               MOVE REG-DCT-ULTIMO-SELLO TO WS-SEL-VALOR
               PERFORM VARYING WS-SEL-POS FROM 1 BY 1
                       UNTIL WS-SEL-POS > 81
                   COMPUTE WS-SEL-VALOR = FUNCTION MOD(WS-SEL-VALOR * 31
                       + FUNCTION ORD(REG-MOVIMIENTO(WS-SEL-POS:1)),
                       999999937)
               END-PERFORM
               MOVE WS-SEL-VALOR TO REG-MOV-SELLO
               PERFORM ACUMULAR-CONTROL-DIARIO
               MOVE REG-MOV-FECHA TO REG-DCT-FECHA
               READ DIARIO-CONTROL
                   INVALID KEY
                       MOVE ZEROS TO REG-DIARIO-CONTROL
                       MOVE REG-MOV-FECHA TO REG-DCT-FECHA
                       MOVE REG-MOV-SECUENCIA TO
                           REG-DCT-PRIMERA-SECUENCIA
               END-READ
               MOVE REG-MOV-SECUENCIA TO REG-DCT-ULTIMA-SECUENCIA
               PERFORM ACUMULAR-CONTROL-DIARIO
               CLOSE DIARIO-CONTROL
           END-IF.

      *> Suma el movimiento al registro de control leido y lo graba
      *> (alta o reescritura). El debe y el haber se deciden por el
      *> sentido del cambio de saldo.
       ACUMULAR-CONTROL-DIARIO.
           ADD 1 TO REG-DCT-REGISTROS
           IF REG-MOV-SALDO-NUEVO < REG-MOV-SALDO-ANTERIOR
               ADD REG-MOV-IMPORTE TO REG-DCT-TOTAL-DEBE
           END-IF
           IF REG-MOV-SALDO-NUEVO > REG-MOV-SALDO-ANTERIOR
               ADD REG-MOV-IMPORTE TO REG-DCT-TOTAL-HABER
           END-IF
           MOVE REG-MOV-SELLO TO REG-DCT-ULTIMO-SELLO
           WRITE REG-DIARIO-CONTROL
               INVALID KEY
                   REWRITE REG-DIARIO-CONTROL
                       INVALID KEY
                           DISPLAY 'Error al grabar DIARIOCTL.DAT - '
                               'status ' WS-STATUS-DIARIOCTL
                   END-REWRITE
           END-WRITE.

       DESPEDIDA.
           DISPLAY ' '
           DISPLAY 'Gracias por utilizar nuestros servicios'
           DISPLAY 'Hasta pronto!'
           DISPLAY ' '.

       AUDITAR-CUENTA.
           MOVE 'CUENTAS.DAT'    TO WS-AUD-FICHERO
           MOVE WS-NUMERO-CUENTA TO WS-AUD-CLAVE
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
           MOVE 'BANCO-SIMPLE' TO REG-AUD-PROGRAMA
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

      *> Comprueba una cuenta de otra entidad (WS-DC-EXTERNA): veinte
      *> cifras, el primer digito de control sobre entidad y oficina
      *> y el segundo sobre el numero de cuenta.
       COMPROBAR-CUENTA-EXTERNA.
           MOVE 'N' TO WS-DC-EXTERNA-OK
           IF WS-DC-EXTERNA IS NUMERIC
               MOVE WS-DC-CCC-ENTIDAD TO WS-DC-ENTRADA
               PERFORM CALCULAR-DIGITO-CONTROL
               IF WS-DC-DIGITO = WS-DC-CCC-DC1
                   MOVE WS-DC-CCC-CUENTA TO WS-DC-ENTRADA
                   PERFORM CALCULAR-DIGITO-CONTROL
                   IF WS-DC-DIGITO = WS-DC-CCC-DC2
                       MOVE 'S' TO WS-DC-EXTERNA-OK
                   END-IF
               END-IF
           END-IF.

       END PROGRAM BANCO-SIMPLE.
