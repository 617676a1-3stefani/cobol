IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-TARJETAS-EJEC.
       AUTHOR. Estefania Ramirez Martinez.

      *> Proceso batch nocturno de la red de tarjetas: lee el fichero
      *> de operaciones del dia TARJENT.DAT (reintegros en cajero y
      *> compras en comercio hechos con las tarjetas de TARJETAS.DAT)
      *> y carga cada una en la cuenta asociada con las mismas reglas
      *> que REALIZAR-RETIRADA en BANCO-SIMPLE: contra el disponible
      *> (saldo menos retenido), descubierto solo en CORRIENTE hasta
      *> REG-LIMITE-DESCUBIERTO, y sin rebasar el tope diario
      *> REG-LIMITE-DIARIO junto con lo ya dispuesto hoy en el
      *> diario. Se anotan en MOVIMIENTOS.DAT como CAJERO o
      *> COMPRA-TPV. Las operaciones con tarjeta desconocida,
      *> bloqueada, perdida o caducada, sobre cuentas canceladas,
      *> bloqueadas o inactivas, sin saldo o por encima del tope se
      *> devuelven a la red en TARJDEV-AAAAMMDD.DAT con su codigo de
      *> rechazo (ver TPVREG) y quedan listadas en TARJETAS.RPT.
      *> Como la importacion de BANCO-INTERCAMBIO, la entrada se
      *> copia primero al fichero de trabajo TARJTRAB.DAT y se vacia
      *> antes de cargar nada, para que relanzar el proceso no cargue
      *> dos veces la misma operacion.

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

           SELECT TARJETAS ASSIGN TO "TARJETAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TJT-NUMERO
               FILE STATUS IS WS-STATUS-TARJETAS.

           SELECT TARJETAS-ENTRADA ASSIGN TO "TARJENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENTRADA.

           SELECT TARJETAS-TRABAJO ASSIGN TO "TARJTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABAJO.

           SELECT FICHERO-DEVOLUCION ASSIGN USING WS-NOMBRE-DEVOLUCION
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEVOLUCION.

           SELECT DIARIO-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.

           SELECT DIARIO-CONTROL ASSIGN TO "DIARIOCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-DCT-FECHA
               FILE STATUS IS WS-STATUS-DIARIOCTL.

           SELECT INFORME-TARJETAS ASSIGN TO "TARJETAS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-INFORME.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-MAESTRO.
           COPY CUENTAREG.

       FD  TARJETAS.
           COPY TARJREG.

       FD  TARJETAS-ENTRADA.
           COPY TPVREG.

       FD  TARJETAS-TRABAJO.
       01  REG-OPT-TRABAJO         PIC X(62).

       FD  FICHERO-DEVOLUCION.
       01  REG-LINEA-DEVOLUCION    PIC X(62).

       FD  DIARIO-MOVIMIENTOS.
           COPY MOVREG.

       FD  DIARIO-CONTROL.
           COPY DCTREG.

       FD  INFORME-TARJETAS.
       01  REG-LINEA-INFORME       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-CUENTAS   PIC XX VALUE '00'.
           05  WS-STATUS-TARJETAS  PIC XX VALUE '00'.
           05  WS-STATUS-ENTRADA   PIC XX VALUE '00'.
           05  WS-STATUS-TRABAJO   PIC XX VALUE '00'.
           05  WS-STATUS-DEVOLUCION PIC XX VALUE '00'.
           05  WS-STATUS-DIARIO    PIC XX VALUE '00'.
           05  WS-STATUS-DIARIOCTL PIC XX VALUE '00'.
           05  WS-STATUS-INFORME   PIC XX VALUE '00'.
           05  WS-FIN-ENTRADA      PIC X VALUE 'N'.
           05  WS-FIN-TRABAJO      PIC X VALUE 'N'.
           05  WS-FIN-DIARIO       PIC X VALUE 'N'.
           05  WS-TARJETAS-ABIERTO PIC X VALUE 'N'.
           05  WS-TRABAJO-ABIERTO  PIC X VALUE 'N'.

       01  WS-NOMBRE-DEVOLUCION    PIC X(20) VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-OPS-LEIDAS       PIC 9(5) VALUE ZEROS.
           05  WS-OPS-CARGADAS     PIC 9(5) VALUE ZEROS.
           05  WS-OPS-RECHAZADAS   PIC 9(5) VALUE ZEROS.
           05  WS-TOTAL-CAJERO     PIC 9(9)V99 VALUE ZEROS.
           05  WS-TOTAL-TPV        PIC 9(9)V99 VALUE ZEROS.

      *> Resultado de validar la operacion: codigo de rechazo para la
      *> red (espacios si se carga) y motivo para el informe.
       01  WS-VALIDACION.
           05  WS-CODIGO-RECHAZO   PIC X(2) VALUE SPACES.
           05  WS-MOTIVO-RECHAZO   PIC X(30) VALUE SPACES.
           05  WS-MES-OPERACION    PIC 9(6) VALUE ZEROS.
           05  WS-SALDO-DISPONIBLE PIC S9(9)V99 VALUE ZEROS.
           05  WS-LIMITE-NEGATIVO  PIC S9(9)V99 VALUE ZEROS.

       01  WS-MOVIMIENTO.
           05  WS-MOV-TIPO           PIC X(10) VALUE SPACES.
           05  WS-MOV-SALDO-ANTERIOR PIC S9(7)V99 VALUE ZEROS.
           05  WS-MOV-SALDO-NUEVO    PIC S9(7)V99 VALUE ZEROS.

      *> Lo dispuesto hoy por cuenta, cargado en una sola pasada del
      *> diario al estilo de la tabla de BANCO-VIGILANCIA y
      *> aumentado con cada operacion cargada, para aplicar el tope
      *> diario sin releer el diario en cada operacion. Cuenta lo
      *> mismo que SUMAR-DISPUESTO-HOY de BANCO-SIMPLE.
       01  WS-TABLA-DISPUESTO.
           05  WS-NUM-DISPUESTOS   PIC 9(5) COMP VALUE ZEROS.
           05  WS-TAB-DISPUESTO OCCURS 20000 TIMES
                   INDEXED BY IX-DIS.
               10  WS-DIS-CUENTA       PIC 9(10).
               10  WS-DIS-IMPORTE      PIC 9(9)V99.
           05  WS-TABLA-LLENA      PIC X VALUE 'N'.
           05  WS-TAB-HALLADA      PIC X VALUE 'N'.
           05  WS-CUENTA-TABLA     PIC 9(10) VALUE ZEROS.

       01  WS-FECHA-HORA-ACTUAL.
           05  WS-FECHA-ACTUAL     PIC 9(8).
           05  WS-HORA-ACTUAL      PIC 9(6).
           05  WS-FECHA-HORA-RESTO PIC X(7).

       01  WS-LINEA-EDITADA.
           05  WS-LIN-IMPORTE      PIC Z(6)9.99.
           05  WS-LIN-TOTAL        PIC Z(8)9.99.

      *> Calculo del sello encadenado del diario (ver MOVREG).
       01  WS-SELLADO.
           05  WS-SEL-VALOR         PIC 9(12) VALUE ZEROS.
           05  WS-SEL-POS           PIC 99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
           DISPLAY '*** OPERACIONES DE LA RED DE TARJETAS ***'
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           STRING 'TARJDEV-' DELIMITED BY SIZE
               WS-FECHA-ACTUAL DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WS-NOMBRE-DEVOLUCION
           END-STRING
           PERFORM IMPORTAR-OPERACIONES
           DISPLAY 'Operaciones leidas:     ' WS-OPS-LEIDAS
           DISPLAY 'Operaciones cargadas:   ' WS-OPS-CARGADAS
           DISPLAY 'Operaciones rechazadas: ' WS-OPS-RECHAZADAS
           DISPLAY 'Informe generado en TARJETAS.RPT'
           DISPLAY '*** FIN DEL PROCESO ***'
           STOP RUN.

       IMPORTAR-OPERACIONES.
           MOVE 'N' TO WS-FIN-ENTRADA
           OPEN INPUT TARJETAS-ENTRADA
           IF WS-STATUS-ENTRADA NOT = '00'
               DISPLAY 'Aviso: no hay fichero de la red TARJENT.DAT'
           ELSE
               OPEN I-O CUENTAS-MAESTRO
               IF WS-STATUS-CUENTAS NOT = '00'
                   DISPLAY
                     'Error: no se pudo abrir CUENTAS.DAT - status '
                       WS-STATUS-CUENTAS
                   MOVE 8 TO RETURN-CODE
                   CLOSE TARJETAS-ENTRADA
               ELSE
                   PERFORM ABRIR-FICHEROS
                   PERFORM PREPARAR-TRABAJO-ENTRADA
                   PERFORM TRATAR-OPERACION UNTIL WS-FIN-TRABAJO = 'S'
                   PERFORM IMPRIMIR-TOTALES
                   PERFORM CERRAR-FICHEROS
               END-IF
           END-IF.

      *> Sin maestro de tarjetas todas las operaciones salen como
      *> tarjeta desconocida. Lo dispuesto hoy se carga antes de
      *> abrir el diario para anotar.
       ABRIR-FICHEROS.
           OPEN INPUT TARJETAS
           IF WS-STATUS-TARJETAS = '00'
               MOVE 'S' TO WS-TARJETAS-ABIERTO
           ELSE
               DISPLAY 'Aviso: no hay maestro de tarjetas - status '
                   WS-STATUS-TARJETAS
           END-IF
           PERFORM CARGAR-DISPUESTO-DIA
           OPEN EXTEND DIARIO-MOVIMIENTOS
           IF WS-STATUS-DIARIO = '05' OR WS-STATUS-DIARIO = '35'
               OPEN OUTPUT DIARIO-MOVIMIENTOS
           END-IF
           OPEN OUTPUT INFORME-TARJETAS
           MOVE '*** OPERACIONES CON TARJETA RECHAZADAS ***' TO
               REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME.

       CERRAR-FICHEROS.
           CLOSE CUENTAS-MAESTRO
           IF WS-TARJETAS-ABIERTO = 'S'
               CLOSE TARJETAS
           END-IF
           IF WS-TRABAJO-ABIERTO = 'S'
               CLOSE TARJETAS-TRABAJO
               CLOSE FICHERO-DEVOLUCION
           END-IF
           CLOSE DIARIO-MOVIMIENTOS
           CLOSE INFORME-TARJETAS.

      *> La entrada se copia al fichero de trabajo y se vacia ANTES
      *> de cargar nada, como en PREPARAR-TRABAJO-ENTRADA de
      *> BANCO-INTERCAMBIO: con la entrada vacia no se toca
      *> TARJTRAB.DAT, que conserva el fichero de la red por si una
      *> carga quedo a medias y hay que reconciliar a mano. El
      *> fichero de devolucion se abre para anadir, de modo que un
      *> segundo fichero de la red el mismo dia no borre los
      *> rechazos del primero.
       PREPARAR-TRABAJO-ENTRADA.
           MOVE 'N' TO WS-FIN-ENTRADA
           READ TARJETAS-ENTRADA
               AT END
                   MOVE 'S' TO WS-FIN-ENTRADA
           END-READ
           IF WS-FIN-ENTRADA = 'S'
               DISPLAY 'Aviso: TARJENT.DAT esta vacio, nada que cargar'
               DISPLAY
                 'Si una carga quedo a medias, TARJTRAB.DAT puede'
               DISPLAY 'conservar operaciones sin reconciliar'
               CLOSE TARJETAS-ENTRADA
               MOVE 'S' TO WS-FIN-TRABAJO
           ELSE
               OPEN OUTPUT TARJETAS-TRABAJO
               WRITE REG-OPT-TRABAJO FROM REG-OPERACION-TARJETA
               PERFORM COPIAR-OPERACION-TRABAJO
                   UNTIL WS-FIN-ENTRADA = 'S'
               CLOSE TARJETAS-ENTRADA
               CLOSE TARJETAS-TRABAJO
               OPEN OUTPUT TARJETAS-ENTRADA
               CLOSE TARJETAS-ENTRADA
               OPEN EXTEND FICHERO-DEVOLUCION
               IF WS-STATUS-DEVOLUCION = '05'
                       OR WS-STATUS-DEVOLUCION = '35'
                   OPEN OUTPUT FICHERO-DEVOLUCION
               END-IF
               MOVE 'S' TO WS-TRABAJO-ABIERTO
               MOVE 'N' TO WS-FIN-TRABAJO
               OPEN INPUT TARJETAS-TRABAJO
               IF WS-STATUS-TRABAJO NOT = '00'
                   MOVE 'S' TO WS-FIN-TRABAJO
               END-IF
           END-IF.

       COPIAR-OPERACION-TRABAJO.
           READ TARJETAS-ENTRADA
               AT END
                   MOVE 'S' TO WS-FIN-ENTRADA
           END-READ
           IF WS-FIN-ENTRADA NOT = 'S'
               WRITE REG-OPT-TRABAJO FROM REG-OPERACION-TARJETA
           END-IF.

       TRATAR-OPERACION.
           READ TARJETAS-TRABAJO
               AT END
                   MOVE 'S' TO WS-FIN-TRABAJO
           END-READ
           IF WS-FIN-TRABAJO NOT = 'S'
               MOVE REG-OPT-TRABAJO TO REG-OPERACION-TARJETA
               ADD 1 TO WS-OPS-LEIDAS
               PERFORM VALIDAR-OPERACION
               IF WS-CODIGO-RECHAZO = SPACES
                   PERFORM CARGAR-OPERACION
               END-IF
               IF WS-CODIGO-RECHAZO NOT = SPACES
                   ADD 1 TO WS-OPS-RECHAZADAS
                   PERFORM DEVOLVER-OPERACION
               END-IF
           END-IF.

      *> Cada comprobacion solo se hace si las anteriores pasaron; la
      *> primera que falla da el codigo de rechazo.
       VALIDAR-OPERACION.
           MOVE SPACES TO WS-CODIGO-RECHAZO
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           IF (REG-OPT-TIPO NOT = 'C' AND REG-OPT-TIPO NOT = 'T')
                   OR REG-OPT-IMPORTE IS NOT NUMERIC
                   OR REG-OPT-IMPORTE = 0
               MOVE '10' TO WS-CODIGO-RECHAZO
               MOVE 'operacion no valida' TO WS-MOTIVO-RECHAZO
           END-IF
           IF WS-CODIGO-RECHAZO = SPACES
               PERFORM COMPROBAR-TARJETA
           END-IF
           IF WS-CODIGO-RECHAZO = SPACES
               PERFORM COMPROBAR-CUENTA-TARJETA
           END-IF
           IF WS-CODIGO-RECHAZO = SPACES
               PERFORM COMPROBAR-SALDO-DISPONIBLE
           END-IF
           IF WS-CODIGO-RECHAZO = SPACES
               PERFORM COMPROBAR-LIMITE-DIARIO
           END-IF.

       COMPROBAR-TARJETA.
           IF WS-TARJETAS-ABIERTO NOT = 'S'
               MOVE '01' TO WS-CODIGO-RECHAZO
               MOVE 'tarjeta desconocida' TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE REG-OPT-NUMERO-TARJETA TO REG-TJT-NUMERO
               READ TARJETAS
                   KEY IS REG-TJT-NUMERO
                   INVALID KEY
                       MOVE '01' TO WS-CODIGO-RECHAZO
                       MOVE 'tarjeta desconocida' TO WS-MOTIVO-RECHAZO
               END-READ
           END-IF
           IF WS-CODIGO-RECHAZO = SPACES
               EVALUATE REG-TJT-ESTADO
                   WHEN 'A'
                       CONTINUE
                   WHEN 'P'
                       MOVE '03' TO WS-CODIGO-RECHAZO
                       MOVE 'tarjeta perdida o robada' TO
                           WS-MOTIVO-RECHAZO
                   WHEN OTHER
                       MOVE '02' TO WS-CODIGO-RECHAZO
                       MOVE 'tarjeta bloqueada' TO WS-MOTIVO-RECHAZO
               END-EVALUATE
           END-IF
           IF WS-CODIGO-RECHAZO = SPACES
               COMPUTE WS-MES-OPERACION = REG-OPT-FECHA / 100
               IF WS-MES-OPERACION > REG-TJT-CADUCIDAD
                   MOVE '04' TO WS-CODIGO-RECHAZO
                   MOVE 'tarjeta caducada' TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.

      *> Las bajas de cuenta se borran del maestro: una cuenta que no
      *> esta es una cuenta cancelada.
       COMPROBAR-CUENTA-TARJETA.
           MOVE REG-TJT-NUMERO-CUENTA TO REG-NUMERO-CUENTA
           READ CUENTAS-MAESTRO
               KEY IS REG-NUMERO-CUENTA
               INVALID KEY
                   MOVE '05' TO WS-CODIGO-RECHAZO
                   MOVE 'cuenta cancelada' TO WS-MOTIVO-RECHAZO
           END-READ
           IF WS-CODIGO-RECHAZO = SPACES
               IF REG-CUENTA-BLOQUEADA = 'S'
                   MOVE '06' TO WS-CODIGO-RECHAZO
                   MOVE 'cuenta bloqueada' TO WS-MOTIVO-RECHAZO
               ELSE
                   IF REG-CUENTA-INACTIVA = 'S'
                       MOVE '07' TO WS-CODIGO-RECHAZO
                       MOVE 'cuenta inactiva' TO WS-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.

      *> Como COMPROBAR-LIMITES-RETIRADA: el disponible es el saldo
      *> menos lo retenido por cheques; solo la CORRIENTE puede
      *> quedar en descubierto, hasta su limite.
       COMPROBAR-SALDO-DISPONIBLE.
           COMPUTE WS-SALDO-DISPONIBLE =
               REG-SALDO - REG-SALDO-RETENIDO - REG-OPT-IMPORTE
           IF REG-TIPO-CUENTA = 'CORRIENTE'
               COMPUTE WS-LIMITE-NEGATIVO = 0 - REG-LIMITE-DESCUBIERTO
           ELSE
               MOVE ZEROS TO WS-LIMITE-NEGATIVO
           END-IF
           IF WS-SALDO-DISPONIBLE < WS-LIMITE-NEGATIVO
               MOVE '08' TO WS-CODIGO-RECHAZO
               MOVE 'saldo insuficiente' TO WS-MOTIVO-RECHAZO
           END-IF.

       COMPROBAR-LIMITE-DIARIO.
           IF REG-LIMITE-DIARIO > 0
               MOVE REG-NUMERO-CUENTA TO WS-CUENTA-TABLA
               PERFORM LOCALIZAR-CUENTA-TABLA
               IF WS-TAB-HALLADA = 'S'
                   IF WS-DIS-IMPORTE (IX-DIS) + REG-OPT-IMPORTE >
                           REG-LIMITE-DIARIO
                       MOVE '09' TO WS-CODIGO-RECHAZO
                       MOVE 'limite diario superado' TO
                           WS-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.

      *> ------- CARGO EN CUENTA -------

       CARGAR-OPERACION.
           MOVE REG-SALDO TO WS-MOV-SALDO-ANTERIOR
           SUBTRACT REG-OPT-IMPORTE FROM REG-SALDO
           IF REG-SALDO < 0
               MOVE 'S' TO REG-INDICADOR-DESCUB
           ELSE
               MOVE 'N' TO REG-INDICADOR-DESCUB
           END-IF
           MOVE REG-SALDO TO WS-MOV-SALDO-NUEVO
           REWRITE REG-CUENTA
               INVALID KEY
                   DISPLAY 'Error al actualizar cuenta '
                       REG-NUMERO-CUENTA
           END-REWRITE
           IF WS-STATUS-CUENTAS = '00'
               IF REG-OPT-TIPO = 'C'
                   MOVE 'CAJERO' TO WS-MOV-TIPO
                   ADD REG-OPT-IMPORTE TO WS-TOTAL-CAJERO
               ELSE
                   MOVE 'COMPRA-TPV' TO WS-MOV-TIPO
                   ADD REG-OPT-IMPORTE TO WS-TOTAL-TPV
               END-IF
               PERFORM ANOTAR-MOVIMIENTO
               ADD 1 TO WS-OPS-CARGADAS
               MOVE REG-NUMERO-CUENTA TO WS-CUENTA-TABLA
               PERFORM LOCALIZAR-CUENTA-TABLA
               IF WS-TAB-HALLADA = 'S'
                   ADD REG-OPT-IMPORTE TO WS-DIS-IMPORTE (IX-DIS)
               END-IF
           ELSE
               MOVE '11' TO WS-CODIGO-RECHAZO
               MOVE 'error al actualizar la cuenta' TO
                   WS-MOTIVO-RECHAZO
           END-IF.

       ANOTAR-MOVIMIENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           MOVE WS-FECHA-ACTUAL        TO REG-MOV-FECHA
           MOVE WS-HORA-ACTUAL         TO REG-MOV-HORA
           MOVE REG-NUMERO-CUENTA      TO REG-MOV-NUMERO-CUENTA
           MOVE WS-MOV-TIPO            TO REG-MOV-TIPO
           MOVE REG-OPT-IMPORTE        TO REG-MOV-IMPORTE
           MOVE WS-MOV-SALDO-ANTERIOR  TO REG-MOV-SALDO-ANTERIOR
           MOVE WS-MOV-SALDO-NUEVO     TO REG-MOV-SALDO-NUEVO
           MOVE 'TARJETAS'             TO REG-MOV-OPERADOR
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

      *> ------- RECHAZOS -------

       DEVOLVER-OPERACION.
           MOVE WS-CODIGO-RECHAZO TO REG-OPT-RECHAZO
           WRITE REG-LINEA-DEVOLUCION FROM REG-OPERACION-TARJETA
           MOVE REG-OPT-IMPORTE TO WS-LIN-IMPORTE
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Tarjeta ' DELIMITED BY SIZE
               REG-OPT-NUMERO-TARJETA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REG-OPT-FECHA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LIN-IMPORTE DELIMITED BY SIZE
               ' EUR rechazo ' DELIMITED BY SIZE
               WS-CODIGO-RECHAZO DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WS-MOTIVO-RECHAZO DELIMITED BY '  '
               ')' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           DISPLAY REG-LINEA-INFORME.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Leidas: ' DELIMITED BY SIZE
               WS-OPS-LEIDAS DELIMITED BY SIZE
               '  Cargadas: ' DELIMITED BY SIZE
               WS-OPS-CARGADAS DELIMITED BY SIZE
               '  Devueltas a la red: ' DELIMITED BY SIZE
               WS-OPS-RECHAZADAS DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           MOVE WS-TOTAL-CAJERO TO WS-LIN-TOTAL
           STRING 'Total cajero:  ' DELIMITED BY SIZE
               WS-LIN-TOTAL DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           MOVE WS-TOTAL-TPV TO WS-LIN-TOTAL
           STRING 'Total comercio:' DELIMITED BY SIZE
               WS-LIN-TOTAL DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME.

      *> ------- LO DISPUESTO HOY -------

       CARGAR-DISPUESTO-DIA.
           MOVE ZEROS TO WS-NUM-DISPUESTOS
           MOVE 'N' TO WS-FIN-DIARIO
           OPEN INPUT DIARIO-MOVIMIENTOS
           IF WS-STATUS-DIARIO = '00'
               PERFORM LEER-DISPUESTO-DIA UNTIL WS-FIN-DIARIO = 'S'
               CLOSE DIARIO-MOVIMIENTOS
           END-IF.

       LEER-DISPUESTO-DIA.
           READ DIARIO-MOVIMIENTOS
               AT END
                   MOVE 'S' TO WS-FIN-DIARIO
           END-READ
           IF WS-FIN-DIARIO NOT = 'S'
               IF REG-MOV-FECHA = WS-FECHA-ACTUAL
                   IF REG-MOV-TIPO = 'RETIRADA'
                           OR REG-MOV-TIPO = 'TRANSF-SAL'
                           OR REG-MOV-TIPO = 'TRANSF-EXT'
                           OR REG-MOV-TIPO = 'CAJERO'
                           OR REG-MOV-TIPO = 'COMPRA-TPV'
                       MOVE REG-MOV-NUMERO-CUENTA TO WS-CUENTA-TABLA
                       PERFORM LOCALIZAR-CUENTA-TABLA
                       IF WS-TAB-HALLADA = 'S'
                           ADD REG-MOV-IMPORTE TO
                               WS-DIS-IMPORTE (IX-DIS)
                       END-IF
                   END-IF
                   IF REG-MOV-TIPO = 'TRANSF-ANU'
                           OR REG-MOV-TIPO = 'EXTORNO-H'
                       MOVE REG-MOV-NUMERO-CUENTA TO WS-CUENTA-TABLA
                       PERFORM LOCALIZAR-CUENTA-TABLA
                       IF WS-TAB-HALLADA = 'S'
                           IF REG-MOV-IMPORTE > WS-DIS-IMPORTE (IX-DIS)
                               MOVE ZEROS TO WS-DIS-IMPORTE (IX-DIS)
                           ELSE
                               SUBTRACT REG-MOV-IMPORTE
                                   FROM WS-DIS-IMPORTE (IX-DIS)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Busca la cuenta de WS-CUENTA-TABLA y, si no esta, la anade
      *> con cero dispuesto. Con la tabla llena la cuenta no se
      *> controla (WS-TAB-HALLADA = 'N') y se avisa una vez.
       LOCALIZAR-CUENTA-TABLA.
           MOVE 'N' TO WS-TAB-HALLADA
           SET IX-DIS TO 1
           SEARCH WS-TAB-DISPUESTO
               AT END
                   CONTINUE
               WHEN IX-DIS > WS-NUM-DISPUESTOS
                   CONTINUE
               WHEN WS-DIS-CUENTA (IX-DIS) = WS-CUENTA-TABLA
                   MOVE 'S' TO WS-TAB-HALLADA
           END-SEARCH
           IF WS-TAB-HALLADA = 'N'
               IF WS-NUM-DISPUESTOS >= 20000
                   IF WS-TABLA-LLENA = 'N'
                       DISPLAY
                         'Aviso: tabla llena, tope diario sin controlar'
                       MOVE 'S' TO WS-TABLA-LLENA
                   END-IF
               ELSE
                   ADD 1 TO WS-NUM-DISPUESTOS
                   SET IX-DIS TO WS-NUM-DISPUESTOS
                   MOVE WS-CUENTA-TABLA TO WS-DIS-CUENTA (IX-DIS)
                   MOVE ZEROS TO WS-DIS-IMPORTE (IX-DIS)
                   MOVE 'S' TO WS-TAB-HALLADA
               END-IF
           END-IF.

       END PROGRAM BANCO-TARJETAS-EJEC.
