IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-CONVERSION-HIST.
       AUTHOR. Estefania Ramirez Martinez.

      *> Conversion de una sola vez de los historicos mensuales
      *> HISTMOV-AAAAMM.DAT al trazado con la secuencia y el sello
      *> del diario (REG-HIST-SEC-DIARIO y REG-HIST-SELLO, ver
      *> HISTREG): un historico escrito con el trazado anterior abre
      *> con status 39 en los programas compilados con el copybook
      *> nuevo, asi que este paso se ejecuta una vez al desplegar la
      *> version, antes de la primera cadena nocturna. Solo para
      *> supervisores.
      *> Recorre hacia atras desde el mes en curso hasta
      *> WS-MAX-MESES-ATRAS meses. Cada historico que abre con el
      *> trazado antiguo se vuelca completo, con los dos campos
      *> nuevos a cero (movimientos anteriores al sellado), al
      *> fichero de trabajo HCONV-AAAAMM.DAT, y solo cuando el
      *> volcado termina limpio se reconstruye el historico desde
      *> ese trabajo, igual que BANCO-CONVERSION con CUENTAS.DAT. Los
      *> ficheros HCONV se conservan como copia de la conversion.
      *> Los meses sin historico se saltan y los que ya estan en el
      *> trazado nuevo (status 39 con el trazado antiguo) no se
      *> tocan, de modo que relanzar el paso no cambia nada.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-ANTIGUO ASSIGN USING WS-NOMBRE-HISTORICO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-HANT-CLAVE
               FILE STATUS IS WS-STATUS-ANTIGUO.

           SELECT HISTORICO-MOVIMIENTOS ASSIGN USING WS-NOMBRE-HISTORICO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-HIST-CLAVE
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT CONVERSION-TRABAJO ASSIGN USING WS-NOMBRE-TRABAJO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABAJO.

           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OPER-ID
               FILE STATUS IS WS-STATUS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *> Trazado de HISTMOV-AAAAMM.DAT anterior al sellado del
      *> diario: identico a HISTREG salvo los dos campos finales,
      *> que aqui no existen.
       FD  HISTORICO-ANTIGUO.
       01  REG-HISTORICO-ANT.
           05  REG-HANT-CLAVE.
               10  REG-HANT-NUMERO-CUENTA  PIC 9(10).
               10  REG-HANT-FECHA          PIC 9(8).
               10  REG-HANT-HORA           PIC 9(6).
               10  REG-HANT-SECUENCIA      PIC 9(3).
           05  REG-HANT-TIPO               PIC X(10).
           05  REG-HANT-IMPORTE            PIC 9(7)V99.
           05  REG-HANT-SALDO-ANTERIOR     PIC S9(7)V99 SIGN IS TRAILING
                                           SEPARATE CHARACTER.
           05  REG-HANT-SALDO-NUEVO        PIC S9(7)V99 SIGN IS TRAILING
                                           SEPARATE CHARACTER.
           05  REG-HANT-OPERADOR           PIC X(8).

       FD  HISTORICO-MOVIMIENTOS.
           COPY HISTREG.

       FD  CONVERSION-TRABAJO.
       01  REG-CONV-IMAGEN         PIC X(200).

       FD  OPERADORES.
           COPY OPERREG.

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-ANTIGUO   PIC XX VALUE '00'.
           05  WS-STATUS-HISTORICO PIC XX VALUE '00'.
           05  WS-STATUS-TRABAJO   PIC XX VALUE '00'.
           05  WS-STATUS-OPERADORES PIC XX VALUE '00'.
           05  WS-FIN-ANTIGUO      PIC X VALUE 'N'.
           05  WS-FIN-TRABAJO      PIC X VALUE 'N'.
           05  WS-PROCESO-OK       PIC X VALUE 'S'.

       01  WS-NOMBRE-HISTORICO     PIC X(19) VALUE SPACES.
       01  WS-NOMBRE-TRABAJO       PIC X(17) VALUE SPACES.

       01  WS-FECHA-HORA-ACTUAL.
           05  WS-FECHA-HOY.
               10  WS-MES-ACTUAL   PIC 9(6).
               10  WS-DIA-ACTUAL   PIC 9(2).
           05  WS-FECHA-HORA-RESTO PIC X(13).

       01  WS-RECORRIDO-MESES.
           05  WS-MES-CONVERSION.
               10  WS-CONV-AAAA    PIC 9(4).
               10  WS-CONV-MM      PIC 9(2).
           05  WS-MESES-MIRADOS    PIC 9(3) VALUE ZEROS.

      *> Meses hacia atras que se revisan; cubre de sobra el
      *> historico que se conserva en linea.
       01  WS-MAX-MESES-ATRAS      PIC 9(3) VALUE 120.

       01  WS-CONTADORES.
           05  WS-MOVS-LEIDOS      PIC 9(7) VALUE ZEROS.
           05  WS-MOVS-CARGADOS    PIC 9(7) VALUE ZEROS.
           05  WS-MOVS-RECHAZADOS  PIC 9(7) VALUE ZEROS.
           05  WS-MESES-CONVERTIDOS PIC 9(3) VALUE ZEROS.
           05  WS-MESES-YA-NUEVOS  PIC 9(3) VALUE ZEROS.
           05  WS-MESES-CON-ERROR  PIC 9(3) VALUE ZEROS.

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
           DISPLAY '*** CONVERSION DE LOS HISTORICOS DE MOVIMIENTOS ***'
           DISPLAY ' '
           PERFORM ABRIR-OPERADORES
           PERFORM INICIAR-SESION-OPERADOR
           IF WS-SESION-ABIERTA NOT = 'S'
               DISPLAY 'Acceso denegado'
               CLOSE OPERADORES
               STOP RUN
           END-IF
           IF WS-OPERADOR-ROL NOT = 'S'
               DISPLAY 'Error: la conversion requiere un supervisor'
               CLOSE OPERADORES
               STOP RUN
           END-IF
           CLOSE OPERADORES
           DISPLAY 'Se van a convertir los HISTMOV-AAAAMM.DAT al '
               'trazado con secuencia y sello. Confirmar? (S/N): '
           ACCEPT WS-CONFIRMACION
           IF WS-CONFIRMACION NOT = 'S'
                   AND WS-CONFIRMACION NOT = 's'
               DISPLAY 'Conversion anulada'
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           MOVE WS-MES-ACTUAL TO WS-MES-CONVERSION
           MOVE ZEROS TO WS-MESES-MIRADOS
           PERFORM UNTIL WS-MESES-MIRADOS >= WS-MAX-MESES-ATRAS
               PERFORM CONVERTIR-HISTORICO-MES
               ADD 1 TO WS-MESES-MIRADOS
               IF WS-CONV-MM = 1
                   MOVE 12 TO WS-CONV-MM
                   SUBTRACT 1 FROM WS-CONV-AAAA
               ELSE
                   SUBTRACT 1 FROM WS-CONV-MM
               END-IF
           END-PERFORM
           DISPLAY 'Meses convertidos:        ' WS-MESES-CONVERTIDOS
           DISPLAY 'Meses ya en trazado nuevo:' WS-MESES-YA-NUEVOS
           DISPLAY 'Meses con error:          ' WS-MESES-CON-ERROR
           DISPLAY 'Movimientos leidos:       ' WS-MOVS-LEIDOS
           DISPLAY 'Movimientos cargados:     ' WS-MOVS-CARGADOS
           IF WS-MOVS-LEIDOS NOT = WS-MOVS-CARGADOS
                   OR WS-MESES-CON-ERROR > 0
               DISPLAY 'ATENCION: revise los HCONV-AAAAMM.DAT de los '
                   'meses con error antes de operar'
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

       CONVERTIR-HISTORICO-MES.
           MOVE SPACES TO WS-NOMBRE-HISTORICO
           STRING 'HISTMOV-' DELIMITED BY SIZE
               WS-MES-CONVERSION DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WS-NOMBRE-HISTORICO
           END-STRING
           MOVE SPACES TO WS-NOMBRE-TRABAJO
           STRING 'HCONV-' DELIMITED BY SIZE
               WS-MES-CONVERSION DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WS-NOMBRE-TRABAJO
           END-STRING
           MOVE 'S' TO WS-PROCESO-OK
           PERFORM VOLCAR-HISTORICO-ANTIGUO
           IF WS-PROCESO-OK = 'S'
               PERFORM RECONSTRUIR-HISTORICO
           END-IF.

       VOLCAR-HISTORICO-ANTIGUO.
           MOVE 'N' TO WS-FIN-ANTIGUO
           OPEN INPUT HISTORICO-ANTIGUO
           EVALUATE WS-STATUS-ANTIGUO
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'S' TO WS-FIN-ANTIGUO
                   MOVE 'N' TO WS-PROCESO-OK
               WHEN '39'
                   DISPLAY WS-NOMBRE-HISTORICO
                       ' ya tiene el trazado nuevo, no se toca'
                   ADD 1 TO WS-MESES-YA-NUEVOS
                   MOVE 'S' TO WS-FIN-ANTIGUO
                   MOVE 'N' TO WS-PROCESO-OK
               WHEN OTHER
                   DISPLAY 'Error: no se pudo abrir '
                       WS-NOMBRE-HISTORICO ' - status '
                       WS-STATUS-ANTIGUO
                   ADD 1 TO WS-MESES-CON-ERROR
                   MOVE 'S' TO WS-FIN-ANTIGUO
                   MOVE 'N' TO WS-PROCESO-OK
           END-EVALUATE
           IF WS-PROCESO-OK = 'S'
               OPEN OUTPUT CONVERSION-TRABAJO
               PERFORM CONVERTIR-MOVIMIENTO UNTIL WS-FIN-ANTIGUO = 'S'
               CLOSE HISTORICO-ANTIGUO
               CLOSE CONVERSION-TRABAJO
      *> Como en BANCO-CONVERSION: un volcado que no acaba en fin
      *> de fichero deja el historico antiguo intacto.
               IF WS-STATUS-ANTIGUO NOT = '00'
                       AND WS-STATUS-ANTIGUO NOT = '10'
                   DISPLAY 'Error: volcado incompleto de '
                       WS-NOMBRE-HISTORICO ' - status '
                       WS-STATUS-ANTIGUO ', no se reconstruye'
                   ADD 1 TO WS-MESES-CON-ERROR
                   MOVE 'N' TO WS-PROCESO-OK
               END-IF
           END-IF.

      *> El trazado antiguo es un prefijo exacto del nuevo: se copia
      *> el grupo entero y los dos campos anadidos quedan a cero.
       CONVERTIR-MOVIMIENTO.
           READ HISTORICO-ANTIGUO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-ANTIGUO
           END-READ
           IF WS-FIN-ANTIGUO NOT = 'S'
               MOVE REG-HISTORICO-ANT TO REG-HISTORICO
               MOVE ZEROS TO REG-HIST-SEC-DIARIO
               MOVE ZEROS TO REG-HIST-SELLO
               WRITE REG-CONV-IMAGEN FROM REG-HISTORICO
               ADD 1 TO WS-MOVS-LEIDOS
           END-IF.

       RECONSTRUIR-HISTORICO.
           MOVE 'N' TO WS-FIN-TRABAJO
           OPEN INPUT CONVERSION-TRABAJO
           IF WS-STATUS-TRABAJO NOT = '00'
               DISPLAY 'Error: no se pudo releer ' WS-NOMBRE-TRABAJO
                   ' - status ' WS-STATUS-TRABAJO
               ADD 1 TO WS-MESES-CON-ERROR
               MOVE 'S' TO WS-FIN-TRABAJO
           ELSE
               MOVE ZEROS TO WS-MOVS-RECHAZADOS
               OPEN OUTPUT HISTORICO-MOVIMIENTOS
               PERFORM CARGAR-MOVIMIENTO-CONVERTIDO
                   UNTIL WS-FIN-TRABAJO = 'S'
               CLOSE HISTORICO-MOVIMIENTOS
               CLOSE CONVERSION-TRABAJO
               IF WS-MOVS-RECHAZADOS > 0
                   ADD 1 TO WS-MESES-CON-ERROR
                   DISPLAY WS-NOMBRE-HISTORICO ' convertido con '
                       WS-MOVS-RECHAZADOS ' movimientos sin cargar'
               ELSE
                   ADD 1 TO WS-MESES-CONVERTIDOS
                   DISPLAY WS-NOMBRE-HISTORICO ' convertido'
               END-IF
           END-IF.

       CARGAR-MOVIMIENTO-CONVERTIDO.
           READ CONVERSION-TRABAJO
               AT END
                   MOVE 'S' TO WS-FIN-TRABAJO
           END-READ
           IF WS-FIN-TRABAJO NOT = 'S'
               MOVE REG-CONV-IMAGEN TO REG-HISTORICO
               WRITE REG-HISTORICO
                   INVALID KEY
                       DISPLAY 'Error al cargar el movimiento de '
                           REG-HIST-NUMERO-CUENTA ' '
                           REG-HIST-FECHA ' en '
                           WS-NOMBRE-HISTORICO
                       ADD 1 TO WS-MOVS-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-MOVS-CARGADOS
               END-WRITE
           END-IF.

       END PROGRAM BANCO-CONVERSION-HIST.
