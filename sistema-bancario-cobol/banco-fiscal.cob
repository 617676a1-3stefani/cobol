      *> fue acumulando por cuenta en FISCAL.DAT (ver FISREG),
      *> cruzando cada cuenta con el maestro CUENTAS.DAT para llegar
      *> al cliente y con CLIENTES.DAT para el NIF y el domicilio.
      *> Las cuentas con cotitulares en TITULARES.DAT (ver TITREG)
      *> reparten sus intereses y su retencion entre titular y
      *> cotitulares segun su porcentaje de participacion, de modo
      *> que cada uno declara y certifica su parte.
      *> Genera el fichero de declaracion DECLARA-AAAA.DAT para la
      *> administracion y una carta-certificado por titular en
      *> CARTAS-AAAA.RPT. El ejercicio a declarar se teclea al
               RECORD KEY IS REG-CLI-NUMERO
               FILE STATUS IS WS-STATUS-CLIENTES.

           SELECT CUENTA-TITULARES ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TIT-CLAVE
               FILE STATUS IS WS-STATUS-TITULARES.

           SELECT FICHERO-DECLARACION ASSIGN USING WS-NOMBRE-DECLARA
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  CLIENTES-MAESTRO.
           COPY CLIREG.

       FD  CUENTA-TITULARES.
           COPY TITREG.

       FD  FICHERO-DECLARACION.
       01  REG-DECLARACION.
           05  REG-DEC-EJERCICIO       PIC 9(4).
           05  WS-STATUS-CLIENTES  PIC XX VALUE '00'.
           05  WS-STATUS-DECLARA   PIC XX VALUE '00'.
           05  WS-STATUS-CARTAS    PIC XX VALUE '00'.
           05  WS-STATUS-TITULARES PIC XX VALUE '00'.
           05  WS-FIN-FISCAL       PIC X VALUE 'N'.
           05  WS-FIN-TITULARES    PIC X VALUE 'N'.
           05  WS-TITULARES-ABIERTO PIC X VALUE 'N'.

       01  WS-NOMBRE-DECLARA       PIC X(16) VALUE SPACES.
       01  WS-NOMBRE-CARTAS        PIC X(15) VALUE SPACES.
       01  WS-OPERACION.
           05  WS-EJERCICIO        PIC 9(4) VALUE ZEROS.
           05  WS-CLIENTE-CUENTA   PIC 9(6) VALUE ZEROS.
           05  WS-PARTE-INTERES    PIC 9(9)V99 VALUE ZEROS.
           05  WS-PARTE-RETENIDO   PIC 9(9)V99 VALUE ZEROS.
           05  WS-RESTO-INTERES    PIC 9(9)V99 VALUE ZEROS.
           05  WS-RESTO-RETENIDO   PIC 9(9)V99 VALUE ZEROS.

      *> Participes de la cuenta en curso (titular y cotitulares con
      *> porcentaje) leidos de TITULARES.DAT.
       01  WS-TABLA-PARTICIPES.
           05  WS-NUM-PARTICIPES   PIC 9(3) COMP VALUE ZEROS.
           05  WS-TAB-PARTICIPE OCCURS 50 TIMES
                   INDEXED BY IX-PAR.
               10  WS-PAR-CLIENTE    PIC 9(6).
               10  WS-PAR-PORCENTAJE PIC 9(3)V99.

      *> Totales por titular acumulados en una sola pasada de
      *> FISCAL.DAT, al estilo de la tabla de BANCO-CUADRE.
       01  WS-CONTADORES.
           05  WS-CUENTAS-LEIDAS   PIC 9(5) VALUE ZEROS.
           05  WS-CUENTAS-HUERFANAS PIC 9(5) VALUE ZEROS.
           05  WS-CUENTAS-REPARTIDAS PIC 9(5) VALUE ZEROS.
           05  WS-TITULARES-DECLARADOS PIC 9(5) VALUE ZEROS.
           05  WS-TOTAL-INTERES    PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOTAL-RETENIDO   PIC 9(11)V99 VALUE ZEROS.
           PERFORM CERRAR-FICHEROS
           DISPLAY 'Cuentas del ejercicio: ' WS-CUENTAS-LEIDAS
           DISPLAY 'Cuentas sin titular:   ' WS-CUENTAS-HUERFANAS
           DISPLAY 'Cuentas repartidas:    ' WS-CUENTAS-REPARTIDAS
           DISPLAY 'Titulares declarados:  ' WS-TITULARES-DECLARADOS
           DISPLAY 'Intereses brutos:      ' WS-TOTAL-INTERES
           DISPLAY 'Retencion practicada:  ' WS-TOTAL-RETENIDO
               DISPLAY 'Aviso: no se pudo abrir CLIENTES.DAT - status '
                   WS-STATUS-CLIENTES
           END-IF
           OPEN INPUT CUENTA-TITULARES
           IF WS-STATUS-TITULARES = '00'
               MOVE 'S' TO WS-TITULARES-ABIERTO
           ELSE
               DISPLAY 'Aviso: sin TITULARES.DAT, cada cuenta se '
                   'declara entera a su titular'
           END-IF
           MOVE SPACES TO WS-NOMBRE-DECLARA
           STRING 'DECLARA-' DELIMITED BY SIZE
               WS-EJERCICIO DELIMITED BY SIZE

      *> Cruza la cuenta del acumulador con el maestro para llegar
      *> al titular; una cuenta ya dada de baja no se puede
      *> certificar y queda contada aparte. Los importes de la
      *> cuenta se reparten entre sus participes.
       ACUMULAR-POR-TITULAR.
           MOVE ZEROS TO WS-CLIENTE-CUENTA
           MOVE REG-FIS-NUMERO-CUENTA TO REG-NUMERO-CUENTA
                   MOVE REG-NUMERO-CLIENTE TO WS-CLIENTE-CUENTA
           END-READ
           IF WS-CLIENTE-CUENTA > 0
               PERFORM CARGAR-PARTICIPES
               PERFORM REPARTIR-ENTRE-PARTICIPES
           END-IF.

      *> Titular y cotitulares de la cuenta con participacion; el
      *> autorizado no participa. Una cuenta sin vinculos (o sin
      *> TITULARES.DAT) es entera del cliente de REG-NUMERO-CLIENTE.
       CARGAR-PARTICIPES.
           MOVE ZEROS TO WS-NUM-PARTICIPES
           IF WS-TITULARES-ABIERTO = 'S'
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
                           PERFORM ANOTAR-PARTICIPE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-NUM-PARTICIPES = 0
               MOVE 1 TO WS-NUM-PARTICIPES
               MOVE REG-NUMERO-CLIENTE TO WS-PAR-CLIENTE (1)
               MOVE 100 TO WS-PAR-PORCENTAJE (1)
           ELSE
               IF WS-NUM-PARTICIPES > 1
                   ADD 1 TO WS-CUENTAS-REPARTIDAS
               END-IF
           END-IF.

       ANOTAR-PARTICIPE.
           IF REG-TIT-ROL NOT = 'A'
                   AND REG-TIT-PORCENTAJE > 0
               IF WS-NUM-PARTICIPES >= 50
                   DISPLAY 'Aviso: demasiados cotitulares en la cuenta '
                       REG-NUMERO-CUENTA
               ELSE
                   ADD 1 TO WS-NUM-PARTICIPES
                   SET IX-PAR TO WS-NUM-PARTICIPES
                   MOVE REG-TIT-NUMERO-CLIENTE TO WS-PAR-CLIENTE (IX-PAR)
                   MOVE REG-TIT-PORCENTAJE TO WS-PAR-PORCENTAJE (IX-PAR)
               END-IF
           END-IF.

      *> Cada participe recibe su porcentaje redondeado al centimo y
      *> el ultimo se queda con el resto, para que la suma de las
      *> partes cuadre siempre con lo abonado y retenido en la cuenta.
       REPARTIR-ENTRE-PARTICIPES.
           MOVE REG-FIS-INTERES-BRUTO TO WS-RESTO-INTERES
           MOVE REG-FIS-RETENIDO      TO WS-RESTO-RETENIDO
           PERFORM VARYING IX-PAR FROM 1 BY 1
                   UNTIL IX-PAR > WS-NUM-PARTICIPES
               IF IX-PAR = WS-NUM-PARTICIPES
                   MOVE WS-RESTO-INTERES  TO WS-PARTE-INTERES
                   MOVE WS-RESTO-RETENIDO TO WS-PARTE-RETENIDO
               ELSE
                   COMPUTE WS-PARTE-INTERES ROUNDED =
                       REG-FIS-INTERES-BRUTO
                       * WS-PAR-PORCENTAJE (IX-PAR) / 100
                   COMPUTE WS-PARTE-RETENIDO ROUNDED =
                       REG-FIS-RETENIDO
                       * WS-PAR-PORCENTAJE (IX-PAR) / 100
                   IF WS-PARTE-INTERES > WS-RESTO-INTERES
                       MOVE WS-RESTO-INTERES TO WS-PARTE-INTERES
                   END-IF
                   IF WS-PARTE-RETENIDO > WS-RESTO-RETENIDO
                       MOVE WS-RESTO-RETENIDO TO WS-PARTE-RETENIDO
                   END-IF
                   SUBTRACT WS-PARTE-INTERES  FROM WS-RESTO-INTERES
                   SUBTRACT WS-PARTE-RETENIDO FROM WS-RESTO-RETENIDO
               END-IF
               MOVE WS-PAR-CLIENTE (IX-PAR) TO WS-CLIENTE-CUENTA
               PERFORM LOCALIZAR-TITULAR-TABLA
               IF WS-TAB-HALLADA = 'S'
                   ADD WS-PARTE-INTERES TO
                       WS-TIT-INTERES (IX-TIT)
                   ADD WS-PARTE-RETENIDO TO
                       WS-TIT-RETENIDO (IX-TIT)
               END-IF
           END-PERFORM.

       LOCALIZAR-TITULAR-TABLA.
           MOVE 'N' TO WS-TAB-HALLADA
           CLOSE FISCAL
           CLOSE CUENTAS-MAESTRO
           CLOSE CLIENTES-MAESTRO
           IF WS-TITULARES-ABIERTO = 'S'
               CLOSE CUENTA-TITULARES
           END-IF
           CLOSE FICHERO-DECLARACION
           CLOSE CARTAS-CERTIFICADO.

