      *> vacia INTERENT.DAT antes de abonar nada, de modo que una
      *> segunda ejecucion (incluso tras un corte a mitad de abono)
      *> no duplica abonos; el corte vacia su cola al terminar.
      *> Los abonos a cuentas con digito de control incorrecto se
      *> rechazan con motivo propio, y los pagos salientes cuya
      *> cuenta de la otra entidad no es una CCC valida no se envian:
      *> quedan retenidos en INTERRET.DAT y listados en INTERCAM.RPT
      *> para que la oficina los corrija o los devuelva.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENVIO.

           SELECT PAGOS-RETENIDOS ASSIGN TO "INTERRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETENIDOS.

           SELECT DIARIO-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.

           SELECT DIARIO-CONTROL ASSIGN TO "DIARIOCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-DCT-FECHA
               FILE STATUS IS WS-STATUS-DIARIOCTL.

           SELECT INFORME-INTERCAMBIO ASSIGN TO "INTERCAM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  FICHERO-ENVIO.
       01  REG-LINEA-ENVIO         PIC X(60).

       FD  PAGOS-RETENIDOS.
       01  REG-PAGO-RETENIDO       PIC X(60).

       FD  DIARIO-MOVIMIENTOS.
           COPY MOVREG.

       FD  DIARIO-CONTROL.
           COPY DCTREG.

       FD  INFORME-INTERCAMBIO.
       01  REG-LINEA-INFORME       PIC X(100).

           05  WS-STATUS-SALIDA    PIC XX VALUE '00'.
           05  WS-STATUS-ENVIO     PIC XX VALUE '00'.
           05  WS-STATUS-DIARIO    PIC XX VALUE '00'.
           05  WS-STATUS-DIARIOCTL PIC XX VALUE '00'.
           05  WS-STATUS-INFORME   PIC XX VALUE '00'.
           05  WS-STATUS-RETENIDOS PIC XX VALUE '00'.
           05  WS-RETENIDOS-ABIERTO PIC X VALUE 'N'.
           05  WS-FIN-ENTRADA      PIC X VALUE 'N'.
           05  WS-FIN-TRABAJO      PIC X VALUE 'N'.
           05  WS-FIN-SALIDA       PIC X VALUE 'N'.
           05  WS-ABONOS-RECHAZADOS PIC 9(5) VALUE ZEROS.
           05  WS-TOTAL-ABONADO    PIC 9(9)V99 VALUE ZEROS.
           05  WS-PAGOS-CORTADOS   PIC 9(5) VALUE ZEROS.
           05  WS-PAGOS-RETENIDOS  PIC 9(5) VALUE ZEROS.

       01  WS-MOVIMIENTO.
           05  WS-MOV-SALDO-ANTERIOR PIC S9(7)V99 VALUE ZEROS.
       01  WS-LINEA-EDITADA.
           05  WS-LIN-IMPORTE      PIC Z(6)9.99.

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
           05  WS-MSG-MENU         PIC X(70) VALUE
               '1-Importar abonos 2-Cortar fichero de envio 3-Salir'.

      *> Calculo del sello encadenado del diario (ver MOVREG).
       01  WS-SELLADO.
           05  WS-SEL-VALOR         PIC 9(12) VALUE ZEROS.
           05  WS-SEL-POS           PIC 99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
                   DISPLAY
                     'Error: no se pudo abrir CUENTAS.DAT - status '
                       WS-STATUS-CUENTAS
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WS-FIN-ENTRADA
                   CLOSE INTERCAMBIO-ENTRADA
               ELSE
           IF WS-FIN-TRABAJO NOT = 'S'
               MOVE REG-INT-TRABAJO TO REG-INTERCAMBIO
               ADD 1 TO WS-ABONOS-LEIDOS
               MOVE REG-INT-CUENTA-PROPIA TO WS-DC-CUENTA
               PERFORM COMPROBAR-DIGITO-CUENTA
               IF WS-DC-CUENTA-OK = 'N'
                   ADD 1 TO WS-ABONOS-RECHAZADOS
                   PERFORM ANOTAR-RECHAZO-DIGITO
               ELSE
                   PERFORM BUSCAR-CUENTA-ABONO
               END-IF
           END-IF.

       BUSCAR-CUENTA-ABONO.
           MOVE 'S' TO WS-CUENTA-NO-EXISTE
           MOVE REG-INT-CUENTA-PROPIA TO REG-NUMERO-CUENTA
           READ CUENTAS-MAESTRO
               KEY IS REG-NUMERO-CUENTA
               INVALID KEY
                   MOVE 'S' TO WS-CUENTA-NO-EXISTE
               NOT INVALID KEY
                   MOVE 'N' TO WS-CUENTA-NO-EXISTE
           END-READ
           IF WS-CUENTA-NO-EXISTE = 'S'
               ADD 1 TO WS-ABONOS-RECHAZADOS
               PERFORM ANOTAR-RECHAZO
           ELSE
               PERFORM ABONAR-PAGO-ENTRANTE
           END-IF.

       ABONAR-PAGO-ENTRANTE.
           MOVE REG-SALDO TO WS-MOV-SALDO-ANTERIOR
           ADD REG-INT-IMPORTE TO REG-SALDO
           MOVE WS-MOV-SALDO-ANTERIOR  TO REG-MOV-SALDO-ANTERIOR
           MOVE WS-MOV-SALDO-NUEVO     TO REG-MOV-SALDO-NUEVO
           MOVE 'INTERCAM'             TO REG-MOV-OPERADOR
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

       ANOTAR-RECHAZO.
           MOVE REG-INT-IMPORTE TO WS-LIN-IMPORTE
           MOVE SPACES TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           DISPLAY REG-LINEA-INFORME.

      *> El numero recibido no lleva un digito de control valido: no
      *> se busca en el maestro, porque podria coincidir con la
      *> cuenta de otro cliente, y se devuelve con su propio motivo.
       ANOTAR-RECHAZO-DIGITO.
           MOVE REG-INT-IMPORTE TO WS-LIN-IMPORTE
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Cuenta ' DELIMITED BY SIZE
               REG-INT-CUENTA-PROPIA DELIMITED BY SIZE
               ' con digito de control incorrecto, abono de '
                   DELIMITED BY SIZE
               WS-LIN-IMPORTE DELIMITED BY SIZE
               ' EUR desde ' DELIMITED BY SIZE
               REG-INT-CUENTA-EXTERNA DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           DISPLAY REG-LINEA-INFORME.

      *> La cuenta existe pero no se pudo reescribir: mensaje propio
      *> para que la reconciliacion de la manana no la persiga como
      *> cuenta desconocida.
      *> fichero de envio (la cola queda vacia tras cada corte, y un
      *> segundo corte del dia no debe machacar lo ya cortado), y el
      *> envio se abre en EXTEND por si el dia acumula varios cortes.
      *> Los pagos con la cuenta de la otra entidad mal formada no se
      *> transmiten: pasan a INTERRET.DAT y a INTERCAM.RPT.
       CORTAR-FICHERO-ENVIO.
           DISPLAY '--- CORTE DEL FICHERO DE ENVIO ---'
           MOVE ZEROS TO WS-PAGOS-CORTADOS
           MOVE ZEROS TO WS-PAGOS-RETENIDOS
           MOVE 'N' TO WS-RETENIDOS-ABIERTO
           MOVE 'N' TO WS-FIN-SALIDA
           OPEN INPUT INTERCAMBIO-SALIDA
           IF WS-STATUS-SALIDA NOT = '00'
                           OR WS-STATUS-ENVIO = '35'
                       OPEN OUTPUT FICHERO-ENVIO
                   END-IF
                   PERFORM ENVIAR-PAGO-SALIENTE
                   PERFORM COPIAR-PAGO-SALIENTE
                       UNTIL WS-FIN-SALIDA = 'S'
                   CLOSE FICHERO-ENVIO
                   CLOSE INTERCAMBIO-SALIDA
                   OPEN OUTPUT INTERCAMBIO-SALIDA
                   CLOSE INTERCAMBIO-SALIDA
                   IF WS-RETENIDOS-ABIERTO = 'S'
                       CLOSE PAGOS-RETENIDOS
                       CLOSE INFORME-INTERCAMBIO
                   END-IF
                   DISPLAY 'Pagos cortados: ' WS-PAGOS-CORTADOS
                   DISPLAY 'Pagos retenidos: ' WS-PAGOS-RETENIDOS
                   DISPLAY 'Fichero de envio: ' WS-NOMBRE-ENVIO
               END-IF
           END-IF
                   MOVE 'S' TO WS-FIN-SALIDA
           END-READ
           IF WS-FIN-SALIDA NOT = 'S'
               PERFORM ENVIAR-PAGO-SALIENTE
           END-IF.

       ENVIAR-PAGO-SALIENTE.
           MOVE REG-INTERCAMBIO-SAL TO REG-INTERCAMBIO
           MOVE REG-INT-CUENTA-EXTERNA TO WS-DC-EXTERNA
           PERFORM COMPROBAR-CUENTA-EXTERNA
           IF WS-DC-EXTERNA-OK = 'S'
               WRITE REG-LINEA-ENVIO FROM REG-INTERCAMBIO-SAL
               ADD 1 TO WS-PAGOS-CORTADOS
           ELSE
               ADD 1 TO WS-PAGOS-RETENIDOS
               PERFORM RETENER-PAGO-SALIENTE
           END-IF.

      *> Los ficheros de retenidos y el informe se abren con el
      *> primer pago retenido del corte, en EXTEND para no borrar los
      *> rechazos de la importacion de la manana.
       RETENER-PAGO-SALIENTE.
           IF WS-RETENIDOS-ABIERTO = 'N'
               OPEN EXTEND PAGOS-RETENIDOS
               IF WS-STATUS-RETENIDOS = '05'
                       OR WS-STATUS-RETENIDOS = '35'
                   OPEN OUTPUT PAGOS-RETENIDOS
               END-IF
               OPEN EXTEND INFORME-INTERCAMBIO
               IF WS-STATUS-INFORME = '05'
                       OR WS-STATUS-INFORME = '35'
                   OPEN OUTPUT INFORME-INTERCAMBIO
               END-IF
               MOVE '*** PAGOS SALIENTES RETENIDOS ***'
                   TO REG-LINEA-INFORME
               WRITE REG-LINEA-INFORME
               MOVE 'S' TO WS-RETENIDOS-ABIERTO
           END-IF
           WRITE REG-PAGO-RETENIDO FROM REG-INTERCAMBIO-SAL
           MOVE REG-INT-IMPORTE TO WS-LIN-IMPORTE
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Pago de la cuenta ' DELIMITED BY SIZE
               REG-INT-CUENTA-PROPIA DELIMITED BY SIZE
               ' de ' DELIMITED BY SIZE
               WS-LIN-IMPORTE DELIMITED BY SIZE
               ' EUR retenido, CCC no valida: ' DELIMITED BY SIZE
               REG-INT-CUENTA-EXTERNA DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           DISPLAY REG-LINEA-INFORME.

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

       END PROGRAM BANCO-INTERCAMBIO.
