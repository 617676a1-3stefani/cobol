               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.

           SELECT DIARIO-CONTROL ASSIGN TO "DIARIOCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-DCT-FECHA
               FILE STATUS IS WS-STATUS-DIARIOCTL.

           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  DIARIO-MOVIMIENTOS.
           COPY MOVREG.

       FD  DIARIO-CONTROL.
           COPY DCTREG.

       FD  OPERADORES.
           COPY OPERREG.

           05  WS-STATUS-CUENTAS   PIC XX VALUE '00'.
           05  WS-STATUS-PLAZOS    PIC XX VALUE '00'.
           05  WS-STATUS-DIARIO    PIC XX VALUE '00'.
           05  WS-STATUS-DIARIOCTL PIC XX VALUE '00'.
           05  WS-STATUS-OPERADORES PIC XX VALUE '00'.
           05  WS-FIN-PLAZOS       PIC X VALUE 'N'.
           05  WS-PLAZO-NO-EXISTE  PIC X VALUE 'N'.
           05  WS-DIAS-MES         PIC 9(2) VALUE ZEROS.
           05  WS-DIA-PACTADO      PIC 9(2) VALUE ZEROS.

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
               '1-Abrir 2-Cancelar 3-Consultar 4-Listar 5-Salir'.

      *> Calculo del sello encadenado del diario (ver MOVREG).
       01  WS-SELLADO.
           05  WS-SEL-VALOR         PIC 9(12) VALUE ZEROS.
           05  WS-SEL-POS           PIC 99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
      *> Se parte de 'no existe' para que una lectura fallida por
      *> cualquier causa (fichero sin abrir incluido) no valide una
      *> cuenta con el resultado de una busqueda anterior.
      *> Un numero con el digito de control mal ni siquiera se busca:
      *> WS-DC-CUENTA-OK queda a 'N' para que el llamador lo distinga
      *> de una cuenta que no esta en el maestro.
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

       ABRIR-PLAZO.
           DISPLAY '--- APERTURA DE DEPOSITO A PLAZO ---'
           ACCEPT WS-CUENTA-TECLEADA
           MOVE WS-CUENTA-TECLEADA TO REG-NUMERO-CUENTA
           PERFORM COMPROBAR-CUENTA-EXISTE
           IF WS-DC-CUENTA-OK = 'N'
               DISPLAY 'Error: numero de cuenta incorrecto '
                   '(digito de control)'
           ELSE
               IF WS-CUENTA-NO-EXISTE = 'S'
                   DISPLAY 'Error: cuenta no encontrada'
               ELSE
                   PERFORM COMPLETAR-APERTURA-PLAZO
               END-IF
           END-IF
           DISPLAY '------------------------------------'.

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

       END PROGRAM BANCO-PLAZOS.
