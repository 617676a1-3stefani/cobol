               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.

           SELECT DIARIO-CONTROL ASSIGN TO "DIARIOCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-DCT-FECHA
               FILE STATUS IS WS-STATUS-DIARIOCTL.

           SELECT FESTIVOS ASSIGN TO "FESTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  DIARIO-MOVIMIENTOS.
           COPY MOVREG.

       FD  DIARIO-CONTROL.
           COPY DCTREG.

       FD  FESTIVOS.
           COPY FESREG.

           05  WS-STATUS-RETENCIONES PIC XX VALUE '00'.
           05  WS-STATUS-TRABAJO     PIC XX VALUE '00'.
           05  WS-STATUS-DIARIO      PIC XX VALUE '00'.
           05  WS-STATUS-DIARIOCTL   PIC XX VALUE '00'.
           05  WS-STATUS-FESTIVOS    PIC XX VALUE '00'.
           05  WS-FIN-RETENCIONES    PIC X VALUE 'N'.
           05  WS-FIN-TRABAJO        PIC X VALUE 'N'.
           05  WS-HORA-ACTUAL      PIC 9(6).
           05  WS-FECHA-HORA-RESTO PIC X(7).

      *> Calculo del sello encadenado del diario (ver MOVREG).
       01  WS-SELLADO.
           05  WS-SEL-VALOR         PIC 9(12) VALUE ZEROS.
           05  WS-SEL-POS           PIC 99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
           IF WS-STATUS-CUENTAS NOT = '00'
               DISPLAY 'Error: no se pudo abrir CUENTAS.DAT - status '
                   WS-STATUS-CUENTAS
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-FIN-RETENCIONES
               MOVE 'N' TO WS-PROCESO-OK
           END-IF
           MOVE REG-SALDO              TO REG-MOV-SALDO-ANTERIOR
           MOVE REG-SALDO              TO REG-MOV-SALDO-NUEVO
           MOVE 'LIBERA'               TO REG-MOV-OPERADOR
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

       CERRAR-FICHEROS.
           CLOSE CUENTAS-MAESTRO
           CLOSE RETENCIONES
