
      *> Proceso batch mensual de comisiones, gemelo de BANCO-INTERES:
      *> carga la cuota de mantenimiento MANT-MENS de TARIFAS.DAT a
      *> cada cuenta CORRIENTE cuyo saldo medio del mes no alcance el
      *> umbral de exencion, anotando cada cargo en el diario como
      *> COM-MANT. El saldo medio sale del fichero de saldos diarios
      *> del mes (SALDOS-AAAAMM.DAT, ver SALREG) que graba
      *> BANCO-CIERRE; los dias que aun no se han cerrado cuentan
      *> con el saldo actual.
      *> El fichero CONTROL.DAT impide cobrar dos veces el mismo mes
      *> y permite reanudar una ejecucion interrumpida a partir de la
      *> ultima cuenta tratada.
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
               RECORD KEY IS REG-TAR-CODIGO
               FILE STATUS IS WS-STATUS-TARIFAS.

           SELECT SALDOS-DIARIOS ASSIGN USING WS-NOMBRE-SALDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SAL-CLAVE
               FILE STATUS IS WS-STATUS-SALDOS.

           SELECT CONTROL-PROCESOS ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  DIARIO-MOVIMIENTOS.
           COPY MOVREG.

       FD  DIARIO-CONTROL.
           COPY DCTREG.

       FD  TARIFAS.
           COPY TARREG.

       FD  SALDOS-DIARIOS.
           COPY SALREG.

       FD  CONTROL-PROCESOS.
           COPY CTLREG.

       01  WS-ARCHIVO.
           05  WS-STATUS-CUENTAS   PIC XX VALUE '00'.
           05  WS-STATUS-DIARIO    PIC XX VALUE '00'.
           05  WS-STATUS-DIARIOCTL PIC XX VALUE '00'.
           05  WS-STATUS-TARIFAS   PIC XX VALUE '00'.
           05  WS-STATUS-CONTROL   PIC XX VALUE '00'.
           05  WS-STATUS-SALDOS    PIC XX VALUE '00'.
           05  WS-SALDOS-ABIERTO   PIC X VALUE 'N'.
           05  WS-FIN-SALDOS       PIC X VALUE 'N'.
           05  WS-FIN-CUENTAS      PIC X VALUE 'N'.
           05  WS-PROCESO-BLOQUEADO PIC X VALUE 'N'.
           05  WS-REANUDAR         PIC X VALUE 'N'.
           05  WS-MANT-IMPORTE     PIC 9(5)V99 VALUE ZEROS.
           05  WS-MANT-UMBRAL      PIC 9(7)V99 VALUE ZEROS.

       01  WS-NOMBRE-SALDOS        PIC X(19) VALUE SPACES.

      *> Saldo medio del mes: los dias ya cerrados se leen del
      *> fichero de saldos diarios y los que faltan hasta fin de mes
      *> (hoy incluido) se valoran con el saldo actual de la cuenta.
       01  WS-SALDO-MEDIO-MES.
           05  WS-ULTIMO-DIA-MES   PIC 9(2) VALUE ZEROS.
           05  WS-FECHA-AUXILIAR   PIC 9(8) VALUE ZEROS.
           05  WS-DIAS-CERRADOS    PIC 9(2) VALUE ZEROS.
           05  WS-DIAS-PENDIENTES  PIC 9(2) VALUE ZEROS.
           05  WS-SUMA-SALDOS      PIC S9(9)V99 VALUE ZEROS.
           05  WS-SALDO-MEDIO      PIC S9(7)V99 VALUE ZEROS.

       01  WS-CONTADORES.
           05  WS-CUENTAS-CARGADAS PIC 9(5) VALUE ZEROS.
           05  WS-CUENTAS-EXENTAS  PIC 9(5) VALUE ZEROS.
           05  WS-HORA-ACTUAL      PIC 9(6).
           05  WS-FECHA-HORA-RESTO PIC X(7).

      *> Calculo del sello encadenado del diario (ver MOVREG).
       01  WS-SELLADO.
           05  WS-SEL-VALOR         PIC 9(12) VALUE ZEROS.
           05  WS-SEL-POS           PIC 99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
               DISPLAY 'Cargo de comisiones NO ejecutado'
           ELSE
               PERFORM ABRIR-FICHEROS
               PERFORM ABRIR-SALDOS-DIARIOS
               PERFORM LEER-TARIFA-MANTENIMIENTO
               IF WS-MANT-IMPORTE > 0
                   PERFORM RECORRER-CUENTAS
           IF WS-STATUS-CONTROL NOT = '00'
               DISPLAY 'Error: no se pudo abrir CONTROL.DAT - status '
                   WS-STATUS-CONTROL
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-PROCESO-BLOQUEADO
           ELSE
               MOVE 'COMISION' TO REG-CTL-PROGRAMA
           IF WS-STATUS-CUENTAS NOT = '00'
               DISPLAY 'Error: no se pudo abrir CUENTAS.DAT - status '
                   WS-STATUS-CUENTAS
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-FIN-CUENTAS
           END-IF
           OPEN EXTEND DIARIO-MOVIMIENTOS
           IF WS-STATUS-TARIFAS NOT = '00'
               DISPLAY 'Error: no se pudo abrir TARIFAS.DAT - status '
                   WS-STATUS-TARIFAS
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-FIN-CUENTAS
           END-IF
           IF WS-REANUDAR = 'S'
               END-START
           END-IF.

      *> Sin fichero de saldos del mes la exencion se calcula sobre
      *> el saldo actual, como antes de existir el fichero.
       ABRIR-SALDOS-DIARIOS.
           MOVE SPACES TO WS-NOMBRE-SALDOS
           STRING 'SALDOS-' DELIMITED BY SIZE
               WS-MES-ACTUAL DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WS-NOMBRE-SALDOS
           END-STRING
           OPEN INPUT SALDOS-DIARIOS
           IF WS-STATUS-SALDOS = '00'
               MOVE 'S' TO WS-SALDOS-ABIERTO
           ELSE
               DISPLAY 'Aviso: sin ' WS-NOMBRE-SALDOS
                   ', la exencion se mide sobre el saldo actual'
           END-IF
           COMPUTE WS-FECHA-AUXILIAR = WS-MES-ACTUAL * 100 + 28
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AUXILIAR) + 4)
               TO WS-FECHA-AUXILIAR
           MOVE '01' TO WS-FECHA-AUXILIAR(7:2)
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AUXILIAR) - 1)
               TO WS-FECHA-AUXILIAR
           MOVE WS-FECHA-AUXILIAR(7:2) TO WS-ULTIMO-DIA-MES.

       LEER-TARIFA-MANTENIMIENTO.
           IF WS-FIN-CUENTAS NOT = 'S'
               MOVE 'MANT-MENS' TO REG-TAR-CODIGO
           END-READ
           IF WS-FIN-CUENTAS NOT = 'S'
               IF REG-TIPO-CUENTA = 'CORRIENTE'
                   PERFORM CALCULAR-SALDO-MEDIO
                   IF WS-MANT-UMBRAL > 0
                           AND WS-SALDO-MEDIO >= WS-MANT-UMBRAL
                       ADD 1 TO WS-CUENTAS-EXENTAS
                   ELSE
                       PERFORM CARGAR-MANTENIMIENTO
               PERFORM ANOTAR-AVANCE-CONTROL
           END-IF.

      *> Los dias del mes sin saldo grabado y anteriores a hoy (la
      *> cuenta aun no existia) no entran en la media.
       CALCULAR-SALDO-MEDIO.
           MOVE ZEROS TO WS-SUMA-SALDOS
           MOVE ZEROS TO WS-DIAS-CERRADOS
           IF WS-SALDOS-ABIERTO = 'S'
               MOVE 'N' TO WS-FIN-SALDOS
               MOVE REG-NUMERO-CUENTA TO REG-SAL-NUMERO-CUENTA
               COMPUTE REG-SAL-FECHA = WS-MES-ACTUAL * 100 + 1
               START SALDOS-DIARIOS
                   KEY IS NOT LESS THAN REG-SAL-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-SALDOS
               END-START
               PERFORM SUMAR-SALDO-DIA UNTIL WS-FIN-SALDOS = 'S'
           END-IF
           COMPUTE WS-DIAS-PENDIENTES =
               WS-ULTIMO-DIA-MES - WS-DIA-ACTUAL + 1
           COMPUTE WS-SUMA-SALDOS =
               WS-SUMA-SALDOS + REG-SALDO * WS-DIAS-PENDIENTES
           COMPUTE WS-SALDO-MEDIO ROUNDED =
               WS-SUMA-SALDOS / (WS-DIAS-CERRADOS + WS-DIAS-PENDIENTES).

       SUMAR-SALDO-DIA.
           READ SALDOS-DIARIOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-SALDOS
           END-READ
           IF WS-FIN-SALDOS NOT = 'S'
               IF REG-SAL-NUMERO-CUENTA NOT = REG-NUMERO-CUENTA
                       OR REG-SAL-FECHA NOT < WS-FECHA-ACTUAL
                   MOVE 'S' TO WS-FIN-SALDOS
               ELSE
                   ADD REG-SAL-SALDO TO WS-SUMA-SALDOS
                   ADD 1 TO WS-DIAS-CERRADOS
               END-IF
           END-IF.

       CARGAR-MANTENIMIENTO.
           MOVE REG-SALDO TO WS-MOV-SALDO-ANTERIOR
           SUBTRACT WS-MANT-IMPORTE FROM REG-SALDO
           MOVE WS-MOV-SALDO-ANTERIOR  TO REG-MOV-SALDO-ANTERIOR
           MOVE WS-MOV-SALDO-NUEVO     TO REG-MOV-SALDO-NUEVO
           MOVE 'COMISION'             TO REG-MOV-OPERADOR
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
           CLOSE DIARIO-MOVIMIENTOS
           CLOSE TARIFAS
           IF WS-SALDOS-ABIERTO = 'S'
               CLOSE SALDOS-DIARIOS
           END-IF
           CLOSE CONTROL-PROCESOS.

       END PROGRAM BANCO-COMISION.
