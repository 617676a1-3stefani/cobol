       PROGRAM-ID. BANCO-INTERES.
       AUTHOR. Estefania Ramirez Martinez.

      *> Proceso batch nocturno: liquida intereses a las cuentas de
      *> tipo AHORRO del fichero maestro CUENTAS.DAT, anota cada
      *> liquidacion en el diario MOVIMIENTOS.DAT y deja el saldo
      *> actualizado en el propio maestro. El interes se devenga dia
      *> a dia, a la tasa anual REG-TASA-INTERES, sobre el saldo de
      *> cierre de cada dia del periodo de liquidacion guardado por
      *> BANCO-CIERRE en los saldos diarios (SALDOS-AAAAMM.DAT, ver
      *> SALREG), y no sobre el saldo de la noche en que se liquida.
      *> Tambien liquida, a la
      *> tasa penalizadora WS-TASA-DESCUBIERTO, el interes por
      *> descubierto de las cuentas CORRIENTE marcadas con
      *> REG-INDICADOR-DESCUB = 'S'.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.

           SELECT DIARIO-CONTROL ASSIGN TO "DIARIOCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-DCT-FECHA
               FILE STATUS IS WS-STATUS-DIARIOCTL.

           SELECT CONTROL-PROCESOS ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT SALDOS-DIARIOS ASSIGN USING WS-NOMBRE-SALDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SAL-CLAVE
               FILE STATUS IS WS-STATUS-SALDOS.

           SELECT FISCAL ASSIGN TO "FISCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  DIARIO-MOVIMIENTOS.
           COPY MOVREG.

       FD  DIARIO-CONTROL.
           COPY DCTREG.

       FD  CONTROL-PROCESOS.
           COPY CTLREG.

       FD  FISCAL.
           COPY FISREG.

       FD  SALDOS-DIARIOS.
           COPY SALREG.

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-CUENTAS   PIC XX VALUE '00'.
           05  WS-STATUS-DIARIO    PIC XX VALUE '00'.
           05  WS-STATUS-DIARIOCTL PIC XX VALUE '00'.
           05  WS-STATUS-CONTROL   PIC XX VALUE '00'.
           05  WS-STATUS-PARAMETROS PIC XX VALUE '00'.
           05  WS-STATUS-FISCAL    PIC XX VALUE '00'.
           05  WS-STATUS-SALDOS    PIC XX VALUE '00'.
           05  WS-SALDOS-ABIERTO   PIC X VALUE 'N'.
           05  WS-FIN-CUENTAS      PIC X VALUE 'N'.
           05  WS-PROCESO-BLOQUEADO PIC X VALUE 'N'.
           05  WS-REANUDAR         PIC X VALUE 'N'.
           05  WS-TOTAL-INTERESES      PIC 9(9)V99 VALUE ZEROS.
           05  WS-TOTAL-RETENIDO       PIC 9(9)V99 VALUE ZEROS.

      *> Periodo de liquidacion: del dia de la liquidacion anterior
      *> a ayer, ambos incluidos. BANCO-CIERRE corre despues de esta
      *> liquidacion, asi que el saldo de cierre de cada uno de esos
      *> dias ya incluye el interes abonado la noche anterior.
       01  WS-PERIODO-LIQUIDACION.
           05  WS-FECHA-DESDE      PIC 9(8) VALUE ZEROS.
           05  WS-DIA-INICIO       PIC 9(7) VALUE ZEROS.
           05  WS-DIA-FIN          PIC 9(7) VALUE ZEROS.
           05  WS-DIA-PERIODO      PIC 9(7) VALUE ZEROS.
           05  WS-DIAS-PERIODO     PIC 9(5) VALUE ZEROS.

      *> Lectura de los saldos diarios: cada mes esta en su propio
      *> fichero, que se abre cuando el dia buscado cae en otro mes.
       01  WS-NOMBRE-SALDOS        PIC X(19) VALUE SPACES.
       01  WS-LECTURA-SALDOS.
           05  WS-MES-SALDOS       PIC 9(6) VALUE ZEROS.
           05  WS-SAL-CUENTA       PIC 9(10) VALUE ZEROS.
           05  WS-SAL-FECHA        PIC 9(8) VALUE ZEROS.
           05  WS-SALDO-HALLADO    PIC X VALUE 'N'.
           05  WS-DIAS-CON-SALDO   PIC 9(5) VALUE ZEROS.
           05  WS-SALDO-DIA        PIC S9(7)V99 VALUE ZEROS.
           05  WS-SUMA-SALDOS      PIC S9(11)V99 VALUE ZEROS.

       01  WS-CALCULO-INTERES.
           05  WS-IMPORTE-INTERES  PIC S9(7)V99 SIGN IS TRAILING
                                   SEPARATE CHARACTER VALUE ZEROS.
           05  WS-HORA-ACTUAL      PIC 9(6).
           05  WS-FECHA-HORA-RESTO PIC X(7).

      *> Calculo del sello encadenado del diario (ver MOVREG).
       01  WS-SELLADO.
           05  WS-SEL-VALOR         PIC 9(12) VALUE ZEROS.
           05  WS-SEL-POS           PIC 99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
           IF WS-PROCESO-BLOQUEADO = 'S'
               DISPLAY 'Liquidacion NO ejecutada'
           ELSE
               PERFORM FIJAR-PERIODO-LIQUIDACION
               PERFORM ABRIR-FICHEROS
               PERFORM RECORRER-CUENTAS UNTIL WS-FIN-CUENTAS = 'S'
               PERFORM FINALIZAR-CONTROL-PROCESO
           IF WS-STATUS-CONTROL NOT = '00'
               DISPLAY 'Error: no se pudo abrir CONTROL.DAT - status '
                   WS-STATUS-CONTROL
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-PROCESO-BLOQUEADO
           ELSE
               MOVE 'INTERES' TO REG-CTL-PROGRAMA
                   DISPLAY 'Reanudando tras la cuenta '
                       WS-CUENTA-REANUDACION
               ELSE
                   MOVE REG-CTL-FECHA   TO WS-FECHA-DESDE
                   MOVE WS-FECHA-ACTUAL TO REG-CTL-FECHA
                   MOVE 'E'             TO REG-CTL-ESTADO
                   MOVE ZEROS           TO REG-CTL-ULTIMA-CUENTA
               END-IF
           END-IF.

      *> El inicio del periodo se guarda en CONTROL.DAT con clave
      *> 'INTERES-PER', porque el registro 'INTERES' ya lleva la
      *> fecha de hoy: asi una ejecucion reanudada liquida el mismo
      *> periodo a las cuentas que le quedan. Sin liquidacion
      *> anterior el periodo es solo ayer.
       FIJAR-PERIODO-LIQUIDACION.
           MOVE 'INTERES-PER' TO REG-CTL-PROGRAMA
           IF WS-REANUDAR = 'S'
               READ CONTROL-PROCESOS
                   KEY IS REG-CTL-PROGRAMA
                   INVALID KEY
                       MOVE ZEROS TO WS-FECHA-DESDE
                   NOT INVALID KEY
                       MOVE REG-CTL-FECHA TO WS-FECHA-DESDE
               END-READ
           ELSE
               MOVE WS-FECHA-DESDE TO REG-CTL-FECHA
               MOVE 'C'            TO REG-CTL-ESTADO
               MOVE ZEROS          TO REG-CTL-ULTIMA-CUENTA
               WRITE REG-CONTROL
                   INVALID KEY
                       REWRITE REG-CONTROL
               END-WRITE
           END-IF
           COMPUTE WS-DIA-FIN =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-ACTUAL) - 1
           IF WS-FECHA-DESDE = 0 OR WS-FECHA-DESDE NOT < WS-FECHA-ACTUAL
               MOVE WS-DIA-FIN TO WS-DIA-INICIO
           ELSE
               MOVE FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE)
                   TO WS-DIA-INICIO
           END-IF
           COMPUTE WS-DIAS-PERIODO = WS-DIA-FIN - WS-DIA-INICIO + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-INICIO)
               TO WS-FECHA-DESDE
           DISPLAY 'Periodo de liquidacion desde ' WS-FECHA-DESDE
               ' (' WS-DIAS-PERIODO ' dias)'
           MOVE 'INTERES' TO REG-CTL-PROGRAMA
           READ CONTROL-PROCESOS
               KEY IS REG-CTL-PROGRAMA
               INVALID KEY
                   DISPLAY 'Error al releer CONTROL.DAT'
           END-READ.

      *> Solo se marca completado si el maestro se llego a recorrer
      *> (status 00/10, como la marca de BANCO-CUADRE); si el maestro
      *> no se pudo abrir, el control queda en curso y el reintento
           IF WS-STATUS-CUENTAS NOT = '00'
               DISPLAY 'Error: no se pudo abrir CUENTAS.DAT - status '
                   WS-STATUS-CUENTAS
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-FIN-CUENTAS
           END-IF
           OPEN EXTEND DIARIO-MOVIMIENTOS
           END-IF.

       LIQUIDAR-INTERES-CUENTA.
           PERFORM SUMAR-SALDOS-PERIODO
           COMPUTE WS-IMPORTE-INTERES ROUNDED =
               WS-SUMA-SALDOS * REG-TASA-INTERES / 365
           IF WS-IMPORTE-INTERES > 0
               MOVE REG-SALDO TO WS-MOV-SALDO-ANTERIOR
               ADD WS-IMPORTE-INTERES TO REG-SALDO
                   PERFORM RETENER-FISCAL-CUENTA
           END-REWRITE.

      *> Suma de los saldos acreedores de cada dia del periodo. Un
      *> dia sin saldo grabado (el cierre no corrio) toma el del dia
      *> anterior; los dias previos al primer saldo de la cuenta (aun
      *> no existia) no devengan. Si el periodo no tiene ningun saldo
      *> grabado, todos sus dias se valoran con el saldo actual.
       SUMAR-SALDOS-PERIODO.
           MOVE ZEROS TO WS-SUMA-SALDOS
           MOVE ZEROS TO WS-DIAS-CON-SALDO
           MOVE ZEROS TO WS-SALDO-DIA
           MOVE REG-NUMERO-CUENTA TO WS-SAL-CUENTA
           PERFORM VARYING WS-DIA-PERIODO FROM WS-DIA-INICIO BY 1
                   UNTIL WS-DIA-PERIODO > WS-DIA-FIN
               MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-PERIODO)
                   TO WS-SAL-FECHA
               PERFORM LEER-SALDO-DIA
               IF WS-SALDO-HALLADO = 'S'
                   MOVE REG-SAL-SALDO TO WS-SALDO-DIA
                   ADD 1 TO WS-DIAS-CON-SALDO
               END-IF
               IF WS-DIAS-CON-SALDO > 0 AND WS-SALDO-DIA > 0
                   ADD WS-SALDO-DIA TO WS-SUMA-SALDOS
               END-IF
           END-PERFORM
           IF WS-DIAS-CON-SALDO = 0 AND REG-SALDO > 0
               COMPUTE WS-SUMA-SALDOS = REG-SALDO * WS-DIAS-PERIODO
           END-IF.

       LEER-SALDO-DIA.
           IF WS-SAL-FECHA(1:6) NOT = WS-MES-SALDOS
               PERFORM ABRIR-SALDOS-MES
           END-IF
           MOVE 'N' TO WS-SALDO-HALLADO
           IF WS-SALDOS-ABIERTO = 'S'
               MOVE WS-SAL-CUENTA TO REG-SAL-NUMERO-CUENTA
               MOVE WS-SAL-FECHA  TO REG-SAL-FECHA
               READ SALDOS-DIARIOS
                   KEY IS REG-SAL-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-SALDO-HALLADO
               END-READ
           END-IF.

       ABRIR-SALDOS-MES.
           IF WS-SALDOS-ABIERTO = 'S'
               CLOSE SALDOS-DIARIOS
               MOVE 'N' TO WS-SALDOS-ABIERTO
           END-IF
           MOVE WS-SAL-FECHA(1:6) TO WS-MES-SALDOS
           MOVE SPACES TO WS-NOMBRE-SALDOS
           STRING 'SALDOS-' DELIMITED BY SIZE
               WS-MES-SALDOS DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WS-NOMBRE-SALDOS
           END-STRING
           OPEN INPUT SALDOS-DIARIOS
           IF WS-STATUS-SALDOS = '00'
               MOVE 'S' TO WS-SALDOS-ABIERTO
           END-IF.

       LEER-TASA-RETENCION.
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = '00'
           MOVE WS-MOV-SALDO-ANTERIOR  TO REG-MOV-SALDO-ANTERIOR
           MOVE WS-MOV-SALDO-NUEVO     TO REG-MOV-SALDO-NUEVO
           MOVE 'INTERES'              TO REG-MOV-OPERADOR
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
           CLOSE CONTROL-PROCESOS
           CLOSE FISCAL
           IF WS-SALDOS-ABIERTO = 'S'
               CLOSE SALDOS-DIARIOS
           END-IF.

       END PROGRAM BANCO-INTERES.
