IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-MOROSIDAD.
       AUTHOR. Estefania Ramirez Martinez.

      *> Proceso batch nocturno de recobro de cuotas de prestamo
      *> impagadas y antiguedad de la morosidad. Cada cuota que
      *> BANCO-PRESTAMOS-EJEC dejo en estado 'I' en CUOTAS.DAT se
      *> vuelve a intentar cobrar de la cuenta asociada con las
      *> mismas reglas de disponible que COBRAR-CUOTA (saldo menos
      *> retenido, con descubierto solo en CORRIENTE hasta
      *> REG-LIMITE-DESCUBIERTO), admitiendo el cobro parcial de lo
      *> que haya. Antes de cobrar, la cuota devenga interes de
      *> demora por los dias transcurridos a la tasa de
      *> PARAMETROS.DAT; cada cobro se aplica primero a la demora
      *> (apunte INT-DEMORA) y despues a la cuota (apunte RECOBRO).
      *> El seguimiento de lo recuperado y lo devengado vive en
      *> MORA.DAT (ver MORAREG). Una cuota recuperada entera pasa a
      *> cobrada y el prestamo descuenta una cuota impagada.
      *> Despues se recorre de nuevo el cuadro para el informe de
      *> antiguedad MOROSIDAD.RPT, por prestamo y por cliente, en
      *> tramos de 1-30, 31-60, 61-90 y mas de 90 dias de impago,
      *> con el capital pendiente, el importe vencido y la demora
      *> devengada sin cobrar. Es la lista que trabaja cada manana
      *> el equipo de recobro.
      *> El fichero CONTROL.DAT impide repetir el recobro el mismo
      *> dia y permite reanudar una ejecucion interrumpida a partir
      *> de la ultima cuota tratada.

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

           SELECT CLIENTES-MAESTRO ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CLI-NUMERO
               FILE STATUS IS WS-STATUS-CLIENTES.

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

           SELECT DIARIO-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
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
               RECORD KEY IS REG-CTL-PROGRAMA
               FILE STATUS IS WS-STATUS-CONTROL.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT INFORME-MOROSIDAD ASSIGN TO "MOROSIDAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-INFORME.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-MAESTRO.
           COPY CUENTAREG.

       FD  CLIENTES-MAESTRO.
           COPY CLIREG.

       FD  PRESTAMOS.
           COPY PREREG.

       FD  CUOTAS.
           COPY CUOREG.

       FD  MORA.
           COPY MORAREG.

       FD  DIARIO-MOVIMIENTOS.
           COPY MOVREG.

       FD  DIARIO-CONTROL.
           COPY DCTREG.

       FD  CONTROL-PROCESOS.
           COPY CTLREG.

       FD  PARAMETROS.
           COPY PARREG.

       FD  INFORME-MOROSIDAD.
       01  REG-LINEA-INFORME       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-CUENTAS   PIC XX VALUE '00'.
           05  WS-STATUS-CLIENTES  PIC XX VALUE '00'.
           05  WS-STATUS-PRESTAMOS PIC XX VALUE '00'.
           05  WS-STATUS-CUOTAS    PIC XX VALUE '00'.
           05  WS-STATUS-MORA      PIC XX VALUE '00'.
           05  WS-STATUS-DIARIO    PIC XX VALUE '00'.
           05  WS-STATUS-DIARIOCTL PIC XX VALUE '00'.
           05  WS-STATUS-CONTROL   PIC XX VALUE '00'.
           05  WS-STATUS-PARAMETROS PIC XX VALUE '00'.
           05  WS-STATUS-INFORME   PIC XX VALUE '00'.
           05  WS-FIN-CUOTAS       PIC X VALUE 'N'.
           05  WS-PROCESO-BLOQUEADO PIC X VALUE 'N'.
           05  WS-REANUDAR         PIC X VALUE 'N'.
           05  WS-RECOBRO-COMPLETO PIC X VALUE 'N'.
           05  WS-CLIENTES-ABIERTO PIC X VALUE 'N'.
      *> Espejo de REG-CUO-CLAVE para reanudar, como en
      *> BANCO-PRESTAMOS-EJEC.
           05  WS-CUOTA-REANUDACION.
               10  WS-REANUDA-PRESTAMO PIC 9(6) VALUE ZEROS.
               10  WS-REANUDA-CUOTA    PIC 9(3) VALUE ZEROS.
           05  WS-CUOTA-REANUDACION-N REDEFINES WS-CUOTA-REANUDACION
                                   PIC 9(9).

      *> Tasa nominal anual de demora (PARAMETROS.DAT); si el
      *> fichero falta o es antiguo se aplica la de por defecto, la
      *> misma con la que lo siembra BANCO-SIMPLE.
       01  WS-TASA-DEMORA          PIC 9V9999 VALUE 0.0800.

       01  WS-CONTADORES.
           05  WS-CUOTAS-TRATADAS  PIC 9(5) VALUE ZEROS.
           05  WS-CUOTAS-RECUPERADAS PIC 9(5) VALUE ZEROS.
           05  WS-COBROS-PARCIALES PIC 9(5) VALUE ZEROS.
           05  WS-TOTAL-RECOBRADO  PIC 9(9)V99 VALUE ZEROS.
           05  WS-TOTAL-DEMORA-COBRADA PIC 9(9)V99 VALUE ZEROS.
           05  WS-TOTAL-DEMORA-DEVENGADA PIC 9(9)V99 VALUE ZEROS.

       01  WS-RECOBRO.
           05  WS-DISPONIBLE       PIC S9(7)V99 SIGN IS TRAILING
                                   SEPARATE CHARACTER VALUE ZEROS.
           05  WS-PENDIENTE-CUOTA  PIC 9(7)V99 VALUE ZEROS.
           05  WS-PENDIENTE-DEMORA PIC 9(7)V99 VALUE ZEROS.
           05  WS-DEUDA            PIC 9(7)V99 VALUE ZEROS.
           05  WS-IMPORTE-COBRO    PIC 9(7)V99 VALUE ZEROS.
           05  WS-COBRO-DEMORA     PIC 9(7)V99 VALUE ZEROS.
           05  WS-COBRO-CUOTA      PIC 9(7)V99 VALUE ZEROS.
           05  WS-DIAS-DEVENGO     PIC 9(5) VALUE ZEROS.
           05  WS-DEMORA-PERIODO   PIC 9(7)V99 VALUE ZEROS.
           05  WS-MORA-NUEVA       PIC X VALUE 'N'.
           05  WS-CUOTA-RECUPERADA PIC X VALUE 'N'.
           05  WS-MOTIVO-FALLO     PIC X(30) VALUE SPACES.

       01  WS-MOVIMIENTO.
           05  WS-MOV-TIPO           PIC X(10) VALUE SPACES.
           05  WS-MOV-IMPORTE        PIC 9(7)V99 VALUE ZEROS.
           05  WS-MOV-SALDO-ANTERIOR PIC S9(7)V99 VALUE ZEROS.
           05  WS-MOV-SALDO-NUEVO    PIC S9(7)V99 VALUE ZEROS.

       01  WS-FECHA-HORA-ACTUAL.
           05  WS-FECHA-ACTUAL     PIC 9(8).
           05  WS-HORA-ACTUAL      PIC 9(6).
           05  WS-FECHA-HORA-RESTO PIC X(7).

      *> Antiguedad de la deuda: los dias de impago de una cuota se
      *> cuentan desde su vencimiento y la situan en uno de los
      *> cuatro tramos; un prestamo se clasifica por su cuota
      *> impagada mas antigua.
       01  WS-ANTIGUEDAD.
           05  WS-DIAS-IMPAGO      PIC 9(5) VALUE ZEROS.
           05  WS-TRAMO            PIC 9 VALUE ZERO.
           05  WS-TRAMOS-VALOR     PIC X(24)
                                   VALUE '1-30  31-60 61-90 >90   '.
           05  WS-TRAMOS REDEFINES WS-TRAMOS-VALOR.
               10  WS-TRAMO-NOMBRE PIC X(6) OCCURS 4 TIMES.
           05  WS-PRESTAMO-ACTUAL  PIC 9(6) VALUE ZEROS.
           05  WS-HAY-PRESTAMO     PIC X VALUE 'N'.
           05  WS-PRESTAMOS-MOROSOS PIC 9(5) VALUE ZEROS.
           05  WS-ANT-CLIENTE      PIC 9(6) VALUE ZEROS.
           05  WS-ANT-CUENTA       PIC 9(10) VALUE ZEROS.
           05  WS-ANT-CAPITAL      PIC 9(7)V99 VALUE ZEROS.
           05  WS-ANT-VENCIDO      PIC 9(9)V99 VALUE ZEROS.
           05  WS-ANT-DEMORA       PIC 9(9)V99 VALUE ZEROS.
           05  WS-ANT-DIAS-MAX     PIC 9(5) VALUE ZEROS.
           05  WS-ANT-TRAMO-VENCIDO PIC 9(9)V99 OCCURS 4 TIMES.
           05  WS-TOT-TRAMO        PIC 9(9)V99 OCCURS 4 TIMES.
           05  WS-TOT-CAPITAL      PIC 9(9)V99 VALUE ZEROS.
           05  WS-TOT-VENCIDO      PIC 9(9)V99 VALUE ZEROS.
           05  WS-TOT-DEMORA       PIC 9(9)V99 VALUE ZEROS.

      *> Acumulados por cliente del informe de antiguedad, con el
      *> importe vencido repartido por el tramo de cada cuota.
       01  WS-TABLA-CLIENTES.
           05  WS-NUM-CLIENTES     PIC 9(5) COMP VALUE ZEROS.
           05  WS-TAB-CLIENTE OCCURS 5000 TIMES
                   INDEXED BY IX-CLI.
               10  WS-CLI-NUMERO       PIC 9(6).
               10  WS-CLI-PRESTAMOS    PIC 9(3).
               10  WS-CLI-CAPITAL      PIC 9(9)V99.
               10  WS-CLI-DEMORA       PIC 9(9)V99.
               10  WS-CLI-TRAMO        PIC 9(9)V99 OCCURS 4 TIMES.
           05  WS-TABLA-LLENA      PIC X VALUE 'N'.
           05  WS-TAB-HALLADA      PIC X VALUE 'N'.
           05  WS-IX-TRAMO         PIC 9 VALUE ZERO.

       01  WS-LINEA-EDITADA.
           05  WS-LIN-PRESTAMO     PIC 9(6).
           05  WS-LIN-CUOTA        PIC 9(3).
           05  WS-LIN-IMPORTE      PIC Z(6)9.99.
           05  WS-LIN-DEMORA       PIC Z(6)9.99.
           05  WS-LIN-TOTAL        PIC Z(8)9.99.
           05  WS-LIN-TASA         PIC 9.9999.

       01  WS-LINEA-PRESTAMO.
           05  WS-LPR-PRESTAMO     PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LPR-CLIENTE      PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LPR-CUENTA       PIC 9(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LPR-DIAS         PIC Z(4)9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LPR-TRAMO        PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LPR-CAPITAL      PIC Z(8)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LPR-VENCIDO      PIC Z(8)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LPR-DEMORA       PIC Z(8)9.99.

       01  WS-LINEA-CLIENTE.
           05  WS-LCL-CLIENTE      PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LCL-NOMBRE       PIC X(20).
           05  WS-LCL-TRAMO        PIC Z(6)9.99 OCCURS 4 TIMES.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LCL-CAPITAL      PIC Z(8)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LCL-DEMORA       PIC Z(6)9.99.

      *> Calculo del sello encadenado del diario (ver MOVREG).
       01  WS-SELLADO.
           05  WS-SEL-VALOR         PIC 9(12) VALUE ZEROS.
           05  WS-SEL-POS           PIC 99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
           DISPLAY '*** RECOBRO DE CUOTAS IMPAGADAS ***'
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           PERFORM COMPROBAR-CONTROL-PROCESO
           IF WS-PROCESO-BLOQUEADO = 'S'
               DISPLAY 'Recobro de cuotas NO ejecutado'
           ELSE
               PERFORM LEER-PARAMETROS
               PERFORM ABRIR-FICHEROS
               PERFORM RECORRER-IMPAGADAS UNTIL WS-FIN-CUOTAS = 'S'
               PERFORM IMPRIMIR-TOTALES-RECOBRO
               PERFORM INFORME-ANTIGUEDAD
               PERFORM FINALIZAR-CONTROL-PROCESO
               PERFORM CERRAR-FICHEROS
               DISPLAY 'Cuotas tratadas:    ' WS-CUOTAS-TRATADAS
               DISPLAY 'Cuotas recuperadas: ' WS-CUOTAS-RECUPERADAS
               DISPLAY 'Cobros parciales:   ' WS-COBROS-PARCIALES
               DISPLAY 'Total recobrado:    ' WS-TOTAL-RECOBRADO
               DISPLAY 'Demora cobrada:     ' WS-TOTAL-DEMORA-COBRADA
               DISPLAY 'Informe generado en MOROSIDAD.RPT'
           END-IF
           DISPLAY '*** FIN DEL PROCESO ***'
           STOP RUN.

      *> Control de dobles ejecuciones a nivel de dia, como el de
      *> BANCO-CIERRE, con reanudacion tras la ultima cuota tratada
      *> como en BANCO-PRESTAMOS-EJEC.
       COMPROBAR-CONTROL-PROCESO.
           OPEN I-O CONTROL-PROCESOS
           IF WS-STATUS-CONTROL = '35'
               OPEN OUTPUT CONTROL-PROCESOS
               CLOSE CONTROL-PROCESOS
               OPEN I-O CONTROL-PROCESOS
           END-IF
           IF WS-STATUS-CONTROL NOT = '00'
               DISPLAY 'Error: no se pudo abrir CONTROL.DAT - status '
                   WS-STATUS-CONTROL
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-PROCESO-BLOQUEADO
           ELSE
               MOVE 'MOROSIDAD' TO REG-CTL-PROGRAMA
               READ CONTROL-PROCESOS
                   KEY IS REG-CTL-PROGRAMA
                   INVALID KEY
                       PERFORM ESTRENAR-CONTROL-PROCESO
                   NOT INVALID KEY
                       PERFORM EVALUAR-CONTROL-PROCESO
               END-READ
           END-IF.

       ESTRENAR-CONTROL-PROCESO.
           MOVE 'MOROSIDAD'     TO REG-CTL-PROGRAMA
           MOVE WS-FECHA-ACTUAL TO REG-CTL-FECHA
           MOVE 'E'             TO REG-CTL-ESTADO
           MOVE ZEROS           TO REG-CTL-ULTIMA-CUENTA
           WRITE REG-CONTROL
               INVALID KEY
                   REWRITE REG-CONTROL
           END-WRITE.

       EVALUAR-CONTROL-PROCESO.
           IF REG-CTL-FECHA = WS-FECHA-ACTUAL
                   AND REG-CTL-ESTADO = 'C'
               DISPLAY 'Error: el recobro ya se ejecuto hoy ('
                   REG-CTL-FECHA ')'
               MOVE 'S' TO WS-PROCESO-BLOQUEADO
           ELSE
               IF REG-CTL-FECHA = WS-FECHA-ACTUAL
                       AND REG-CTL-ESTADO = 'E'
                   MOVE 'S' TO WS-REANUDAR
                   MOVE REG-CTL-ULTIMA-CUENTA TO
                       WS-CUOTA-REANUDACION-N
                   DISPLAY 'Reanudando tras la cuota '
                       WS-CUOTA-REANUDACION
               ELSE
                   MOVE WS-FECHA-ACTUAL TO REG-CTL-FECHA
                   MOVE 'E'             TO REG-CTL-ESTADO
                   MOVE ZEROS           TO REG-CTL-ULTIMA-CUENTA
                   REWRITE REG-CONTROL
                       INVALID KEY
                           DISPLAY 'Error al actualizar CONTROL.DAT'
                   END-REWRITE
               END-IF
           END-IF.

      *> Solo se marca completado si el cuadro de cuotas se llego a
      *> recorrer entero (o no hay prestamos); si no, el control
      *> queda en curso y el reintento del dia sigue permitido.
       FINALIZAR-CONTROL-PROCESO.
           IF WS-RECOBRO-COMPLETO = 'S'
               MOVE 'C' TO REG-CTL-ESTADO
               REWRITE REG-CONTROL
                   INVALID KEY
                       DISPLAY 'Error al cerrar CONTROL.DAT'
               END-REWRITE
           ELSE
               DISPLAY
                 'Aviso: recobro incompleto, el control queda en curso'
           END-IF.

      *> Misma conversion de la clave a numero que en
      *> BANCO-PRESTAMOS-EJEC.
       ANOTAR-AVANCE-CONTROL.
           COMPUTE REG-CTL-ULTIMA-CUENTA =
               REG-CUO-PRESTAMO * 1000 + REG-CUO-NUMERO
           REWRITE REG-CONTROL
               INVALID KEY
                   DISPLAY 'Error al anotar avance en CONTROL.DAT'
           END-REWRITE.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = '00'
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-PARAM-TASA-DEMORA IS NUMERIC
                           MOVE REG-PARAM-TASA-DEMORA TO
                               WS-TASA-DEMORA
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

      *> Sin fichero de prestamos ni cuadro de cuotas no hay nada que
      *> recobrar y el dia se da por completado; MORA.DAT se crea
      *> vacio la primera vez.
       ABRIR-FICHEROS.
           OPEN I-O CUENTAS-MAESTRO
           IF WS-STATUS-CUENTAS NOT = '00'
               DISPLAY 'Error: no se pudo abrir CUENTAS.DAT - status '
                   WS-STATUS-CUENTAS
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-FIN-CUOTAS
           END-IF
           OPEN I-O PRESTAMOS
           OPEN I-O CUOTAS
           IF WS-STATUS-PRESTAMOS = '35' AND WS-STATUS-CUOTAS = '35'
               DISPLAY 'Aviso: no hay prestamos que recobrar'
               MOVE 'S' TO WS-FIN-CUOTAS
               IF WS-STATUS-CUENTAS = '00'
                   MOVE 'S' TO WS-RECOBRO-COMPLETO
               END-IF
           ELSE
               IF WS-STATUS-PRESTAMOS NOT = '00'
                   DISPLAY 'Error: no se pudo abrir PRESTAMOS.DAT - '
                       'status ' WS-STATUS-PRESTAMOS
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WS-FIN-CUOTAS
               END-IF
               IF WS-STATUS-CUOTAS NOT = '00'
                   DISPLAY 'Error: no se pudo abrir CUOTAS.DAT - '
                       'status ' WS-STATUS-CUOTAS
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WS-FIN-CUOTAS
               END-IF
           END-IF
           OPEN I-O MORA
           IF WS-STATUS-MORA = '35'
               OPEN OUTPUT MORA
               CLOSE MORA
               OPEN I-O MORA
           END-IF
           IF WS-STATUS-MORA NOT = '00'
               DISPLAY 'Error: no se pudo abrir MORA.DAT - status '
                   WS-STATUS-MORA
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-FIN-CUOTAS
               MOVE 'N' TO WS-RECOBRO-COMPLETO
           END-IF
           OPEN INPUT CLIENTES-MAESTRO
           IF WS-STATUS-CLIENTES = '00'
               MOVE 'S' TO WS-CLIENTES-ABIERTO
           END-IF
           OPEN EXTEND DIARIO-MOVIMIENTOS
           IF WS-STATUS-DIARIO = '05' OR WS-STATUS-DIARIO = '35'
               OPEN OUTPUT DIARIO-MOVIMIENTOS
           END-IF
           OPEN OUTPUT INFORME-MOROSIDAD
           MOVE SPACES TO REG-LINEA-INFORME
           MOVE WS-TASA-DEMORA TO WS-LIN-TASA
           STRING '*** RECOBRO DE CUOTAS IMPAGADAS DEL '
               DELIMITED BY SIZE
               WS-FECHA-ACTUAL DELIMITED BY SIZE
               ' - TASA DE DEMORA ' DELIMITED BY SIZE
               WS-LIN-TASA DELIMITED BY SIZE
               ' ***' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           IF WS-FIN-CUOTAS NOT = 'S'
               IF WS-REANUDAR = 'S'
                   MOVE WS-CUOTA-REANUDACION TO REG-CUO-CLAVE
                   START CUOTAS
                       KEY IS GREATER THAN REG-CUO-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-FIN-CUOTAS
                           MOVE 'S' TO WS-RECOBRO-COMPLETO
                   END-START
               ELSE
                   MOVE ZEROS TO REG-CUO-PRESTAMO
                   MOVE ZEROS TO REG-CUO-NUMERO
                   START CUOTAS
                       KEY IS NOT LESS THAN REG-CUO-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-FIN-CUOTAS
                           MOVE 'S' TO WS-RECOBRO-COMPLETO
                   END-START
               END-IF
           END-IF.

       RECORRER-IMPAGADAS.
           READ CUOTAS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-CUOTAS
                   MOVE 'S' TO WS-RECOBRO-COMPLETO
           END-READ
           IF WS-FIN-CUOTAS NOT = 'S'
               IF REG-CUO-ESTADO = 'I'
                   PERFORM RECOBRAR-CUOTA
               END-IF
               PERFORM ANOTAR-AVANCE-CONTROL
           END-IF.

      *> Cada cuota impagada devenga su demora hasta hoy y se cobra
      *> lo que permita el disponible de la cuenta del prestamo,
      *> hasta el total de demora pendiente mas lo que falte de la
      *> cuota.
       RECOBRAR-CUOTA.
           ADD 1 TO WS-CUOTAS-TRATADAS
           MOVE SPACES TO WS-MOTIVO-FALLO
           MOVE ZEROS TO WS-IMPORTE-COBRO
           MOVE ZEROS TO WS-COBRO-DEMORA
           MOVE ZEROS TO WS-COBRO-CUOTA
           MOVE 'N' TO WS-CUOTA-RECUPERADA
           PERFORM LOCALIZAR-MORA
           PERFORM DEVENGAR-DEMORA
           MOVE REG-CUO-PRESTAMO TO REG-PRE-NUMERO
           READ PRESTAMOS
               KEY IS REG-PRE-NUMERO
               INVALID KEY
                   MOVE 'prestamo no existe' TO WS-MOTIVO-FALLO
           END-READ
           IF WS-MOTIVO-FALLO = SPACES
               MOVE REG-PRE-NUMERO-CUENTA TO REG-NUMERO-CUENTA
               READ CUENTAS-MAESTRO
                   KEY IS REG-NUMERO-CUENTA
                   INVALID KEY
                       MOVE 'cuenta de cargo no existe' TO
                           WS-MOTIVO-FALLO
               END-READ
           END-IF
           IF WS-MOTIVO-FALLO = SPACES
               PERFORM CALCULAR-DISPONIBLE
               PERFORM CALCULAR-DEUDA
               IF WS-DISPONIBLE > 0 AND WS-DEUDA > 0
                   IF WS-DISPONIBLE < WS-DEUDA
                       MOVE WS-DISPONIBLE TO WS-IMPORTE-COBRO
                   ELSE
                       MOVE WS-DEUDA TO WS-IMPORTE-COBRO
                   END-IF
                   PERFORM REPARTIR-COBRO
                   PERFORM CARGAR-RECOBRO-EN-CUENTA
               END-IF
           END-IF
           PERFORM COMPROBAR-RECUPERACION
           PERFORM GRABAR-MORA
           IF WS-CUOTA-RECUPERADA = 'S'
               PERFORM SALDAR-CUOTA
           END-IF
           IF WS-IMPORTE-COBRO > 0 OR WS-MOTIVO-FALLO NOT = SPACES
               PERFORM ANOTAR-RECOBRO
           END-IF.

      *> La primera vez que se trata una cuota impagada nace su
      *> registro de seguimiento, con la demora contando desde el
      *> vencimiento.
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

      *> Interes simple por dias naturales sobre lo que queda sin
      *> pagar de la cuota, base 365, desde la ultima fecha de
      *> devengo; relanzar el mismo dia no devenga dos veces.
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
               ADD WS-DEMORA-PERIODO TO WS-TOTAL-DEMORA-DEVENGADA
               MOVE WS-FECHA-ACTUAL TO REG-MOR-FECHA-DEVENGO
           END-IF.

      *> Igual que COMPROBAR-FONDOS-CUOTA en BANCO-PRESTAMOS-EJEC,
      *> pero como importe: lo que se puede cargar sin pasar de cero
      *> o, en CORRIENTE, del descubierto autorizado.
       CALCULAR-DISPONIBLE.
           COMPUTE WS-DISPONIBLE = REG-SALDO - REG-SALDO-RETENIDO
           IF REG-TIPO-CUENTA = 'CORRIENTE'
               ADD REG-LIMITE-DESCUBIERTO TO WS-DISPONIBLE
           END-IF.

       CALCULAR-DEUDA.
           COMPUTE WS-PENDIENTE-CUOTA =
               REG-CUO-IMPORTE - REG-MOR-RECUPERADO
           COMPUTE WS-PENDIENTE-DEMORA =
               REG-MOR-DEMORA-DEVENGADA - REG-MOR-DEMORA-COBRADA
           COMPUTE WS-DEUDA = WS-PENDIENTE-CUOTA + WS-PENDIENTE-DEMORA.

      *> El cobro se aplica primero a la demora pendiente y el resto
      *> a la cuota.
       REPARTIR-COBRO.
           IF WS-IMPORTE-COBRO > WS-PENDIENTE-DEMORA
               MOVE WS-PENDIENTE-DEMORA TO WS-COBRO-DEMORA
               COMPUTE WS-COBRO-CUOTA =
                   WS-IMPORTE-COBRO - WS-PENDIENTE-DEMORA
           ELSE
               MOVE WS-IMPORTE-COBRO TO WS-COBRO-DEMORA
               MOVE ZEROS TO WS-COBRO-CUOTA
           END-IF.

      *> Un solo REWRITE de la cuenta por el total y un apunte por
      *> cada parte, encadenando los saldos para que BANCO-CUADRE
      *> y BANCO-CIERRE sigan la cuenta movimiento a movimiento.
       CARGAR-RECOBRO-EN-CUENTA.
           MOVE REG-SALDO TO WS-MOV-SALDO-ANTERIOR
           SUBTRACT WS-IMPORTE-COBRO FROM REG-SALDO
           IF REG-SALDO < 0
               MOVE 'S' TO REG-INDICADOR-DESCUB
           END-IF
           REWRITE REG-CUENTA
               INVALID KEY
                   DISPLAY 'Error al actualizar cuenta '
                       REG-NUMERO-CUENTA
           END-REWRITE
           IF WS-STATUS-CUENTAS = '00'
               IF WS-COBRO-DEMORA > 0
                   MOVE 'INT-DEMORA' TO WS-MOV-TIPO
                   MOVE WS-COBRO-DEMORA TO WS-MOV-IMPORTE
                   COMPUTE WS-MOV-SALDO-NUEVO =
                       WS-MOV-SALDO-ANTERIOR - WS-COBRO-DEMORA
                   PERFORM ANOTAR-MOVIMIENTO
                   MOVE WS-MOV-SALDO-NUEVO TO WS-MOV-SALDO-ANTERIOR
               END-IF
               IF WS-COBRO-CUOTA > 0
                   MOVE 'RECOBRO' TO WS-MOV-TIPO
                   MOVE WS-COBRO-CUOTA TO WS-MOV-IMPORTE
                   MOVE REG-SALDO TO WS-MOV-SALDO-NUEVO
                   PERFORM ANOTAR-MOVIMIENTO
               END-IF
               ADD WS-COBRO-DEMORA TO REG-MOR-DEMORA-COBRADA
               ADD WS-COBRO-CUOTA  TO REG-MOR-RECUPERADO
               ADD WS-COBRO-CUOTA  TO WS-TOTAL-RECOBRADO
               ADD WS-COBRO-DEMORA TO WS-TOTAL-DEMORA-COBRADA
           ELSE
               MOVE 'no se pudo cargar la cuenta' TO WS-MOTIVO-FALLO
               MOVE ZEROS TO WS-IMPORTE-COBRO
           END-IF.

       COMPROBAR-RECUPERACION.
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

      *> La cuota recuperada entera queda cobrada y el prestamo se
      *> actualiza como en ACTUALIZAR-PRESTAMO-COBRO de
      *> BANCO-PRESTAMOS-EJEC, descontando ademas la impagada.
       SALDAR-CUOTA.
           ADD 1 TO WS-CUOTAS-RECUPERADAS
           MOVE 'C' TO REG-CUO-ESTADO
           REWRITE REG-CUOTA
               INVALID KEY
                   DISPLAY 'Error al actualizar la cuota '
                       REG-CUO-NUMERO ' del prestamo '
                       REG-CUO-PRESTAMO
           END-REWRITE
           IF WS-MOTIVO-FALLO = SPACES
               IF REG-CUO-CAPITAL > REG-PRE-CAPITAL-PENDIENTE
                   MOVE ZEROS TO REG-PRE-CAPITAL-PENDIENTE
               ELSE
                   SUBTRACT REG-CUO-CAPITAL FROM
                       REG-PRE-CAPITAL-PENDIENTE
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
               END-REWRITE
           END-IF.

      *> Los procesos batch de prestamos estampan 'PRESTAMO' como
      *> operador, que BANCO-INACTIVAS no cuenta como actividad del
      *> cliente.
       ANOTAR-MOVIMIENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           MOVE WS-FECHA-ACTUAL        TO REG-MOV-FECHA
           MOVE WS-HORA-ACTUAL         TO REG-MOV-HORA
           MOVE REG-NUMERO-CUENTA      TO REG-MOV-NUMERO-CUENTA
           MOVE WS-MOV-TIPO            TO REG-MOV-TIPO
           MOVE WS-MOV-IMPORTE         TO REG-MOV-IMPORTE
           MOVE WS-MOV-SALDO-ANTERIOR  TO REG-MOV-SALDO-ANTERIOR
           MOVE WS-MOV-SALDO-NUEVO     TO REG-MOV-SALDO-NUEVO
           MOVE 'PRESTAMO'             TO REG-MOV-OPERADOR
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

       ANOTAR-RECOBRO.
           MOVE REG-CUO-PRESTAMO TO WS-LIN-PRESTAMO
           MOVE REG-CUO-NUMERO   TO WS-LIN-CUOTA
           MOVE WS-COBRO-CUOTA   TO WS-LIN-IMPORTE
           MOVE WS-COBRO-DEMORA  TO WS-LIN-DEMORA
           MOVE SPACES TO REG-LINEA-INFORME
           IF WS-MOTIVO-FALLO NOT = SPACES
               STRING 'Prestamo ' DELIMITED BY SIZE
                   WS-LIN-PRESTAMO DELIMITED BY SIZE
                   ' cuota ' DELIMITED BY SIZE
                   WS-LIN-CUOTA DELIMITED BY SIZE
                   ' NO recobrada: ' DELIMITED BY SIZE
                   WS-MOTIVO-FALLO DELIMITED BY SIZE
                   INTO REG-LINEA-INFORME
               END-STRING
           ELSE
               IF WS-CUOTA-RECUPERADA = 'S'
                   STRING 'Prestamo ' DELIMITED BY SIZE
                       WS-LIN-PRESTAMO DELIMITED BY SIZE
                       ' cuota ' DELIMITED BY SIZE
                       WS-LIN-CUOTA DELIMITED BY SIZE
                       ' RECUPERADA: cuota ' DELIMITED BY SIZE
                       WS-LIN-IMPORTE DELIMITED BY SIZE
                       ' demora ' DELIMITED BY SIZE
                       WS-LIN-DEMORA DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                       INTO REG-LINEA-INFORME
                   END-STRING
               ELSE
                   ADD 1 TO WS-COBROS-PARCIALES
                   STRING 'Prestamo ' DELIMITED BY SIZE
                       WS-LIN-PRESTAMO DELIMITED BY SIZE
                       ' cuota ' DELIMITED BY SIZE
                       WS-LIN-CUOTA DELIMITED BY SIZE
                       ' cobro parcial: cuota ' DELIMITED BY SIZE
                       WS-LIN-IMPORTE DELIMITED BY SIZE
                       ' demora ' DELIMITED BY SIZE
                       WS-LIN-DEMORA DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                       INTO REG-LINEA-INFORME
                   END-STRING
               END-IF
           END-IF
           WRITE REG-LINEA-INFORME
           DISPLAY REG-LINEA-INFORME.

       IMPRIMIR-TOTALES-RECOBRO.
           MOVE SPACES TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           MOVE WS-TOTAL-RECOBRADO TO WS-LIN-TOTAL
           STRING 'Tratadas: ' DELIMITED BY SIZE
               WS-CUOTAS-TRATADAS DELIMITED BY SIZE
               '  Recuperadas: ' DELIMITED BY SIZE
               WS-CUOTAS-RECUPERADAS DELIMITED BY SIZE
               '  Parciales: ' DELIMITED BY SIZE
               WS-COBROS-PARCIALES DELIMITED BY SIZE
               '  Recobrado: ' DELIMITED BY SIZE
               WS-LIN-TOTAL DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           MOVE WS-TOTAL-DEMORA-DEVENGADA TO WS-LIN-TOTAL
           STRING 'Demora devengada hoy: ' DELIMITED BY SIZE
               WS-LIN-TOTAL DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           MOVE WS-TOTAL-DEMORA-COBRADA TO WS-LIN-TOTAL
           STRING 'Demora cobrada hoy:   ' DELIMITED BY SIZE
               WS-LIN-TOTAL DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME.

      *> Segunda pasada por el cuadro, entero aunque el recobro se
      *> haya reanudado, con las cuotas que siguen impagadas; la
      *> clave prestamo/cuota agrupa las de cada prestamo.
       INFORME-ANTIGUEDAD.
           MOVE ZEROS TO WS-TOT-TRAMO (1) WS-TOT-TRAMO (2)
               WS-TOT-TRAMO (3) WS-TOT-TRAMO (4)
           MOVE SPACES TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE '*** ANTIGUEDAD DE LA MOROSIDAD POR PRESTAMO ***' TO
               REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'PRESTA CLIENT CUENTA      DIAS TRAMO  '
               DELIMITED BY SIZE
               'CAPITAL PEND  IMP.VENCIDO  DEMORA PEND'
               DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           IF WS-STATUS-CUOTAS = '00' OR WS-STATUS-CUOTAS = '10'
               MOVE 'N' TO WS-FIN-CUOTAS
               MOVE ZEROS TO REG-CUO-PRESTAMO
               MOVE ZEROS TO REG-CUO-NUMERO
               START CUOTAS
                   KEY IS NOT LESS THAN REG-CUO-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-CUOTAS
               END-START
               PERFORM LEER-CUOTA-ANTIGUEDAD
                   UNTIL WS-FIN-CUOTAS = 'S'
               IF WS-HAY-PRESTAMO = 'S'
                   PERFORM CERRAR-PRESTAMO-ANTIGUEDAD
               END-IF
           END-IF
           PERFORM IMPRIMIR-TOTALES-ANTIGUEDAD
           PERFORM LISTAR-CLIENTES-ANTIGUEDAD.

       LEER-CUOTA-ANTIGUEDAD.
           READ CUOTAS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-CUOTAS
           END-READ
           IF WS-FIN-CUOTAS NOT = 'S'
               IF REG-CUO-ESTADO = 'I'
                   IF WS-HAY-PRESTAMO = 'S'
                           AND REG-CUO-PRESTAMO NOT =
                               WS-PRESTAMO-ACTUAL
                       PERFORM CERRAR-PRESTAMO-ANTIGUEDAD
                   END-IF
                   IF WS-HAY-PRESTAMO = 'N'
                       PERFORM ABRIR-PRESTAMO-ANTIGUEDAD
                   END-IF
                   PERFORM SUMAR-CUOTA-ANTIGUEDAD
               END-IF
           END-IF.

       ABRIR-PRESTAMO-ANTIGUEDAD.
           MOVE 'S' TO WS-HAY-PRESTAMO
           MOVE REG-CUO-PRESTAMO TO WS-PRESTAMO-ACTUAL
           MOVE ZEROS TO WS-ANT-VENCIDO
           MOVE ZEROS TO WS-ANT-DEMORA
           MOVE ZEROS TO WS-ANT-DIAS-MAX
           MOVE ZEROS TO WS-ANT-TRAMO-VENCIDO (1)
               WS-ANT-TRAMO-VENCIDO (2) WS-ANT-TRAMO-VENCIDO (3)
               WS-ANT-TRAMO-VENCIDO (4)
           MOVE REG-CUO-PRESTAMO TO REG-PRE-NUMERO
           READ PRESTAMOS
               KEY IS REG-PRE-NUMERO
               INVALID KEY
                   MOVE ZEROS TO WS-ANT-CLIENTE
                   MOVE ZEROS TO WS-ANT-CUENTA
                   MOVE ZEROS TO WS-ANT-CAPITAL
               NOT INVALID KEY
                   MOVE REG-PRE-NUMERO-CLIENTE TO WS-ANT-CLIENTE
                   MOVE REG-PRE-NUMERO-CUENTA  TO WS-ANT-CUENTA
                   MOVE REG-PRE-CAPITAL-PENDIENTE TO WS-ANT-CAPITAL
           END-READ.

      *> Lo vencido de la cuota es lo que falta de su importe; la
      *> demora es la devengada hasta hoy y aun no cobrada. Sin
      *> registro de seguimiento (cuota que el recobro no llego a
      *> tratar) se toma la cuota entera y sin demora.
       SUMAR-CUOTA-ANTIGUEDAD.
           MOVE REG-CUO-CLAVE TO REG-MOR-CLAVE
           READ MORA
               KEY IS REG-MOR-CLAVE
               INVALID KEY
                   MOVE ZEROS TO REG-MOR-RECUPERADO
                   MOVE ZEROS TO REG-MOR-DEMORA-DEVENGADA
                   MOVE ZEROS TO REG-MOR-DEMORA-COBRADA
           END-READ
           PERFORM CALCULAR-DEUDA
           IF REG-CUO-FECHA-VENCIMIENTO < WS-FECHA-ACTUAL
               COMPUTE WS-DIAS-IMPAGO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-ACTUAL)
                   - FUNCTION INTEGER-OF-DATE(REG-CUO-FECHA-VENCIMIENTO)
           ELSE
               MOVE ZEROS TO WS-DIAS-IMPAGO
           END-IF
           PERFORM CALCULAR-TRAMO
           ADD WS-PENDIENTE-CUOTA TO WS-ANT-VENCIDO
           ADD WS-PENDIENTE-CUOTA TO WS-ANT-TRAMO-VENCIDO (WS-TRAMO)
           ADD WS-PENDIENTE-DEMORA TO WS-ANT-DEMORA
           IF WS-DIAS-IMPAGO > WS-ANT-DIAS-MAX
               MOVE WS-DIAS-IMPAGO TO WS-ANT-DIAS-MAX
           END-IF.

       CALCULAR-TRAMO.
           IF WS-DIAS-IMPAGO > 90
               MOVE 4 TO WS-TRAMO
           ELSE
               IF WS-DIAS-IMPAGO > 60
                   MOVE 3 TO WS-TRAMO
               ELSE
                   IF WS-DIAS-IMPAGO > 30
                       MOVE 2 TO WS-TRAMO
                   ELSE
                       MOVE 1 TO WS-TRAMO
                   END-IF
               END-IF
           END-IF.

       CERRAR-PRESTAMO-ANTIGUEDAD.
           MOVE 'N' TO WS-HAY-PRESTAMO
           ADD 1 TO WS-PRESTAMOS-MOROSOS
           MOVE WS-ANT-DIAS-MAX TO WS-DIAS-IMPAGO
           PERFORM CALCULAR-TRAMO
           MOVE WS-PRESTAMO-ACTUAL TO WS-LPR-PRESTAMO
           MOVE WS-ANT-CLIENTE     TO WS-LPR-CLIENTE
           MOVE WS-ANT-CUENTA      TO WS-LPR-CUENTA
           MOVE WS-ANT-DIAS-MAX    TO WS-LPR-DIAS
           MOVE WS-TRAMO-NOMBRE (WS-TRAMO) TO WS-LPR-TRAMO
           MOVE WS-ANT-CAPITAL     TO WS-LPR-CAPITAL
           MOVE WS-ANT-VENCIDO     TO WS-LPR-VENCIDO
           MOVE WS-ANT-DEMORA      TO WS-LPR-DEMORA
           MOVE WS-LINEA-PRESTAMO  TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           ADD WS-ANT-CAPITAL TO WS-TOT-CAPITAL
           ADD WS-ANT-VENCIDO TO WS-TOT-VENCIDO
           ADD WS-ANT-DEMORA  TO WS-TOT-DEMORA
           PERFORM VARYING WS-IX-TRAMO FROM 1 BY 1
                   UNTIL WS-IX-TRAMO > 4
               ADD WS-ANT-TRAMO-VENCIDO (WS-IX-TRAMO) TO
                   WS-TOT-TRAMO (WS-IX-TRAMO)
           END-PERFORM
           PERFORM ACUMULAR-CLIENTE.

       ACUMULAR-CLIENTE.
           MOVE 'N' TO WS-TAB-HALLADA
           SET IX-CLI TO 1
           SEARCH WS-TAB-CLIENTE
               AT END
                   CONTINUE
               WHEN IX-CLI > WS-NUM-CLIENTES
                   CONTINUE
               WHEN WS-CLI-NUMERO (IX-CLI) = WS-ANT-CLIENTE
                   MOVE 'S' TO WS-TAB-HALLADA
           END-SEARCH
           IF WS-TAB-HALLADA = 'N'
               IF WS-NUM-CLIENTES >= 5000
                   IF WS-TABLA-LLENA = 'N'
                       DISPLAY
                         'Aviso: tabla llena, resumen por cliente parcial'
                       MOVE 'S' TO WS-TABLA-LLENA
                   END-IF
               ELSE
                   ADD 1 TO WS-NUM-CLIENTES
                   SET IX-CLI TO WS-NUM-CLIENTES
                   MOVE WS-ANT-CLIENTE TO WS-CLI-NUMERO (IX-CLI)
                   MOVE ZEROS TO WS-CLI-PRESTAMOS (IX-CLI)
                   MOVE ZEROS TO WS-CLI-CAPITAL (IX-CLI)
                   MOVE ZEROS TO WS-CLI-DEMORA (IX-CLI)
                   MOVE ZEROS TO WS-CLI-TRAMO (IX-CLI, 1)
                       WS-CLI-TRAMO (IX-CLI, 2)
                       WS-CLI-TRAMO (IX-CLI, 3)
                       WS-CLI-TRAMO (IX-CLI, 4)
                   MOVE 'S' TO WS-TAB-HALLADA
               END-IF
           END-IF
           IF WS-TAB-HALLADA = 'S'
               ADD 1 TO WS-CLI-PRESTAMOS (IX-CLI)
               ADD WS-ANT-CAPITAL TO WS-CLI-CAPITAL (IX-CLI)
               ADD WS-ANT-DEMORA  TO WS-CLI-DEMORA (IX-CLI)
               PERFORM VARYING WS-IX-TRAMO FROM 1 BY 1
                       UNTIL WS-IX-TRAMO > 4
                   ADD WS-ANT-TRAMO-VENCIDO (WS-IX-TRAMO) TO
                       WS-CLI-TRAMO (IX-CLI, WS-IX-TRAMO)
               END-PERFORM
           END-IF.

       IMPRIMIR-TOTALES-ANTIGUEDAD.
           MOVE SPACES TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Prestamos morosos: ' DELIMITED BY SIZE
               WS-PRESTAMOS-MOROSOS DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE WS-TOT-CAPITAL TO WS-LIN-TOTAL
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Capital pendiente:     ' DELIMITED BY SIZE
               WS-LIN-TOTAL DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE WS-TOT-VENCIDO TO WS-LIN-TOTAL
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Importe vencido:       ' DELIMITED BY SIZE
               WS-LIN-TOTAL DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE WS-TOT-DEMORA TO WS-LIN-TOTAL
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Demora sin cobrar:     ' DELIMITED BY SIZE
               WS-LIN-TOTAL DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           PERFORM VARYING WS-IX-TRAMO FROM 1 BY 1
                   UNTIL WS-IX-TRAMO > 4
               MOVE WS-TOT-TRAMO (WS-IX-TRAMO) TO WS-LIN-TOTAL
               MOVE SPACES TO REG-LINEA-INFORME
               STRING 'Vencido en el tramo ' DELIMITED BY SIZE
                   WS-TRAMO-NOMBRE (WS-IX-TRAMO) DELIMITED BY SIZE
                   ' dias: ' DELIMITED BY SIZE
                   WS-LIN-TOTAL DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
                   INTO REG-LINEA-INFORME
               END-STRING
               WRITE REG-LINEA-INFORME
           END-PERFORM.

       LISTAR-CLIENTES-ANTIGUEDAD.
           MOVE SPACES TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE '*** ANTIGUEDAD DE LA MOROSIDAD POR CLIENTE ***' TO
               REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'CLIENT NOMBRE                    1-30     31-60'
               DELIMITED BY SIZE
               '     61-90       >90 CAPITAL PEND     DEMORA'
               DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           PERFORM VARYING IX-CLI FROM 1 BY 1
                   UNTIL IX-CLI > WS-NUM-CLIENTES
               PERFORM LISTAR-CLIENTE-ANTIGUEDAD
           END-PERFORM.

       LISTAR-CLIENTE-ANTIGUEDAD.
           MOVE WS-CLI-NUMERO (IX-CLI) TO WS-LCL-CLIENTE
           MOVE SPACES TO WS-LCL-NOMBRE
           IF WS-CLIENTES-ABIERTO = 'S'
               MOVE WS-CLI-NUMERO (IX-CLI) TO REG-CLI-NUMERO
               READ CLIENTES-MAESTRO
                   KEY IS REG-CLI-NUMERO
                   INVALID KEY
                       MOVE '(cliente no existe)' TO WS-LCL-NOMBRE
                   NOT INVALID KEY
                       MOVE REG-CLI-NOMBRE TO WS-LCL-NOMBRE
               END-READ
           END-IF
           PERFORM VARYING WS-IX-TRAMO FROM 1 BY 1
                   UNTIL WS-IX-TRAMO > 4
               MOVE WS-CLI-TRAMO (IX-CLI, WS-IX-TRAMO) TO
                   WS-LCL-TRAMO (WS-IX-TRAMO)
           END-PERFORM
           MOVE WS-CLI-CAPITAL (IX-CLI) TO WS-LCL-CAPITAL
           MOVE WS-CLI-DEMORA (IX-CLI)  TO WS-LCL-DEMORA
           MOVE WS-LINEA-CLIENTE TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME.

       CERRAR-FICHEROS.
           CLOSE CUENTAS-MAESTRO
           CLOSE PRESTAMOS
           CLOSE CUOTAS
           CLOSE MORA
           IF WS-CLIENTES-ABIERTO = 'S'
               CLOSE CLIENTES-MAESTRO
           END-IF
           CLOSE DIARIO-MOVIMIENTOS
           CLOSE CONTROL-PROCESOS
           CLOSE INFORME-MOROSIDAD.

       END PROGRAM BANCO-MOROSIDAD.
