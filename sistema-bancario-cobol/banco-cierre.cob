      *> cierre de caja, cuando el saldo del maestro ya es el saldo de
      *> cierre. El archivado mensual posterior (BANCO-ARCHIVO)
      *> reconoce los movimientos ya cargados aqui y no los duplica.
      *> El saldo de cierre y el retenido de cada cuenta se guardan
      *> ademas en el fichero mensual de saldos diarios
      *> (SALDOS-AAAAMM.DAT, ver SALREG), rellenando los dias no
      *> habiles del mes que rodean al de hoy segun FESTIVOS.DAT;
      *> de el salen los saldos medios de BANCO-COMISION y
      *> BANCO-INTERES y el certificado de saldo de BANCO-MANT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS REG-HIST-CLAVE
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT SALDOS-DIARIOS ASSIGN USING WS-NOMBRE-SALDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SAL-CLAVE
               FILE STATUS IS WS-STATUS-SALDOS.

           SELECT FESTIVOS ASSIGN TO "FESTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FESTIVOS.

           SELECT INFORME-CIERRE ASSIGN TO "CIERRE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  HISTORICO-MOVIMIENTOS.
           COPY HISTREG.

       FD  SALDOS-DIARIOS.
           COPY SALREG.

       FD  FESTIVOS.
           COPY FESREG.

       FD  INFORME-CIERRE.
       01  REG-LINEA-INFORME       PIC X(80).

           05  WS-STATUS-INFORME   PIC XX VALUE '00'.
           05  WS-STATUS-MARCA     PIC XX VALUE '00'.
           05  WS-STATUS-CONTROL   PIC XX VALUE '00'.
           05  WS-STATUS-SALDOS    PIC XX VALUE '00'.
           05  WS-STATUS-FESTIVOS  PIC XX VALUE '00'.
           05  WS-SALDOS-ABIERTO   PIC X VALUE 'N'.
           05  WS-CUADRE-BLOQUEA   PIC X VALUE 'N'.
           05  WS-PROCESO-BLOQUEADO PIC X VALUE 'N'.
           05  WS-FIN-CUENTAS      PIC X VALUE 'N'.
           05  WS-GRABADO-HISTORICO PIC X VALUE 'N'.

       01  WS-NOMBRE-HISTORICO     PIC X(19) VALUE SPACES.
       01  WS-NOMBRE-SALDOS        PIC X(19) VALUE SPACES.

       01  WS-CALCULO-FECHA.
           05  WS-FECHA-PROXIMA    PIC 9(8) VALUE ZEROS.
           05  WS-DIAS-ENTEROS     PIC 9(7) VALUE ZEROS.
           05  WS-DIA-SEMANA       PIC 9 VALUE ZEROS.
           05  WS-DIA-NO-HABIL     PIC X VALUE 'N'.

      *> Calendario de festivos (FESTIVOS.DAT, mantenido por
      *> BANCO-FESTIVOS), como en BANCO-ORDENES-EJEC.
       01  WS-TABLA-FESTIVOS.
           05  WS-NUM-FESTIVOS     PIC 9(3) VALUE ZEROS.
           05  WS-FES-FECHA-TAB    PIC 9(8) OCCURS 200 TIMES.
           05  WS-FES-IDX          PIC 9(3) VALUE ZEROS.
           05  WS-ES-FESTIVO       PIC X VALUE 'N'.
           05  WS-FIN-FESTIVOS     PIC X VALUE 'N'.
           05  WS-FESTIVOS-LLENA   PIC X VALUE 'N'.

      *> Dias no habiles del mes pegados al de hoy: los posteriores,
      *> hasta el siguiente dia habil, toman el saldo de cierre de
      *> hoy; los anteriores, desde el ultimo dia habil, el de
      *> apertura, que es con el que la cuenta paso esos dias.
       01  WS-TABLA-RELLENO.
           05  WS-NUM-POSTERIORES  PIC 9(2) VALUE ZEROS.
           05  WS-FECHA-POSTERIOR  PIC 9(8) OCCURS 31 TIMES.
           05  WS-NUM-ANTERIORES   PIC 9(2) VALUE ZEROS.
           05  WS-FECHA-ANTERIOR   PIC 9(8) OCCURS 31 TIMES.
           05  WS-REL-IDX          PIC 9(2) VALUE ZEROS.

       01  WS-FECHA-HORA-ACTUAL.
           05  WS-FECHA-HOY.
           05  WS-TOTAL-EXTORNO-D  PIC 9(9)V99 VALUE ZEROS.
           05  WS-TOTAL-EXTORNO-H  PIC 9(9)V99 VALUE ZEROS.
           05  WS-TOTAL-RET-FISCAL PIC 9(9)V99 VALUE ZEROS.
           05  WS-TOTAL-TARJETAS   PIC 9(9)V99 VALUE ZEROS.
           05  WS-TOTAL-MOROSIDAD  PIC 9(9)V99 VALUE ZEROS.

       01  WS-TOTALES-SUCURSAL.
           05  WS-CUENTAS-PROCESADAS    PIC 9(5) VALUE ZEROS.
           05  WS-TOT-CIERRE       PIC -(9)9.99.
           05  WS-TOT-COMISIONES   PIC -(9)9.99.

      *> Secuencia y sello del movimiento tratado; cero si es
      *> anterior al sellado del diario (campos en blanco).
       01  WS-SELLO-MOVIMIENTO.
           05  WS-SEC-DIARIO       PIC 9(10) VALUE ZEROS.
           05  WS-SELLO-DIARIO     PIC 9(10) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
               DISPLAY 'Cierre NO ejecutado'
           ELSE
               PERFORM ABRIR-FICHEROS
               PERFORM CARGAR-FESTIVOS
               PERFORM CALCULAR-DIAS-RELLENO
               PERFORM CARGAR-DIARIO-HISTORICO
               PERFORM IMPRIMIR-CABECERA
               PERFORM RECORRER-CUENTAS UNTIL WS-FIN-CUENTAS = 'S'
           IF WS-STATUS-CONTROL NOT = '00'
               DISPLAY 'Error: no se pudo abrir CONTROL.DAT - status '
                   WS-STATUS-CONTROL
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-PROCESO-BLOQUEADO
           ELSE
               MOVE 'CIERRE' TO REG-CTL-PROGRAMA
                       IF REG-MARCA-FECHA = WS-FECHA-HOY
                               AND REG-MARCA-DESCUADRES > 0
                           MOVE 'S' TO WS-CUADRE-BLOQUEA
                           MOVE 8 TO RETURN-CODE
                           DISPLAY
                             'Error: el cuadre del dia dejo '
                             REG-MARCA-DESCUADRES
           IF WS-STATUS-CUENTAS NOT = '00'
               DISPLAY 'Error: no se pudo abrir CUENTAS.DAT - status '
                   WS-STATUS-CUENTAS
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-FIN-CUENTAS
           END-IF
           OPEN OUTPUT INFORME-CIERRE
               OPEN OUTPUT HISTORICO-MOVIMIENTOS
               CLOSE HISTORICO-MOVIMIENTOS
               OPEN I-O HISTORICO-MOVIMIENTOS
           END-IF
           MOVE SPACES TO WS-NOMBRE-SALDOS
           STRING 'SALDOS-' DELIMITED BY SIZE
               WS-MES-ACTUAL DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WS-NOMBRE-SALDOS
           END-STRING
           OPEN I-O SALDOS-DIARIOS
           IF WS-STATUS-SALDOS = '35'
               OPEN OUTPUT SALDOS-DIARIOS
               CLOSE SALDOS-DIARIOS
               OPEN I-O SALDOS-DIARIOS
           END-IF
           IF WS-STATUS-SALDOS = '00'
               MOVE 'S' TO WS-SALDOS-ABIERTO
           ELSE
               DISPLAY 'Aviso: no se pudo abrir ' WS-NOMBRE-SALDOS
                   ' - status ' WS-STATUS-SALDOS
           END-IF.

       CARGAR-FESTIVOS.
           MOVE ZEROS TO WS-NUM-FESTIVOS
           MOVE 'N' TO WS-FIN-FESTIVOS
           OPEN INPUT FESTIVOS
           IF WS-STATUS-FESTIVOS NOT = '00'
               MOVE 'S' TO WS-FIN-FESTIVOS
           ELSE
               PERFORM LEER-FESTIVO UNTIL WS-FIN-FESTIVOS = 'S'
               CLOSE FESTIVOS
           END-IF.

       LEER-FESTIVO.
           READ FESTIVOS
               AT END
                   MOVE 'S' TO WS-FIN-FESTIVOS
           END-READ
           IF WS-FIN-FESTIVOS NOT = 'S'
               IF WS-NUM-FESTIVOS < 200
                   ADD 1 TO WS-NUM-FESTIVOS
                   MOVE REG-FES-FECHA TO
                       WS-FES-FECHA-TAB (WS-NUM-FESTIVOS)
               ELSE
                   IF WS-FESTIVOS-LLENA = 'N'
                       DISPLAY 'Aviso: tabla de festivos llena, '
                           'calendario incompleto'
                       MOVE 'S' TO WS-FESTIVOS-LLENA
                   END-IF
               END-IF
           END-IF.

       COMPROBAR-FESTIVO.
           MOVE 'N' TO WS-ES-FESTIVO
           PERFORM VARYING WS-FES-IDX FROM 1 BY 1
                   UNTIL WS-FES-IDX > WS-NUM-FESTIVOS
                       OR WS-ES-FESTIVO = 'S'
               IF WS-FES-FECHA-TAB (WS-FES-IDX) = WS-FECHA-PROXIMA
                   MOVE 'S' TO WS-ES-FESTIVO
               END-IF
           END-PERFORM.

      *> El dia 1 del calendario interno (INTEGER-OF-DATE) fue lunes,
      *> de ahi el resto modulo 7 para sabados y domingos.
       COMPROBAR-DIA-NO-HABIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROXIMA) - 1, 7)
           IF WS-DIA-SEMANA < 5
               PERFORM COMPROBAR-FESTIVO
           ELSE
               MOVE 'S' TO WS-ES-FESTIVO
           END-IF
           MOVE WS-ES-FESTIVO TO WS-DIA-NO-HABIL.

      *> Los dias de relleno no salen del mes en curso: cada mes
      *> tiene su fichero y los primeros dias no habiles de un mes
      *> los rellena el cierre de su primer dia habil.
       CALCULAR-DIAS-RELLENO.
           MOVE ZEROS TO WS-NUM-POSTERIORES
           MOVE ZEROS TO WS-NUM-ANTERIORES
           COMPUTE WS-DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(
                   WS-MES-ACTUAL * 100 + WS-DIA-ACTUAL) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)
               TO WS-FECHA-PROXIMA
           PERFORM COMPROBAR-DIA-NO-HABIL
           PERFORM UNTIL WS-DIA-NO-HABIL = 'N'
                   OR WS-FECHA-PROXIMA(1:6) NOT = WS-FECHA-HOY(1:6)
               ADD 1 TO WS-NUM-POSTERIORES
               MOVE WS-FECHA-PROXIMA TO
                   WS-FECHA-POSTERIOR (WS-NUM-POSTERIORES)
               ADD 1 TO WS-DIAS-ENTEROS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)
                   TO WS-FECHA-PROXIMA
               PERFORM COMPROBAR-DIA-NO-HABIL
           END-PERFORM
           COMPUTE WS-DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(
                   WS-MES-ACTUAL * 100 + WS-DIA-ACTUAL) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)
               TO WS-FECHA-PROXIMA
           PERFORM COMPROBAR-DIA-NO-HABIL
           PERFORM UNTIL WS-DIA-NO-HABIL = 'N'
                   OR WS-FECHA-PROXIMA(1:6) NOT = WS-FECHA-HOY(1:6)
               ADD 1 TO WS-NUM-ANTERIORES
               MOVE WS-FECHA-PROXIMA TO
                   WS-FECHA-ANTERIOR (WS-NUM-ANTERIORES)
               SUBTRACT 1 FROM WS-DIAS-ENTEROS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)
                   TO WS-FECHA-PROXIMA
               PERFORM COMPROBAR-DIA-NO-HABIL
           END-PERFORM.

      *> Una sola pasada sobre el diario secuencial: los movimientos
      *> del dia se cargan en el historico indexado del mes en curso
      *> para que el resumen por cuenta se lea despues por clave en
                       REG-HIST-SALDO-ANTERIOR
                   MOVE REG-MOV-SALDO-NUEVO   TO REG-HIST-SALDO-NUEVO
                   MOVE REG-MOV-OPERADOR      TO REG-HIST-OPERADOR
                   PERFORM TOMAR-SELLO-MOVIMIENTO
                   PERFORM GRABAR-HISTORICO
               END-IF
           END-IF.
                               REG-MOV-SALDO-ANTERIOR
                           AND REG-HIST-SALDO-NUEVO =
                               REG-MOV-SALDO-NUEVO
                           AND REG-HIST-SEC-DIARIO = WS-SEC-DIARIO
                       MOVE 'D' TO WS-GRABADO-HISTORICO
                   ELSE
                       MOVE REG-MOV-TIPO TO REG-HIST-TIPO
                       MOVE REG-MOV-SALDO-NUEVO TO
                           REG-HIST-SALDO-NUEVO
                       MOVE REG-MOV-OPERADOR TO REG-HIST-OPERADOR
                       MOVE WS-SEC-DIARIO TO REG-HIST-SEC-DIARIO
                       MOVE WS-SELLO-DIARIO TO REG-HIST-SELLO
                   END-IF
           END-READ.

      *> Los movimientos grabados antes del sellado del diario traen
      *> la secuencia y el sello en blanco; pasan al historico a cero.
       TOMAR-SELLO-MOVIMIENTO.
           IF REG-MOV-SECUENCIA NUMERIC AND REG-MOV-SELLO NUMERIC
               MOVE REG-MOV-SECUENCIA TO WS-SEC-DIARIO
               MOVE REG-MOV-SELLO     TO WS-SELLO-DIARIO
           ELSE
               MOVE ZEROS TO WS-SEC-DIARIO
               MOVE ZEROS TO WS-SELLO-DIARIO
           END-IF
           MOVE WS-SEC-DIARIO   TO REG-HIST-SEC-DIARIO
           MOVE WS-SELLO-DIARIO TO REG-HIST-SELLO.

       IMPRIMIR-CABECERA.
           MOVE '*** SISTEMA BANCARIO - CIERRE DE DIA ***' TO
               REG-LINEA-INFORME
               - WS-TOTAL-PREST-ABONO + WS-TOTAL-PREST-CUOTA
               + WS-TOTAL-RECIBOS
               + WS-TOTAL-EXTORNO-D - WS-TOTAL-EXTORNO-H
               + WS-TOTAL-RET-FISCAL + WS-TOTAL-TARJETAS
               + WS-TOTAL-MOROSIDAD
           IF WS-SALDOS-ABIERTO = 'S'
               PERFORM GRABAR-SALDOS-DIARIOS
           END-IF
           PERFORM IMPRIMIR-LINEA-CUENTA
           ADD 1 TO WS-CUENTAS-PROCESADAS
           ADD WS-SALDO-APERTURA  TO WS-GRAN-TOTAL-APERTURA
           ADD WS-SALDO-CIERRE    TO WS-GRAN-TOTAL-CIERRE
           ADD WS-TOTAL-COMISIONES TO WS-GRAN-TOTAL-COMISION.

      *> Saldo del dia y relleno de los no habiles que lo rodean.
      *> Relanzar el cierre reescribe el dia y los posteriores; los
      *> anteriores solo se graban si faltan, porque normalmente ya
      *> los dejo el cierre del ultimo dia habil con su retenido.
       GRABAR-SALDOS-DIARIOS.
           MOVE REG-NUMERO-CUENTA  TO REG-SAL-NUMERO-CUENTA
           MOVE WS-FECHA-HOY       TO REG-SAL-FECHA
           MOVE WS-SALDO-CIERRE    TO REG-SAL-SALDO
           MOVE REG-SALDO-RETENIDO TO REG-SAL-RETENIDO
           MOVE 'C'                TO REG-SAL-ORIGEN
           PERFORM GRABAR-SALDO-DIA
           MOVE 'R'                TO REG-SAL-ORIGEN
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-NUM-POSTERIORES
               MOVE WS-FECHA-POSTERIOR (WS-REL-IDX) TO REG-SAL-FECHA
               PERFORM GRABAR-SALDO-DIA
           END-PERFORM
           MOVE WS-SALDO-APERTURA  TO REG-SAL-SALDO
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-NUM-ANTERIORES
               MOVE WS-FECHA-ANTERIOR (WS-REL-IDX) TO REG-SAL-FECHA
               WRITE REG-SALDO-DIARIO
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM.

       GRABAR-SALDO-DIA.
           WRITE REG-SALDO-DIARIO
               INVALID KEY
                   REWRITE REG-SALDO-DIARIO
                       INVALID KEY
                           DISPLAY 'Error al grabar el saldo diario '
                               'de la cuenta ' REG-SAL-NUMERO-CUENTA
                   END-REWRITE
           END-WRITE.

       SUMAR-MOVIMIENTOS-CUENTA.
           MOVE ZEROS TO WS-TOTAL-INGRESOS WS-TOTAL-RETIRADAS
               WS-TOTAL-INTERESES WS-TOTAL-TRANSF-ENT WS-TOTAL-TRANSF-SAL
               WS-TOTAL-PREST-ABONO WS-TOTAL-PREST-CUOTA
               WS-TOTAL-RECIBOS
               WS-TOTAL-EXTORNO-D WS-TOTAL-EXTORNO-H
               WS-TOTAL-RET-FISCAL WS-TOTAL-TARJETAS
               WS-TOTAL-MOROSIDAD
           MOVE 'N' TO WS-FIN-HISTORICO
           MOVE REG-NUMERO-CUENTA TO REG-HIST-NUMERO-CUENTA
           MOVE WS-FECHA-HOY      TO REG-HIST-FECHA
                   IF REG-HIST-TIPO = 'RET-FISCAL'
                       ADD REG-HIST-IMPORTE TO WS-TOTAL-RET-FISCAL
                   END-IF
                   IF REG-HIST-TIPO = 'CAJERO'
                           OR REG-HIST-TIPO = 'COMPRA-TPV'
                       ADD REG-HIST-IMPORTE TO WS-TOTAL-TARJETAS
                   END-IF
                   IF REG-HIST-TIPO = 'RECOBRO'
                           OR REG-HIST-TIPO = 'INT-DEMORA'
                       ADD REG-HIST-IMPORTE TO WS-TOTAL-MOROSIDAD
                   END-IF
               END-IF
           END-IF.

       CERRAR-FICHEROS.
           CLOSE CUENTAS-MAESTRO
           CLOSE HISTORICO-MOVIMIENTOS
           IF WS-SALDOS-ABIERTO = 'S'
               CLOSE SALDOS-DIARIOS
           END-IF
           CLOSE INFORME-CIERRE
           CLOSE CONTROL-PROCESOS.

