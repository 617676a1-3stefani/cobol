IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-INTEGRIDAD.
       AUTHOR. Estefania Ramirez Martinez.

      *> Proceso batch de verificacion de la integridad del diario.
      *> Cada movimiento lleva una secuencia unica y creciente y un
      *> sello encadenado con el anterior (ver MOVREG), y DIARIOCTL.DAT
      *> guarda por dia la primera y ultima secuencia, el numero de
      *> movimientos y los totales al debe y al haber (ver DCTREG).
      *> Este programa reune los movimientos sellados del diario
      *> MOVIMIENTOS.DAT y de los historicos HISTMOV-AAAAMM.DAT
      *> desde el primer dia sellado en el fichero de trabajo
      *> indexado VERITRAB.DAT, por secuencia, y los recorre en
      *> orden buscando:
      *>   - huecos en la secuencia (movimientos borrados), tambien
      *>     al final, contra la ultima secuencia de DIARIOCTL.DAT;
      *>   - secuencias repetidas en el diario o en los historicos
      *>     (movimientos reinsertados), y movimientos cuyo contenido
      *>     difiere entre el diario y el historico;
      *>   - sellos que no encadenan (movimientos alterados);
      *>   - por cuenta, un saldo anterior que no enlaza con el saldo
      *>     nuevo del movimiento anterior de la cuenta;
      *>   - dias cuyo recuento o totales no casan con DIARIOCTL.DAT;
      *>   - movimientos sin sellar posteriores al primer dia sellado,
      *>     y movimientos archivados de meses que el diario aun
      *>     conserva pero que ya no estan en el diario.
      *> Las incidencias quedan en INTEGRIDAD.RPT, y la marca
      *> INTEGRIDAD.DAT (fecha + numero de incidencias) permite a
      *> BANCO-ARCHIVO y a BANCO-CADENA negarse a archivar un diario
      *> manipulado. El primer dia sellado puede mezclar movimientos
      *> sin sellar de antes del despliegue, por eso los movimientos
      *> sin sellar solo se denuncian a partir del dia siguiente.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.

           SELECT DIARIO-CONTROL ASSIGN TO "DIARIOCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-DCT-FECHA
               FILE STATUS IS WS-STATUS-DIARIOCTL.

           SELECT HISTORICO-MOVIMIENTOS ASSIGN USING WS-NOMBRE-HISTORICO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-HIST-CLAVE
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT VERIFICACION-TRABAJO ASSIGN TO "VERITRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-VER-SECUENCIA
               FILE STATUS IS WS-STATUS-TRABAJO.

           SELECT INFORME-INTEGRIDAD ASSIGN TO "INTEGRIDAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-INFORME.

           SELECT MARCA-INTEGRIDAD ASSIGN TO "INTEGRIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MARCA.

       DATA DIVISION.
       FILE SECTION.
       FD  DIARIO-MOVIMIENTOS.
           COPY MOVREG.

       FD  DIARIO-CONTROL.
           COPY DCTREG.

       FD  HISTORICO-MOVIMIENTOS.
           COPY HISTREG.

      *> Un registro por secuencia vista: la imagen del movimiento
      *> en el trazado del diario y donde se ha visto.
       FD  VERIFICACION-TRABAJO.
       01  REG-VERIFICACION.
           05  REG-VER-SECUENCIA       PIC 9(10).
           05  REG-VER-IMAGEN          PIC X(91).
           05  REG-VER-EN-DIARIO       PIC X.
           05  REG-VER-EN-HISTORICO    PIC X.

       FD  INFORME-INTEGRIDAD.
       01  REG-LINEA-INFORME       PIC X(100).

       FD  MARCA-INTEGRIDAD.
       01  REG-MARCA-INTEGRIDAD.
           05  REG-MARCA-FECHA         PIC 9(8).
           05  REG-MARCA-INCIDENCIAS   PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-DIARIO    PIC XX VALUE '00'.
           05  WS-STATUS-DIARIOCTL PIC XX VALUE '00'.
           05  WS-STATUS-HISTORICO PIC XX VALUE '00'.
           05  WS-STATUS-TRABAJO   PIC XX VALUE '00'.
           05  WS-STATUS-INFORME   PIC XX VALUE '00'.
           05  WS-STATUS-MARCA     PIC XX VALUE '00'.
           05  WS-FIN-DIARIO       PIC X VALUE 'N'.
           05  WS-FIN-HISTORICO    PIC X VALUE 'N'.
           05  WS-FIN-TRABAJO      PIC X VALUE 'N'.
           05  WS-CONTROL-ABIERTO  PIC X VALUE 'N'.
           05  WS-VERIFICACION-OK  PIC X VALUE 'S'.

       01  WS-NOMBRE-HISTORICO     PIC X(19) VALUE SPACES.

       01  WS-FECHA-HORA-ACTUAL.
           05  WS-FECHA-HOY.
               10  WS-MES-ACTUAL   PIC 9(6).
               10  WS-DIA-ACTUAL   PIC 9(2).
           05  WS-FECHA-HORA-RESTO PIC X(13).

      *> Cabecera de DIARIOCTL.DAT y primer dia sellado.
       01  WS-CABECERA-CONTROL.
           05  WS-CTL-EXISTE       PIC X VALUE 'N'.
           05  WS-CTL-PRIMERA      PIC 9(10) VALUE ZEROS.
           05  WS-CTL-ULTIMA       PIC 9(10) VALUE ZEROS.
           05  WS-CTL-ULTIMO-SELLO PIC 9(10) VALUE ZEROS.
           05  WS-FECHA-INICIO     PIC 9(8) VALUE 99999999.

       01  WS-RECORRIDO-MESES.
           05  WS-MES-RECORRIDO.
               10  WS-REC-AAAA     PIC 9(4).
               10  WS-REC-MM       PIC 9(2).
           05  WS-MES-MIN-DIARIO   PIC 9(6) VALUE ZEROS.

       01  WS-ORIGEN               PIC X VALUE SPACE.

      *> Calculo del sello encadenado del diario (ver MOVREG).
       01  WS-SELLADO.
           05  WS-SEL-VALOR         PIC 9(12) VALUE ZEROS.
           05  WS-SEL-POS           PIC 99 VALUE ZEROS.

       01  WS-RECORRIDO-CADENA.
           05  WS-SEC-ESPERADA     PIC 9(10) VALUE ZEROS.
           05  WS-SEC-HASTA        PIC 9(10) VALUE ZEROS.
           05  WS-SELLO-PREVIO     PIC 9(10) VALUE ZEROS.

      *> Acumulados del dia en curso del recorrido, para casarlos
      *> con su registro de DIARIOCTL.DAT.
       01  WS-DIA-RECORRIDO.
           05  WS-DIA-FECHA        PIC 9(8) VALUE ZEROS.
           05  WS-DIA-PRIMERA      PIC 9(10) VALUE ZEROS.
           05  WS-DIA-ULTIMA       PIC 9(10) VALUE ZEROS.
           05  WS-DIA-REGISTROS    PIC 9(9) VALUE ZEROS.
           05  WS-DIA-DEBE         PIC 9(11)V99 VALUE ZEROS.
           05  WS-DIA-HABER        PIC 9(11)V99 VALUE ZEROS.
           05  WS-DIA-SELLO        PIC 9(10) VALUE ZEROS.

      *> Ultimo saldo nuevo visto por cuenta, para comprobar que
      *> cada movimiento parte del saldo en que dejo la cuenta el
      *> anterior.
       01  WS-TABLA-SALDOS.
           05  WS-NUM-CUENTAS      PIC 9(5) COMP VALUE ZEROS.
           05  WS-TAB-CUENTA-SALDO OCCURS 20000 TIMES
                   INDEXED BY IX-CTA.
               10  WS-TAB-CUENTA   PIC 9(10).
               10  WS-TAB-SALDO    PIC S9(7)V99 SIGN IS TRAILING
                                   SEPARATE CHARACTER.
               10  WS-TAB-SECUENCIA PIC 9(10).
           05  WS-TABLA-LLENA      PIC X VALUE 'N'.
           05  WS-TAB-HALLADA      PIC X VALUE 'N'.

       01  WS-INCIDENCIA.
           05  WS-INC-TIPO         PIC X(10) VALUE SPACES.
           05  WS-INC-SECUENCIA    PIC 9(10) VALUE ZEROS.
           05  WS-INC-CUENTA       PIC 9(10) VALUE ZEROS.
           05  WS-INC-FECHA        PIC 9(8) VALUE ZEROS.
           05  WS-INC-TEXTO        PIC X(56) VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-MOVS-DIARIO      PIC 9(7) VALUE ZEROS.
           05  WS-MOVS-HISTORICO   PIC 9(7) VALUE ZEROS.
           05  WS-MOVS-ANTERIORES  PIC 9(7) VALUE ZEROS.
           05  WS-MOVS-VERIFICADOS PIC 9(7) VALUE ZEROS.
           05  WS-HISTORICOS-LEIDOS PIC 9(3) VALUE ZEROS.
           05  WS-INCIDENCIAS      PIC 9(5) VALUE ZEROS.
           05  WS-INC-HUECOS       PIC 9(5) VALUE ZEROS.
           05  WS-INC-DUPLICADOS   PIC 9(5) VALUE ZEROS.
           05  WS-INC-SELLOS       PIC 9(5) VALUE ZEROS.
           05  WS-INC-SALDOS       PIC 9(5) VALUE ZEROS.
           05  WS-INC-CONTROL      PIC 9(5) VALUE ZEROS.
           05  WS-INC-OTRAS        PIC 9(5) VALUE ZEROS.

       01  WS-LINEA-EDITADA.
           05  WS-LIN-SECUENCIA    PIC Z(9)9.
           05  WS-LIN-SEC-HASTA    PIC Z(9)9.
           05  WS-LIN-CUENTA       PIC Z(9)9.
           05  WS-LIN-REGISTROS    PIC Z(8)9.
           05  WS-LIN-DEBE         PIC Z(10)9.99.
           05  WS-LIN-HABER        PIC Z(10)9.99.
           05  WS-LIN-SALDO        PIC -(7)9.99.
           05  WS-LIN-ESPERADO     PIC -(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
           DISPLAY '*** VERIFICACION DE INTEGRIDAD DEL DIARIO ***'
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           PERFORM ABRIR-INFORME
           PERFORM LEER-CABECERA-CONTROL
           OPEN OUTPUT VERIFICACION-TRABAJO
           CLOSE VERIFICACION-TRABAJO
           OPEN I-O VERIFICACION-TRABAJO
           IF WS-STATUS-TRABAJO NOT = '00'
               DISPLAY 'Error: no se pudo abrir VERITRAB.DAT - status '
                   WS-STATUS-TRABAJO
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO WS-VERIFICACION-OK
           ELSE
               PERFORM CARGAR-HISTORICOS
               PERFORM CARGAR-DIARIO
               PERFORM RECORRER-SECUENCIAS
               PERFORM COMPROBAR-FINAL-CADENA
               CLOSE VERIFICACION-TRABAJO
           END-IF
           IF WS-CONTROL-ABIERTO = 'S'
               CLOSE DIARIO-CONTROL
           END-IF
           PERFORM IMPRIMIR-RESUMEN
           PERFORM GRABAR-MARCA-INTEGRIDAD
           CLOSE INFORME-INTEGRIDAD
           DISPLAY 'Movimientos del diario:     ' WS-MOVS-DIARIO
           DISPLAY 'Movimientos de historicos:  ' WS-MOVS-HISTORICO
           DISPLAY 'Anteriores al sellado:      ' WS-MOVS-ANTERIORES
           DISPLAY 'Secuencias verificadas:     ' WS-MOVS-VERIFICADOS
           DISPLAY 'Incidencias:                ' WS-INCIDENCIAS
           DISPLAY 'Informe generado en INTEGRIDAD.RPT'
           DISPLAY '*** FIN DEL PROCESO ***'
           STOP RUN.

       ABRIR-INFORME.
           OPEN OUTPUT INFORME-INTEGRIDAD
           MOVE '*** VERIFICACION DE INTEGRIDAD DEL DIARIO ***' TO
               REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Fecha: ' DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE 'Tipo        Secuencia     Cuenta    Fecha Detalle'
               TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME.

      *> La cabecera da la ultima secuencia y el ultimo sello; el
      *> primer registro de dia, la fecha desde la que todo
      *> movimiento deberia estar sellado. Sin DIARIOCTL.DAT el
      *> sellado no ha empezado y solo se mira el mes en curso.
       LEER-CABECERA-CONTROL.
           MOVE WS-MES-ACTUAL TO WS-MES-MIN-DIARIO
           OPEN INPUT DIARIO-CONTROL
           IF WS-STATUS-DIARIOCTL = '00'
               MOVE 'S' TO WS-CONTROL-ABIERTO
               MOVE ZEROS TO REG-DCT-FECHA
               READ DIARIO-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CTL-EXISTE
                       MOVE REG-DCT-PRIMERA-SECUENCIA TO WS-CTL-PRIMERA
                       MOVE REG-DCT-ULTIMA-SECUENCIA TO WS-CTL-ULTIMA
                       MOVE REG-DCT-ULTIMO-SELLO TO WS-CTL-ULTIMO-SELLO
               END-READ
               START DIARIO-CONTROL
                   KEY IS GREATER THAN REG-DCT-FECHA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ DIARIO-CONTROL NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE REG-DCT-FECHA TO WS-FECHA-INICIO
                       END-READ
               END-START
           ELSE
               IF WS-STATUS-DIARIOCTL NOT = '35'
                   DISPLAY 'Error: no se pudo abrir DIARIOCTL.DAT - '
                       'status ' WS-STATUS-DIARIOCTL
                   MOVE 8 TO RETURN-CODE
                   MOVE 'N' TO WS-VERIFICACION-OK
               END-IF
           END-IF
           IF WS-CTL-PRIMERA = 0
               MOVE 1 TO WS-CTL-PRIMERA
           END-IF
           IF WS-FECHA-INICIO = 99999999
               MOVE WS-MES-ACTUAL TO WS-MES-RECORRIDO
           ELSE
               MOVE WS-FECHA-INICIO(1:6) TO WS-MES-RECORRIDO
           END-IF.

      *> ------- CARGA DE LOS MOVIMIENTOS SELLADOS -------

       CARGAR-HISTORICOS.
           MOVE 'H' TO WS-ORIGEN
           PERFORM UNTIL WS-MES-RECORRIDO > WS-MES-ACTUAL
               PERFORM CARGAR-HISTORICO-MES
               IF WS-REC-MM = 12
                   MOVE 1 TO WS-REC-MM
                   ADD 1 TO WS-REC-AAAA
               ELSE
                   ADD 1 TO WS-REC-MM
               END-IF
           END-PERFORM.

       CARGAR-HISTORICO-MES.
           MOVE SPACES TO WS-NOMBRE-HISTORICO
           STRING 'HISTMOV-' DELIMITED BY SIZE
               WS-MES-RECORRIDO DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WS-NOMBRE-HISTORICO
           END-STRING
           OPEN INPUT HISTORICO-MOVIMIENTOS
           EVALUATE WS-STATUS-HISTORICO
               WHEN '00'
                   ADD 1 TO WS-HISTORICOS-LEIDOS
                   MOVE 'N' TO WS-FIN-HISTORICO
                   PERFORM LEER-MOVIMIENTO-HISTORICO
                       UNTIL WS-FIN-HISTORICO = 'S'
                   CLOSE HISTORICO-MOVIMIENTOS
               WHEN '35'
                   CONTINUE
               WHEN '39'
                   MOVE 'FICHERO' TO WS-INC-TIPO
                   MOVE ZEROS TO WS-INC-SECUENCIA
                   MOVE ZEROS TO WS-INC-CUENTA
                   MOVE ZEROS TO WS-INC-FECHA
                   MOVE SPACES TO WS-INC-TEXTO
                   STRING WS-NOMBRE-HISTORICO DELIMITED BY SPACE
                       ' con trazado antiguo, sin convertir'
                           DELIMITED BY SIZE
                       INTO WS-INC-TEXTO
                   END-STRING
                   PERFORM ANOTAR-INCIDENCIA
               WHEN OTHER
                   MOVE 'FICHERO' TO WS-INC-TIPO
                   MOVE ZEROS TO WS-INC-SECUENCIA
                   MOVE ZEROS TO WS-INC-CUENTA
                   MOVE ZEROS TO WS-INC-FECHA
                   MOVE SPACES TO WS-INC-TEXTO
                   STRING WS-NOMBRE-HISTORICO DELIMITED BY SPACE
                       ' no se pudo abrir, status ' DELIMITED BY SIZE
                       WS-STATUS-HISTORICO DELIMITED BY SIZE
                       INTO WS-INC-TEXTO
                   END-STRING
                   PERFORM ANOTAR-INCIDENCIA
           END-EVALUATE.

      *> El movimiento archivado se rehace con el trazado del diario
      *> para compararlo y sellarlo igual que los del diario.
       LEER-MOVIMIENTO-HISTORICO.
           READ HISTORICO-MOVIMIENTOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-HISTORICO
           END-READ
           IF WS-FIN-HISTORICO NOT = 'S'
               ADD 1 TO WS-MOVS-HISTORICO
               MOVE REG-HIST-FECHA          TO REG-MOV-FECHA
               MOVE REG-HIST-HORA           TO REG-MOV-HORA
               MOVE REG-HIST-NUMERO-CUENTA  TO REG-MOV-NUMERO-CUENTA
               MOVE REG-HIST-TIPO           TO REG-MOV-TIPO
               MOVE REG-HIST-IMPORTE        TO REG-MOV-IMPORTE
               MOVE REG-HIST-SALDO-ANTERIOR TO REG-MOV-SALDO-ANTERIOR
               MOVE REG-HIST-SALDO-NUEVO    TO REG-MOV-SALDO-NUEVO
               MOVE REG-HIST-OPERADOR       TO REG-MOV-OPERADOR
               MOVE REG-HIST-SEC-DIARIO     TO REG-MOV-SECUENCIA
               MOVE REG-HIST-SELLO          TO REG-MOV-SELLO
               IF REG-HIST-SEC-DIARIO = 0
                   PERFORM TRATAR-SIN-SELLAR
               ELSE
                   PERFORM ANOTAR-SECUENCIA
               END-IF
           END-IF.

      *> Un diario que no se puede leer deja la verificacion
      *> incompleta; un diario que no existe solo significa que no
      *> hay movimientos desde el ultimo archivado.
       CARGAR-DIARIO.
           MOVE 'D' TO WS-ORIGEN
           MOVE 'N' TO WS-FIN-DIARIO
           OPEN INPUT DIARIO-MOVIMIENTOS
           EVALUATE WS-STATUS-DIARIO
               WHEN '00'
                   PERFORM LEER-MOVIMIENTO-DIARIO
                       UNTIL WS-FIN-DIARIO = 'S'
                   CLOSE DIARIO-MOVIMIENTOS
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Error: no se pudo abrir MOVIMIENTOS.DAT - '
                       'status ' WS-STATUS-DIARIO
                   MOVE 8 TO RETURN-CODE
                   MOVE 'N' TO WS-VERIFICACION-OK
           END-EVALUATE.

       LEER-MOVIMIENTO-DIARIO.
           READ DIARIO-MOVIMIENTOS
               AT END
                   MOVE 'S' TO WS-FIN-DIARIO
           END-READ
           IF WS-FIN-DIARIO NOT = 'S'
               ADD 1 TO WS-MOVS-DIARIO
               IF REG-MOV-SECUENCIA NUMERIC AND REG-MOV-SELLO NUMERIC
                   IF REG-MOV-SECUENCIA > 0
                       IF REG-MOV-FECHA(1:6) < WS-MES-MIN-DIARIO
                           MOVE REG-MOV-FECHA(1:6) TO WS-MES-MIN-DIARIO
                       END-IF
                       PERFORM ANOTAR-SECUENCIA
                   ELSE
                       PERFORM TRATAR-SIN-SELLAR
                   END-IF
               ELSE
                   PERFORM TRATAR-SIN-SELLAR
               END-IF
           END-IF.

       TRATAR-SIN-SELLAR.
           IF REG-MOV-FECHA > WS-FECHA-INICIO
               MOVE 'SIN-SELLO' TO WS-INC-TIPO
               MOVE ZEROS TO WS-INC-SECUENCIA
               MOVE REG-MOV-NUMERO-CUENTA TO WS-INC-CUENTA
               MOVE REG-MOV-FECHA TO WS-INC-FECHA
               IF WS-ORIGEN = 'D'
                   MOVE 'movimiento sin sellar en el diario'
                       TO WS-INC-TEXTO
               ELSE
                   MOVE 'movimiento sin sellar en el historico'
                       TO WS-INC-TEXTO
               END-IF
               PERFORM ANOTAR-INCIDENCIA
           ELSE
               ADD 1 TO WS-MOVS-ANTERIORES
           END-IF.

      *> Alta de la secuencia en el trabajo. Si ya estaba, es normal
      *> que un movimiento este a la vez en el diario y en el
      *> historico (BANCO-CIERRE carga cada dia el historico del mes
      *> en curso), pero entonces ha de ser identico; verla dos veces
      *> en el mismo fichero es un movimiento reinsertado.
       ANOTAR-SECUENCIA.
           MOVE REG-MOV-SECUENCIA TO REG-VER-SECUENCIA
           READ VERIFICACION-TRABAJO
               INVALID KEY
                   MOVE REG-MOV-SECUENCIA TO REG-VER-SECUENCIA
                   MOVE REG-MOVIMIENTO TO REG-VER-IMAGEN
                   MOVE 'N' TO REG-VER-EN-DIARIO
                   MOVE 'N' TO REG-VER-EN-HISTORICO
                   IF WS-ORIGEN = 'D'
                       MOVE 'S' TO REG-VER-EN-DIARIO
                   ELSE
                       MOVE 'S' TO REG-VER-EN-HISTORICO
                   END-IF
                   WRITE REG-VERIFICACION
                       INVALID KEY
                           DISPLAY 'Error al grabar VERITRAB.DAT - '
                               'status ' WS-STATUS-TRABAJO
                           MOVE 'N' TO WS-VERIFICACION-OK
                   END-WRITE
               NOT INVALID KEY
                   PERFORM COMPARAR-REPETIDO
           END-READ.

       COMPARAR-REPETIDO.
           MOVE REG-MOV-SECUENCIA TO WS-INC-SECUENCIA
           MOVE REG-MOV-NUMERO-CUENTA TO WS-INC-CUENTA
           MOVE REG-MOV-FECHA TO WS-INC-FECHA
           IF (WS-ORIGEN = 'D' AND REG-VER-EN-DIARIO = 'S')
                   OR (WS-ORIGEN = 'H' AND REG-VER-EN-HISTORICO = 'S')
               MOVE 'DUPLICADO' TO WS-INC-TIPO
               IF WS-ORIGEN = 'D'
                   MOVE 'secuencia repetida en el diario'
                       TO WS-INC-TEXTO
               ELSE
                   MOVE 'secuencia repetida en los historicos'
                       TO WS-INC-TEXTO
               END-IF
               PERFORM ANOTAR-INCIDENCIA
           ELSE
               IF REG-VER-IMAGEN NOT = REG-MOVIMIENTO
                   MOVE 'DISTINTO' TO WS-INC-TIPO
                   MOVE 'el diario y el historico no coinciden'
                       TO WS-INC-TEXTO
                   PERFORM ANOTAR-INCIDENCIA
               END-IF
               IF WS-ORIGEN = 'D'
                   MOVE 'S' TO REG-VER-EN-DIARIO
               ELSE
                   MOVE 'S' TO REG-VER-EN-HISTORICO
               END-IF
               REWRITE REG-VERIFICACION
                   INVALID KEY
                       DISPLAY 'Error al grabar VERITRAB.DAT - '
                           'status ' WS-STATUS-TRABAJO
                       MOVE 'N' TO WS-VERIFICACION-OK
               END-REWRITE
           END-IF.

      *> ------- RECORRIDO EN ORDEN DE SECUENCIA -------

       RECORRER-SECUENCIAS.
           MOVE WS-CTL-PRIMERA TO WS-SEC-ESPERADA
           MOVE ZEROS TO WS-SELLO-PREVIO
           MOVE ZEROS TO WS-DIA-FECHA
           MOVE 'N' TO WS-FIN-TRABAJO
           MOVE ZEROS TO REG-VER-SECUENCIA
           START VERIFICACION-TRABAJO
               KEY IS NOT LESS THAN REG-VER-SECUENCIA
               INVALID KEY
                   MOVE 'S' TO WS-FIN-TRABAJO
           END-START
           PERFORM VERIFICAR-SECUENCIA UNTIL WS-FIN-TRABAJO = 'S'
           IF WS-DIA-FECHA > 0
               PERFORM CASAR-DIA-CONTROL
           END-IF.

       VERIFICAR-SECUENCIA.
           READ VERIFICACION-TRABAJO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-TRABAJO
           END-READ
           IF WS-FIN-TRABAJO NOT = 'S'
               ADD 1 TO WS-MOVS-VERIFICADOS
               MOVE REG-VER-IMAGEN TO REG-MOVIMIENTO
               MOVE REG-VER-SECUENCIA TO WS-INC-SECUENCIA
               MOVE REG-MOV-NUMERO-CUENTA TO WS-INC-CUENTA
               MOVE REG-MOV-FECHA TO WS-INC-FECHA
               IF REG-MOV-FECHA NOT = WS-DIA-FECHA
                   IF WS-DIA-FECHA > 0
                       PERFORM CASAR-DIA-CONTROL
                   END-IF
                   MOVE REG-MOV-FECHA TO WS-DIA-FECHA
                   MOVE REG-VER-SECUENCIA TO WS-DIA-PRIMERA
                   MOVE ZEROS TO WS-DIA-REGISTROS
                   MOVE ZEROS TO WS-DIA-DEBE
                   MOVE ZEROS TO WS-DIA-HABER
               END-IF
               PERFORM COMPROBAR-ENLACE-SELLO
               MOVE REG-MOV-SELLO TO WS-SELLO-PREVIO
               COMPUTE WS-SEC-ESPERADA = REG-VER-SECUENCIA + 1
               IF REG-VER-EN-DIARIO = 'N'
                       AND REG-MOV-FECHA(1:6) NOT < WS-MES-MIN-DIARIO
                   MOVE 'FALTA' TO WS-INC-TIPO
                   MOVE 'archivado pero ya no esta en el diario'
                       TO WS-INC-TEXTO
                   PERFORM ANOTAR-INCIDENCIA
               END-IF
               PERFORM COMPROBAR-CONTINUIDAD
               MOVE REG-VER-SECUENCIA TO WS-DIA-ULTIMA
               ADD 1 TO WS-DIA-REGISTROS
               IF REG-MOV-SALDO-NUEVO < REG-MOV-SALDO-ANTERIOR
                   ADD REG-MOV-IMPORTE TO WS-DIA-DEBE
               END-IF
               IF REG-MOV-SALDO-NUEVO > REG-MOV-SALDO-ANTERIOR
                   ADD REG-MOV-IMPORTE TO WS-DIA-HABER
               END-IF
               MOVE REG-MOV-SELLO TO WS-DIA-SELLO
           END-IF.

      *> Tras un hueco no se puede saber que sello le precedia: se
      *> denuncia el hueco y la cadena se retoma desde este sello.
       COMPROBAR-ENLACE-SELLO.
           IF REG-VER-SECUENCIA > WS-SEC-ESPERADA
               COMPUTE WS-SEC-HASTA = REG-VER-SECUENCIA - 1
               MOVE WS-SEC-ESPERADA TO WS-LIN-SECUENCIA
               MOVE WS-SEC-HASTA TO WS-LIN-SEC-HASTA
               MOVE 'HUECO' TO WS-INC-TIPO
               MOVE SPACES TO WS-INC-TEXTO
               STRING 'faltan las secuencias ' DELIMITED BY SIZE
                   WS-LIN-SECUENCIA DELIMITED BY SIZE
                   ' a ' DELIMITED BY SIZE
                   WS-LIN-SEC-HASTA DELIMITED BY SIZE
                   INTO WS-INC-TEXTO
               END-STRING
               PERFORM ANOTAR-INCIDENCIA
           ELSE
               PERFORM CALCULAR-SELLO
               IF WS-SEL-VALOR NOT = REG-MOV-SELLO
                   MOVE 'SELLO' TO WS-INC-TIPO
                   MOVE 'el sello no encadena: movimiento alterado'
                       TO WS-INC-TEXTO
                   PERFORM ANOTAR-INCIDENCIA
               END-IF
           END-IF.

      *> El mismo calculo que SELLAR-MOVIMIENTO en los programas que
      *> graban en el diario.
       CALCULAR-SELLO.
           MOVE WS-SELLO-PREVIO TO WS-SEL-VALOR
           PERFORM VARYING WS-SEL-POS FROM 1 BY 1
                   UNTIL WS-SEL-POS > 81
               COMPUTE WS-SEL-VALOR = FUNCTION MOD(WS-SEL-VALOR * 31
                   + FUNCTION ORD(REG-MOVIMIENTO(WS-SEL-POS:1)),
                   999999937)
           END-PERFORM.

       COMPROBAR-CONTINUIDAD.
           MOVE 'N' TO WS-TAB-HALLADA
           IF WS-NUM-CUENTAS > 0
               SET IX-CTA TO 1
               SEARCH WS-TAB-CUENTA-SALDO
                   AT END
                       CONTINUE
                   WHEN IX-CTA > WS-NUM-CUENTAS
                       CONTINUE
                   WHEN WS-TAB-CUENTA (IX-CTA) = REG-MOV-NUMERO-CUENTA
                       MOVE 'S' TO WS-TAB-HALLADA
               END-SEARCH
           END-IF
           IF WS-TAB-HALLADA = 'S'
               IF REG-MOV-SALDO-ANTERIOR NOT = WS-TAB-SALDO (IX-CTA)
                   MOVE REG-MOV-SALDO-ANTERIOR TO WS-LIN-SALDO
                   MOVE WS-TAB-SALDO (IX-CTA) TO WS-LIN-ESPERADO
                   MOVE WS-TAB-SECUENCIA (IX-CTA) TO WS-LIN-SEC-HASTA
                   MOVE 'SALDO' TO WS-INC-TIPO
                   MOVE SPACES TO WS-INC-TEXTO
                   STRING 'saldo ant. ' DELIMITED BY SIZE
                       WS-LIN-SALDO DELIMITED BY SIZE
                       ' esperado ' DELIMITED BY SIZE
                       WS-LIN-ESPERADO DELIMITED BY SIZE
                       ' de ' DELIMITED BY SIZE
                       WS-LIN-SEC-HASTA DELIMITED BY SIZE
                       INTO WS-INC-TEXTO
                   END-STRING
                   PERFORM ANOTAR-INCIDENCIA
               END-IF
               PERFORM GUARDAR-SALDO-TABLA
           ELSE
               IF WS-NUM-CUENTAS >= 20000
                   IF WS-TABLA-LLENA = 'N'
                       DISPLAY 'Aviso: tabla de cuentas llena, '
                           'continuidad de saldos incompleta'
                       MOVE 'S' TO WS-TABLA-LLENA
                   END-IF
               ELSE
                   ADD 1 TO WS-NUM-CUENTAS
                   SET IX-CTA TO WS-NUM-CUENTAS
                   MOVE REG-MOV-NUMERO-CUENTA TO WS-TAB-CUENTA (IX-CTA)
                   PERFORM GUARDAR-SALDO-TABLA
               END-IF
           END-IF.

       GUARDAR-SALDO-TABLA.
           MOVE REG-MOV-SALDO-NUEVO TO WS-TAB-SALDO (IX-CTA)
           MOVE REG-VER-SECUENCIA   TO WS-TAB-SECUENCIA (IX-CTA).

      *> Casa los acumulados del dia recorrido con su registro de
      *> DIARIOCTL.DAT; cualquier diferencia es una incidencia y
      *> deja una linea de detalle con lo contado.
       CASAR-DIA-CONTROL.
           MOVE 'CONTROL' TO WS-INC-TIPO
           MOVE WS-DIA-ULTIMA TO WS-INC-SECUENCIA
           MOVE ZEROS TO WS-INC-CUENTA
           MOVE WS-DIA-FECHA TO WS-INC-FECHA
           IF WS-CONTROL-ABIERTO = 'N'
               MOVE 'dia sin registro en DIARIOCTL.DAT' TO WS-INC-TEXTO
               PERFORM ANOTAR-INCIDENCIA
           ELSE
               MOVE WS-DIA-FECHA TO REG-DCT-FECHA
               READ DIARIO-CONTROL
                   INVALID KEY
                       MOVE 'dia sin registro en DIARIOCTL.DAT'
                           TO WS-INC-TEXTO
                       PERFORM ANOTAR-INCIDENCIA
                   NOT INVALID KEY
                       IF REG-DCT-PRIMERA-SECUENCIA NOT = WS-DIA-PRIMERA
                               OR REG-DCT-ULTIMA-SECUENCIA NOT =
                                   WS-DIA-ULTIMA
                               OR REG-DCT-REGISTROS NOT =
                                   WS-DIA-REGISTROS
                               OR REG-DCT-TOTAL-DEBE NOT = WS-DIA-DEBE
                               OR REG-DCT-TOTAL-HABER NOT = WS-DIA-HABER
                               OR REG-DCT-ULTIMO-SELLO NOT =
                                   WS-DIA-SELLO
                           MOVE 'el dia no casa con DIARIOCTL.DAT'
                               TO WS-INC-TEXTO
                           PERFORM ANOTAR-INCIDENCIA
                           PERFORM DETALLAR-DIA-CONTROL
                       END-IF
               END-READ
           END-IF.

       DETALLAR-DIA-CONTROL.
           MOVE WS-DIA-PRIMERA   TO WS-LIN-SECUENCIA
           MOVE WS-DIA-ULTIMA    TO WS-LIN-SEC-HASTA
           MOVE WS-DIA-REGISTROS TO WS-LIN-REGISTROS
           MOVE WS-DIA-DEBE      TO WS-LIN-DEBE
           MOVE WS-DIA-HABER     TO WS-LIN-HABER
           MOVE SPACES TO REG-LINEA-INFORME
           STRING '    Visto:   ' DELIMITED BY SIZE
               WS-LIN-SECUENCIA DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-LIN-SEC-HASTA DELIMITED BY SIZE
               ' movs ' DELIMITED BY SIZE
               WS-LIN-REGISTROS DELIMITED BY SIZE
               ' debe ' DELIMITED BY SIZE
               WS-LIN-DEBE DELIMITED BY SIZE
               ' haber ' DELIMITED BY SIZE
               WS-LIN-HABER DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE REG-DCT-PRIMERA-SECUENCIA TO WS-LIN-SECUENCIA
           MOVE REG-DCT-ULTIMA-SECUENCIA  TO WS-LIN-SEC-HASTA
           MOVE REG-DCT-REGISTROS         TO WS-LIN-REGISTROS
           MOVE REG-DCT-TOTAL-DEBE        TO WS-LIN-DEBE
           MOVE REG-DCT-TOTAL-HABER       TO WS-LIN-HABER
           MOVE SPACES TO REG-LINEA-INFORME
           STRING '    Control: ' DELIMITED BY SIZE
               WS-LIN-SECUENCIA DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-LIN-SEC-HASTA DELIMITED BY SIZE
               ' movs ' DELIMITED BY SIZE
               WS-LIN-REGISTROS DELIMITED BY SIZE
               ' debe ' DELIMITED BY SIZE
               WS-LIN-DEBE DELIMITED BY SIZE
               ' haber ' DELIMITED BY SIZE
               WS-LIN-HABER DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME.

      *> El final de la cadena ha de ser la ultima secuencia y el
      *> ultimo sello de la cabecera: si no, se borraron los ultimos
      *> movimientos o se anadieron secuencias que nadie asigno.
       COMPROBAR-FINAL-CADENA.
           MOVE ZEROS TO WS-INC-CUENTA
           MOVE ZEROS TO WS-INC-FECHA
           COMPUTE WS-SEC-HASTA = WS-SEC-ESPERADA - 1
           MOVE WS-SEC-HASTA TO WS-INC-SECUENCIA
           IF WS-CTL-EXISTE = 'N'
               IF WS-MOVS-VERIFICADOS > 0
                   MOVE 'CONTROL' TO WS-INC-TIPO
                   MOVE 'hay movimientos sellados y no hay cabecera'
                       TO WS-INC-TEXTO
                   PERFORM ANOTAR-INCIDENCIA
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-SEC-HASTA < WS-CTL-ULTIMA
                       MOVE WS-SEC-ESPERADA TO WS-LIN-SECUENCIA
                       MOVE WS-CTL-ULTIMA TO WS-LIN-SEC-HASTA
                       MOVE 'HUECO' TO WS-INC-TIPO
                       MOVE SPACES TO WS-INC-TEXTO
                       STRING 'faltan las ultimas ' DELIMITED BY SIZE
                           WS-LIN-SECUENCIA DELIMITED BY SIZE
                           ' a ' DELIMITED BY SIZE
                           WS-LIN-SEC-HASTA DELIMITED BY SIZE
                           INTO WS-INC-TEXTO
                       END-STRING
                       PERFORM ANOTAR-INCIDENCIA
                   WHEN WS-SEC-HASTA > WS-CTL-ULTIMA
                       MOVE 'CONTROL' TO WS-INC-TIPO
                       MOVE 'secuencias posteriores a la ultima asignada'
                           TO WS-INC-TEXTO
                       PERFORM ANOTAR-INCIDENCIA
                   WHEN WS-SELLO-PREVIO NOT = WS-CTL-ULTIMO-SELLO
                       MOVE 'SELLO' TO WS-INC-TIPO
                       MOVE 'el ultimo sello no es el de la cabecera'
                           TO WS-INC-TEXTO
                       PERFORM ANOTAR-INCIDENCIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> ------- INFORME Y MARCA -------

       ANOTAR-INCIDENCIA.
           ADD 1 TO WS-INCIDENCIAS
           EVALUATE WS-INC-TIPO
               WHEN 'HUECO'
                   ADD 1 TO WS-INC-HUECOS
               WHEN 'DUPLICADO'
                   ADD 1 TO WS-INC-DUPLICADOS
               WHEN 'SELLO'
                   ADD 1 TO WS-INC-SELLOS
               WHEN 'SALDO'
                   ADD 1 TO WS-INC-SALDOS
               WHEN 'CONTROL'
                   ADD 1 TO WS-INC-CONTROL
               WHEN OTHER
                   ADD 1 TO WS-INC-OTRAS
           END-EVALUATE
           MOVE WS-INC-SECUENCIA TO WS-LIN-SECUENCIA
           MOVE WS-INC-CUENTA    TO WS-LIN-CUENTA
           MOVE SPACES TO REG-LINEA-INFORME
           STRING WS-INC-TIPO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LIN-SECUENCIA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LIN-CUENTA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-INC-FECHA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-INC-TEXTO DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           DISPLAY REG-LINEA-INFORME.

       IMPRIMIR-RESUMEN.
           MOVE SPACES TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Diario: ' DELIMITED BY SIZE
               WS-MOVS-DIARIO DELIMITED BY SIZE
               '  Historicos: ' DELIMITED BY SIZE
               WS-MOVS-HISTORICO DELIMITED BY SIZE
               ' en ' DELIMITED BY SIZE
               WS-HISTORICOS-LEIDOS DELIMITED BY SIZE
               ' meses  Anteriores al sellado: ' DELIMITED BY SIZE
               WS-MOVS-ANTERIORES DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Secuencias verificadas: ' DELIMITED BY SIZE
               WS-MOVS-VERIFICADOS DELIMITED BY SIZE
               '  Incidencias: ' DELIMITED BY SIZE
               WS-INCIDENCIAS DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Huecos: ' DELIMITED BY SIZE
               WS-INC-HUECOS DELIMITED BY SIZE
               '  Duplicados: ' DELIMITED BY SIZE
               WS-INC-DUPLICADOS DELIMITED BY SIZE
               '  Sellos: ' DELIMITED BY SIZE
               WS-INC-SELLOS DELIMITED BY SIZE
               '  Saldos: ' DELIMITED BY SIZE
               WS-INC-SALDOS DELIMITED BY SIZE
               '  Control: ' DELIMITED BY SIZE
               WS-INC-CONTROL DELIMITED BY SIZE
               '  Otras: ' DELIMITED BY SIZE
               WS-INC-OTRAS DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           IF WS-VERIFICACION-OK NOT = 'S'
               MOVE 'ATENCION: verificacion incompleta, no se graba marca'
                   TO REG-LINEA-INFORME
               WRITE REG-LINEA-INFORME
           END-IF.

      *> Como la marca de BANCO-CUADRE: una verificacion que no pudo
      *> leerlo todo no deja una marca limpia que permita archivar.
       GRABAR-MARCA-INTEGRIDAD.
           IF WS-VERIFICACION-OK = 'S'
               MOVE WS-FECHA-HOY   TO REG-MARCA-FECHA
               MOVE WS-INCIDENCIAS TO REG-MARCA-INCIDENCIAS
               OPEN OUTPUT MARCA-INTEGRIDAD
               WRITE REG-MARCA-INTEGRIDAD
               CLOSE MARCA-INTEGRIDAD
           ELSE
               DISPLAY
                 'Aviso: verificacion incompleta, no se graba la marca'
           END-IF.

       END PROGRAM BANCO-INTEGRIDAD.
