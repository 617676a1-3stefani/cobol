IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-AVISOS.
       AUTHOR. Estefania Ramirez Martinez.

      *> Proceso batch nocturno de avisos a clientes: detecta en los
      *> ficheros del dia los hechos que el cliente debe conocer a
      *> tiempo y le escribe una carta por cada uno:
      *>   - deposito de PLAZOS.DAT que vence en la proxima semana;
      *>   - orden permanente de ORDENES.DAT vencida (rodada a dia
      *>     habil como en BANCO-ORDENES-EJEC) que sigue sin
      *>     ejecutar, es decir, que fallo esa noche;
      *>   - cuota de CUOTAS.DAT en estado impagada;
      *>   - cuenta en descubierto o por encima de su
      *>     REG-LIMITE-DESCUBIERTO;
      *>   - fondos de cheque liberados por BANCO-LIBERACION (apuntes
      *>     LIBERACION del diario de la ultima semana);
      *>   - cuenta que ya alcanza el umbral de inactividad de
      *>     PARAMETROS.DAT y que BANCO-INACTIVAS marcara el mes que
      *>     viene si el cliente no opera.
      *> Por eso corre en la cadena despues de todos esos procesos.
      *> El domicilio sale de CLIENTES.DAT (titular de la cuenta).
      *> Cada carta va al fichero de longitud fija del dia
      *> AVISOS-AAAAMMDD.DAT para la imprenta (ver AVIREG) y se
      *> imprime en AVISOS-AAAAMMDD.RPT; los clientes sin domicilio
      *> se listan al final y se vuelven a intentar la noche
      *> siguiente. AVISADOS.DAT (ver AVDREG) anota cada hecho
      *> avisado para que no se repita la carta; relanzar el proceso
      *> el mismo dia solo genera los avisos que falten, y sus
      *> cartas se anaden a las del dia en los dos ficheros.

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

           SELECT PLAZOS ASSIGN TO "PLAZOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PLZ-NUMERO
               FILE STATUS IS WS-STATUS-PLAZOS.

           SELECT ORDENES-PERMANENTES ASSIGN TO "ORDENES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ORD-NUMERO
               FILE STATUS IS WS-STATUS-ORDENES.

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

           SELECT DIARIO-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.

           SELECT FESTIVOS ASSIGN TO "FESTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FESTIVOS.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT AVISADOS ASSIGN TO "AVISADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AVD-CLAVE
               FILE STATUS IS WS-STATUS-AVISADOS.

           SELECT FICHERO-AVISOS ASSIGN USING WS-NOMBRE-AVISOS
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AVISOS.

           SELECT INFORME-AVISOS ASSIGN USING WS-NOMBRE-INFORME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-INFORME.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-MAESTRO.
           COPY CUENTAREG.

       FD  CLIENTES-MAESTRO.
           COPY CLIREG.

       FD  PLAZOS.
           COPY PLZREG.

       FD  ORDENES-PERMANENTES.
           COPY ORDREG.

       FD  PRESTAMOS.
           COPY PREREG.

       FD  CUOTAS.
           COPY CUOREG.

       FD  DIARIO-MOVIMIENTOS.
           COPY MOVREG.

       FD  FESTIVOS.
           COPY FESREG.

       FD  PARAMETROS.
           COPY PARREG.

       FD  AVISADOS.
           COPY AVDREG.

       FD  FICHERO-AVISOS.
           COPY AVIREG.

       FD  INFORME-AVISOS.
       01  REG-LINEA-INFORME       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-CUENTAS   PIC XX VALUE '00'.
           05  WS-STATUS-CLIENTES  PIC XX VALUE '00'.
           05  WS-STATUS-PLAZOS    PIC XX VALUE '00'.
           05  WS-STATUS-ORDENES   PIC XX VALUE '00'.
           05  WS-STATUS-PRESTAMOS PIC XX VALUE '00'.
           05  WS-STATUS-CUOTAS    PIC XX VALUE '00'.
           05  WS-STATUS-DIARIO    PIC XX VALUE '00'.
           05  WS-STATUS-FESTIVOS  PIC XX VALUE '00'.
           05  WS-STATUS-PARAMETROS PIC XX VALUE '00'.
           05  WS-STATUS-AVISADOS  PIC XX VALUE '00'.
           05  WS-STATUS-AVISOS    PIC XX VALUE '00'.
           05  WS-STATUS-INFORME   PIC XX VALUE '00'.
           05  WS-FIN-FICHERO      PIC X VALUE 'N'.
           05  WS-PROCESO-BLOQUEADO PIC X VALUE 'N'.

       01  WS-NOMBRE-AVISOS        PIC X(19) VALUE SPACES.
       01  WS-NOMBRE-INFORME       PIC X(19) VALUE SPACES.

       01  WS-FECHA-HORA-ACTUAL.
           05  WS-FECHA-ACTUAL     PIC 9(8).
           05  WS-FECHA-ACTUAL-R REDEFINES WS-FECHA-ACTUAL.
               10  WS-HOY-AAAA     PIC 9(4).
               10  WS-HOY-MM       PIC 9(2).
               10  WS-HOY-DD       PIC 9(2).
           05  WS-HORA-ACTUAL      PIC 9(6).
           05  WS-FECHA-HORA-RESTO PIC X(7).

      *> Dias de antelacion con que se avisa el vencimiento de un
      *> plazo y dias hacia atras en que se miran las liberaciones
      *> de cheques del diario (las anteriores ya son agua pasada).
       01  WS-DIAS-ANTELACION      PIC 9(2) VALUE 7.
       01  WS-DIAS-LIBERACION      PIC 9(2) VALUE 7.

      *> Umbral de meses sin actividad de cliente (PARAMETROS.DAT),
      *> el mismo por defecto que en BANCO-INACTIVAS.
       01  WS-MESES-INACTIVIDAD    PIC 9(3) VALUE 24.

       01  WS-CALCULO-FECHA.
           05  WS-DIA-HOY          PIC 9(7) VALUE ZEROS.
           05  WS-DIA-LIMITE       PIC 9(7) VALUE ZEROS.
           05  WS-DIA-EVENTO       PIC 9(7) VALUE ZEROS.
           05  WS-FECHA-PROXIMA-N  PIC 9(8) VALUE ZEROS.
           05  WS-DIAS-ENTEROS     PIC 9(7) VALUE ZEROS.
           05  WS-DIA-SEMANA       PIC 9 VALUE ZEROS.
           05  WS-FECHA-HABIL      PIC X VALUE 'N'.
           05  WS-ULT-FECHA        PIC 9(8) VALUE ZEROS.
           05  WS-ULT-FECHA-DESGLOSE REDEFINES WS-ULT-FECHA.
               10  WS-ULT-AAAA     PIC 9(4).
               10  WS-ULT-MM       PIC 9(2).
               10  WS-ULT-DD       PIC 9(2).
           05  WS-MESES-PARADA     PIC S9(5) VALUE ZEROS.

      *> Calendario de festivos (FESTIVOS.DAT) para rodar el
      *> vencimiento de las ordenes igual que BANCO-ORDENES-EJEC: una
      *> orden que vence en dia no habil aun no ha fallado.
       01  WS-TABLA-FESTIVOS.
           05  WS-NUM-FESTIVOS     PIC 9(3) VALUE ZEROS.
           05  WS-FES-FECHA-TAB    PIC 9(8) OCCURS 200 TIMES.
           05  WS-FES-IDX          PIC 9(3) VALUE ZEROS.
           05  WS-ES-FESTIVO       PIC X VALUE 'N'.
           05  WS-FIN-FESTIVOS     PIC X VALUE 'N'.
           05  WS-FESTIVOS-LLENA   PIC X VALUE 'N'.

      *> Liberaciones de cheques del diario acumuladas por cuenta y
      *> dia: una carta por cuenta y dia aunque se liberen varios.
       01  WS-TABLA-LIBERACIONES.
           05  WS-NUM-LIBERACIONES PIC 9(5) COMP VALUE ZEROS.
           05  WS-TAB-LIBERACION OCCURS 5000 TIMES
                   INDEXED BY IX-LIB.
               10  WS-LIB-CUENTA   PIC 9(10).
               10  WS-LIB-FECHA    PIC 9(8).
               10  WS-LIB-IMPORTE  PIC 9(7)V99.
           05  WS-LIBERACIONES-LLENA PIC X VALUE 'N'.
           05  WS-LIB-HALLADA      PIC X VALUE 'N'.
           05  WS-DIA-DESDE-LIB    PIC 9(8) VALUE ZEROS.

      *> Hecho que se esta avisando. WS-AVI-EVENTO es el tipo con el
      *> que se anota en AVISADOS.DAT y WS-AVI-TIPO el modelo de
      *> carta; solo difieren en los descubiertos (hecho DE, carta
      *> DE o EX).
       01  WS-AVISO-ACTUAL.
           05  WS-AVI-EVENTO       PIC X(2) VALUE SPACES.
           05  WS-AVI-TIPO         PIC X(2) VALUE SPACES.
           05  WS-AVI-REFERENCIA   PIC 9(10) VALUE ZEROS.
           05  WS-AVI-FECHA-EVENTO PIC 9(8) VALUE ZEROS.
           05  WS-AVI-CUENTA       PIC 9(10) VALUE ZEROS.
           05  WS-AVI-CLIENTE      PIC 9(6) VALUE ZEROS.
           05  WS-AVI-IMPORTE      PIC S9(7)V99 VALUE ZEROS.
           05  WS-AVI-LIMITE       PIC 9(7)V99 VALUE ZEROS.
           05  WS-AVI-ESTADO       PIC X VALUE 'A'.
           05  WS-YA-AVISADO       PIC X VALUE 'N'.
           05  WS-AVISO-EMITIDO    PIC X VALUE 'N'.
           05  WS-DOMICILIO-OK     PIC X VALUE 'N'.
           05  WS-NIVEL-DESCUBIERTO PIC X(2) VALUE SPACES.
           05  WS-LIMITE-NEGATIVO  PIC S9(7)V99 VALUE ZEROS.

      *> Modelos de carta: codigo de AVIREG y asunto.
       01  WS-TABLA-TIPOS.
           05  WS-TIPOS-VALOR.
               10  FILLER          PIC X(42) VALUE
                   'PLVENCIMIENTO PROXIMO DE SU DEPOSITO      '.
               10  FILLER          PIC X(42) VALUE
                   'ORORDEN PERMANENTE NO ATENDIDA            '.
               10  FILLER          PIC X(42) VALUE
                   'CUCUOTA DE PRESTAMO IMPAGADA              '.
               10  FILLER          PIC X(42) VALUE
                   'DESU CUENTA ESTA EN DESCUBIERTO           '.
               10  FILLER          PIC X(42) VALUE
                   'EXLIMITE DE DESCUBIERTO SUPERADO          '.
               10  FILLER          PIC X(42) VALUE
                   'CHFONDOS DE CHEQUE DISPONIBLES            '.
               10  FILLER          PIC X(42) VALUE
                   'INSU CUENTA PUEDE QUEDAR INACTIVA         '.
           05  WS-TIPOS REDEFINES WS-TIPOS-VALOR.
               10  WS-TIPO-ENTRADA OCCURS 7 TIMES.
                   15  WS-TIPO-CODIGO  PIC X(2).
                   15  WS-TIPO-ASUNTO  PIC X(40).
           05  WS-TIPO-AVISADOS    PIC 9(5) OCCURS 7 TIMES.
           05  WS-IX-TIPO          PIC 9 VALUE ZERO.

      *> Avisos que no se pudieron emitir por falta de domicilio;
      *> no se anotan como avisados y se reintentan otra noche.
       01  WS-TABLA-SIN-DOMICILIO.
           05  WS-NUM-SIN-DOMICILIO PIC 9(5) COMP VALUE ZEROS.
           05  WS-TAB-SIN-DOMICILIO OCCURS 500 TIMES
                   INDEXED BY IX-SDO.
               10  WS-SDO-TIPO     PIC X(2).
               10  WS-SDO-CUENTA   PIC 9(10).
               10  WS-SDO-CLIENTE  PIC 9(6).
           05  WS-SIN-DOMICILIO-TOTAL PIC 9(5) VALUE ZEROS.

       01  WS-CONTADORES.
           05  WS-AVISOS-EMITIDOS  PIC 9(5) VALUE ZEROS.
           05  WS-AVISOS-REPETIDOS PIC 9(5) VALUE ZEROS.
           05  WS-DESCUBIERTOS-CERRADOS PIC 9(5) VALUE ZEROS.

       01  WS-CARTA.
           05  WS-CARTA-LINEA-1    PIC X(75) VALUE SPACES.
           05  WS-CARTA-LINEA-2    PIC X(75) VALUE SPACES.
           05  WS-CARTA-LINEA-3    PIC X(75) VALUE SPACES.
           05  WS-IMPORTE-CARTA    PIC 9(7)V99 VALUE ZEROS.
           05  WS-LIN-IMPORTE      PIC Z(6)9.99.
           05  WS-LIN-LIMITE       PIC Z(6)9.99.
           05  WS-LIN-NUMERO       PIC 9(6).
           05  WS-LIN-CUOTA        PIC 9(3).
           05  WS-LIN-CONTADOR     PIC Z(4)9.
           05  WS-FECHA-A-EDITAR   PIC 9(8) VALUE ZEROS.
           05  WS-FECHA-PARTES REDEFINES WS-FECHA-A-EDITAR.
               10  WS-FP-AAAA      PIC 9(4).
               10  WS-FP-MM        PIC 9(2).
               10  WS-FP-DD        PIC 9(2).
           05  WS-FECHA-EDITADA.
               10  WS-FE-DD        PIC 9(2).
               10  FILLER          PIC X VALUE '/'.
               10  WS-FE-MM        PIC 9(2).
               10  FILLER          PIC X VALUE '/'.
               10  WS-FE-AAAA      PIC 9(4).
           05  WS-FECHA-CARTA      PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
           DISPLAY '*** AVISOS A CLIENTES ***'
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           MOVE FUNCTION INTEGER-OF-DATE(WS-FECHA-ACTUAL) TO WS-DIA-HOY
           PERFORM VARYING WS-IX-TIPO FROM 1 BY 1 UNTIL WS-IX-TIPO > 7
               MOVE ZEROS TO WS-TIPO-AVISADOS (WS-IX-TIPO)
           END-PERFORM
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-FESTIVOS
           PERFORM ABRIR-FICHEROS
           IF WS-PROCESO-BLOQUEADO = 'S'
               DISPLAY 'Avisos a clientes NO generados'
           ELSE
               PERFORM AVISAR-PLAZOS
               PERFORM AVISAR-ORDENES
               PERFORM AVISAR-CUOTAS
               PERFORM AVISAR-CHEQUES
               PERFORM AVISAR-SITUACION-CUENTAS
               PERFORM IMPRIMIR-RESUMEN
               DISPLAY 'Avisos emitidos:       ' WS-AVISOS-EMITIDOS
               DISPLAY 'Ya avisados antes:     ' WS-AVISOS-REPETIDOS
               DISPLAY 'Sin domicilio:         ' WS-SIN-DOMICILIO-TOTAL
               DISPLAY 'Descubiertos cerrados: '
                   WS-DESCUBIERTOS-CERRADOS
               DISPLAY 'Avisos para imprenta en ' WS-NOMBRE-AVISOS
               DISPLAY 'Cartas generadas en ' WS-NOMBRE-INFORME
           END-IF
           PERFORM CERRAR-FICHEROS
           DISPLAY '*** FIN DEL PROCESO ***'
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = '00'
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-PARAM-MESES-INACTIVIDAD IS NUMERIC
                               AND REG-PARAM-MESES-INACTIVIDAD > 0
                           MOVE REG-PARAM-MESES-INACTIVIDAD TO
                               WS-MESES-INACTIVIDAD
                       END-IF
               END-READ
               CLOSE PARAMETROS
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

      *> Los maestros y el registro de avisados son imprescindibles;
      *> PLAZOS, ORDENES, PRESTAMOS y CUOTAS se abren en su pasada y,
      *> si no existen, esa clase de aviso simplemente no se da.
       ABRIR-FICHEROS.
           OPEN INPUT CUENTAS-MAESTRO
           IF WS-STATUS-CUENTAS NOT = '00'
               DISPLAY 'Error: no se pudo abrir CUENTAS.DAT - status '
                   WS-STATUS-CUENTAS
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-PROCESO-BLOQUEADO
           END-IF
           OPEN INPUT CLIENTES-MAESTRO
           IF WS-STATUS-CLIENTES NOT = '00'
               DISPLAY 'Error: no se pudo abrir CLIENTES.DAT - status '
                   WS-STATUS-CLIENTES
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-PROCESO-BLOQUEADO
           END-IF
           OPEN I-O AVISADOS
           IF WS-STATUS-AVISADOS = '35'
               OPEN OUTPUT AVISADOS
               CLOSE AVISADOS
               OPEN I-O AVISADOS
           END-IF
           IF WS-STATUS-AVISADOS NOT = '00'
               DISPLAY 'Error: no se pudo abrir AVISADOS.DAT - status '
                   WS-STATUS-AVISADOS
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-PROCESO-BLOQUEADO
           END-IF
           MOVE SPACES TO WS-NOMBRE-AVISOS
           STRING 'AVISOS-' DELIMITED BY SIZE
               WS-FECHA-ACTUAL DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WS-NOMBRE-AVISOS
           END-STRING
           MOVE SPACES TO WS-NOMBRE-INFORME
           STRING 'AVISOS-' DELIMITED BY SIZE
               WS-FECHA-ACTUAL DELIMITED BY SIZE
               '.RPT' DELIMITED BY SIZE
               INTO WS-NOMBRE-INFORME
           END-STRING
      *> Los dos en EXTEND: un relanzamiento del mismo dia anade sus
      *> cartas a las ya generadas, que no se vuelven a emitir.
           IF WS-PROCESO-BLOQUEADO NOT = 'S'
               OPEN EXTEND FICHERO-AVISOS
               IF WS-STATUS-AVISOS = '05' OR WS-STATUS-AVISOS = '35'
                   OPEN OUTPUT FICHERO-AVISOS
               END-IF
               OPEN EXTEND INFORME-AVISOS
               IF WS-STATUS-INFORME = '05' OR WS-STATUS-INFORME = '35'
                   OPEN OUTPUT INFORME-AVISOS
               END-IF
               MOVE WS-FECHA-ACTUAL TO WS-FECHA-A-EDITAR
               PERFORM EDITAR-FECHA
               MOVE SPACES TO REG-LINEA-INFORME
               STRING '*** CARTAS DE AVISO A CLIENTES - ' DELIMITED
                       BY SIZE
                   WS-FECHA-CARTA DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                   INTO REG-LINEA-INFORME
               END-STRING
               WRITE REG-LINEA-INFORME
           END-IF.

      *> ------- DETECCION DE HECHOS -------

       AVISAR-PLAZOS.
           COMPUTE WS-DIA-LIMITE = WS-DIA-HOY + WS-DIAS-ANTELACION
           OPEN INPUT PLAZOS
           IF WS-STATUS-PLAZOS = '00'
               MOVE 'N' TO WS-FIN-FICHERO
               MOVE ZEROS TO REG-PLZ-NUMERO
               START PLAZOS KEY IS NOT LESS THAN REG-PLZ-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-FICHERO
               END-START
               PERFORM LEER-PLAZO UNTIL WS-FIN-FICHERO = 'S'
               CLOSE PLAZOS
           ELSE
               IF WS-STATUS-PLAZOS NOT = '35'
                   DISPLAY 'Aviso: no se pudo abrir PLAZOS.DAT - '
                       'status ' WS-STATUS-PLAZOS
               END-IF
           END-IF.

       LEER-PLAZO.
           READ PLAZOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-FICHERO
           END-READ
           IF WS-FIN-FICHERO NOT = 'S'
               IF REG-PLZ-ESTADO = 'A'
                       AND REG-PLZ-FECHA-VENCIMIENTO > WS-FECHA-ACTUAL
                   MOVE FUNCTION INTEGER-OF-DATE
                       (REG-PLZ-FECHA-VENCIMIENTO) TO WS-DIA-EVENTO
                   IF WS-DIA-EVENTO <= WS-DIA-LIMITE
                       MOVE 'PL'                   TO WS-AVI-TIPO
                       MOVE REG-PLZ-NUMERO         TO WS-AVI-REFERENCIA
                       MOVE REG-PLZ-FECHA-VENCIMIENTO
                           TO WS-AVI-FECHA-EVENTO
                       MOVE REG-PLZ-NUMERO-CUENTA  TO WS-AVI-CUENTA
                       MOVE REG-PLZ-NUMERO-CLIENTE TO WS-AVI-CLIENTE
                       MOVE REG-PLZ-CAPITAL        TO WS-AVI-IMPORTE
                       PERFORM TRATAR-AVISO-PUNTUAL
                   END-IF
               END-IF
           END-IF.

      *> BANCO-ORDENES-EJEC ya ha corrido: una orden activa cuyo
      *> vencimiento rodado a dia habil no pasa de hoy es una orden
      *> que no se pudo ejecutar. Se avisa una vez por vencimiento.
       AVISAR-ORDENES.
           OPEN INPUT ORDENES-PERMANENTES
           IF WS-STATUS-ORDENES = '00'
               MOVE 'N' TO WS-FIN-FICHERO
               MOVE ZEROS TO REG-ORD-NUMERO
               START ORDENES-PERMANENTES
                   KEY IS NOT LESS THAN REG-ORD-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-FICHERO
               END-START
               PERFORM LEER-ORDEN UNTIL WS-FIN-FICHERO = 'S'
               CLOSE ORDENES-PERMANENTES
           ELSE
               IF WS-STATUS-ORDENES NOT = '35'
                   DISPLAY 'Aviso: no se pudo abrir ORDENES.DAT - '
                       'status ' WS-STATUS-ORDENES
               END-IF
           END-IF.

       LEER-ORDEN.
           READ ORDENES-PERMANENTES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-FICHERO
           END-READ
           IF WS-FIN-FICHERO NOT = 'S'
               IF REG-ORD-ESTADO = 'A'
                   MOVE REG-ORD-FECHA-PROXIMA TO WS-FECHA-PROXIMA-N
                   PERFORM SALTAR-DIAS-NO-HABILES
                   IF WS-FECHA-PROXIMA-N <= WS-FECHA-ACTUAL
                       MOVE 'OR'                  TO WS-AVI-TIPO
                       MOVE REG-ORD-NUMERO        TO WS-AVI-REFERENCIA
                       MOVE REG-ORD-FECHA-PROXIMA TO WS-AVI-FECHA-EVENTO
                       MOVE REG-ORD-CUENTA-ORIGEN TO WS-AVI-CUENTA
                       MOVE REG-ORD-IMPORTE       TO WS-AVI-IMPORTE
                       PERFORM BUSCAR-CLIENTE-CUENTA
                       PERFORM TRATAR-AVISO-PUNTUAL
                   END-IF
               END-IF
           END-IF.

       AVISAR-CUOTAS.
           OPEN INPUT PRESTAMOS
           OPEN INPUT CUOTAS
           IF WS-STATUS-PRESTAMOS = '00' AND WS-STATUS-CUOTAS = '00'
               MOVE 'N' TO WS-FIN-FICHERO
               MOVE ZEROS TO REG-CUO-PRESTAMO
               MOVE ZEROS TO REG-CUO-NUMERO
               START CUOTAS KEY IS NOT LESS THAN REG-CUO-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-FICHERO
               END-START
               PERFORM LEER-CUOTA UNTIL WS-FIN-FICHERO = 'S'
           ELSE
               IF WS-STATUS-PRESTAMOS NOT = '35'
                       OR WS-STATUS-CUOTAS NOT = '35'
                   DISPLAY 'Aviso: no se pudo abrir PRESTAMOS/CUOTAS - '
                       'status ' WS-STATUS-PRESTAMOS '/'
                       WS-STATUS-CUOTAS
               END-IF
           END-IF
           CLOSE PRESTAMOS
           CLOSE CUOTAS.

       LEER-CUOTA.
           READ CUOTAS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-FICHERO
           END-READ
           IF WS-FIN-FICHERO NOT = 'S'
               IF REG-CUO-ESTADO = 'I'
                   MOVE 'CU' TO WS-AVI-TIPO
                   COMPUTE WS-AVI-REFERENCIA =
                       REG-CUO-PRESTAMO * 1000 + REG-CUO-NUMERO
                   MOVE REG-CUO-FECHA-VENCIMIENTO
                       TO WS-AVI-FECHA-EVENTO
                   MOVE REG-CUO-IMPORTE TO WS-AVI-IMPORTE
                   MOVE ZEROS TO WS-AVI-CUENTA
                   MOVE ZEROS TO WS-AVI-CLIENTE
                   MOVE REG-CUO-PRESTAMO TO REG-PRE-NUMERO
                   READ PRESTAMOS
                       KEY IS REG-PRE-NUMERO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE REG-PRE-NUMERO-CUENTA  TO WS-AVI-CUENTA
                           MOVE REG-PRE-NUMERO-CLIENTE TO WS-AVI-CLIENTE
                   END-READ
                   PERFORM TRATAR-AVISO-PUNTUAL
               END-IF
           END-IF.

      *> Las liberaciones salen de los apuntes LIBERACION que deja
      *> BANCO-LIBERACION en el diario (el fichero de retenciones ya
      *> no guarda las liberadas).
       AVISAR-CHEQUES.
           COMPUTE WS-DIA-EVENTO = WS-DIA-HOY - WS-DIAS-LIBERACION
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-EVENTO)
               TO WS-DIA-DESDE-LIB
           MOVE ZEROS TO WS-NUM-LIBERACIONES
           MOVE 'N' TO WS-FIN-FICHERO
           OPEN INPUT DIARIO-MOVIMIENTOS
           IF WS-STATUS-DIARIO = '00'
               PERFORM LEER-MOVIMIENTO-DIARIO
                   UNTIL WS-FIN-FICHERO = 'S'
               CLOSE DIARIO-MOVIMIENTOS
           END-IF
           PERFORM VARYING IX-LIB FROM 1 BY 1
                   UNTIL IX-LIB > WS-NUM-LIBERACIONES
               MOVE 'CH'                    TO WS-AVI-TIPO
               MOVE WS-LIB-CUENTA (IX-LIB)  TO WS-AVI-REFERENCIA
               MOVE WS-LIB-FECHA (IX-LIB)   TO WS-AVI-FECHA-EVENTO
               MOVE WS-LIB-CUENTA (IX-LIB)  TO WS-AVI-CUENTA
               MOVE WS-LIB-IMPORTE (IX-LIB) TO WS-AVI-IMPORTE
               PERFORM BUSCAR-CLIENTE-CUENTA
               PERFORM TRATAR-AVISO-PUNTUAL
           END-PERFORM.

       LEER-MOVIMIENTO-DIARIO.
           READ DIARIO-MOVIMIENTOS
               AT END
                   MOVE 'S' TO WS-FIN-FICHERO
           END-READ
           IF WS-FIN-FICHERO NOT = 'S'
               IF REG-MOV-TIPO = 'LIBERACION'
                       AND REG-MOV-FECHA NOT < WS-DIA-DESDE-LIB
                   PERFORM ACUMULAR-LIBERACION
               END-IF
           END-IF.

       ACUMULAR-LIBERACION.
           MOVE 'N' TO WS-LIB-HALLADA
           IF WS-NUM-LIBERACIONES > 0
               SET IX-LIB TO 1
               SEARCH WS-TAB-LIBERACION
                   AT END
                       CONTINUE
                   WHEN IX-LIB > WS-NUM-LIBERACIONES
                       CONTINUE
                   WHEN WS-LIB-CUENTA (IX-LIB) = REG-MOV-NUMERO-CUENTA
                           AND WS-LIB-FECHA (IX-LIB) = REG-MOV-FECHA
                       MOVE 'S' TO WS-LIB-HALLADA
                       ADD REG-MOV-IMPORTE TO WS-LIB-IMPORTE (IX-LIB)
               END-SEARCH
           END-IF
           IF WS-LIB-HALLADA = 'N'
               IF WS-NUM-LIBERACIONES >= 5000
                   IF WS-LIBERACIONES-LLENA = 'N'
                       DISPLAY 'Aviso: tabla de liberaciones llena, '
                           'avisos de cheques incompletos'
                       MOVE 'S' TO WS-LIBERACIONES-LLENA
                   END-IF
               ELSE
                   ADD 1 TO WS-NUM-LIBERACIONES
                   SET IX-LIB TO WS-NUM-LIBERACIONES
                   MOVE REG-MOV-NUMERO-CUENTA TO WS-LIB-CUENTA (IX-LIB)
                   MOVE REG-MOV-FECHA         TO WS-LIB-FECHA (IX-LIB)
                   MOVE REG-MOV-IMPORTE       TO WS-LIB-IMPORTE (IX-LIB)
               END-IF
           END-IF.

      *> Barrido del maestro para las situaciones de la propia
      *> cuenta (descubierto e inactividad). El titular se toma del
      *> registro leido, sin lecturas directas que muevan el barrido.
       AVISAR-SITUACION-CUENTAS.
           MOVE 'N' TO WS-FIN-FICHERO
           MOVE ZEROS TO REG-NUMERO-CUENTA
           START CUENTAS-MAESTRO KEY IS NOT LESS THAN REG-NUMERO-CUENTA
               INVALID KEY
                   MOVE 'S' TO WS-FIN-FICHERO
           END-START
           PERFORM LEER-CUENTA UNTIL WS-FIN-FICHERO = 'S'.

       LEER-CUENTA.
           READ CUENTAS-MAESTRO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-FICHERO
           END-READ
           IF WS-FIN-FICHERO NOT = 'S'
               PERFORM VIGILAR-DESCUBIERTO
               PERFORM VIGILAR-INACTIVIDAD
           END-IF.

      *> El descubierto es una situacion que dura: se avisa al
      *> entrar (DE, o EX si ya pasa del limite), otra vez si estando
      *> avisado como DE pasa del limite, y se da por cerrado cuando
      *> el saldo vuelve a ser positivo. Fuera de CORRIENTE no hay
      *> descubierto pactado y cualquier saldo negativo es exceso.
       VIGILAR-DESCUBIERTO.
           MOVE SPACES TO WS-NIVEL-DESCUBIERTO
           IF REG-SALDO < 0
               IF REG-TIPO-CUENTA = 'CORRIENTE'
                   COMPUTE WS-LIMITE-NEGATIVO =
                       0 - REG-LIMITE-DESCUBIERTO
                   MOVE REG-LIMITE-DESCUBIERTO TO WS-AVI-LIMITE
               ELSE
                   MOVE ZEROS TO WS-LIMITE-NEGATIVO
                   MOVE ZEROS TO WS-AVI-LIMITE
               END-IF
               IF REG-SALDO < WS-LIMITE-NEGATIVO
                   MOVE 'EX' TO WS-NIVEL-DESCUBIERTO
               ELSE
                   MOVE 'DE' TO WS-NIVEL-DESCUBIERTO
               END-IF
           END-IF
           MOVE 'DE'               TO WS-AVI-EVENTO
           MOVE REG-NUMERO-CUENTA  TO WS-AVI-REFERENCIA
           MOVE ZEROS              TO WS-AVI-FECHA-EVENTO
           MOVE REG-NUMERO-CUENTA  TO WS-AVI-CUENTA
           MOVE REG-NUMERO-CLIENTE TO WS-AVI-CLIENTE
           MOVE REG-SALDO          TO WS-AVI-IMPORTE
           PERFORM BUSCAR-AVISADO
           EVALUATE TRUE
               WHEN WS-YA-AVISADO = 'N' OR REG-AVD-ESTADO = 'F'
                   IF WS-NIVEL-DESCUBIERTO NOT = SPACES
                       PERFORM AVISAR-DESCUBIERTO
                   END-IF
               WHEN WS-NIVEL-DESCUBIERTO = SPACES
                   MOVE 'F' TO REG-AVD-ESTADO
                   REWRITE REG-AVISADO
                       INVALID KEY
                           DISPLAY 'Error al actualizar AVISADOS.DAT'
                   END-REWRITE
                   ADD 1 TO WS-DESCUBIERTOS-CERRADOS
               WHEN WS-NIVEL-DESCUBIERTO = 'EX' AND REG-AVD-AVISO = 'DE'
                   PERFORM AVISAR-DESCUBIERTO
      *> Vuelta dentro del limite sin salir del descubierto: no se
      *> escribe, pero un nuevo exceso se volvera a avisar.
               WHEN WS-NIVEL-DESCUBIERTO = 'DE' AND REG-AVD-AVISO = 'EX'
                   MOVE 'DE' TO REG-AVD-AVISO
                   REWRITE REG-AVISADO
                       INVALID KEY
                           DISPLAY 'Error al actualizar AVISADOS.DAT'
                   END-REWRITE
               WHEN OTHER
                   ADD 1 TO WS-AVISOS-REPETIDOS
           END-EVALUATE.

       AVISAR-DESCUBIERTO.
           MOVE WS-NIVEL-DESCUBIERTO TO WS-AVI-TIPO
           PERFORM EMITIR-AVISO
           IF WS-AVISO-EMITIDO = 'S'
               MOVE 'A' TO WS-AVI-ESTADO
               PERFORM GRABAR-AVISADO
           END-IF.

      *> BANCO-INACTIVAS marca la cuenta cuando los meses sin
      *> actividad pasan del umbral; al llegar justo al umbral
      *> todavia queda el resto del mes para operar. El aviso va
      *> ligado a la fecha del ultimo movimiento: si el cliente
      *> opera y vuelve a dormirse, se le avisa de nuevo.
       VIGILAR-INACTIVIDAD.
           IF REG-CUENTA-INACTIVA NOT = 'S'
                   AND REG-FECHA-ULT-MOV IS NUMERIC
                   AND REG-FECHA-ULT-MOV > 0
               MOVE REG-FECHA-ULT-MOV TO WS-ULT-FECHA
               COMPUTE WS-MESES-PARADA =
                   (WS-HOY-AAAA - WS-ULT-AAAA) * 12
                   + WS-HOY-MM - WS-ULT-MM
               IF WS-MESES-PARADA >= WS-MESES-INACTIVIDAD
                   MOVE 'IN'               TO WS-AVI-TIPO
                   MOVE REG-NUMERO-CUENTA  TO WS-AVI-REFERENCIA
                   MOVE REG-FECHA-ULT-MOV  TO WS-AVI-FECHA-EVENTO
                   MOVE REG-NUMERO-CUENTA  TO WS-AVI-CUENTA
                   MOVE REG-NUMERO-CLIENTE TO WS-AVI-CLIENTE
                   MOVE REG-SALDO          TO WS-AVI-IMPORTE
                   PERFORM TRATAR-AVISO-PUNTUAL
               END-IF
           END-IF.

       BUSCAR-CLIENTE-CUENTA.
           MOVE ZEROS TO WS-AVI-CLIENTE
           MOVE WS-AVI-CUENTA TO REG-NUMERO-CUENTA
           READ CUENTAS-MAESTRO
               KEY IS REG-NUMERO-CUENTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-NUMERO-CLIENTE TO WS-AVI-CLIENTE
           END-READ.

      *> ------- EMISION Y REGISTRO DE AVISOS -------

      *> Hechos que se avisan una sola vez: el tipo de carta es
      *> tambien el tipo con que se anotan.
       TRATAR-AVISO-PUNTUAL.
           MOVE WS-AVI-TIPO TO WS-AVI-EVENTO
           PERFORM BUSCAR-AVISADO
           IF WS-YA-AVISADO = 'S'
               ADD 1 TO WS-AVISOS-REPETIDOS
           ELSE
               PERFORM EMITIR-AVISO
               IF WS-AVISO-EMITIDO = 'S'
                   MOVE 'A' TO WS-AVI-ESTADO
                   PERFORM GRABAR-AVISADO
               END-IF
           END-IF.

       BUSCAR-AVISADO.
           MOVE WS-AVI-EVENTO       TO REG-AVD-TIPO
           MOVE WS-AVI-REFERENCIA   TO REG-AVD-REFERENCIA
           MOVE WS-AVI-FECHA-EVENTO TO REG-AVD-FECHA-EVENTO
           READ AVISADOS
               KEY IS REG-AVD-CLAVE
               INVALID KEY
                   MOVE 'N' TO WS-YA-AVISADO
               NOT INVALID KEY
                   MOVE 'S' TO WS-YA-AVISADO
           END-READ.

       GRABAR-AVISADO.
           MOVE WS-AVI-EVENTO       TO REG-AVD-TIPO
           MOVE WS-AVI-REFERENCIA   TO REG-AVD-REFERENCIA
           MOVE WS-AVI-FECHA-EVENTO TO REG-AVD-FECHA-EVENTO
           MOVE WS-FECHA-ACTUAL     TO REG-AVD-FECHA-AVISO
           MOVE WS-AVI-CLIENTE      TO REG-AVD-NUMERO-CLIENTE
           MOVE WS-AVI-CUENTA       TO REG-AVD-NUMERO-CUENTA
           MOVE WS-AVI-TIPO         TO REG-AVD-AVISO
           MOVE WS-AVI-ESTADO       TO REG-AVD-ESTADO
           WRITE REG-AVISADO
               INVALID KEY
                   REWRITE REG-AVISADO
                       INVALID KEY
                           DISPLAY 'Error al anotar en AVISADOS.DAT'
                   END-REWRITE
           END-WRITE.

       EMITIR-AVISO.
           MOVE 'N' TO WS-AVISO-EMITIDO
           PERFORM BUSCAR-DOMICILIO
           IF WS-DOMICILIO-OK = 'N'
               PERFORM ANOTAR-SIN-DOMICILIO
           ELSE
               PERFORM PREPARAR-TEXTO-AVISO
               MOVE WS-FECHA-ACTUAL     TO REG-AVS-FECHA
               MOVE WS-AVI-TIPO         TO REG-AVS-TIPO
               MOVE REG-CLI-NUMERO      TO REG-AVS-NUMERO-CLIENTE
               MOVE REG-CLI-NOMBRE      TO REG-AVS-NOMBRE
               MOVE REG-CLI-DIRECCION   TO REG-AVS-DIRECCION
               MOVE WS-AVI-CUENTA       TO REG-AVS-NUMERO-CUENTA
               MOVE WS-AVI-REFERENCIA   TO REG-AVS-REFERENCIA
               MOVE WS-AVI-FECHA-EVENTO TO REG-AVS-FECHA-EVENTO
               MOVE WS-AVI-IMPORTE      TO REG-AVS-IMPORTE
               MOVE WS-TIPO-ASUNTO (WS-IX-TIPO) TO REG-AVS-TEXTO
               WRITE REG-AVISO
               IF WS-STATUS-AVISOS NOT = '00'
                   DISPLAY 'Error al grabar ' WS-NOMBRE-AVISOS
                       ' - status ' WS-STATUS-AVISOS
               ELSE
                   PERFORM IMPRIMIR-CARTA
                   ADD 1 TO WS-TIPO-AVISADOS (WS-IX-TIPO)
                   ADD 1 TO WS-AVISOS-EMITIDOS
                   MOVE 'S' TO WS-AVISO-EMITIDO
                   DISPLAY 'Aviso ' WS-AVI-TIPO ' cuenta '
                       WS-AVI-CUENTA ' cliente ' WS-AVI-CLIENTE
               END-IF
           END-IF.

       BUSCAR-DOMICILIO.
           MOVE 'N' TO WS-DOMICILIO-OK
           IF WS-AVI-CLIENTE NOT = ZEROS
               MOVE WS-AVI-CLIENTE TO REG-CLI-NUMERO
               READ CLIENTES-MAESTRO
                   KEY IS REG-CLI-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REG-CLI-DIRECCION NOT = SPACES
                           MOVE 'S' TO WS-DOMICILIO-OK
                       END-IF
               END-READ
           END-IF.

       ANOTAR-SIN-DOMICILIO.
           ADD 1 TO WS-SIN-DOMICILIO-TOTAL
           IF WS-NUM-SIN-DOMICILIO < 500
               ADD 1 TO WS-NUM-SIN-DOMICILIO
               SET IX-SDO TO WS-NUM-SIN-DOMICILIO
               MOVE WS-AVI-TIPO    TO WS-SDO-TIPO (IX-SDO)
               MOVE WS-AVI-CUENTA  TO WS-SDO-CUENTA (IX-SDO)
               MOVE WS-AVI-CLIENTE TO WS-SDO-CLIENTE (IX-SDO)
           END-IF.

      *> Cuerpo de la carta segun el modelo; los importes van sin
      *> signo (el saldo deudor se expresa como tal en el texto).
       PREPARAR-TEXTO-AVISO.
           PERFORM VARYING WS-IX-TIPO FROM 1 BY 1
                   UNTIL WS-IX-TIPO >= 7
                       OR WS-TIPO-CODIGO (WS-IX-TIPO) = WS-AVI-TIPO
               CONTINUE
           END-PERFORM
           IF WS-AVI-IMPORTE < 0
               COMPUTE WS-IMPORTE-CARTA = 0 - WS-AVI-IMPORTE
           ELSE
               MOVE WS-AVI-IMPORTE TO WS-IMPORTE-CARTA
           END-IF
           MOVE WS-IMPORTE-CARTA TO WS-LIN-IMPORTE
           MOVE WS-AVI-FECHA-EVENTO TO WS-FECHA-A-EDITAR
           PERFORM EDITAR-FECHA
           MOVE SPACES TO WS-CARTA-LINEA-1
           MOVE SPACES TO WS-CARTA-LINEA-2
           MOVE SPACES TO WS-CARTA-LINEA-3
           EVALUATE WS-AVI-TIPO
               WHEN 'PL'
                   MOVE WS-AVI-REFERENCIA TO WS-LIN-NUMERO
                   STRING 'Le recordamos que su deposito a plazo numero '
                           DELIMITED BY SIZE
                       WS-LIN-NUMERO DELIMITED BY SIZE
                       ', de' DELIMITED BY SIZE
                       INTO WS-CARTA-LINEA-1
                   END-STRING
                   STRING WS-LIN-IMPORTE DELIMITED BY SIZE
                       ' EUR, vence el ' DELIMITED BY SIZE
                       WS-FECHA-CARTA DELIMITED BY SIZE
                       '. El capital y los intereses se' DELIMITED
                           BY SIZE
                       INTO WS-CARTA-LINEA-2
                   END-STRING
                   MOVE 'abonaran ese dia en su cuenta, salvo que nos '
                       & 'indique otra cosa.' TO WS-CARTA-LINEA-3
               WHEN 'OR'
                   MOVE WS-AVI-REFERENCIA TO WS-LIN-NUMERO
                   STRING 'La orden permanente numero ' DELIMITED BY SIZE
                       WS-LIN-NUMERO DELIMITED BY SIZE
                       ', de ' DELIMITED BY SIZE
                       WS-LIN-IMPORTE DELIMITED BY SIZE
                       ' EUR, con vencimiento' DELIMITED BY SIZE
                       INTO WS-CARTA-LINEA-1
                   END-STRING
                   STRING 'el ' DELIMITED BY SIZE
                       WS-FECHA-CARTA DELIMITED BY SIZE
                       ', no se ha podido atender. Se reintentara cada'
                           DELIMITED BY SIZE
                       INTO WS-CARTA-LINEA-2
                   END-STRING
                   MOVE 'dia habil; le rogamos que provea fondos en su '
                       & 'cuenta.' TO WS-CARTA-LINEA-3
               WHEN 'CU'
                   COMPUTE WS-LIN-NUMERO = WS-AVI-REFERENCIA / 1000
                   COMPUTE WS-LIN-CUOTA =
                       FUNCTION MOD(WS-AVI-REFERENCIA, 1000)
                   STRING 'La cuota ' DELIMITED BY SIZE
                       WS-LIN-CUOTA DELIMITED BY SIZE
                       ' de su prestamo ' DELIMITED BY SIZE
                       WS-LIN-NUMERO DELIMITED BY SIZE
                       ', de ' DELIMITED BY SIZE
                       WS-LIN-IMPORTE DELIMITED BY SIZE
                       ' EUR, vencida el' DELIMITED BY SIZE
                       INTO WS-CARTA-LINEA-1
                   END-STRING
                   STRING WS-FECHA-CARTA DELIMITED BY SIZE
                       ', no se ha podido cobrar. Devenga interes de '
                           DELIMITED BY SIZE
                       'demora' DELIMITED BY SIZE
                       INTO WS-CARTA-LINEA-2
                   END-STRING
                   MOVE 'hasta su pago, que puede hacer en cualquiera '
                       & 'de nuestras oficinas.' TO WS-CARTA-LINEA-3
               WHEN 'DE'
                   STRING 'Su cuenta presenta un saldo deudor de '
                           DELIMITED BY SIZE
                       WS-LIN-IMPORTE DELIMITED BY SIZE
                       ' EUR.' DELIMITED BY SIZE
                       INTO WS-CARTA-LINEA-1
                   END-STRING
                   MOVE 'Le rogamos que regularice la situacion; el '
                       & 'descubierto devenga' TO WS-CARTA-LINEA-2
                   MOVE 'los intereses y comisiones de su contrato.'
                       TO WS-CARTA-LINEA-3
               WHEN 'EX'
                   MOVE WS-AVI-LIMITE TO WS-LIN-LIMITE
                   STRING 'Su cuenta presenta un saldo deudor de '
                           DELIMITED BY SIZE
                       WS-LIN-IMPORTE DELIMITED BY SIZE
                       ' EUR, por encima' DELIMITED BY SIZE
                       INTO WS-CARTA-LINEA-1
                   END-STRING
                   STRING 'del limite de descubierto concedido de '
                           DELIMITED BY SIZE
                       WS-LIN-LIMITE DELIMITED BY SIZE
                       ' EUR.' DELIMITED BY SIZE
                       INTO WS-CARTA-LINEA-2
                   END-STRING
                   MOVE 'Le rogamos que regularice el exceso de '
                       & 'inmediato.' TO WS-CARTA-LINEA-3
               WHEN 'CH'
                   STRING 'Los cheques ingresados en su cuenta por '
                           DELIMITED BY SIZE
                       WS-LIN-IMPORTE DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                       INTO WS-CARTA-LINEA-1
                   END-STRING
                   STRING 'quedaron disponibles el ' DELIMITED BY SIZE
                       WS-FECHA-CARTA DELIMITED BY SIZE
                       '.' DELIMITED BY SIZE
                       INTO WS-CARTA-LINEA-2
                   END-STRING
               WHEN 'IN'
                   STRING 'Su cuenta no registra operaciones desde el '
                           DELIMITED BY SIZE
                       WS-FECHA-CARTA DELIMITED BY SIZE
                       '. Si no opera con ella' DELIMITED BY SIZE
                       INTO WS-CARTA-LINEA-1
                   END-STRING
                   MOVE 'antes de fin de mes quedara inactiva, y solo '
                       & 'podra volver a usarla' TO WS-CARTA-LINEA-2
                   MOVE 'tras reactivarla en una de nuestras oficinas.'
                       TO WS-CARTA-LINEA-3
           END-EVALUATE.

       IMPRIMIR-CARTA.
           MOVE ALL '-' TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE REG-CLI-NOMBRE TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE REG-CLI-DIRECCION TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE WS-FECHA-ACTUAL TO WS-FECHA-A-EDITAR
           PERFORM EDITAR-FECHA
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Fecha: ' DELIMITED BY SIZE
               WS-FECHA-CARTA DELIMITED BY SIZE
               '   Cliente: ' DELIMITED BY SIZE
               REG-CLI-NUMERO DELIMITED BY SIZE
               '   Cuenta: ' DELIMITED BY SIZE
               WS-AVI-CUENTA DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Asunto: ' DELIMITED BY SIZE
               WS-TIPO-ASUNTO (WS-IX-TIPO) DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE 'Estimado cliente:' TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE WS-CARTA-LINEA-1 TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE WS-CARTA-LINEA-2 TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           IF WS-CARTA-LINEA-3 NOT = SPACES
               MOVE WS-CARTA-LINEA-3 TO REG-LINEA-INFORME
               WRITE REG-LINEA-INFORME
           END-IF
           MOVE SPACES TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE 'Atentamente,' TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME.

       EDITAR-FECHA.
           MOVE WS-FP-DD   TO WS-FE-DD
           MOVE WS-FP-MM   TO WS-FE-MM
           MOVE WS-FP-AAAA TO WS-FE-AAAA
           MOVE WS-FECHA-EDITADA TO WS-FECHA-CARTA.

      *> Rueda WS-FECHA-PROXIMA-N al siguiente dia habil, como en
      *> BANCO-ORDENES-EJEC. El dia 1 del calendario interno
      *> (INTEGER-OF-DATE) fue lunes, de ahi el resto modulo 7.
       SALTAR-DIAS-NO-HABILES.
           MOVE 'N' TO WS-FECHA-HABIL
           PERFORM UNTIL WS-FECHA-HABIL = 'S'
               MOVE FUNCTION INTEGER-OF-DATE(WS-FECHA-PROXIMA-N)
                   TO WS-DIAS-ENTEROS
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DIAS-ENTEROS - 1, 7)
               IF WS-DIA-SEMANA < 5
                   PERFORM COMPROBAR-FESTIVO
               ELSE
                   MOVE 'S' TO WS-ES-FESTIVO
               END-IF
               IF WS-ES-FESTIVO = 'N'
                   MOVE 'S' TO WS-FECHA-HABIL
               ELSE
                   ADD 1 TO WS-DIAS-ENTEROS
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)
                       TO WS-FECHA-PROXIMA-N
               END-IF
           END-PERFORM.

       COMPROBAR-FESTIVO.
           MOVE 'N' TO WS-ES-FESTIVO
           PERFORM VARYING WS-FES-IDX FROM 1 BY 1
                   UNTIL WS-FES-IDX > WS-NUM-FESTIVOS
                       OR WS-ES-FESTIVO = 'S'
               IF WS-FES-FECHA-TAB (WS-FES-IDX) = WS-FECHA-PROXIMA-N
                   MOVE 'S' TO WS-ES-FESTIVO
               END-IF
           END-PERFORM.

       IMPRIMIR-RESUMEN.
           MOVE ALL '=' TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE 'RESUMEN DE AVISOS DEL DIA' TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           PERFORM VARYING WS-IX-TIPO FROM 1 BY 1 UNTIL WS-IX-TIPO > 7
               MOVE WS-TIPO-AVISADOS (WS-IX-TIPO) TO WS-LIN-CONTADOR
               MOVE SPACES TO REG-LINEA-INFORME
               STRING WS-TIPO-CODIGO (WS-IX-TIPO) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TIPO-ASUNTO (WS-IX-TIPO) DELIMITED BY SIZE
                   WS-LIN-CONTADOR DELIMITED BY SIZE
                   INTO REG-LINEA-INFORME
               END-STRING
               WRITE REG-LINEA-INFORME
           END-PERFORM
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Emitidos: ' DELIMITED BY SIZE
               WS-AVISOS-EMITIDOS DELIMITED BY SIZE
               '  Ya avisados: ' DELIMITED BY SIZE
               WS-AVISOS-REPETIDOS DELIMITED BY SIZE
               '  Sin domicilio: ' DELIMITED BY SIZE
               WS-SIN-DOMICILIO-TOTAL DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           IF WS-NUM-SIN-DOMICILIO > 0
               MOVE SPACES TO REG-LINEA-INFORME
               WRITE REG-LINEA-INFORME
               MOVE 'AVISOS PENDIENTES POR FALTA DE DOMICILIO EN '
                   & 'CLIENTES.DAT' TO REG-LINEA-INFORME
               WRITE REG-LINEA-INFORME
               PERFORM VARYING IX-SDO FROM 1 BY 1
                       UNTIL IX-SDO > WS-NUM-SIN-DOMICILIO
                   MOVE SPACES TO REG-LINEA-INFORME
                   STRING 'Aviso ' DELIMITED BY SIZE
                       WS-SDO-TIPO (IX-SDO) DELIMITED BY SIZE
                       ' cuenta ' DELIMITED BY SIZE
                       WS-SDO-CUENTA (IX-SDO) DELIMITED BY SIZE
                       ' cliente ' DELIMITED BY SIZE
                       WS-SDO-CLIENTE (IX-SDO) DELIMITED BY SIZE
                       INTO REG-LINEA-INFORME
                   END-STRING
                   WRITE REG-LINEA-INFORME
                   DISPLAY REG-LINEA-INFORME
               END-PERFORM
           END-IF.

       CERRAR-FICHEROS.
           CLOSE CUENTAS-MAESTRO
           CLOSE CLIENTES-MAESTRO
           CLOSE AVISADOS
           IF WS-PROCESO-BLOQUEADO NOT = 'S'
               CLOSE FICHERO-AVISOS
               CLOSE INFORME-AVISOS
           END-IF.

       END PROGRAM BANCO-AVISOS.
