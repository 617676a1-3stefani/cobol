IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-RIESGOS.
       AUTHOR. Estefania Ramirez Martinez.

      *> Posicion de riesgo de clientes de fin de mes y declaracion a
      *> la central de riesgos. Consolida, por cada cliente de
      *> CLIENTES.DAT, lo que tiene con nosotros y lo que nos debe:
      *> los saldos de todas sus cuentas de CUENTAS.DAT (repartidas
      *> entre titular y cotitulares de TITULARES.DAT por su
      *> participacion, como en BANCO-FISCAL), el descubierto
      *> dispuesto y el disponible hasta REG-LIMITE-DESCUBIERTO, los
      *> depositos activos de PLAZOS.DAT, el capital pendiente de
      *> los prestamos activos de PRESTAMOS.DAT y las cuotas
      *> impagadas de CUOTAS.DAT con lo recuperado y la demora de
      *> MORA.DAT y sus dias de impago.
      *> Los clientes se agrupan por NIF y cada acreditado cuyo
      *> riesgo total (dispuesto mas disponible) alcanza el umbral
      *> de PARAMETROS.DAT se declara en RIESGOS-AAAAMM.DAT (ver
      *> RSGREG). El informe RIESGOS-AAAAMM.RPT recoge las
      *> incidencias, los totales de la declaracion y la
      *> concentracion de riesgos en los 20 mayores acreditados.
      *> Lo lanza BANCO-CADENA el ultimo dia habil del mes. Solo
      *> lee los maestros, de modo que se puede repetir dentro del
      *> mes: la ultima ejecucion sustituye a la anterior. El
      *> control 'RIESGOS' de CONTROL.DAT solo queda completado si
      *> la posicion se pudo consolidar entera.

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

           SELECT CUENTA-TITULARES ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TIT-CLAVE
               FILE STATUS IS WS-STATUS-TITULARES.

           SELECT PLAZOS ASSIGN TO "PLAZOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PLZ-NUMERO
               FILE STATUS IS WS-STATUS-PLAZOS.

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

           SELECT CONTROL-PROCESOS ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CTL-PROGRAMA
               FILE STATUS IS WS-STATUS-CONTROL.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT FICHERO-DECLARACION ASSIGN USING WS-NOMBRE-DECLARA
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DECLARA.

           SELECT INFORME-RIESGOS ASSIGN USING WS-NOMBRE-INFORME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-INFORME.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-MAESTRO.
           COPY CUENTAREG.

       FD  CLIENTES-MAESTRO.
           COPY CLIREG.

       FD  CUENTA-TITULARES.
           COPY TITREG.

       FD  PLAZOS.
           COPY PLZREG.

       FD  PRESTAMOS.
           COPY PREREG.

       FD  CUOTAS.
           COPY CUOREG.

       FD  MORA.
           COPY MORAREG.

       FD  CONTROL-PROCESOS.
           COPY CTLREG.

       FD  PARAMETROS.
           COPY PARREG.

       FD  FICHERO-DECLARACION.
           COPY RSGREG.

       FD  INFORME-RIESGOS.
       01  REG-LINEA-INFORME       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-CUENTAS   PIC XX VALUE '00'.
           05  WS-STATUS-CLIENTES  PIC XX VALUE '00'.
           05  WS-STATUS-TITULARES PIC XX VALUE '00'.
           05  WS-STATUS-PLAZOS    PIC XX VALUE '00'.
           05  WS-STATUS-PRESTAMOS PIC XX VALUE '00'.
           05  WS-STATUS-CUOTAS    PIC XX VALUE '00'.
           05  WS-STATUS-MORA      PIC XX VALUE '00'.
           05  WS-STATUS-CONTROL   PIC XX VALUE '00'.
           05  WS-STATUS-PARAMETROS PIC XX VALUE '00'.
           05  WS-STATUS-DECLARA   PIC XX VALUE '00'.
           05  WS-STATUS-INFORME   PIC XX VALUE '00'.
           05  WS-FIN-CUENTAS      PIC X VALUE 'N'.
           05  WS-FIN-CLIENTES     PIC X VALUE 'N'.
           05  WS-FIN-TITULARES    PIC X VALUE 'N'.
           05  WS-FIN-PLAZOS       PIC X VALUE 'N'.
           05  WS-FIN-PRESTAMOS    PIC X VALUE 'N'.
           05  WS-FIN-CUOTAS       PIC X VALUE 'N'.
           05  WS-MAESTROS-ABIERTOS PIC X VALUE 'N'.
           05  WS-CUENTAS-ABIERTO  PIC X VALUE 'N'.
           05  WS-CLIENTES-ABIERTO PIC X VALUE 'N'.
           05  WS-TITULARES-ABIERTO PIC X VALUE 'N'.
           05  WS-PLAZOS-ABIERTO   PIC X VALUE 'N'.
           05  WS-PRESTAMOS-ABIERTO PIC X VALUE 'N'.
           05  WS-CUOTAS-ABIERTO   PIC X VALUE 'N'.
           05  WS-MORA-ABIERTO     PIC X VALUE 'N'.
           05  WS-PROCESO-BLOQUEADO PIC X VALUE 'N'.
           05  WS-POSICION-COMPLETA PIC X VALUE 'S'.

       01  WS-NOMBRE-DECLARA       PIC X(18) VALUE SPACES.
       01  WS-NOMBRE-INFORME       PIC X(18) VALUE SPACES.

      *> Riesgo total a partir del cual se declara un acreditado
      *> (PARAMETROS.DAT); si el fichero falta o es antiguo se
      *> aplica el de por defecto, el mismo con el que lo siembra
      *> BANCO-SIMPLE.
       01  WS-UMBRAL-RIESGO        PIC 9(7)V99 VALUE 1000.00.

       01  WS-FECHA-HORA-ACTUAL.
           05  WS-FECHA-ACTUAL     PIC 9(8).
           05  WS-HORA-ACTUAL      PIC 9(6).
           05  WS-FECHA-HORA-RESTO PIC X(7).

       01  WS-OPERACION.
           05  WS-PERIODO          PIC 9(6) VALUE ZEROS.
           05  WS-CLIENTE-BUSCADO  PIC 9(6) VALUE ZEROS.
           05  WS-LIMITE-CUENTA    PIC 9(7)V99 VALUE ZEROS.
           05  WS-DEUDOR-CUENTA    PIC 9(7)V99 VALUE ZEROS.
           05  WS-PRESTAMO-ACTUAL  PIC 9(6) VALUE ZEROS.
           05  WS-CLIENTE-PRESTAMO PIC 9(6) VALUE ZEROS.
           05  WS-PENDIENTE-CUOTA  PIC 9(7)V99 VALUE ZEROS.
           05  WS-PENDIENTE-DEMORA PIC 9(7)V99 VALUE ZEROS.
           05  WS-DIAS-IMPAGO      PIC 9(5) VALUE ZEROS.
           05  WS-DISP-PRESTAMOS   PIC S9(9)V99 VALUE ZEROS.
           05  WS-CLIENTE-CON-POSICION PIC X VALUE 'N'.

      *> Posicion de la cuenta en curso antes de repartirla:
      *> (1) saldo acreedor, (2) descubierto dispuesto,
      *> (3) disponible hasta el limite y (4) exceso sobre el
      *> limite. Fuera de CORRIENTE no hay descubierto pactado y
      *> todo saldo deudor es exceso, como en BANCO-AVISOS.
       01  WS-POSICION-CUENTA.
           05  WS-IMPORTE-CUENTA   PIC 9(9)V99 OCCURS 4 TIMES.
           05  WS-RESTO-CUENTA     PIC 9(9)V99 OCCURS 4 TIMES.
           05  WS-PARTE-CUENTA     PIC 9(9)V99 OCCURS 4 TIMES.
           05  WS-IX-IMPORTE       PIC 9 VALUE ZERO.

      *> Participes de la cuenta en curso (titular y cotitulares con
      *> porcentaje) leidos de TITULARES.DAT.
       01  WS-TABLA-PARTICIPES.
           05  WS-NUM-PARTICIPES   PIC 9(3) COMP VALUE ZEROS.
           05  WS-TAB-PARTICIPE OCCURS 50 TIMES
                   INDEXED BY IX-PAR.
               10  WS-PAR-CLIENTE    PIC 9(6).
               10  WS-PAR-PORCENTAJE PIC 9(3)V99.

      *> Posicion por numero de cliente, cargada en el orden de
      *> CLIENTES.DAT; un cliente que aparece en cuentas, depositos
      *> o prestamos sin ficha se anade al final.
       01  WS-TABLA-CLIENTES.
           05  WS-NUM-CLIENTES     PIC 9(5) COMP VALUE ZEROS.
           05  WS-TAB-CLIENTE OCCURS 10000 TIMES
                   INDEXED BY IX-CLI.
               10  WS-CLI-NUMERO       PIC 9(6).
               10  WS-CLI-EN-MAESTRO   PIC X.
               10  WS-CLI-CUENTAS      PIC 9(3).
               10  WS-CLI-ACREEDOR     PIC 9(9)V99.
               10  WS-CLI-DESCUBIERTO  PIC 9(9)V99.
               10  WS-CLI-DISPONIBLE   PIC 9(9)V99.
               10  WS-CLI-EXCEDIDO     PIC 9(9)V99.
               10  WS-CLI-PLAZOS       PIC 9(3).
               10  WS-CLI-IMPORTE-PLAZOS PIC 9(9)V99.
               10  WS-CLI-PRESTAMOS    PIC 9(3).
               10  WS-CLI-CAPITAL      PIC 9(9)V99.
               10  WS-CLI-AJUSTE       PIC S9(9)V99.
               10  WS-CLI-IMPAGADAS    PIC 9(3).
               10  WS-CLI-VENCIDO      PIC 9(9)V99.
               10  WS-CLI-DEMORA       PIC 9(9)V99.
               10  WS-CLI-DIAS         PIC 9(5).
           05  WS-TABLA-LLENA      PIC X VALUE 'N'.
           05  WS-TAB-HALLADA      PIC X VALUE 'N'.

      *> Acreditados: la posicion de los clientes agrupada por NIF.
      *> Un cliente sin NIF queda como acreditado aparte.
       01  WS-TABLA-ACREDITADOS.
           05  WS-NUM-ACREDITADOS  PIC 9(5) VALUE ZEROS.
           05  WS-TAB-ACREDITADO OCCURS 10000 TIMES
                   INDEXED BY IX-ACR IX-MAYOR.
               10  WS-ACR-NIF          PIC X(9).
               10  WS-ACR-NOMBRE       PIC X(30).
               10  WS-ACR-CLIENTE      PIC 9(6).
               10  WS-ACR-CLIENTES     PIC 9(3).
               10  WS-ACR-PRESTAMOS    PIC 9(3).
               10  WS-ACR-ACREEDOR     PIC 9(9)V99.
               10  WS-ACR-PLAZOS       PIC 9(9)V99.
               10  WS-ACR-DISP-PRESTAMOS PIC 9(9)V99.
               10  WS-ACR-DISP-DESCUBIERTO PIC 9(9)V99.
               10  WS-ACR-DISPONIBLE   PIC 9(9)V99.
               10  WS-ACR-RIESGO       PIC 9(9)V99.
               10  WS-ACR-VENCIDO      PIC 9(9)V99.
               10  WS-ACR-DIAS         PIC 9(5).
               10  WS-ACR-SITUACION    PIC X.
               10  WS-ACR-ELEGIDO      PIC X.
           05  WS-ACR-LLENA        PIC X VALUE 'N'.
           05  WS-ACR-HALLADO      PIC X VALUE 'N'.

       01  WS-CONCENTRACION.
           05  WS-RANGO            PIC 9(3) VALUE ZEROS.
           05  WS-HAY-MAYOR        PIC X VALUE 'N'.
           05  WS-RIESGO-MAYOR     PIC 9(9)V99 VALUE ZEROS.
           05  WS-PORCENTAJE       PIC 9(3)V99 VALUE ZEROS.
           05  WS-PORCENTAJE-ACUM  PIC 9(3)V99 VALUE ZEROS.
           05  WS-RIESGO-MAYORES   PIC 9(11)V99 VALUE ZEROS.

       01  WS-CONTADORES.
           05  WS-CLIENTES-LEIDOS  PIC 9(5) VALUE ZEROS.
           05  WS-CLIENTES-SIN-FICHA PIC 9(5) VALUE ZEROS.
           05  WS-CUENTAS-LEIDAS   PIC 9(7) VALUE ZEROS.
           05  WS-CUENTAS-REPARTIDAS PIC 9(5) VALUE ZEROS.
           05  WS-PLAZOS-ACTIVOS   PIC 9(5) VALUE ZEROS.
           05  WS-PRESTAMOS-ACTIVOS PIC 9(5) VALUE ZEROS.
           05  WS-CUOTAS-IMPAGADAS PIC 9(5) VALUE ZEROS.
           05  WS-DECLARADOS       PIC 9(5) VALUE ZEROS.
           05  WS-SIN-NIF          PIC 9(5) VALUE ZEROS.
           05  WS-DECLARADOS-SIT   PIC 9(5) OCCURS 3 TIMES.
           05  WS-IX-SITUACION     PIC 9 VALUE ZERO.
           05  WS-SITUACIONES      PIC X(3) VALUE 'NVD'.
           05  WS-TOTAL-RIESGO     PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOTAL-DISPUESTO  PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOTAL-DECLARADO  PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOTAL-VENCIDO    PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOTAL-ACREEDOR   PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOTAL-PLAZOS     PIC 9(11)V99 VALUE ZEROS.

       01  WS-LINEA-EDITADA.
           05  WS-LIN-CLIENTE      PIC 9(6).
           05  WS-LIN-IMPORTE      PIC Z(8)9.99.
           05  WS-LIN-TOTAL        PIC Z(10)9.99.
           05  WS-LIN-UMBRAL       PIC Z(6)9.99.
           05  WS-LIN-PORCENTAJE   PIC ZZ9.99.

       01  WS-LINEA-MAYOR.
           05  WS-LMY-RANGO        PIC ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LMY-NIF          PIC X(9).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LMY-NOMBRE       PIC X(16).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LMY-DISPUESTO    PIC Z(8)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LMY-DISPONIBLE   PIC Z(8)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LMY-RIESGO       PIC Z(8)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LMY-VENCIDO      PIC Z(8)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LMY-PORCENTAJE   PIC ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LMY-ACUMULADO    PIC ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LMY-SITUACION    PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
           DISPLAY '*** POSICION DE RIESGO Y CENTRAL DE RIESGOS ***'
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           MOVE WS-FECHA-ACTUAL(1:6) TO WS-PERIODO
           PERFORM COMPROBAR-CONTROL-PROCESO
           IF WS-PROCESO-BLOQUEADO = 'S'
               DISPLAY 'Posicion de riesgo NO calculada'
           ELSE
               PERFORM LEER-PARAMETROS
               PERFORM ABRIR-FICHEROS
               IF WS-MAESTROS-ABIERTOS = 'S'
                   PERFORM CARGAR-CLIENTES
                   PERFORM ACUMULAR-CUENTAS
                   PERFORM ACUMULAR-PLAZOS
                   PERFORM ACUMULAR-PRESTAMOS
                   PERFORM ACUMULAR-CUOTAS-IMPAGADAS
                   PERFORM AGRUPAR-POR-NIF
                   PERFORM DECLARAR-ACREDITADOS
                   PERFORM IMPRIMIR-TOTALES-DECLARACION
                   PERFORM INFORME-CONCENTRACION
               END-IF
               PERFORM FINALIZAR-CONTROL-PROCESO
               PERFORM CERRAR-FICHEROS
               DISPLAY 'Clientes leidos:       ' WS-CLIENTES-LEIDOS
               DISPLAY 'Cuentas leidas:        ' WS-CUENTAS-LEIDAS
               DISPLAY 'Acreditados:           ' WS-NUM-ACREDITADOS
               DISPLAY 'Acreditados declarados: ' WS-DECLARADOS
               DISPLAY 'Riesgo declarado:      ' WS-TOTAL-DECLARADO
               DISPLAY 'Declaracion en ' WS-NOMBRE-DECLARA
                   ' e informe en ' WS-NOMBRE-INFORME
           END-IF
           DISPLAY '*** FIN DEL PROCESO ***'
           STOP RUN.

      *> Control mensual como el de BANCO-COMISION, pero sin impedir
      *> la repeticion: solo deja constancia de que la posicion del
      *> mes se calculo entera para que BANCO-CADENA lo compruebe.
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
               MOVE 'RIESGOS'       TO REG-CTL-PROGRAMA
               MOVE WS-FECHA-ACTUAL TO REG-CTL-FECHA
               MOVE 'E'             TO REG-CTL-ESTADO
               MOVE ZEROS           TO REG-CTL-ULTIMA-CUENTA
               WRITE REG-CONTROL
                   INVALID KEY
                       REWRITE REG-CONTROL
                           INVALID KEY
                               DISPLAY 'Error al actualizar CONTROL.DAT'
                       END-REWRITE
               END-WRITE
           END-IF.

       FINALIZAR-CONTROL-PROCESO.
           IF WS-POSICION-COMPLETA = 'S'
                   AND WS-MAESTROS-ABIERTOS = 'S'
               MOVE 'C' TO REG-CTL-ESTADO
               REWRITE REG-CONTROL
                   INVALID KEY
                       DISPLAY 'Error al cerrar CONTROL.DAT'
               END-REWRITE
           ELSE
               DISPLAY
                 'Aviso: posicion incompleta, el control queda en curso'
           END-IF
           CLOSE CONTROL-PROCESOS.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = '00'
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-PARAM-UMBRAL-RIESGO IS NUMERIC
                           MOVE REG-PARAM-UMBRAL-RIESGO TO
                               WS-UMBRAL-RIESGO
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

      *> Sin CUENTAS.DAT o CLIENTES.DAT no hay posicion que calcular.
      *> Los ficheros de productos pueden no existir todavia (no hay
      *> depositos, prestamos o recobros); cualquier otro fallo al
      *> abrirlos deja la posicion incompleta.
       ABRIR-FICHEROS.
           MOVE 'S' TO WS-MAESTROS-ABIERTOS
           OPEN INPUT CUENTAS-MAESTRO
           IF WS-STATUS-CUENTAS = '00'
               MOVE 'S' TO WS-CUENTAS-ABIERTO
           ELSE
               DISPLAY 'Error: no se pudo abrir CUENTAS.DAT - status '
                   WS-STATUS-CUENTAS
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO WS-MAESTROS-ABIERTOS
           END-IF
           OPEN INPUT CLIENTES-MAESTRO
           IF WS-STATUS-CLIENTES = '00'
               MOVE 'S' TO WS-CLIENTES-ABIERTO
           ELSE
               DISPLAY 'Error: no se pudo abrir CLIENTES.DAT - status '
                   WS-STATUS-CLIENTES
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO WS-MAESTROS-ABIERTOS
           END-IF
           OPEN INPUT CUENTA-TITULARES
           EVALUATE WS-STATUS-TITULARES
               WHEN '00'
                   MOVE 'S' TO WS-TITULARES-ABIERTO
               WHEN '35'
                   DISPLAY 'Aviso: sin TITULARES.DAT, cada cuenta es '
                       'entera de su titular'
               WHEN OTHER
                   DISPLAY 'Error: no se pudo abrir TITULARES.DAT - '
                       'status ' WS-STATUS-TITULARES
                   MOVE 8 TO RETURN-CODE
                   MOVE 'N' TO WS-POSICION-COMPLETA
           END-EVALUATE
           OPEN INPUT PLAZOS
           EVALUATE WS-STATUS-PLAZOS
               WHEN '00'
                   MOVE 'S' TO WS-PLAZOS-ABIERTO
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Error: no se pudo abrir PLAZOS.DAT - '
                       'status ' WS-STATUS-PLAZOS
                   MOVE 8 TO RETURN-CODE
                   MOVE 'N' TO WS-POSICION-COMPLETA
           END-EVALUATE
           OPEN INPUT PRESTAMOS
           EVALUATE WS-STATUS-PRESTAMOS
               WHEN '00'
                   MOVE 'S' TO WS-PRESTAMOS-ABIERTO
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Error: no se pudo abrir PRESTAMOS.DAT - '
                       'status ' WS-STATUS-PRESTAMOS
                   MOVE 8 TO RETURN-CODE
                   MOVE 'N' TO WS-POSICION-COMPLETA
           END-EVALUATE
           OPEN INPUT CUOTAS
           EVALUATE WS-STATUS-CUOTAS
               WHEN '00'
                   MOVE 'S' TO WS-CUOTAS-ABIERTO
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Error: no se pudo abrir CUOTAS.DAT - '
                       'status ' WS-STATUS-CUOTAS
                   MOVE 8 TO RETURN-CODE
                   MOVE 'N' TO WS-POSICION-COMPLETA
           END-EVALUATE
           OPEN INPUT MORA
           EVALUATE WS-STATUS-MORA
               WHEN '00'
                   MOVE 'S' TO WS-MORA-ABIERTO
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Error: no se pudo abrir MORA.DAT - '
                       'status ' WS-STATUS-MORA
                   MOVE 8 TO RETURN-CODE
                   MOVE 'N' TO WS-POSICION-COMPLETA
           END-EVALUATE
           MOVE SPACES TO WS-NOMBRE-DECLARA
           STRING 'RIESGOS-' DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WS-NOMBRE-DECLARA
           END-STRING
           MOVE SPACES TO WS-NOMBRE-INFORME
           STRING 'RIESGOS-' DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               '.RPT' DELIMITED BY SIZE
               INTO WS-NOMBRE-INFORME
           END-STRING
           IF WS-MAESTROS-ABIERTOS = 'S'
               OPEN OUTPUT FICHERO-DECLARACION
               OPEN OUTPUT INFORME-RIESGOS
               MOVE WS-UMBRAL-RIESGO TO WS-LIN-UMBRAL
               MOVE SPACES TO REG-LINEA-INFORME
               STRING '*** POSICION DE RIESGO DEL MES ' DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   ' - UMBRAL DE DECLARACION ' DELIMITED BY SIZE
                   WS-LIN-UMBRAL DELIMITED BY SIZE
                   ' EUR ***' DELIMITED BY SIZE
                   INTO REG-LINEA-INFORME
               END-STRING
               WRITE REG-LINEA-INFORME
               MOVE SPACES TO REG-LINEA-INFORME
               WRITE REG-LINEA-INFORME
               MOVE '*** INCIDENCIAS ***' TO REG-LINEA-INFORME
               WRITE REG-LINEA-INFORME
           END-IF.

      *> ------- CONSOLIDACION POR CLIENTE -------

       CARGAR-CLIENTES.
           MOVE ZEROS TO REG-CLI-NUMERO
           MOVE 'N' TO WS-FIN-CLIENTES
           START CLIENTES-MAESTRO
               KEY IS NOT LESS THAN REG-CLI-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-FIN-CLIENTES
           END-START
           PERFORM UNTIL WS-FIN-CLIENTES = 'S'
               READ CLIENTES-MAESTRO NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-CLIENTES
               END-READ
               IF WS-FIN-CLIENTES NOT = 'S'
                   ADD 1 TO WS-CLIENTES-LEIDOS
                   MOVE REG-CLI-NUMERO TO WS-CLIENTE-BUSCADO
                   PERFORM ANADIR-CLIENTE-TABLA
                   IF WS-TAB-HALLADA = 'S'
                       MOVE 'S' TO WS-CLI-EN-MAESTRO (IX-CLI)
                   END-IF
               END-IF
           END-PERFORM.

      *> Busca el cliente en la tabla y, si no esta, lo anade como
      *> cliente sin ficha; al estilo de la tabla de BANCO-CUADRE.
       LOCALIZAR-CLIENTE-TABLA.
           MOVE 'N' TO WS-TAB-HALLADA
           SET IX-CLI TO 1
           SEARCH WS-TAB-CLIENTE
               AT END
                   CONTINUE
               WHEN IX-CLI > WS-NUM-CLIENTES
                   CONTINUE
               WHEN WS-CLI-NUMERO (IX-CLI) = WS-CLIENTE-BUSCADO
                   MOVE 'S' TO WS-TAB-HALLADA
           END-SEARCH
           IF WS-TAB-HALLADA = 'N'
               PERFORM ANADIR-CLIENTE-TABLA
           END-IF.

       ANADIR-CLIENTE-TABLA.
           MOVE 'N' TO WS-TAB-HALLADA
           IF WS-NUM-CLIENTES >= 10000
               IF WS-TABLA-LLENA = 'N'
                   DISPLAY
                     'Aviso: tabla de clientes llena, posicion incompleta'
                   MOVE 'S' TO WS-TABLA-LLENA
                   MOVE 'N' TO WS-POSICION-COMPLETA
               END-IF
           ELSE
               ADD 1 TO WS-NUM-CLIENTES
               SET IX-CLI TO WS-NUM-CLIENTES
               MOVE WS-CLIENTE-BUSCADO TO WS-CLI-NUMERO (IX-CLI)
               MOVE 'N'   TO WS-CLI-EN-MAESTRO (IX-CLI)
               MOVE ZEROS TO WS-CLI-CUENTAS (IX-CLI)
               MOVE ZEROS TO WS-CLI-ACREEDOR (IX-CLI)
               MOVE ZEROS TO WS-CLI-DESCUBIERTO (IX-CLI)
               MOVE ZEROS TO WS-CLI-DISPONIBLE (IX-CLI)
               MOVE ZEROS TO WS-CLI-EXCEDIDO (IX-CLI)
               MOVE ZEROS TO WS-CLI-PLAZOS (IX-CLI)
               MOVE ZEROS TO WS-CLI-IMPORTE-PLAZOS (IX-CLI)
               MOVE ZEROS TO WS-CLI-PRESTAMOS (IX-CLI)
               MOVE ZEROS TO WS-CLI-CAPITAL (IX-CLI)
               MOVE ZEROS TO WS-CLI-AJUSTE (IX-CLI)
               MOVE ZEROS TO WS-CLI-IMPAGADAS (IX-CLI)
               MOVE ZEROS TO WS-CLI-VENCIDO (IX-CLI)
               MOVE ZEROS TO WS-CLI-DEMORA (IX-CLI)
               MOVE ZEROS TO WS-CLI-DIAS (IX-CLI)
               MOVE 'S' TO WS-TAB-HALLADA
           END-IF.

       ACUMULAR-CUENTAS.
           MOVE ZEROS TO REG-NUMERO-CUENTA
           MOVE 'N' TO WS-FIN-CUENTAS
           START CUENTAS-MAESTRO
               KEY IS NOT LESS THAN REG-NUMERO-CUENTA
               INVALID KEY
                   MOVE 'S' TO WS-FIN-CUENTAS
           END-START
           PERFORM UNTIL WS-FIN-CUENTAS = 'S'
               READ CUENTAS-MAESTRO NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-CUENTAS
               END-READ
               IF WS-FIN-CUENTAS NOT = 'S'
                   ADD 1 TO WS-CUENTAS-LEIDAS
                   PERFORM VALORAR-CUENTA
                   PERFORM CARGAR-PARTICIPES
                   PERFORM REPARTIR-POSICION-CUENTA
               END-IF
           END-PERFORM.

      *> Separa el saldo de la cuenta en lo que el cliente tiene
      *> (saldo acreedor) y lo que debe (descubierto hasta el limite
      *> y exceso sobre el), con el disponible que le queda.
       VALORAR-CUENTA.
           MOVE ZEROS TO WS-IMPORTE-CUENTA (1) WS-IMPORTE-CUENTA (2)
               WS-IMPORTE-CUENTA (3) WS-IMPORTE-CUENTA (4)
           IF REG-TIPO-CUENTA = 'CORRIENTE'
               MOVE REG-LIMITE-DESCUBIERTO TO WS-LIMITE-CUENTA
           ELSE
               MOVE ZEROS TO WS-LIMITE-CUENTA
           END-IF
           IF REG-SALDO NOT < 0
               MOVE REG-SALDO TO WS-IMPORTE-CUENTA (1)
               MOVE WS-LIMITE-CUENTA TO WS-IMPORTE-CUENTA (3)
           ELSE
               COMPUTE WS-DEUDOR-CUENTA = 0 - REG-SALDO
               IF WS-DEUDOR-CUENTA > WS-LIMITE-CUENTA
                   MOVE WS-LIMITE-CUENTA TO WS-IMPORTE-CUENTA (2)
                   COMPUTE WS-IMPORTE-CUENTA (4) =
                       WS-DEUDOR-CUENTA - WS-LIMITE-CUENTA
               ELSE
                   MOVE WS-DEUDOR-CUENTA TO WS-IMPORTE-CUENTA (2)
                   COMPUTE WS-IMPORTE-CUENTA (3) =
                       WS-LIMITE-CUENTA - WS-DEUDOR-CUENTA
               END-IF
           END-IF.

      *> Titular y cotitulares de la cuenta con participacion, como
      *> en BANCO-FISCAL; el autorizado no participa. Una cuenta sin
      *> vinculos (o sin TITULARES.DAT) es entera del cliente de
      *> REG-NUMERO-CLIENTE.
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

      *> Cada participe recibe su porcentaje de cada importe
      *> redondeado al centimo y el ultimo se queda con el resto,
      *> como en BANCO-FISCAL, para que las partes sumen la cuenta.
       REPARTIR-POSICION-CUENTA.
           PERFORM VARYING WS-IX-IMPORTE FROM 1 BY 1
                   UNTIL WS-IX-IMPORTE > 4
               MOVE WS-IMPORTE-CUENTA (WS-IX-IMPORTE) TO
                   WS-RESTO-CUENTA (WS-IX-IMPORTE)
           END-PERFORM
           PERFORM VARYING IX-PAR FROM 1 BY 1
                   UNTIL IX-PAR > WS-NUM-PARTICIPES
               PERFORM CALCULAR-PARTE-PARTICIPE
               MOVE WS-PAR-CLIENTE (IX-PAR) TO WS-CLIENTE-BUSCADO
               PERFORM LOCALIZAR-CLIENTE-TABLA
               IF WS-TAB-HALLADA = 'S'
                   ADD 1 TO WS-CLI-CUENTAS (IX-CLI)
                   ADD WS-PARTE-CUENTA (1) TO WS-CLI-ACREEDOR (IX-CLI)
                   ADD WS-PARTE-CUENTA (2) TO
                       WS-CLI-DESCUBIERTO (IX-CLI)
                   ADD WS-PARTE-CUENTA (3) TO
                       WS-CLI-DISPONIBLE (IX-CLI)
                   ADD WS-PARTE-CUENTA (4) TO WS-CLI-EXCEDIDO (IX-CLI)
               END-IF
           END-PERFORM.

       CALCULAR-PARTE-PARTICIPE.
           PERFORM VARYING WS-IX-IMPORTE FROM 1 BY 1
                   UNTIL WS-IX-IMPORTE > 4
               IF IX-PAR = WS-NUM-PARTICIPES
                   MOVE WS-RESTO-CUENTA (WS-IX-IMPORTE) TO
                       WS-PARTE-CUENTA (WS-IX-IMPORTE)
               ELSE
                   COMPUTE WS-PARTE-CUENTA (WS-IX-IMPORTE) ROUNDED =
                       WS-IMPORTE-CUENTA (WS-IX-IMPORTE)
                       * WS-PAR-PORCENTAJE (IX-PAR) / 100
                   IF WS-PARTE-CUENTA (WS-IX-IMPORTE) >
                           WS-RESTO-CUENTA (WS-IX-IMPORTE)
                       MOVE WS-RESTO-CUENTA (WS-IX-IMPORTE) TO
                           WS-PARTE-CUENTA (WS-IX-IMPORTE)
                   END-IF
                   SUBTRACT WS-PARTE-CUENTA (WS-IX-IMPORTE) FROM
                       WS-RESTO-CUENTA (WS-IX-IMPORTE)
               END-IF
           END-PERFORM.

       ACUMULAR-PLAZOS.
           IF WS-PLAZOS-ABIERTO = 'S'
               MOVE ZEROS TO REG-PLZ-NUMERO
               MOVE 'N' TO WS-FIN-PLAZOS
               START PLAZOS
                   KEY IS NOT LESS THAN REG-PLZ-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-PLAZOS
               END-START
               PERFORM UNTIL WS-FIN-PLAZOS = 'S'
                   READ PLAZOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIN-PLAZOS
                   END-READ
                   IF WS-FIN-PLAZOS NOT = 'S'
                           AND REG-PLZ-ESTADO = 'A'
                       ADD 1 TO WS-PLAZOS-ACTIVOS
                       MOVE REG-PLZ-NUMERO-CLIENTE TO WS-CLIENTE-BUSCADO
                       PERFORM LOCALIZAR-CLIENTE-TABLA
                       IF WS-TAB-HALLADA = 'S'
                           ADD 1 TO WS-CLI-PLAZOS (IX-CLI)
                           ADD REG-PLZ-CAPITAL TO
                               WS-CLI-IMPORTE-PLAZOS (IX-CLI)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       ACUMULAR-PRESTAMOS.
           IF WS-PRESTAMOS-ABIERTO = 'S'
               MOVE ZEROS TO REG-PRE-NUMERO
               MOVE 'N' TO WS-FIN-PRESTAMOS
               START PRESTAMOS
                   KEY IS NOT LESS THAN REG-PRE-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-PRESTAMOS
               END-START
               PERFORM UNTIL WS-FIN-PRESTAMOS = 'S'
                   READ PRESTAMOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIN-PRESTAMOS
                   END-READ
                   IF WS-FIN-PRESTAMOS NOT = 'S'
                           AND REG-PRE-ESTADO = 'A'
                       ADD 1 TO WS-PRESTAMOS-ACTIVOS
                       MOVE REG-PRE-NUMERO-CLIENTE TO WS-CLIENTE-BUSCADO
                       PERFORM LOCALIZAR-CLIENTE-TABLA
                       IF WS-TAB-HALLADA = 'S'
                           ADD 1 TO WS-CLI-PRESTAMOS (IX-CLI)
                           ADD REG-PRE-CAPITAL-PENDIENTE TO
                               WS-CLI-CAPITAL (IX-CLI)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> Cuotas en estado 'I' con lo que falta de su importe y la
      *> demora devengada sin cobrar, como en el informe de
      *> antiguedad de BANCO-MOROSIDAD. El capital de una cuota
      *> impagada sigue dentro del capital pendiente del prestamo,
      *> asi que la diferencia entre lo vencido y ese capital se
      *> lleva como ajuste para no contarlo dos veces.
       ACUMULAR-CUOTAS-IMPAGADAS.
           IF WS-CUOTAS-ABIERTO = 'S'
               MOVE ZEROS TO WS-PRESTAMO-ACTUAL
               MOVE ZEROS TO WS-CLIENTE-PRESTAMO
               MOVE ZEROS TO REG-CUO-PRESTAMO
               MOVE ZEROS TO REG-CUO-NUMERO
               MOVE 'N' TO WS-FIN-CUOTAS
               START CUOTAS
                   KEY IS NOT LESS THAN REG-CUO-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-CUOTAS
               END-START
               PERFORM UNTIL WS-FIN-CUOTAS = 'S'
                   READ CUOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIN-CUOTAS
                   END-READ
                   IF WS-FIN-CUOTAS NOT = 'S'
                           AND REG-CUO-ESTADO = 'I'
                       PERFORM SUMAR-CUOTA-IMPAGADA
                   END-IF
               END-PERFORM
           END-IF.

       SUMAR-CUOTA-IMPAGADA.
           ADD 1 TO WS-CUOTAS-IMPAGADAS
           IF REG-CUO-PRESTAMO NOT = WS-PRESTAMO-ACTUAL
               MOVE REG-CUO-PRESTAMO TO WS-PRESTAMO-ACTUAL
               MOVE ZEROS TO WS-CLIENTE-PRESTAMO
               IF WS-PRESTAMOS-ABIERTO = 'S'
                   MOVE REG-CUO-PRESTAMO TO REG-PRE-NUMERO
                   READ PRESTAMOS
                       KEY IS REG-PRE-NUMERO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE REG-PRE-NUMERO-CLIENTE TO
                               WS-CLIENTE-PRESTAMO
                   END-READ
               END-IF
               IF WS-CLIENTE-PRESTAMO = 0
                   MOVE SPACES TO REG-LINEA-INFORME
                   STRING 'Cuotas impagadas del prestamo '
                           DELIMITED BY SIZE
                       REG-CUO-PRESTAMO DELIMITED BY SIZE
                       ' sin prestamo en PRESTAMOS.DAT'
                           DELIMITED BY SIZE
                       INTO REG-LINEA-INFORME
                   END-STRING
                   WRITE REG-LINEA-INFORME
               END-IF
           END-IF
           IF WS-CLIENTE-PRESTAMO > 0
               PERFORM CALCULAR-DEUDA-CUOTA
               MOVE WS-CLIENTE-PRESTAMO TO WS-CLIENTE-BUSCADO
               PERFORM LOCALIZAR-CLIENTE-TABLA
               IF WS-TAB-HALLADA = 'S'
                   ADD 1 TO WS-CLI-IMPAGADAS (IX-CLI)
                   ADD WS-PENDIENTE-CUOTA TO WS-CLI-VENCIDO (IX-CLI)
                   ADD WS-PENDIENTE-DEMORA TO WS-CLI-DEMORA (IX-CLI)
                   COMPUTE WS-CLI-AJUSTE (IX-CLI) =
                       WS-CLI-AJUSTE (IX-CLI) + WS-PENDIENTE-CUOTA
                       - REG-CUO-CAPITAL
                   IF WS-DIAS-IMPAGO > WS-CLI-DIAS (IX-CLI)
                       MOVE WS-DIAS-IMPAGO TO WS-CLI-DIAS (IX-CLI)
                   END-IF
               END-IF
           END-IF.

      *> Sin registro de seguimiento en MORA.DAT (cuota que el
      *> recobro no llego a tratar) se toma la cuota entera y sin
      *> demora. Los dias de impago se cuentan desde el vencimiento.
       CALCULAR-DEUDA-CUOTA.
           MOVE ZEROS TO REG-MOR-RECUPERADO
           MOVE ZEROS TO REG-MOR-DEMORA-DEVENGADA
           MOVE ZEROS TO REG-MOR-DEMORA-COBRADA
           IF WS-MORA-ABIERTO = 'S'
               MOVE REG-CUO-CLAVE TO REG-MOR-CLAVE
               READ MORA
                   KEY IS REG-MOR-CLAVE
                   INVALID KEY
                       MOVE ZEROS TO REG-MOR-RECUPERADO
                       MOVE ZEROS TO REG-MOR-DEMORA-DEVENGADA
                       MOVE ZEROS TO REG-MOR-DEMORA-COBRADA
               END-READ
           END-IF
           IF REG-MOR-RECUPERADO < REG-CUO-IMPORTE
               COMPUTE WS-PENDIENTE-CUOTA =
                   REG-CUO-IMPORTE - REG-MOR-RECUPERADO
           ELSE
               MOVE ZEROS TO WS-PENDIENTE-CUOTA
           END-IF
           IF REG-MOR-DEMORA-COBRADA < REG-MOR-DEMORA-DEVENGADA
               COMPUTE WS-PENDIENTE-DEMORA =
                   REG-MOR-DEMORA-DEVENGADA - REG-MOR-DEMORA-COBRADA
           ELSE
               MOVE ZEROS TO WS-PENDIENTE-DEMORA
           END-IF
           IF REG-CUO-FECHA-VENCIMIENTO < WS-FECHA-ACTUAL
               COMPUTE WS-DIAS-IMPAGO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-ACTUAL)
                   - FUNCTION INTEGER-OF-DATE(REG-CUO-FECHA-VENCIMIENTO)
           ELSE
               MOVE ZEROS TO WS-DIAS-IMPAGO
           END-IF.

      *> ------- ACREDITADOS POR NIF -------

      *> Cada cliente con algun producto se suma al acreditado de su
      *> NIF, tomando nombre y numero de cliente del primero.
       AGRUPAR-POR-NIF.
           PERFORM VARYING IX-CLI FROM 1 BY 1
                   UNTIL IX-CLI > WS-NUM-CLIENTES
               MOVE 'N' TO WS-CLIENTE-CON-POSICION
               IF WS-CLI-CUENTAS (IX-CLI) > 0
                       OR WS-CLI-PLAZOS (IX-CLI) > 0
                       OR WS-CLI-PRESTAMOS (IX-CLI) > 0
                       OR WS-CLI-IMPAGADAS (IX-CLI) > 0
                   MOVE 'S' TO WS-CLIENTE-CON-POSICION
               END-IF
               IF WS-CLIENTE-CON-POSICION = 'S'
                   PERFORM AGRUPAR-UN-CLIENTE
               END-IF
           END-PERFORM.

       AGRUPAR-UN-CLIENTE.
           MOVE SPACES TO REG-CLI-NOMBRE
           MOVE SPACES TO REG-CLI-NIF
           MOVE WS-CLI-NUMERO (IX-CLI) TO REG-CLI-NUMERO
           IF WS-CLI-EN-MAESTRO (IX-CLI) = 'S'
               READ CLIENTES-MAESTRO
                   KEY IS REG-CLI-NUMERO
                   INVALID KEY
                       MOVE 'N' TO WS-CLI-EN-MAESTRO (IX-CLI)
               END-READ
           END-IF
           IF WS-CLI-EN-MAESTRO (IX-CLI) = 'N'
               ADD 1 TO WS-CLIENTES-SIN-FICHA
               MOVE '(cliente no existe)' TO REG-CLI-NOMBRE
               MOVE SPACES TO REG-LINEA-INFORME
               STRING 'Cliente ' DELIMITED BY SIZE
                   WS-CLI-NUMERO (IX-CLI) DELIMITED BY SIZE
                   ' con posicion y sin ficha en CLIENTES.DAT'
                       DELIMITED BY SIZE
                   INTO REG-LINEA-INFORME
               END-STRING
               WRITE REG-LINEA-INFORME
           END-IF
           COMPUTE WS-DISP-PRESTAMOS =
               WS-CLI-CAPITAL (IX-CLI) + WS-CLI-AJUSTE (IX-CLI)
               + WS-CLI-DEMORA (IX-CLI)
           IF WS-DISP-PRESTAMOS < 0
               MOVE ZEROS TO WS-DISP-PRESTAMOS
           END-IF
           PERFORM LOCALIZAR-ACREDITADO
           IF WS-ACR-HALLADO = 'S'
               ADD 1 TO WS-ACR-CLIENTES (IX-ACR)
               ADD WS-CLI-PRESTAMOS (IX-CLI) TO
                   WS-ACR-PRESTAMOS (IX-ACR)
               ADD WS-CLI-ACREEDOR (IX-CLI) TO WS-ACR-ACREEDOR (IX-ACR)
               ADD WS-CLI-IMPORTE-PLAZOS (IX-CLI) TO
                   WS-ACR-PLAZOS (IX-ACR)
               ADD WS-DISP-PRESTAMOS TO WS-ACR-DISP-PRESTAMOS (IX-ACR)
               ADD WS-CLI-DESCUBIERTO (IX-CLI) WS-CLI-EXCEDIDO (IX-CLI)
                   TO WS-ACR-DISP-DESCUBIERTO (IX-ACR)
               ADD WS-CLI-DISPONIBLE (IX-CLI) TO
                   WS-ACR-DISPONIBLE (IX-ACR)
               ADD WS-CLI-VENCIDO (IX-CLI) WS-CLI-DEMORA (IX-CLI)
                   WS-CLI-EXCEDIDO (IX-CLI)
                   TO WS-ACR-VENCIDO (IX-ACR)
               IF WS-CLI-DIAS (IX-CLI) > WS-ACR-DIAS (IX-ACR)
                   MOVE WS-CLI-DIAS (IX-CLI) TO WS-ACR-DIAS (IX-ACR)
               END-IF
           END-IF.

       LOCALIZAR-ACREDITADO.
           MOVE 'N' TO WS-ACR-HALLADO
           IF REG-CLI-NIF NOT = SPACES
               SET IX-ACR TO 1
               SEARCH WS-TAB-ACREDITADO
                   AT END
                       CONTINUE
                   WHEN IX-ACR > WS-NUM-ACREDITADOS
                       CONTINUE
                   WHEN WS-ACR-NIF (IX-ACR) = REG-CLI-NIF
                       MOVE 'S' TO WS-ACR-HALLADO
               END-SEARCH
           END-IF
           IF WS-ACR-HALLADO = 'N'
               IF WS-NUM-ACREDITADOS >= 10000
                   IF WS-ACR-LLENA = 'N'
                       DISPLAY
                         'Aviso: tabla de acreditados llena, '
                         'declaracion incompleta'
                       MOVE 'S' TO WS-ACR-LLENA
                       MOVE 'N' TO WS-POSICION-COMPLETA
                   END-IF
               ELSE
                   ADD 1 TO WS-NUM-ACREDITADOS
                   SET IX-ACR TO WS-NUM-ACREDITADOS
                   MOVE REG-CLI-NIF    TO WS-ACR-NIF (IX-ACR)
                   MOVE REG-CLI-NOMBRE TO WS-ACR-NOMBRE (IX-ACR)
                   MOVE WS-CLI-NUMERO (IX-CLI) TO WS-ACR-CLIENTE (IX-ACR)
                   MOVE ZEROS TO WS-ACR-CLIENTES (IX-ACR)
                   MOVE ZEROS TO WS-ACR-PRESTAMOS (IX-ACR)
                   MOVE ZEROS TO WS-ACR-ACREEDOR (IX-ACR)
                   MOVE ZEROS TO WS-ACR-PLAZOS (IX-ACR)
                   MOVE ZEROS TO WS-ACR-DISP-PRESTAMOS (IX-ACR)
                   MOVE ZEROS TO WS-ACR-DISP-DESCUBIERTO (IX-ACR)
                   MOVE ZEROS TO WS-ACR-DISPONIBLE (IX-ACR)
                   MOVE ZEROS TO WS-ACR-RIESGO (IX-ACR)
                   MOVE ZEROS TO WS-ACR-VENCIDO (IX-ACR)
                   MOVE ZEROS TO WS-ACR-DIAS (IX-ACR)
                   MOVE 'N'   TO WS-ACR-SITUACION (IX-ACR)
                   MOVE 'N'   TO WS-ACR-ELEGIDO (IX-ACR)
                   MOVE 'S' TO WS-ACR-HALLADO
               END-IF
           END-IF.

      *> Riesgo total y situacion de cada acreditado; se declaran
      *> los que tienen riesgo y alcanzan el umbral. Sin NIF no se
      *> pueden declarar y quedan como incidencia.
       DECLARAR-ACREDITADOS.
           MOVE ZEROS TO WS-DECLARADOS-SIT (1) WS-DECLARADOS-SIT (2)
               WS-DECLARADOS-SIT (3)
           PERFORM VARYING IX-ACR FROM 1 BY 1
                   UNTIL IX-ACR > WS-NUM-ACREDITADOS
               PERFORM VALORAR-ACREDITADO
               IF WS-ACR-RIESGO (IX-ACR) > 0
                       AND WS-ACR-RIESGO (IX-ACR) NOT < WS-UMBRAL-RIESGO
                   IF WS-ACR-NIF (IX-ACR) = SPACES
                       PERFORM ANOTAR-SIN-NIF
                   ELSE
                       PERFORM DECLARAR-UN-ACREDITADO
                   END-IF
               END-IF
           END-PERFORM.

       VALORAR-ACREDITADO.
           COMPUTE WS-ACR-RIESGO (IX-ACR) =
               WS-ACR-DISP-PRESTAMOS (IX-ACR)
               + WS-ACR-DISP-DESCUBIERTO (IX-ACR)
               + WS-ACR-DISPONIBLE (IX-ACR)
           IF WS-ACR-DIAS (IX-ACR) > 90
               MOVE 'D' TO WS-ACR-SITUACION (IX-ACR)
           ELSE
               IF WS-ACR-VENCIDO (IX-ACR) > 0
                   MOVE 'V' TO WS-ACR-SITUACION (IX-ACR)
               ELSE
                   MOVE 'N' TO WS-ACR-SITUACION (IX-ACR)
               END-IF
           END-IF
           ADD WS-ACR-RIESGO (IX-ACR) TO WS-TOTAL-RIESGO
           ADD WS-ACR-DISP-PRESTAMOS (IX-ACR)
               WS-ACR-DISP-DESCUBIERTO (IX-ACR) TO WS-TOTAL-DISPUESTO
           ADD WS-ACR-VENCIDO (IX-ACR)  TO WS-TOTAL-VENCIDO
           ADD WS-ACR-ACREEDOR (IX-ACR) TO WS-TOTAL-ACREEDOR
           ADD WS-ACR-PLAZOS (IX-ACR)   TO WS-TOTAL-PLAZOS.

       DECLARAR-UN-ACREDITADO.
           MOVE WS-PERIODO                 TO REG-RSG-PERIODO
           MOVE WS-ACR-NIF (IX-ACR)        TO REG-RSG-NIF
           MOVE WS-ACR-NOMBRE (IX-ACR)     TO REG-RSG-NOMBRE
           MOVE WS-ACR-CLIENTE (IX-ACR)    TO REG-RSG-NUMERO-CLIENTE
           MOVE WS-ACR-PRESTAMOS (IX-ACR)  TO REG-RSG-PRESTAMOS
           MOVE WS-ACR-DISP-PRESTAMOS (IX-ACR) TO REG-RSG-DISP-PRESTAMOS
           MOVE WS-ACR-DISP-DESCUBIERTO (IX-ACR) TO
               REG-RSG-DISP-DESCUBIERTO
           MOVE WS-ACR-DISPONIBLE (IX-ACR) TO REG-RSG-DISPONIBLE
           MOVE WS-ACR-RIESGO (IX-ACR)     TO REG-RSG-RIESGO-TOTAL
           MOVE WS-ACR-VENCIDO (IX-ACR)    TO REG-RSG-VENCIDO
           MOVE WS-ACR-DIAS (IX-ACR)       TO REG-RSG-DIAS-IMPAGO
           MOVE WS-ACR-SITUACION (IX-ACR)  TO REG-RSG-SITUACION
           WRITE REG-DECLARACION-RIESGO
           IF WS-STATUS-DECLARA NOT = '00'
               DISPLAY 'Error al grabar ' WS-NOMBRE-DECLARA
                   ' - status ' WS-STATUS-DECLARA
               MOVE 'N' TO WS-POSICION-COMPLETA
           ELSE
               ADD 1 TO WS-DECLARADOS
               ADD WS-ACR-RIESGO (IX-ACR) TO WS-TOTAL-DECLARADO
               PERFORM VARYING WS-IX-SITUACION FROM 1 BY 1
                       UNTIL WS-IX-SITUACION > 3
                   IF WS-SITUACIONES(WS-IX-SITUACION:1) =
                           WS-ACR-SITUACION (IX-ACR)
                       ADD 1 TO WS-DECLARADOS-SIT (WS-IX-SITUACION)
                   END-IF
               END-PERFORM
           END-IF.

       ANOTAR-SIN-NIF.
           ADD 1 TO WS-SIN-NIF
           MOVE WS-ACR-CLIENTE (IX-ACR) TO WS-LIN-CLIENTE
           MOVE WS-ACR-RIESGO (IX-ACR)  TO WS-LIN-IMPORTE
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Cliente ' DELIMITED BY SIZE
               WS-LIN-CLIENTE DELIMITED BY SIZE
               ' sin NIF, riesgo ' DELIMITED BY SIZE
               WS-LIN-IMPORTE DELIMITED BY SIZE
               ' EUR NO declarado' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME.

      *> ------- INFORME -------

       IMPRIMIR-TOTALES-DECLARACION.
           MOVE SPACES TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE '*** DECLARACION A LA CENTRAL DE RIESGOS ***' TO
               REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Clientes: ' DELIMITED BY SIZE
               WS-CLIENTES-LEIDOS DELIMITED BY SIZE
               '  Sin ficha: ' DELIMITED BY SIZE
               WS-CLIENTES-SIN-FICHA DELIMITED BY SIZE
               '  Acreditados: ' DELIMITED BY SIZE
               WS-NUM-ACREDITADOS DELIMITED BY SIZE
               '  Sin NIF sobre el umbral: ' DELIMITED BY SIZE
               WS-SIN-NIF DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Cuentas: ' DELIMITED BY SIZE
               WS-CUENTAS-LEIDAS DELIMITED BY SIZE
               '  Repartidas: ' DELIMITED BY SIZE
               WS-CUENTAS-REPARTIDAS DELIMITED BY SIZE
               '  Depositos: ' DELIMITED BY SIZE
               WS-PLAZOS-ACTIVOS DELIMITED BY SIZE
               '  Prestamos: ' DELIMITED BY SIZE
               WS-PRESTAMOS-ACTIVOS DELIMITED BY SIZE
               '  Cuotas impagadas: ' DELIMITED BY SIZE
               WS-CUOTAS-IMPAGADAS DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE WS-TOTAL-ACREEDOR TO WS-LIN-TOTAL
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Saldos acreedores:     ' DELIMITED BY SIZE
               WS-LIN-TOTAL DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE WS-TOTAL-PLAZOS TO WS-LIN-TOTAL
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Depositos a plazo:     ' DELIMITED BY SIZE
               WS-LIN-TOTAL DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE WS-TOTAL-DISPUESTO TO WS-LIN-TOTAL
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Riesgo dispuesto:      ' DELIMITED BY SIZE
               WS-LIN-TOTAL DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE WS-TOTAL-VENCIDO TO WS-LIN-TOTAL
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Importe vencido:       ' DELIMITED BY SIZE
               WS-LIN-TOTAL DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE WS-TOTAL-RIESGO TO WS-LIN-TOTAL
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Riesgo total:          ' DELIMITED BY SIZE
               WS-LIN-TOTAL DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE WS-TOTAL-DECLARADO TO WS-LIN-TOTAL
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Riesgo declarado:      ' DELIMITED BY SIZE
               WS-LIN-TOTAL DELIMITED BY SIZE
               ' EUR en ' DELIMITED BY SIZE
               WS-DECLARADOS DELIMITED BY SIZE
               ' acreditados' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Declarados normales: ' DELIMITED BY SIZE
               WS-DECLARADOS-SIT (1) DELIMITED BY SIZE
               '  Con vencidos: ' DELIMITED BY SIZE
               WS-DECLARADOS-SIT (2) DELIMITED BY SIZE
               '  Dudosos (>90 dias): ' DELIMITED BY SIZE
               WS-DECLARADOS-SIT (3) DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME.

      *> Los 20 mayores acreditados por riesgo total, elegidos uno a
      *> uno sobre la tabla, con su peso sobre el riesgo de todos
      *> los clientes y el peso acumulado.
       INFORME-CONCENTRACION.
           MOVE SPACES TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE '*** CONCENTRACION DE RIESGOS: 20 MAYORES ACREDITADOS ***'
               TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING '  N NIF       NOMBRE              DISPUESTO'
               DELIMITED BY SIZE
               '   DISPONIBLE RIESGO TOTAL      VENCIDO      %  %ACUM S'
               DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE ZEROS TO WS-RANGO
           MOVE ZEROS TO WS-PORCENTAJE-ACUM
           MOVE ZEROS TO WS-RIESGO-MAYORES
           MOVE 'S' TO WS-HAY-MAYOR
           PERFORM ELEGIR-MAYOR
               UNTIL WS-RANGO >= 20 OR WS-HAY-MAYOR = 'N'
           IF WS-TOTAL-RIESGO > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-RIESGO-MAYORES * 100 / WS-TOTAL-RIESGO
           ELSE
               MOVE ZEROS TO WS-PORCENTAJE
           END-IF
           MOVE WS-PORCENTAJE TO WS-LIN-PORCENTAJE
           MOVE WS-RIESGO-MAYORES TO WS-LIN-TOTAL
           MOVE SPACES TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Riesgo de los ' DELIMITED BY SIZE
               WS-RANGO DELIMITED BY SIZE
               ' mayores: ' DELIMITED BY SIZE
               WS-LIN-TOTAL DELIMITED BY SIZE
               ' EUR, ' DELIMITED BY SIZE
               WS-LIN-PORCENTAJE DELIMITED BY SIZE
               '% del riesgo total' DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME.

       ELEGIR-MAYOR.
           MOVE 'N' TO WS-HAY-MAYOR
           MOVE ZEROS TO WS-RIESGO-MAYOR
           PERFORM VARYING IX-ACR FROM 1 BY 1
                   UNTIL IX-ACR > WS-NUM-ACREDITADOS
               IF WS-ACR-ELEGIDO (IX-ACR) = 'N'
                       AND WS-ACR-RIESGO (IX-ACR) > WS-RIESGO-MAYOR
                   MOVE WS-ACR-RIESGO (IX-ACR) TO WS-RIESGO-MAYOR
                   SET IX-MAYOR TO IX-ACR
                   MOVE 'S' TO WS-HAY-MAYOR
               END-IF
           END-PERFORM
           IF WS-HAY-MAYOR = 'S'
               MOVE 'S' TO WS-ACR-ELEGIDO (IX-MAYOR)
               ADD 1 TO WS-RANGO
               ADD WS-ACR-RIESGO (IX-MAYOR) TO WS-RIESGO-MAYORES
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-ACR-RIESGO (IX-MAYOR) * 100 / WS-TOTAL-RIESGO
               ADD WS-PORCENTAJE TO WS-PORCENTAJE-ACUM
               IF WS-PORCENTAJE-ACUM > 100
                   MOVE 100 TO WS-PORCENTAJE-ACUM
               END-IF
               MOVE WS-RANGO                 TO WS-LMY-RANGO
               MOVE WS-ACR-NIF (IX-MAYOR)    TO WS-LMY-NIF
               MOVE WS-ACR-NOMBRE (IX-MAYOR) TO WS-LMY-NOMBRE
               COMPUTE WS-LMY-DISPUESTO =
                   WS-ACR-DISP-PRESTAMOS (IX-MAYOR)
                   + WS-ACR-DISP-DESCUBIERTO (IX-MAYOR)
               MOVE WS-ACR-DISPONIBLE (IX-MAYOR) TO WS-LMY-DISPONIBLE
               MOVE WS-ACR-RIESGO (IX-MAYOR)     TO WS-LMY-RIESGO
               MOVE WS-ACR-VENCIDO (IX-MAYOR)    TO WS-LMY-VENCIDO
               MOVE WS-PORCENTAJE                TO WS-LMY-PORCENTAJE
               MOVE WS-PORCENTAJE-ACUM           TO WS-LMY-ACUMULADO
               MOVE WS-ACR-SITUACION (IX-MAYOR)  TO WS-LMY-SITUACION
               MOVE WS-LINEA-MAYOR TO REG-LINEA-INFORME
               WRITE REG-LINEA-INFORME
           END-IF.

       CERRAR-FICHEROS.
           IF WS-CUENTAS-ABIERTO = 'S'
               CLOSE CUENTAS-MAESTRO
           END-IF
           IF WS-CLIENTES-ABIERTO = 'S'
               CLOSE CLIENTES-MAESTRO
           END-IF
           IF WS-TITULARES-ABIERTO = 'S'
               CLOSE CUENTA-TITULARES
           END-IF
           IF WS-PLAZOS-ABIERTO = 'S'
               CLOSE PLAZOS
           END-IF
           IF WS-PRESTAMOS-ABIERTO = 'S'
               CLOSE PRESTAMOS
           END-IF
           IF WS-CUOTAS-ABIERTO = 'S'
               CLOSE CUOTAS
           END-IF
           IF WS-MORA-ABIERTO = 'S'
               CLOSE MORA
           END-IF
           IF WS-MAESTROS-ABIERTOS = 'S'
               CLOSE FICHERO-DECLARACION
               CLOSE INFORME-RIESGOS
           END-IF.

       END PROGRAM BANCO-RIESGOS.
