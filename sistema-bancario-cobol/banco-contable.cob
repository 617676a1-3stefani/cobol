      *> o el debe no casa con el haber, el fichero de apuntes NO se
      *> genera y las diferencias quedan en CONTABLE.RPT. El
      *> mantenimiento permite dar de alta, retocar y listar el
      *> mapa; pide operador la primera vez que se entra en el, y
      *> cada alta o retoque queda en AUDITORIA.DAT. El extracto no
      *> pide operador para que siga corriendo desatendido en la
      *> cadena nocturna. Los movimientos que no mueven saldo
      *> (PIN-ERROR y los de importe cero) no generan apunte.
      *> Si no hay mapa, se siembra con las cuentas de cada tipo en
      *> uso, como CREAR-TARIFAS en BANCO-SIMPLE; a un mapa ya
      *> existente se le anaden los tipos nuevos que le falten.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-INFORME.

           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OPER-ID
               FILE STATUS IS WS-STATUS-OPERADORES.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  DIARIO-MOVIMIENTOS.
       FD  INFORME-CONTABLE.
       01  REG-LINEA-INFORME       PIC X(100).

       FD  OPERADORES.
           COPY OPERREG.

       FD  AUDITORIA.
           COPY AUDREG.

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-DIARIO    PIC XX VALUE '00'.
           05  WS-FIN-DIARIO       PIC X VALUE 'N'.
           05  WS-FIN-TRABAJO      PIC X VALUE 'N'.
           05  WS-MAPA-NO-EXISTE   PIC X VALUE 'N'.
           05  WS-STATUS-OPERADORES PIC XX VALUE '00'.
           05  WS-STATUS-AUDITORIA PIC XX VALUE '00'.

       01  WS-NOMBRE-APUNTES       PIC X(21) VALUE SPACES.

           05  WS-LIN-IMPORTE      PIC Z(8)9.99.
           05  WS-LIN-TOTAL        PIC Z(10)9.99.

       01  WS-SESION-OPERADOR.
           05  WS-OPERADOR-ID       PIC X(8) VALUE SPACES.
           05  WS-OPERADOR-NOMBRE   PIC X(30) VALUE SPACES.
           05  WS-OPERADOR-ROL      PIC X VALUE SPACE.
           05  WS-SESION-ABIERTA    PIC X VALUE 'N'.
           05  WS-ID-TECLEADO       PIC X(8) VALUE SPACES.
           05  WS-PASS-TECLEADA     PIC X(8) VALUE SPACES.
           05  WS-INTENTOS-SESION   PIC 9 VALUE ZEROS.

      *> Datos del cambio que se anota en AUDITORIA.DAT: imagen del
      *> registro antes y despues, sin los campos de la sesion.
       01  WS-AUDITORIA.
           05  WS-AUD-FECHA-HORA.
               10  WS-AUD-FECHA    PIC 9(8).
               10  WS-AUD-HORA     PIC 9(6).
               10  WS-AUD-RESTO    PIC X(7).
           05  WS-AUD-FICHERO      PIC X(14) VALUE SPACES.
           05  WS-AUD-CLAVE        PIC X(20) VALUE SPACES.
           05  WS-AUD-ACCION       PIC X(10) VALUE SPACES.
           05  WS-AUD-ANTES        PIC X(150) VALUE SPACES.
           05  WS-AUD-DESPUES      PIC X(150) VALUE SPACES.

       01  WS-MENSAJES.
           05  WS-MSG-MENU         PIC X(70) VALUE
               '1-Extracto contable del dia 2-Mantenimiento del mapa 3-Salir'.
           IF WS-STATUS-MAPA = '35'
               PERFORM CREAR-MAPA
               OPEN I-O MAPA-CONTABLE
           END-IF
           IF WS-STATUS-MAPA = '00'
               PERFORM AMPLIAR-MAPA
           END-IF.

      *> Siembra del mapa con las cuentas contables de los tipos en
           WRITE REG-MAPA
           CLOSE MAPA-CONTABLE.

      *> Tipos de movimiento incorporados despues de la siembra: se
      *> anaden a un mapa ya existente solo si faltan, para no pisar
      *> las cuentas que se hayan retocado en el mantenimiento.
      *> 55500000 es la cuenta de liquidacion con la red de tarjetas.
      *> Los recobros de cuotas impagadas saldan prestamos (54000000)
      *> y la demora es interes cobrado (76000000), ya se carguen en
      *> la cuenta del prestamo o se paguen en efectivo en caja.
       AMPLIAR-MAPA.
           MOVE 'CAJERO'     TO REG-MAP-TIPO
           MOVE 'REINTEGRO EN CAJERO' TO REG-MAP-DESCRIPCION
           MOVE '41000000'   TO REG-MAP-CTA-DEBE
           MOVE '55500000'   TO REG-MAP-CTA-HABER
           PERFORM ANADIR-TIPO-MAPA
           MOVE 'COMPRA-TPV' TO REG-MAP-TIPO
           MOVE 'COMPRA CON TARJETA' TO REG-MAP-DESCRIPCION
           MOVE '41000000'   TO REG-MAP-CTA-DEBE
           MOVE '55500000'   TO REG-MAP-CTA-HABER
           PERFORM ANADIR-TIPO-MAPA
           MOVE 'RECOBRO'    TO REG-MAP-TIPO
           MOVE 'RECOBRO CUOTA IMPAGADA' TO REG-MAP-DESCRIPCION
           MOVE '41000000'   TO REG-MAP-CTA-DEBE
           MOVE '54000000'   TO REG-MAP-CTA-HABER
           PERFORM ANADIR-TIPO-MAPA
           MOVE 'INT-DEMORA' TO REG-MAP-TIPO
           MOVE 'INTERES DE DEMORA' TO REG-MAP-DESCRIPCION
           MOVE '41000000'   TO REG-MAP-CTA-DEBE
           MOVE '76000000'   TO REG-MAP-CTA-HABER
           PERFORM ANADIR-TIPO-MAPA
           MOVE 'RECOBRO-EF' TO REG-MAP-TIPO
           MOVE 'RECOBRO CUOTA EN EFECTIVO' TO REG-MAP-DESCRIPCION
           MOVE '57000000'   TO REG-MAP-CTA-DEBE
           MOVE '54000000'   TO REG-MAP-CTA-HABER
           PERFORM ANADIR-TIPO-MAPA
           MOVE 'DEMORA-EF'  TO REG-MAP-TIPO
           MOVE 'DEMORA COBRADA EN EFECTIVO' TO REG-MAP-DESCRIPCION
           MOVE '57000000'   TO REG-MAP-CTA-DEBE
           MOVE '76000000'   TO REG-MAP-CTA-HABER
           PERFORM ANADIR-TIPO-MAPA.

       ANADIR-TIPO-MAPA.
           WRITE REG-MAPA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'Mapa contable ampliado con el tipo '
                       REG-MAP-TIPO
           END-WRITE.

      *> Los apuntes se generan primero en el fichero de trabajo y
      *> solo se cortan al fichero del dia si todo movimiento tuvo
      *> mapa y el debe casa con el haber; con diferencias, el
               WRITE REG-APUNTE FROM REG-APU-TRABAJO
           END-IF.

      *> El mapa decide a que cuentas contables va cada movimiento:
      *> quien lo toca debe quedar identificado en la auditoria.
       MENU-MANTENIMIENTO-MAPA.
           IF WS-SESION-ABIERTA NOT = 'S'
               PERFORM ABRIR-OPERADORES
               PERFORM INICIAR-SESION-OPERADOR
               CLOSE OPERADORES
           END-IF
           IF WS-SESION-ABIERTA NOT = 'S'
               DISPLAY 'Acceso denegado'
               MOVE 4 TO WS-OPCION-MANT
           ELSE
               MOVE ZERO TO WS-OPCION-MANT
           END-IF
           PERFORM UNTIL WS-OPCION-MANT = 4
               DISPLAY WS-MSG-MENU-MANT
               ACCEPT WS-OPCION-MANT
                   DISPLAY 'Error: el tipo ya esta en el mapa'
               NOT INVALID KEY
                   DISPLAY 'Mapa anotado para ' REG-MAP-TIPO
                   MOVE 'ALTA' TO WS-AUD-ACCION
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE REG-MAPA TO WS-AUD-DESPUES
                   PERFORM AUDITAR-MAPA
           END-WRITE
           DISPLAY '--------------------------------'.

               INVALID KEY
                   DISPLAY 'Error: tipo no encontrado en el mapa'
               NOT INVALID KEY
                   MOVE REG-MAPA TO WS-AUD-ANTES
                   DISPLAY 'Debe actual:  ' REG-MAP-CTA-DEBE
                   DISPLAY 'Nueva cuenta del debe: '
                   ACCEPT REG-MAP-CTA-DEBE
                           DISPLAY 'Error al modificar el mapa'
                       NOT INVALID KEY
                           DISPLAY 'Mapa modificado con exito'
                           MOVE 'MODIFICA' TO WS-AUD-ACCION
                           MOVE REG-MAPA TO WS-AUD-DESPUES
                           PERFORM AUDITAR-MAPA
                   END-REWRITE
           END-READ
           DISPLAY '-------------------------------'.
           DISPLAY 'Tipos en el mapa: ' WS-MAPAS-LISTADOS
           DISPLAY '---------------------'.

       ABRIR-OPERADORES.
           OPEN I-O OPERADORES
           IF WS-STATUS-OPERADORES = '35'
               PERFORM CREAR-OPERADORES
               OPEN I-O OPERADORES
           END-IF.

       CREAR-OPERADORES.
           OPEN OUTPUT OPERADORES
           MOVE 'ADMIN'      TO REG-OPER-ID
           MOVE 'SUPERVISOR INICIAL' TO REG-OPER-NOMBRE
           MOVE 'ADMIN'      TO REG-OPER-PASSWORD
           MOVE 'S'          TO REG-OPER-ROL
           WRITE REG-OPERADOR
           CLOSE OPERADORES.

       INICIAR-SESION-OPERADOR.
           MOVE 'N' TO WS-SESION-ABIERTA
           MOVE 0   TO WS-INTENTOS-SESION
           PERFORM UNTIL WS-SESION-ABIERTA = 'S'
                   OR WS-INTENTOS-SESION >= 3
               DISPLAY 'Identificador de operador: '
               ACCEPT WS-ID-TECLEADO
               DISPLAY 'Clave de operador: '
               ACCEPT WS-PASS-TECLEADA
               ADD 1 TO WS-INTENTOS-SESION
               PERFORM COMPROBAR-OPERADOR
               IF WS-SESION-ABIERTA = 'S'
                   DISPLAY 'Sesion abierta: ' WS-OPERADOR-ID
                       ' ' WS-OPERADOR-NOMBRE
               ELSE
                   DISPLAY 'Error: operador o clave incorrectos'
               END-IF
           END-PERFORM.

       COMPROBAR-OPERADOR.
           MOVE WS-ID-TECLEADO TO REG-OPER-ID
           READ OPERADORES
               KEY IS REG-OPER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-OPER-PASSWORD = WS-PASS-TECLEADA
                       MOVE 'S' TO WS-SESION-ABIERTA
                       MOVE REG-OPER-ID     TO WS-OPERADOR-ID
                       MOVE REG-OPER-NOMBRE TO WS-OPERADOR-NOMBRE
                       MOVE REG-OPER-ROL    TO WS-OPERADOR-ROL
                   END-IF
           END-READ.

       AUDITAR-MAPA.
           MOVE 'CONTAMAP.DAT' TO WS-AUD-FICHERO
           MOVE REG-MAP-TIPO   TO WS-AUD-CLAVE
           PERFORM ESCRIBIR-AUDITORIA.

      *> Anota el cambio en el rastro de auditoria. El fichero se
      *> abre y cierra en cada anotacion para que lo compartan los
      *> puestos que mantienen maestros a la vez.
       ESCRIBIR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-FECHA-HORA
           OPEN EXTEND AUDITORIA
           IF WS-STATUS-AUDITORIA = '05' OR WS-STATUS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE WS-AUD-FECHA   TO REG-AUD-FECHA
           MOVE WS-AUD-HORA    TO REG-AUD-HORA
           MOVE WS-OPERADOR-ID TO REG-AUD-OPERADOR
           MOVE 'BANCO-CONTABLE' TO REG-AUD-PROGRAMA
           MOVE WS-AUD-FICHERO TO REG-AUD-FICHERO
           MOVE WS-AUD-CLAVE   TO REG-AUD-CLAVE
           MOVE WS-AUD-ACCION  TO REG-AUD-ACCION
           MOVE WS-AUD-ANTES   TO REG-AUD-ANTES
           MOVE WS-AUD-DESPUES TO REG-AUD-DESPUES
           WRITE REG-AUDITORIA
           IF WS-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'Aviso: no se pudo anotar la auditoria - status '
                   WS-STATUS-AUDITORIA
           END-IF
           CLOSE AUDITORIA
           MOVE SPACES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DESPUES.

       END PROGRAM BANCO-CONTABLE.
