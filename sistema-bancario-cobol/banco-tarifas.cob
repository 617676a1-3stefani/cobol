IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-TARIFAS.
       AUTHOR. Estefania Ramirez Martinez.

      *> Mantenimiento de los ficheros de explotacion TARIFAS.DAT y
      *> PARAMETROS.DAT, que hasta ahora solo se sembraban con sus
      *> valores por defecto desde BANCO-SIMPLE: alta, retoque y
      *> listado de tarifas y cambio de los parametros (dias de
      *> retencion de cheques, meses de inactividad, tasa de
      *> retencion fiscal, tasa de interes de demora y umbral de
      *> declaracion a la central de riesgos). Solo puede
      *> usarlo un supervisor, como BANCO-OPERADORES, y cada cambio
      *> queda en AUDITORIA.DAT con el registro antes y despues.
      *> Si alguno de los ficheros no existe se siembra con los
      *> mismos valores que CREAR-TARIFAS y GRABAR-PARAMETROS en
      *> BANCO-SIMPLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFAS ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TAR-CODIGO
               FILE STATUS IS WS-STATUS-TARIFAS.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETROS.

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
       FD  TARIFAS.
           COPY TARREG.

       FD  PARAMETROS.
           COPY PARREG.

       FD  OPERADORES.
           COPY OPERREG.

       FD  AUDITORIA.
           COPY AUDREG.

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-TARIFAS    PIC XX VALUE '00'.
           05  WS-STATUS-PARAMETROS PIC XX VALUE '00'.
           05  WS-STATUS-OPERADORES PIC XX VALUE '00'.
           05  WS-STATUS-AUDITORIA  PIC XX VALUE '00'.
           05  WS-FIN-TARIFAS       PIC X VALUE 'N'.
           05  WS-TARIFA-NO-EXISTE  PIC X VALUE 'N'.

       01  WS-OPERACION.
           05  WS-OPCION           PIC 9 VALUE ZERO.
           05  WS-CODIGO-BUSCADO   PIC X(10) VALUE SPACES.
           05  WS-DESCRIPCION-TECLEADA PIC X(30) VALUE SPACES.
           05  WS-TARIFAS-LISTADAS PIC 9(3) VALUE ZEROS.
           05  WS-CONFIRMAR        PIC X VALUE 'N'.

      *> Valores por defecto de PARAMETROS.DAT, los mismos con los
      *> que lo siembra BANCO-SIMPLE.
       01  WS-PARAMETROS.
           05  WS-DIAS-RETENCION    PIC 9(2) VALUE 2.
           05  WS-MESES-INACTIVIDAD PIC 9(3) VALUE 24.
           05  WS-TASA-RET-FISCAL   PIC 9V9999 VALUE 0.1900.
           05  WS-TASA-DEMORA       PIC 9V9999 VALUE 0.0800.
           05  WS-UMBRAL-RIESGO     PIC 9(7)V99 VALUE 1000.00.

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

       01  WS-LINEA-TARIFA.
           05  WS-LIN-CODIGO       PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LIN-DESCRIPCION  PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LIN-IMPORTE      PIC Z(4)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LIN-UMBRAL       PIC Z(6)9.99.

       01  WS-MENSAJES.
           05  WS-MSG-MENU         PIC X(70) VALUE
               '1-Alta tarifa 2-Modificar tarifa 3-Listar 4-Parametros 5-Salir'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
           DISPLAY '*** MANTENIMIENTO DE TARIFAS Y PARAMETROS ***'
           DISPLAY ' '
           PERFORM ABRIR-OPERADORES
           PERFORM INICIAR-SESION-OPERADOR
           IF WS-SESION-ABIERTA NOT = 'S'
               DISPLAY 'Acceso denegado'
           ELSE
               IF WS-OPERADOR-ROL NOT = 'S'
                   DISPLAY
                     'Error: este mantenimiento requiere un supervisor'
               ELSE
                   PERFORM ABRIR-TARIFAS
                   PERFORM MENU-TARIFAS UNTIL WS-OPCION = 5
                   CLOSE TARIFAS
               END-IF
           END-IF
           CLOSE OPERADORES
           DISPLAY 'Fin del mantenimiento de tarifas y parametros'
           STOP RUN.

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

       ABRIR-TARIFAS.
           OPEN I-O TARIFAS
           IF WS-STATUS-TARIFAS = '35'
               PERFORM CREAR-TARIFAS
               OPEN I-O TARIFAS
           END-IF.

       CREAR-TARIFAS.
           OPEN OUTPUT TARIFAS
           MOVE 'MANT-MENS'  TO REG-TAR-CODIGO
           MOVE 'MANTENIMIENTO MENSUAL' TO REG-TAR-DESCRIPCION
           MOVE 5.00         TO REG-TAR-IMPORTE
           MOVE 5000.00      TO REG-TAR-UMBRAL-EXENCION
           WRITE REG-TARIFA
           MOVE 'COM-TRANSF' TO REG-TAR-CODIGO
           MOVE 'COMISION POR TRANSFERENCIA' TO REG-TAR-DESCRIPCION
           MOVE 1.50         TO REG-TAR-IMPORTE
           MOVE 10000.00     TO REG-TAR-UMBRAL-EXENCION
           WRITE REG-TARIFA
           CLOSE TARIFAS.

       MENU-TARIFAS.
           DISPLAY WS-MSG-MENU
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM ALTA-TARIFA
               WHEN 2
                   PERFORM MODIFICAR-TARIFA
               WHEN 3
                   PERFORM LISTAR-TARIFAS
               WHEN 4
                   PERFORM MODIFICAR-PARAMETROS
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Opcion no valida'
           END-EVALUATE
           DISPLAY ' '.

      *> Un codigo nuevo solo tiene efecto cuando algun programa lo
      *> busca por su nombre; el alta permite dejarlo preparado.
       ALTA-TARIFA.
           DISPLAY '--- ALTA DE TARIFA ---'
           DISPLAY 'Codigo (max 10): '
           ACCEPT REG-TAR-CODIGO
           IF REG-TAR-CODIGO = SPACES
               DISPLAY 'Error: codigo vacio'
           ELSE
               DISPLAY 'Descripcion: '
               ACCEPT REG-TAR-DESCRIPCION
               DISPLAY 'Importe (ej. 1.50): '
               ACCEPT REG-TAR-IMPORTE
               DISPLAY 'Saldo minimo de exencion (0 = sin exencion): '
               ACCEPT REG-TAR-UMBRAL-EXENCION
               WRITE REG-TARIFA
                   INVALID KEY
                       DISPLAY 'Error: la tarifa ya existe'
                   NOT INVALID KEY
                       DISPLAY 'Tarifa creada con exito: '
                           REG-TAR-CODIGO
                       MOVE 'ALTA' TO WS-AUD-ACCION
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE REG-TARIFA TO WS-AUD-DESPUES
                       PERFORM AUDITAR-TARIFA
               END-WRITE
           END-IF
           DISPLAY '----------------------'.

       MODIFICAR-TARIFA.
           DISPLAY '--- MODIFICAR TARIFA ---'
           DISPLAY 'Codigo: '
           ACCEPT WS-CODIGO-BUSCADO
           MOVE WS-CODIGO-BUSCADO TO REG-TAR-CODIGO
           READ TARIFAS
               KEY IS REG-TAR-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-TARIFA-NO-EXISTE
               NOT INVALID KEY
                   MOVE 'N' TO WS-TARIFA-NO-EXISTE
           END-READ
           IF WS-TARIFA-NO-EXISTE = 'S'
               DISPLAY 'Error: tarifa no encontrada'
           ELSE
               MOVE REG-TARIFA TO WS-AUD-ANTES
               DISPLAY 'Descripcion actual: ' REG-TAR-DESCRIPCION
               DISPLAY 'Nueva descripcion (en blanco = mantener): '
               MOVE SPACES TO WS-DESCRIPCION-TECLEADA
               ACCEPT WS-DESCRIPCION-TECLEADA
               IF WS-DESCRIPCION-TECLEADA NOT = SPACES
                   MOVE WS-DESCRIPCION-TECLEADA TO REG-TAR-DESCRIPCION
               END-IF
               DISPLAY 'Importe actual: ' REG-TAR-IMPORTE
               DISPLAY 'Nuevo importe: '
               ACCEPT REG-TAR-IMPORTE
               DISPLAY 'Saldo de exencion actual: '
                   REG-TAR-UMBRAL-EXENCION
               DISPLAY 'Nuevo saldo de exencion (0 = sin exencion): '
               ACCEPT REG-TAR-UMBRAL-EXENCION
               REWRITE REG-TARIFA
                   INVALID KEY
                       DISPLAY 'Error al modificar la tarifa'
                   NOT INVALID KEY
                       DISPLAY 'Tarifa modificada con exito'
                       MOVE 'MODIFICA' TO WS-AUD-ACCION
                       MOVE REG-TARIFA TO WS-AUD-DESPUES
                       PERFORM AUDITAR-TARIFA
               END-REWRITE
           END-IF
           DISPLAY '------------------------'.

       LISTAR-TARIFAS.
           DISPLAY '--- TARIFAS ---'
           DISPLAY 'CODIGO     DESCRIPCION                    '
               ' IMPORTE   EXENCION'
           MOVE ZEROS TO WS-TARIFAS-LISTADAS
           MOVE SPACES TO REG-TAR-CODIGO
           MOVE 'N' TO WS-FIN-TARIFAS
           START TARIFAS KEY IS NOT LESS THAN REG-TAR-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-FIN-TARIFAS
           END-START
           PERFORM UNTIL WS-FIN-TARIFAS = 'S'
               READ TARIFAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-TARIFAS
               END-READ
               IF WS-FIN-TARIFAS NOT = 'S'
                   MOVE REG-TAR-CODIGO          TO WS-LIN-CODIGO
                   MOVE REG-TAR-DESCRIPCION     TO WS-LIN-DESCRIPCION
                   MOVE REG-TAR-IMPORTE         TO WS-LIN-IMPORTE
                   MOVE REG-TAR-UMBRAL-EXENCION TO WS-LIN-UMBRAL
                   DISPLAY WS-LINEA-TARIFA
                   ADD 1 TO WS-TARIFAS-LISTADAS
               END-IF
           END-PERFORM
           DISPLAY 'Tarifas listadas: ' WS-TARIFAS-LISTADAS
           DISPLAY '---------------'.

      *> PARAMETROS.DAT tiene un unico registro: se lee, se piden
      *> los cinco valores nuevos y, tras confirmar, se reescribe el
      *> fichero entero como hace GRABAR-PARAMETROS en BANCO-SIMPLE.
       MODIFICAR-PARAMETROS.
           DISPLAY '--- PARAMETROS DE EXPLOTACION ---'
           PERFORM LEER-PARAMETROS
           MOVE REG-PARAMETROS TO WS-AUD-ANTES
           DISPLAY 'Dias habiles de retencion de cheques: '
               WS-DIAS-RETENCION
           DISPLAY 'Meses sin movimientos hasta inactividad: '
               WS-MESES-INACTIVIDAD
           DISPLAY 'Tasa de retencion fiscal: ' WS-TASA-RET-FISCAL
           DISPLAY 'Tasa anual de interes de demora: ' WS-TASA-DEMORA
           DISPLAY 'Umbral de declaracion a la central de riesgos: '
               WS-UMBRAL-RIESGO
           DISPLAY 'Nuevos dias de retencion: '
           ACCEPT WS-DIAS-RETENCION
           DISPLAY 'Nuevos meses de inactividad: '
           ACCEPT WS-MESES-INACTIVIDAD
           PERFORM UNTIL WS-MESES-INACTIVIDAD > 0
               DISPLAY 'Error: los meses de inactividad deben ser '
                   'mayores que cero'
               DISPLAY 'Nuevos meses de inactividad: '
               ACCEPT WS-MESES-INACTIVIDAD
           END-PERFORM
           DISPLAY 'Nueva tasa de retencion fiscal (ej. 0.1900): '
           ACCEPT WS-TASA-RET-FISCAL
           DISPLAY 'Nueva tasa de interes de demora (ej. 0.0800): '
           ACCEPT WS-TASA-DEMORA
           DISPLAY 'Nuevo umbral de declaracion (ej. 1000.00): '
           ACCEPT WS-UMBRAL-RIESGO
           DISPLAY 'Confirmar el cambio? (S/N): '
           ACCEPT WS-CONFIRMAR
           IF WS-CONFIRMAR = 'S' OR WS-CONFIRMAR = 's'
               PERFORM GRABAR-PARAMETROS
               IF WS-STATUS-PARAMETROS = '00'
                   DISPLAY 'Parametros modificados con exito'
                   MOVE 'PARAMETROS.DAT' TO WS-AUD-FICHERO
                   MOVE 'PARAMETROS'     TO WS-AUD-CLAVE
                   MOVE 'MODIFICA'       TO WS-AUD-ACCION
                   MOVE REG-PARAMETROS   TO WS-AUD-DESPUES
                   PERFORM ESCRIBIR-AUDITORIA
               ELSE
                   DISPLAY 'Error al grabar los parametros - status '
                       WS-STATUS-PARAMETROS
                   MOVE SPACES TO WS-AUD-ANTES
               END-IF
           ELSE
               DISPLAY 'Cambio cancelado'
               MOVE SPACES TO WS-AUD-ANTES
           END-IF
           DISPLAY '---------------------------------'.

      *> Como LEER-PARAMETROS en BANCO-SIMPLE: un valor que falte o
      *> no sea numerico se queda con el de por defecto. Sin fichero
      *> se siembra con los valores por defecto.
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = '00'
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-PARAM-DIAS-RETENCION IS NUMERIC
                           MOVE REG-PARAM-DIAS-RETENCION TO
                               WS-DIAS-RETENCION
                       END-IF
                       IF REG-PARAM-MESES-INACTIVIDAD IS NUMERIC
                           MOVE REG-PARAM-MESES-INACTIVIDAD TO
                               WS-MESES-INACTIVIDAD
                       END-IF
                       IF REG-PARAM-TASA-RETENCION IS NUMERIC
                           MOVE REG-PARAM-TASA-RETENCION TO
                               WS-TASA-RET-FISCAL
                       END-IF
                       IF REG-PARAM-TASA-DEMORA IS NUMERIC
                           MOVE REG-PARAM-TASA-DEMORA TO
                               WS-TASA-DEMORA
                       END-IF
                       IF REG-PARAM-UMBRAL-RIESGO IS NUMERIC
                           MOVE REG-PARAM-UMBRAL-RIESGO TO
                               WS-UMBRAL-RIESGO
                       END-IF
               END-READ
               CLOSE PARAMETROS
           ELSE
               PERFORM GRABAR-PARAMETROS
           END-IF
           MOVE WS-DIAS-RETENCION    TO REG-PARAM-DIAS-RETENCION
           MOVE WS-MESES-INACTIVIDAD TO REG-PARAM-MESES-INACTIVIDAD
           MOVE WS-TASA-RET-FISCAL   TO REG-PARAM-TASA-RETENCION
           MOVE WS-TASA-DEMORA       TO REG-PARAM-TASA-DEMORA
           MOVE WS-UMBRAL-RIESGO     TO REG-PARAM-UMBRAL-RIESGO.

       GRABAR-PARAMETROS.
           MOVE WS-DIAS-RETENCION TO REG-PARAM-DIAS-RETENCION
           MOVE WS-MESES-INACTIVIDAD TO REG-PARAM-MESES-INACTIVIDAD
           MOVE WS-TASA-RET-FISCAL TO REG-PARAM-TASA-RETENCION
           MOVE WS-TASA-DEMORA TO REG-PARAM-TASA-DEMORA
           MOVE WS-UMBRAL-RIESGO TO REG-PARAM-UMBRAL-RIESGO
           OPEN OUTPUT PARAMETROS
           WRITE REG-PARAMETROS
           CLOSE PARAMETROS.

       AUDITAR-TARIFA.
           MOVE 'TARIFAS.DAT'  TO WS-AUD-FICHERO
           MOVE REG-TAR-CODIGO TO WS-AUD-CLAVE
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
           MOVE 'BANCO-TARIFAS' TO REG-AUD-PROGRAMA
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

       END PROGRAM BANCO-TARIFAS.
