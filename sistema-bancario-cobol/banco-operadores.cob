      *> consulta, listado y cambio de clave. Solo puede usarlo un
      *> supervisor; la primera vez el fichero se siembra con el
      *> supervisor ADMIN, igual que hacen BANCO-SIMPLE y BANCO-MANT.
      *> Altas, bajas y cambios de clave quedan en AUDITORIA.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS REG-OPER-ID
               FILE STATUS IS WS-STATUS-OPERADORES.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
           COPY OPERREG.

       FD  AUDITORIA.
           COPY AUDREG.

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-OPERADORES PIC XX VALUE '00'.
           05  WS-FIN-OPERADORES   PIC X VALUE 'N'.
           05  WS-OPERADOR-NO-EXISTE PIC X VALUE 'N'.
           05  WS-STATUS-AUDITORIA PIC XX VALUE '00'.

       01  WS-OPERACION.
           05  WS-OPCION           PIC 9 VALUE ZERO.
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
               '1-Alta 2-Baja 3-Consultar 4-Listar 5-Cambiar clave 6-Salir'.
                   NOT INVALID KEY
                       DISPLAY 'Operador creado con exito: '
                           REG-OPER-ID
                       MOVE 'ALTA' TO WS-AUD-ACCION
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE REG-OPERADOR TO WS-AUD-DESPUES
                       PERFORM AUDITAR-OPERADOR
               END-WRITE
           END-IF
           DISPLAY '------------------------'.
           END-READ.

       EJECUTAR-BAJA-OPERADOR.
           MOVE REG-OPERADOR TO WS-AUD-ANTES
           DELETE OPERADORES
               INVALID KEY
                   DISPLAY 'Error al dar de baja el operador'
               NOT INVALID KEY
                   DISPLAY 'Operador dado de baja con exito'
                   MOVE 'BAJA' TO WS-AUD-ACCION
                   MOVE SPACES TO WS-AUD-DESPUES
                   PERFORM AUDITAR-OPERADOR
           END-DELETE.

       CONTAR-SUPERVISORES.
           IF WS-OPERADOR-NO-EXISTE = 'S'
               DISPLAY 'Error: operador no encontrado'
           ELSE
               MOVE REG-OPERADOR TO WS-AUD-ANTES
               DISPLAY 'Nueva clave (max 8): '
               ACCEPT REG-OPER-PASSWORD
               REWRITE REG-OPERADOR
                       DISPLAY 'Error al cambiar la clave'
                   NOT INVALID KEY
                       DISPLAY 'Clave cambiada con exito'
                       MOVE 'CLAVE' TO WS-AUD-ACCION
                       MOVE REG-OPERADOR TO WS-AUD-DESPUES
                       PERFORM AUDITAR-OPERADOR
               END-REWRITE
           END-IF
           DISPLAY '---------------------'.

       AUDITAR-OPERADOR.
           MOVE 'OPERADOR.DAT' TO WS-AUD-FICHERO
           MOVE REG-OPER-ID    TO WS-AUD-CLAVE
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
           MOVE 'BANCO-OPERADORES' TO REG-AUD-PROGRAMA
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

       END PROGRAM BANCO-OPERADORES.
