      *> transferencia periodica entre dos cuentas del maestro,
      *> cancelacion y consulta sobre el fichero ORDENES.DAT. La
      *> ejecucion nocturna de las ordenes vencidas la hace
      *> BANCO-ORDENES-EJEC. Altas y cancelaciones quedan en
      *> AUDITORIA.DAT.

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
       FD  CUENTAS-MAESTRO.
       FD  OPERADORES.
           COPY OPERREG.

       FD  AUDITORIA.
           COPY AUDREG.

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-CUENTAS   PIC XX VALUE '00'.
           05  WS-FIN-ORDENES      PIC X VALUE 'N'.
           05  WS-ORDEN-NO-EXISTE  PIC X VALUE 'N'.
           05  WS-CUENTA-NO-EXISTE PIC X VALUE 'N'.
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

      *> Digitos de control modulo 11 con los pesos de la CCC
      *> bancaria. En los numeros de cuenta propios el ultimo digito
      *> se calcula sobre los nueve primeros; las cuentas de otras
      *> entidades son CCC de 20 digitos (entidad y oficina, dos
      *> digitos de control y numero de cuenta).
       01  WS-DIGITO-CONTROL.
           05  WS-DC-ENTRADA        PIC 9(10) VALUE ZEROS.
           05  WS-DC-CIFRAS REDEFINES WS-DC-ENTRADA.
               10  WS-DC-CIFRA      PIC 9 OCCURS 10 TIMES.
           05  WS-DC-PESOS-VALOR    PIC X(20)
                                    VALUE '01020408051009070306'.
           05  WS-DC-PESOS REDEFINES WS-DC-PESOS-VALOR.
               10  WS-DC-PESO       PIC 99 OCCURS 10 TIMES.
           05  WS-DC-IX             PIC 99 VALUE ZEROS.
           05  WS-DC-SUMA           PIC 9(4) VALUE ZEROS.
           05  WS-DC-DIGITO         PIC 99 VALUE ZEROS.
           05  WS-DC-CUENTA         PIC 9(10) VALUE ZEROS.
           05  WS-DC-CUENTA-OK      PIC X VALUE 'N'.

       01  WS-MENSAJES.
           05  WS-MSG-MENU         PIC X(70) VALUE
               '1-Alta 2-Cancelar 3-Consultar 4-Listar 5-Salir'.
      *> Se parte de 'no existe' para que una lectura fallida por
      *> cualquier causa (fichero sin abrir incluido) no valide una
      *> cuenta con el resultado de una busqueda anterior.
      *> Un numero con el digito de control mal ni siquiera se busca:
      *> WS-DC-CUENTA-OK queda a 'N' para que el llamador lo distinga
      *> de una cuenta que no esta en el maestro.
           MOVE 'S' TO WS-CUENTA-NO-EXISTE
           MOVE REG-NUMERO-CUENTA TO WS-DC-CUENTA
           PERFORM COMPROBAR-DIGITO-CUENTA
           IF WS-DC-CUENTA-OK = 'S'
               READ CUENTAS-MAESTRO
                   KEY IS REG-NUMERO-CUENTA
                   INVALID KEY
                       MOVE 'S' TO WS-CUENTA-NO-EXISTE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-CUENTA-NO-EXISTE
               END-READ
           END-IF.

       VALIDAR-FRECUENCIA.
           PERFORM UNTIL REG-ORD-FRECUENCIA = 'MENSUAL'
           ACCEPT REG-ORD-CUENTA-ORIGEN
           MOVE REG-ORD-CUENTA-ORIGEN TO REG-NUMERO-CUENTA
           PERFORM COMPROBAR-CUENTA-EXISTE
           IF WS-DC-CUENTA-OK = 'N'
               DISPLAY 'Error: cuenta origen incorrecta '
                   '(digito de control)'
           ELSE
               IF WS-CUENTA-NO-EXISTE = 'S'
                   DISPLAY 'Error: cuenta origen no encontrada'
               ELSE
                   PERFORM PEDIR-CUENTA-DESTINO-ORDEN
               END-IF
           END-IF
           DISPLAY '--------------------------------'.

       PEDIR-CUENTA-DESTINO-ORDEN.
           DISPLAY 'Cuenta destino: '
           ACCEPT REG-ORD-CUENTA-DESTINO
           MOVE REG-ORD-CUENTA-DESTINO TO REG-NUMERO-CUENTA
           PERFORM COMPROBAR-CUENTA-EXISTE
           IF WS-DC-CUENTA-OK = 'N'
               DISPLAY 'Error: cuenta destino incorrecta '
                   '(digito de control)'
           ELSE
               IF WS-CUENTA-NO-EXISTE = 'S'
                   DISPLAY 'Error: cuenta destino no encontrada'
               ELSE
                       PERFORM COMPLETAR-ALTA-ORDEN
                   END-IF
               END-IF
           END-IF.

       COMPLETAR-ALTA-ORDEN.
           DISPLAY 'Importe: '
                   NOT INVALID KEY
                       DISPLAY 'Orden creada con exito: '
                           REG-ORD-NUMERO
                       MOVE 'ALTA' TO WS-AUD-ACCION
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE REG-ORDEN TO WS-AUD-DESPUES
                       PERFORM AUDITAR-ORDEN
               END-WRITE
           END-IF.

               IF REG-ORD-ESTADO = 'C'
                   DISPLAY 'Aviso: la orden ya estaba cancelada'
               ELSE
                   MOVE REG-ORDEN TO WS-AUD-ANTES
                   MOVE 'C' TO REG-ORD-ESTADO
                   REWRITE REG-ORDEN
                       INVALID KEY
                           DISPLAY 'Error al cancelar la orden'
                       NOT INVALID KEY
                           DISPLAY 'Orden cancelada con exito'
                           MOVE 'CANCELA' TO WS-AUD-ACCION
                           MOVE REG-ORDEN TO WS-AUD-DESPUES
                           PERFORM AUDITAR-ORDEN
                   END-REWRITE
               END-IF
           END-IF
           DISPLAY 'Ordenes listadas: ' WS-ORDENES-LISTADAS
           DISPLAY '---------------------------'.

       AUDITAR-ORDEN.
           MOVE 'ORDENES.DAT'  TO WS-AUD-FICHERO
           MOVE REG-ORD-NUMERO TO WS-AUD-CLAVE
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
           MOVE 'BANCO-ORDENES' TO REG-AUD-PROGRAMA
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

      *> Digito de control de la CCC sobre las diez cifras de
      *> WS-DC-ENTRADA: once menos el resto de la suma ponderada
      *> entre once, con 11 como 0 y 10 como 1.
       CALCULAR-DIGITO-CONTROL.
           MOVE ZEROS TO WS-DC-SUMA
           PERFORM VARYING WS-DC-IX FROM 1 BY 1 UNTIL WS-DC-IX > 10
               COMPUTE WS-DC-SUMA = WS-DC-SUMA
                   + WS-DC-CIFRA (WS-DC-IX) * WS-DC-PESO (WS-DC-IX)
           END-PERFORM
           COMPUTE WS-DC-DIGITO = 11 - FUNCTION MOD (WS-DC-SUMA, 11)
           IF WS-DC-DIGITO = 11
               MOVE 0 TO WS-DC-DIGITO
           END-IF
           IF WS-DC-DIGITO = 10
               MOVE 1 TO WS-DC-DIGITO
           END-IF.

      *> Comprueba el digito de control de un numero de cuenta propio
      *> (WS-DC-CUENTA). La cuenta cero nunca es valida.
       COMPROBAR-DIGITO-CUENTA.
           MOVE 'N' TO WS-DC-CUENTA-OK
           IF WS-DC-CUENTA > 0
               COMPUTE WS-DC-ENTRADA = WS-DC-CUENTA / 10
               PERFORM CALCULAR-DIGITO-CONTROL
               IF WS-DC-DIGITO = FUNCTION MOD (WS-DC-CUENTA, 10)
                   MOVE 'S' TO WS-DC-CUENTA-OK
               END-IF
           END-IF.

       END PROGRAM BANCO-ORDENES.
