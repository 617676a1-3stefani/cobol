IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-AUDITORIA.
       AUTHOR. Estefania Ramirez Martinez.

      *> Informe del rastro de auditoria AUDITORIA.DAT para el
      *> supervisor: lista los cambios en maestros y ficheros de
      *> parametros que dejan BANCO-MANT, BANCO-CLIENTES,
      *> BANCO-OPERADORES, BANCO-ORDENES, BANCO-FESTIVOS,
      *> BANCO-CONTABLE, BANCO-SIMPLE y BANCO-TARIFAS, filtrados por
      *> rango de fechas, operador y fichero (cualquier filtro puede
      *> dejarse abierto). Cada cambio sale en AUDITORIA.RPT con una
      *> linea de cabecera y las imagenes antes y despues. El PIN de
      *> las cuentas y la clave de los operadores nunca se imprimen:
      *> se enmascaran al listar las imagenes de CUENTAS.DAT y
      *> OPERADOR.DAT. Solo puede usarlo un supervisor.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OPER-ID
               FILE STATUS IS WS-STATUS-OPERADORES.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT INFORME-AUDITORIA ASSIGN TO "AUDITORIA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-INFORME.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
           COPY OPERREG.

       FD  AUDITORIA.
           COPY AUDREG.

       FD  INFORME-AUDITORIA.
       01  REG-LINEA-INFORME       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-OPERADORES PIC XX VALUE '00'.
           05  WS-STATUS-AUDITORIA  PIC XX VALUE '00'.
           05  WS-STATUS-INFORME    PIC XX VALUE '00'.
           05  WS-FIN-AUDITORIA     PIC X VALUE 'N'.

       01  WS-SESION-OPERADOR.
           05  WS-OPERADOR-ID       PIC X(8) VALUE SPACES.
           05  WS-OPERADOR-NOMBRE   PIC X(30) VALUE SPACES.
           05  WS-OPERADOR-ROL      PIC X VALUE SPACE.
           05  WS-SESION-ABIERTA    PIC X VALUE 'N'.
           05  WS-ID-TECLEADO       PIC X(8) VALUE SPACES.
           05  WS-PASS-TECLEADA     PIC X(8) VALUE SPACES.
           05  WS-INTENTOS-SESION   PIC 9 VALUE ZEROS.

      *> Filtros del informe: fecha hasta a cero, operador o fichero
      *> en blanco dejan ese filtro abierto.
       01  WS-FILTROS.
           05  WS-FECHA-DESDE       PIC 9(8) VALUE ZEROS.
           05  WS-FECHA-HASTA       PIC 9(8) VALUE ZEROS.
           05  WS-OPERADOR-FILTRO   PIC X(8) VALUE SPACES.
           05  WS-FICHERO-FILTRO    PIC X(14) VALUE SPACES.
           05  WS-PASA-FILTRO       PIC X VALUE 'N'.

      *> Imagen de registro preparada para imprimir, en dos trozos
      *> de 75 posiciones. Las posiciones enmascaradas salen de los
      *> trazados CUENTAREG (REG-PIN) y OPERREG (REG-OPER-PASSWORD);
      *> si cambian esos trazados hay que revisarlas aqui.
       01  WS-IMAGEN.
           05  WS-IMAGEN-TROZO-1    PIC X(75).
           05  WS-IMAGEN-TROZO-2    PIC X(75).
       01  WS-POSICION-PIN          PIC 9(3) VALUE 100.
       01  WS-LONGITUD-PIN          PIC 9(3) VALUE 4.
       01  WS-POSICION-CLAVE        PIC 9(3) VALUE 39.
       01  WS-LONGITUD-CLAVE        PIC 9(3) VALUE 8.
       01  WS-ETIQUETA-IMAGEN       PIC X(13) VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-CAMBIOS-LEIDOS    PIC 9(7) VALUE ZEROS.
           05  WS-CAMBIOS-LISTADOS  PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
           DISPLAY '*** INFORME DE AUDITORIA DE MAESTROS ***'
           DISPLAY ' '
           PERFORM ABRIR-OPERADORES
           PERFORM INICIAR-SESION-OPERADOR
           IF WS-SESION-ABIERTA NOT = 'S'
               DISPLAY 'Acceso denegado'
           ELSE
               IF WS-OPERADOR-ROL NOT = 'S'
                   DISPLAY
                     'Error: este informe requiere un supervisor'
               ELSE
                   PERFORM PEDIR-FILTROS
                   PERFORM GENERAR-INFORME
               END-IF
           END-IF
           CLOSE OPERADORES
           DISPLAY '*** FIN DEL PROCESO ***'
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

       PEDIR-FILTROS.
           DISPLAY 'Fecha desde (AAAAMMDD, 0 = desde el principio): '
           ACCEPT WS-FECHA-DESDE
           DISPLAY 'Fecha hasta (AAAAMMDD, 0 = hasta hoy): '
           ACCEPT WS-FECHA-HASTA
           IF WS-FECHA-HASTA = 0
               MOVE 99999999 TO WS-FECHA-HASTA
           END-IF
           DISPLAY 'Operador (en blanco = todos): '
           ACCEPT WS-OPERADOR-FILTRO
           DISPLAY 'Fichero, ej. CUENTAS.DAT (en blanco = todos): '
           ACCEPT WS-FICHERO-FILTRO
           MOVE FUNCTION UPPER-CASE (WS-FICHERO-FILTRO) TO
               WS-FICHERO-FILTRO.

       GENERAR-INFORME.
           OPEN OUTPUT INFORME-AUDITORIA
           MOVE '*** INFORME DE AUDITORIA DE MAESTROS ***' TO
               REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Desde ' DELIMITED BY SIZE
               WS-FECHA-DESDE DELIMITED BY SIZE
               ' hasta ' DELIMITED BY SIZE
               WS-FECHA-HASTA DELIMITED BY SIZE
               '  Operador: ' DELIMITED BY SIZE
               WS-OPERADOR-FILTRO DELIMITED BY SIZE
               '  Fichero: ' DELIMITED BY SIZE
               WS-FICHERO-FILTRO DELIMITED BY SIZE
               '  Emitido por: ' DELIMITED BY SIZE
               WS-OPERADOR-ID DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE ALL '-' TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE 'N' TO WS-FIN-AUDITORIA
           OPEN INPUT AUDITORIA
           IF WS-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'Aviso: no hay rastro de auditoria (AUDITORIA.DAT)'
               MOVE 'Sin cambios anotados' TO REG-LINEA-INFORME
               WRITE REG-LINEA-INFORME
           ELSE
               PERFORM LEER-CAMBIO UNTIL WS-FIN-AUDITORIA = 'S'
               CLOSE AUDITORIA
           END-IF
           MOVE SPACES TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING 'Cambios leidos: ' DELIMITED BY SIZE
               WS-CAMBIOS-LEIDOS DELIMITED BY SIZE
               '  Listados: ' DELIMITED BY SIZE
               WS-CAMBIOS-LISTADOS DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           CLOSE INFORME-AUDITORIA
           DISPLAY 'Cambios leidos:   ' WS-CAMBIOS-LEIDOS
           DISPLAY 'Cambios listados: ' WS-CAMBIOS-LISTADOS
           DISPLAY 'Informe generado en AUDITORIA.RPT'.

       LEER-CAMBIO.
           READ AUDITORIA
               AT END
                   MOVE 'S' TO WS-FIN-AUDITORIA
           END-READ
           IF WS-FIN-AUDITORIA NOT = 'S'
               ADD 1 TO WS-CAMBIOS-LEIDOS
               PERFORM APLICAR-FILTROS
               IF WS-PASA-FILTRO = 'S'
                   PERFORM LISTAR-CAMBIO
               END-IF
           END-IF.

       APLICAR-FILTROS.
           MOVE 'S' TO WS-PASA-FILTRO
           IF REG-AUD-FECHA < WS-FECHA-DESDE
                   OR REG-AUD-FECHA > WS-FECHA-HASTA
               MOVE 'N' TO WS-PASA-FILTRO
           END-IF
           IF WS-OPERADOR-FILTRO NOT = SPACES
                   AND REG-AUD-OPERADOR NOT = WS-OPERADOR-FILTRO
               MOVE 'N' TO WS-PASA-FILTRO
           END-IF
           IF WS-FICHERO-FILTRO NOT = SPACES
                   AND REG-AUD-FICHERO NOT = WS-FICHERO-FILTRO
               MOVE 'N' TO WS-PASA-FILTRO
           END-IF.

       LISTAR-CAMBIO.
           ADD 1 TO WS-CAMBIOS-LISTADOS
           MOVE SPACES TO REG-LINEA-INFORME
           WRITE REG-LINEA-INFORME
           MOVE SPACES TO REG-LINEA-INFORME
           STRING REG-AUD-FECHA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REG-AUD-HORA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REG-AUD-OPERADOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REG-AUD-PROGRAMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REG-AUD-FICHERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REG-AUD-ACCION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REG-AUD-CLAVE DELIMITED BY SIZE
               INTO REG-LINEA-INFORME
           END-STRING
           WRITE REG-LINEA-INFORME
           MOVE REG-AUD-ANTES TO WS-IMAGEN
           MOVE '    Antes:   ' TO WS-ETIQUETA-IMAGEN
           PERFORM IMPRIMIR-IMAGEN
           MOVE REG-AUD-DESPUES TO WS-IMAGEN
           MOVE '    Despues: ' TO WS-ETIQUETA-IMAGEN
           PERFORM IMPRIMIR-IMAGEN.

      *> Una imagen en blanco (antes de un alta, despues de una
      *> baja) se indica como tal en lugar de imprimir dos lineas
      *> vacias.
       IMPRIMIR-IMAGEN.
           MOVE SPACES TO REG-LINEA-INFORME
           IF WS-IMAGEN = SPACES
               STRING WS-ETIQUETA-IMAGEN DELIMITED BY SIZE
                   '(sin registro)' DELIMITED BY SIZE
                   INTO REG-LINEA-INFORME
               END-STRING
               WRITE REG-LINEA-INFORME
           ELSE
               PERFORM ENMASCARAR-IMAGEN
               STRING WS-ETIQUETA-IMAGEN DELIMITED BY SIZE
                   WS-IMAGEN-TROZO-1 DELIMITED BY SIZE
                   INTO REG-LINEA-INFORME
               END-STRING
               WRITE REG-LINEA-INFORME
               IF WS-IMAGEN-TROZO-2 NOT = SPACES
                   MOVE SPACES TO REG-LINEA-INFORME
                   MOVE WS-IMAGEN-TROZO-2 TO REG-LINEA-INFORME (14:75)
                   WRITE REG-LINEA-INFORME
               END-IF
           END-IF.

       ENMASCARAR-IMAGEN.
           IF REG-AUD-FICHERO = 'CUENTAS.DAT'
               MOVE ALL '*' TO
                   WS-IMAGEN (WS-POSICION-PIN:WS-LONGITUD-PIN)
           END-IF
           IF REG-AUD-FICHERO = 'OPERADOR.DAT'
               MOVE ALL '*' TO
                   WS-IMAGEN (WS-POSICION-CLAVE:WS-LONGITUD-CLAVE)
           END-IF.

       END PROGRAM BANCO-AUDITORIA.
