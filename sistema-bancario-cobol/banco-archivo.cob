      *> diario solo el mes en curso. Si un movimiento ya esta en el
      *> historico (por ejemplo cargado por BANCO-CIERRE) se detecta
      *> por clave y contenido y no se duplica.
      *> No se archiva nada si BANCO-INTEGRIDAD no ha dejado hoy su
      *> marca INTEGRIDAD.DAT sin incidencias: un diario con huecos,
      *> duplicados o la cadena de sellos rota no debe pasar al
      *> historico.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS REG-HIST-CLAVE
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT MARCA-INTEGRIDAD ASSIGN TO "INTEGRIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MARCA.

       DATA DIVISION.
       FILE SECTION.
       FD  DIARIO-MOVIMIENTOS.
       FD  HISTORICO-MOVIMIENTOS.
           COPY HISTREG.

       FD  MARCA-INTEGRIDAD.
       01  REG-MARCA-INTEGRIDAD.
           05  REG-MARCA-FECHA         PIC 9(8).
           05  REG-MARCA-INCIDENCIAS   PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-DIARIO    PIC XX VALUE '00'.
           05  WS-STATUS-TRABAJO   PIC XX VALUE '00'.
           05  WS-STATUS-HISTORICO PIC XX VALUE '00'.
           05  WS-STATUS-MARCA     PIC XX VALUE '00'.
           05  WS-FIN-DIARIO       PIC X VALUE 'N'.
           05  WS-FIN-TRABAJO      PIC X VALUE 'N'.
           05  WS-HISTORICO-ABIERTO PIC X VALUE 'N'.
           05  WS-MOVS-YA-EXISTIAN PIC 9(7) VALUE ZEROS.
           05  WS-MOVS-RETENIDOS   PIC 9(7) VALUE ZEROS.

      *> Secuencia y sello del movimiento tratado; cero si es
      *> anterior al sellado del diario (campos en blanco).
       01  WS-SELLO-MOVIMIENTO.
           05  WS-SEC-DIARIO       PIC 9(10) VALUE ZEROS.
           05  WS-SELLO-DIARIO     PIC 9(10) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           DISPLAY 'Se archivan los movimientos anteriores al mes '
               WS-MES-ACTUAL
           PERFORM COMPROBAR-MARCA-INTEGRIDAD
           IF WS-PROCESO-OK = 'S'
               PERFORM SEPARAR-MOVIMIENTOS
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
      *> El diario solo se reescribe si esta ejecucion llego a
      *> leerlo y separarlo: sin esta guarda, un fallo de apertura
      *> haria reescribirlo desde un MOVTRAB.DAT rancio de una
           DISPLAY '*** FIN DEL PROCESO ***'
           STOP RUN.

      *> La marca debe ser de hoy y sin incidencias; si no, el
      *> diario se deja como esta y no se toca ningun historico.
       COMPROBAR-MARCA-INTEGRIDAD.
           OPEN INPUT MARCA-INTEGRIDAD
           IF WS-STATUS-MARCA NOT = '00'
               DISPLAY 'Error: no hay marca INTEGRIDAD.DAT, ejecute '
                   'antes BANCO-INTEGRIDAD'
               MOVE 'N' TO WS-PROCESO-OK
           ELSE
               READ MARCA-INTEGRIDAD
                   AT END
                       MOVE ZEROS TO REG-MARCA-FECHA
                       MOVE ZEROS TO REG-MARCA-INCIDENCIAS
               END-READ
               CLOSE MARCA-INTEGRIDAD
               IF REG-MARCA-FECHA NOT = WS-FECHA-HOY
                   DISPLAY 'Error: la marca INTEGRIDAD.DAT no es de '
                       'hoy, ejecute antes BANCO-INTEGRIDAD'
                   MOVE 'N' TO WS-PROCESO-OK
               ELSE
                   IF REG-MARCA-INCIDENCIAS > 0
                       DISPLAY 'Error: el diario tiene '
                           REG-MARCA-INCIDENCIAS
                           ' incidencias de integridad, ver '
                           'INTEGRIDAD.RPT; no se archiva'
                       MOVE 'N' TO WS-PROCESO-OK
                   END-IF
               END-IF
           END-IF.

       SEPARAR-MOVIMIENTOS.
           MOVE 'N' TO WS-FIN-DIARIO
           OPEN INPUT DIARIO-MOVIMIENTOS
           MOVE REG-MOV-SALDO-ANTERIOR TO REG-HIST-SALDO-ANTERIOR
           MOVE REG-MOV-SALDO-NUEVO   TO REG-HIST-SALDO-NUEVO
           MOVE REG-MOV-OPERADOR      TO REG-HIST-OPERADOR
           PERFORM TOMAR-SELLO-MOVIMIENTO
           PERFORM GRABAR-HISTORICO
           IF WS-GRABADO-HISTORICO = 'S'
               ADD 1 TO WS-MOVS-ARCHIVADOS
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

       ABRIR-HISTORICO-MES.
           IF WS-HISTORICO-ABIERTO = 'S'
               CLOSE HISTORICO-MOVIMIENTOS
