IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-CADENA.
       AUTHOR. Estefania Ramirez Martinez.

      *> Cadena nocturna de procesos batch: sustituye la lista de
      *> papel de operaciones lanzando cada programa en el orden
      *> establecido (ver CARGAR-PASOS). Los pasos marcados de fin
      *> de mes (BANCO-PRESTAMOS-EJEC, BANCO-COMISION, BANCO-RIESGOS
      *> y BANCO-ARCHIVO) solo se ejecutan el ultimo dia habil del mes,
      *> calculado con el calendario de FESTIVOS.DAT; el resto de
      *> noches se anotan como omitidos.
      *> Cada paso se lanza como un programa aparte; los que tienen
      *> menu (BANCO-INTERCAMBIO, BANCO-CONTABLE, BANCO-RESPALDO)
      *> reciben sus respuestas por el fichero CADENA.ENT, que se
      *> vacia nada mas terminar el paso. La salida de consola de
      *> todos los pasos se acumula en CADENA-AAAAMMDD.OUT.
      *> La cadena se detiene si un paso termina con codigo de
      *> retorno distinto de cero (tambien si el ejecutable no
      *> existe o muere por una senal) o deja una condicion de
      *> bloqueo. Los pasos batch terminan con 8 cuando no pueden
      *> hacer su trabajo: un fichero que no se puede abrir, el
      *> cierre ante descuadres del dia o el archivado sin una marca
      *> de integridad limpia de hoy. El proceso que ya se completo
      *> en su periodo termina con cero y se da por bueno si su
      *> control esta completado. Tras cada paso se comprueba ademas:
      *> CUADRE.DAT con descuadres abiertos, INTERENT.DAT sin
      *> importar, TARJENT.DAT sin cargar, un proceso con control
      *> sin completar en CONTROL.DAT, CONTABLE.RPT sin su fichero
      *> APUNTES-AAAAMMDD.DAT, INTEGRIDAD.DAT con incidencias en el
      *> diario o RESPALDO.CTL sin la copia del dia.
      *> El avance se guarda en CONTROL.DAT (programa 'CADENA', en
      *> REG-CTL-ULTIMA-CUENTA el ultimo paso terminado), de modo que
      *> al relanzar la cadena detenida se reanuda en el paso que
      *> fallo. El registro de ejecucion CADENA-AAAAMMDD.LOG recoge
      *> la hora de inicio y fin, el resultado y los recuentos de
      *> cada paso para el turno de manana. Solo para supervisores,
      *> cuyas credenciales se pasan a BANCO-RESPALDO.

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

           SELECT CONTROL-PROCESOS ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CTL-PROGRAMA
               FILE STATUS IS WS-STATUS-CONTROL.

           SELECT FESTIVOS ASSIGN TO "FESTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FESTIVOS.

           SELECT DIARIO-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.

           SELECT MARCA-CUADRE ASSIGN TO "CUADRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MARCA.

           SELECT MARCA-INTEGRIDAD ASSIGN TO "INTEGRIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MARCA.

           SELECT INTERCAMBIO-ENTRADA ASSIGN TO "INTERENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENTRADA.

           SELECT TARJETAS-ENTRADA ASSIGN TO "TARJENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TARJETAS.

           SELECT FICHERO-APUNTES ASSIGN USING WS-NOMBRE-APUNTES
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-APUNTES.

           SELECT CONTROL-RESPALDO ASSIGN TO "RESPALDO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESPALDO.

           SELECT RESPUESTAS-PASO ASSIGN TO "CADENA.ENT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESPUESTAS.

           SELECT SALIDA-PASOS ASSIGN USING WS-NOMBRE-SALIDA
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SALIDA.

           SELECT REGISTRO-CADENA ASSIGN USING WS-NOMBRE-REGISTRO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
           COPY OPERREG.

       FD  CONTROL-PROCESOS.
           COPY CTLREG.

       FD  FESTIVOS.
           COPY FESREG.

       FD  DIARIO-MOVIMIENTOS.
       01  REG-DIARIO-IMAGEN       PIC X(100).

       FD  MARCA-CUADRE.
       01  REG-MARCA-CUADRE.
           05  REG-MARCA-FECHA         PIC 9(8).
           05  REG-MARCA-DESCUADRES    PIC 9(5).

       FD  MARCA-INTEGRIDAD.
       01  REG-MARCA-INTEGRIDAD.
           05  REG-MINT-FECHA          PIC 9(8).
           05  REG-MINT-INCIDENCIAS    PIC 9(5).

       FD  INTERCAMBIO-ENTRADA.
       01  REG-ENTRADA-IMAGEN      PIC X(60).

       FD  TARJETAS-ENTRADA.
       01  REG-TARJETAS-IMAGEN     PIC X(62).

       FD  FICHERO-APUNTES.
       01  REG-APUNTE-IMAGEN       PIC X(40).

       FD  CONTROL-RESPALDO.
       01  REG-CONTROL-RESPALDO.
           05  REG-RSP-FICHERO     PIC X(12).
           05  REG-RSP-FECHA       PIC 9(8).
           05  REG-RSP-HORA        PIC 9(6).
           05  REG-RSP-REGISTROS   PIC 9(7).
           05  REG-RSP-HASH        PIC S9(13)V99 SIGN IS TRAILING
                                   SEPARATE CHARACTER.

       FD  RESPUESTAS-PASO.
       01  REG-RESPUESTA           PIC X(20).

       FD  SALIDA-PASOS.
       01  REG-LINEA-SALIDA        PIC X(100).

       FD  REGISTRO-CADENA.
       01  REG-LINEA-REGISTRO      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVO.
           05  WS-STATUS-OPERADORES PIC XX VALUE '00'.
           05  WS-STATUS-CONTROL   PIC XX VALUE '00'.
           05  WS-STATUS-FESTIVOS  PIC XX VALUE '00'.
           05  WS-STATUS-DIARIO    PIC XX VALUE '00'.
           05  WS-STATUS-MARCA     PIC XX VALUE '00'.
           05  WS-STATUS-ENTRADA   PIC XX VALUE '00'.
           05  WS-STATUS-TARJETAS  PIC XX VALUE '00'.
           05  WS-STATUS-APUNTES   PIC XX VALUE '00'.
           05  WS-STATUS-RESPALDO  PIC XX VALUE '00'.
           05  WS-STATUS-RESPUESTAS PIC XX VALUE '00'.
           05  WS-STATUS-SALIDA    PIC XX VALUE '00'.
           05  WS-STATUS-REGISTRO  PIC XX VALUE '00'.
           05  WS-FIN-FICHERO      PIC X VALUE 'N'.
           05  WS-PROCESO-BLOQUEADO PIC X VALUE 'N'.

       01  WS-NOMBRE-APUNTES       PIC X(21) VALUE SPACES.
       01  WS-NOMBRE-SALIDA        PIC X(20) VALUE SPACES.
       01  WS-NOMBRE-REGISTRO      PIC X(20) VALUE SPACES.

      *> Directorio de los ejecutables de la cadena, con la barra
      *> final; por defecto el de trabajo, donde estan los ficheros.
       01  WS-DIR-PROGRAMAS        PIC X(40) VALUE './'.
       01  WS-COMANDO              PIC X(200) VALUE SPACES.

       01  WS-SESION-OPERADOR.
           05  WS-OPERADOR-ID       PIC X(8) VALUE SPACES.
           05  WS-OPERADOR-NOMBRE   PIC X(30) VALUE SPACES.
           05  WS-OPERADOR-ROL      PIC X VALUE SPACE.
           05  WS-SESION-ABIERTA    PIC X VALUE 'N'.
           05  WS-ID-TECLEADO       PIC X(8) VALUE SPACES.
           05  WS-PASS-TECLEADA     PIC X(8) VALUE SPACES.
           05  WS-INTENTOS-SESION   PIC 9 VALUE ZEROS.

      *> Pasos de la cadena en orden de ejecucion; el ejecutable es
      *> el nombre del programa en minusculas.
       01  WS-TABLA-PASOS.
           05  WS-NUM-PASOS        PIC 9(2) VALUE ZEROS.
           05  WS-TAB-PASO OCCURS 20 TIMES.
               10  WS-PASO-PROGRAMA   PIC X(20).
               10  WS-PASO-EJECUTABLE PIC X(20).
               10  WS-PASO-MENSUAL    PIC X.
           05  WS-NUEVO-PROGRAMA   PIC X(20) VALUE SPACES.
           05  WS-NUEVO-MENSUAL    PIC X VALUE 'N'.

       01  WS-CADENA.
           05  WS-FECHA-CADENA     PIC 9(8) VALUE ZEROS.
           05  WS-FIN-DE-MES       PIC X VALUE 'N'.
           05  WS-REANUDAR         PIC X VALUE 'N'.
           05  WS-CONFIRMACION     PIC X VALUE SPACE.
           05  WS-PASO-INICIAL     PIC 9(2) VALUE 1.
           05  WS-PASO-ACTUAL      PIC 9(2) VALUE ZEROS.
           05  WS-PASO-DETENIDO    PIC 9(2) VALUE ZEROS.
           05  WS-CADENA-DETENIDA  PIC X VALUE 'N'.
           05  WS-PASOS-CORRECTOS  PIC 9(2) VALUE ZEROS.
           05  WS-PASOS-OMITIDOS   PIC 9(2) VALUE ZEROS.

      *> Resultado del paso en curso: OK, OMITIDO, FALLO (codigo de
      *> retorno) o BLOQUEO (condicion que impide seguir).
       01  WS-RESULTADO.
           05  WS-FECHA-PASO       PIC 9(8) VALUE ZEROS.
           05  WS-HORA-INICIO-PASO PIC 9(6) VALUE ZEROS.
           05  WS-RESULTADO-PASO   PIC X(8) VALUE SPACES.
           05  WS-MOTIVO-PASO      PIC X(60) VALUE SPACES.
           05  WS-CODIGO-SISTEMA   PIC S9(9) VALUE ZEROS.
           05  WS-CODIGO-SALIDA    PIC 9(3) VALUE ZEROS.
           05  WS-DIARIO-ANTES     PIC 9(7) VALUE ZEROS.
           05  WS-DIARIO-DESPUES   PIC 9(7) VALUE ZEROS.
           05  WS-REGISTROS-LEIDOS PIC 9(7) VALUE ZEROS.
           05  WS-CONTEO-PASO      PIC 9(7) VALUE ZEROS.
           05  WS-CONTEO-ETIQUETA  PIC X(12) VALUE SPACES.
           05  WS-CTL-BUSCADO      PIC X(12) VALUE SPACES.
           05  WS-CTL-PERIODO      PIC X VALUE 'D'.

       01  WS-FECHA-HORA-ACTUAL.
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-HORA-ACTUAL      PIC 9(6).
           05  WS-FECHA-HORA-RESTO PIC X(7).

       01  WS-CALCULO-FECHA.
           05  WS-FECHA-PROXIMA.
               10  WS-PROX-AAAA    PIC 9(4).
               10  WS-PROX-MM      PIC 9(2).
               10  WS-PROX-DD      PIC 9(2).
           05  WS-FECHA-PROXIMA-N REDEFINES WS-FECHA-PROXIMA
                                   PIC 9(8).
           05  WS-DIAS-ENTEROS     PIC 9(7) VALUE ZEROS.
           05  WS-DIA-SEMANA       PIC 9 VALUE ZEROS.
           05  WS-FECHA-HABIL      PIC X VALUE 'N'.

      *> Calendario de festivos (FESTIVOS.DAT, mantenido por
      *> BANCO-FESTIVOS), como en BANCO-ORDENES-EJEC.
       01  WS-TABLA-FESTIVOS.
           05  WS-NUM-FESTIVOS     PIC 9(3) VALUE ZEROS.
           05  WS-FES-FECHA-TAB    PIC 9(8) OCCURS 200 TIMES.
           05  WS-FES-IDX          PIC 9(3) VALUE ZEROS.
           05  WS-ES-FESTIVO       PIC X VALUE 'N'.
           05  WS-FIN-FESTIVOS     PIC X VALUE 'N'.
           05  WS-FESTIVOS-LLENA   PIC X VALUE 'N'.

       01  WS-HORA-EDITADA.
           05  WS-HE-HH            PIC 9(2).
           05  FILLER              PIC X VALUE ':'.
           05  WS-HE-MM            PIC 9(2).
           05  FILLER              PIC X VALUE ':'.
           05  WS-HE-SS            PIC 9(2).

       01  WS-LINEA-EDITADA.
           05  WS-LIN-INICIO       PIC X(8).
           05  WS-LIN-FIN          PIC X(8).
           05  WS-LIN-PASO         PIC Z9.
           05  WS-LIN-DIARIO-ANTES PIC Z(6)9.
           05  WS-LIN-DIARIO-DESPUES PIC Z(6)9.
           05  WS-LIN-CONTEO       PIC Z(6)9.
           05  WS-LIN-CODIGO       PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
           DISPLAY '*** CADENA NOCTURNA DE PROCESOS ***'
           DISPLAY ' '
           PERFORM ABRIR-OPERADORES
           PERFORM INICIAR-SESION-OPERADOR
           IF WS-SESION-ABIERTA NOT = 'S'
               DISPLAY 'Acceso denegado'
               CLOSE OPERADORES
               STOP RUN
           END-IF
           IF WS-OPERADOR-ROL NOT = 'S'
               DISPLAY 'Error: la cadena nocturna requiere un supervisor'
               CLOSE OPERADORES
               STOP RUN
           END-IF
           CLOSE OPERADORES
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           PERFORM CARGAR-PASOS
           PERFORM CARGAR-FESTIVOS
           PERFORM COMPROBAR-CONTROL-CADENA
           IF WS-PROCESO-BLOQUEADO = 'S'
               DISPLAY 'Cadena NO ejecutada'
           ELSE
               PERFORM DETERMINAR-FIN-DE-MES
               PERFORM ABRIR-REGISTRO-CADENA
               PERFORM VARYING WS-PASO-ACTUAL FROM WS-PASO-INICIAL BY 1
                       UNTIL WS-PASO-ACTUAL > WS-NUM-PASOS
                          OR WS-CADENA-DETENIDA = 'S'
                   PERFORM EJECUTAR-PASO
               END-PERFORM
               IF WS-CADENA-DETENIDA = 'N'
                   PERFORM FINALIZAR-CONTROL-CADENA
               END-IF
               PERFORM CERRAR-REGISTRO-CADENA
           END-IF
           DISPLAY '*** FIN DEL PROCESO ***'
      *> Codigo de retorno para quien lance la cadena: 8 si quedo
      *> detenida a la espera de reanudar.
           IF WS-CADENA-DETENIDA = 'S'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       ABRIR-OPERADORES.
           OPEN I-O OPERADORES
           IF WS-STATUS-OPERADORES = '35'
               PERFORM CREAR-OPERADORES
               OPEN I-O OPERADORES
           END-IF.

      *> Como CREAR-CUENTAS-MAESTRO en BANCO-SIMPLE: se siembra un
      *> supervisor por defecto para poder entrar la primera vez.
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

      *> Orden de la cadena. CUADRE abre la noche porque el cierre
      *> exige su marca del dia; los procesos que mueven saldo van
      *> antes del cierre y del extracto contable, el archivado del
      *> diario despues del extracto y la copia de maestros al final.
      *> La verificacion de integridad del diario va justo antes del
      *> archivado, todas las noches, para que un diario manipulado
      *> detenga la cadena antes de que nada pase al historico.
      *> El recobro de cuotas impagadas va antes del cargo mensual
      *> de cuotas para que el saldo atienda primero lo mas antiguo.
      *> La posicion de riesgo del mes se toma despues del cierre,
      *> con todos los movimientos del dia ya aplicados.
       CARGAR-PASOS.
           MOVE ZEROS TO WS-NUM-PASOS
           MOVE 'BANCO-CUADRE'         TO WS-NUEVO-PROGRAMA
           MOVE 'N'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-INTERCAMBIO'    TO WS-NUEVO-PROGRAMA
           MOVE 'N'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-TARJETAS-EJEC'  TO WS-NUEVO-PROGRAMA
           MOVE 'N'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-RECIBOS'        TO WS-NUEVO-PROGRAMA
           MOVE 'N'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-LIBERACION'     TO WS-NUEVO-PROGRAMA
           MOVE 'N'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-ORDENES-EJEC'   TO WS-NUEVO-PROGRAMA
           MOVE 'N'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-PLAZOS-EJEC'    TO WS-NUEVO-PROGRAMA
           MOVE 'N'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-MOROSIDAD'      TO WS-NUEVO-PROGRAMA
           MOVE 'N'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-PRESTAMOS-EJEC' TO WS-NUEVO-PROGRAMA
           MOVE 'S'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-INTERES'        TO WS-NUEVO-PROGRAMA
           MOVE 'N'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-COMISION'       TO WS-NUEVO-PROGRAMA
           MOVE 'S'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-INACTIVAS'      TO WS-NUEVO-PROGRAMA
           MOVE 'N'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-AVISOS'         TO WS-NUEVO-PROGRAMA
           MOVE 'N'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-CIERRE'         TO WS-NUEVO-PROGRAMA
           MOVE 'N'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-RIESGOS'        TO WS-NUEVO-PROGRAMA
           MOVE 'S'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-CONTABLE'       TO WS-NUEVO-PROGRAMA
           MOVE 'N'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-INTEGRIDAD'     TO WS-NUEVO-PROGRAMA
           MOVE 'N'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-ARCHIVO'        TO WS-NUEVO-PROGRAMA
           MOVE 'S'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO
           MOVE 'BANCO-RESPALDO'       TO WS-NUEVO-PROGRAMA
           MOVE 'N'                    TO WS-NUEVO-MENSUAL
           PERFORM ANADIR-PASO.

       ANADIR-PASO.
           ADD 1 TO WS-NUM-PASOS
           MOVE WS-NUEVO-PROGRAMA TO WS-PASO-PROGRAMA (WS-NUM-PASOS)
           MOVE FUNCTION LOWER-CASE(WS-NUEVO-PROGRAMA)
               TO WS-PASO-EJECUTABLE (WS-NUM-PASOS)
           MOVE WS-NUEVO-MENSUAL TO WS-PASO-MENSUAL (WS-NUM-PASOS).

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
               IF WS-FES-FECHA-TAB (WS-FES-IDX) = WS-FECHA-PROXIMA-N
                   MOVE 'S' TO WS-ES-FESTIVO
               END-IF
           END-PERFORM.

      *> Rueda WS-FECHA-PROXIMA al siguiente dia habil. El dia 1 del
      *> calendario interno (INTEGER-OF-DATE) fue lunes, de ahi el
      *> resto modulo 7 para sabados y domingos.
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

      *> La noche es de fin de mes si el siguiente dia habil cae ya
      *> en otro mes: asi un fin de mes en sabado o festivo se
      *> adelanta al ultimo dia habil en lugar de perderse.
       DETERMINAR-FIN-DE-MES.
           MOVE 'N' TO WS-FIN-DE-MES
           COMPUTE WS-DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CADENA) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)
               TO WS-FECHA-PROXIMA-N
           PERFORM SALTAR-DIAS-NO-HABILES
           IF WS-FECHA-PROXIMA-N(1:6) NOT = WS-FECHA-CADENA(1:6)
               MOVE 'S' TO WS-FIN-DE-MES
           END-IF.

      *> ------- CONTROL DE LA CADENA (CONTROL.DAT) -------

      *> Una cadena completada hoy no se repite. Una cadena detenida
      *> (de hoy o de una noche anterior) se ofrece reanudar desde el
      *> paso que fallo, conservando su fecha y su registro; si no se
      *> reanuda, se empieza una cadena nueva con fecha de hoy.
       COMPROBAR-CONTROL-CADENA.
           MOVE 'N' TO WS-PROCESO-BLOQUEADO
           MOVE 'N' TO WS-REANUDAR
           MOVE WS-FECHA-HOY TO WS-FECHA-CADENA
           MOVE 1 TO WS-PASO-INICIAL
           OPEN I-O CONTROL-PROCESOS
           IF WS-STATUS-CONTROL = '35'
               OPEN OUTPUT CONTROL-PROCESOS
               CLOSE CONTROL-PROCESOS
               OPEN I-O CONTROL-PROCESOS
           END-IF
           IF WS-STATUS-CONTROL NOT = '00'
               DISPLAY 'Error: no se pudo abrir CONTROL.DAT - status '
                   WS-STATUS-CONTROL
               MOVE 'S' TO WS-PROCESO-BLOQUEADO
           ELSE
               MOVE 'CADENA' TO REG-CTL-PROGRAMA
               READ CONTROL-PROCESOS
                   KEY IS REG-CTL-PROGRAMA
                   INVALID KEY
                       PERFORM ESTRENAR-CONTROL-CADENA
                   NOT INVALID KEY
                       PERFORM EVALUAR-CONTROL-CADENA
               END-READ
               CLOSE CONTROL-PROCESOS
           END-IF.

       ESTRENAR-CONTROL-CADENA.
           MOVE 'CADENA'        TO REG-CTL-PROGRAMA
           MOVE WS-FECHA-CADENA TO REG-CTL-FECHA
           MOVE 'E'             TO REG-CTL-ESTADO
           MOVE ZEROS           TO REG-CTL-ULTIMA-CUENTA
           WRITE REG-CONTROL
               INVALID KEY
                   REWRITE REG-CONTROL
           END-WRITE.

       EVALUAR-CONTROL-CADENA.
           IF REG-CTL-FECHA = WS-FECHA-HOY
                   AND REG-CTL-ESTADO = 'C'
               DISPLAY 'Error: la cadena ya se completo hoy ('
                   REG-CTL-FECHA ')'
               MOVE 'S' TO WS-PROCESO-BLOQUEADO
           ELSE
               IF REG-CTL-ESTADO = 'E'
                   PERFORM PREGUNTAR-REANUDACION
               END-IF
               IF WS-REANUDAR = 'S'
                   MOVE REG-CTL-FECHA TO WS-FECHA-CADENA
                   COMPUTE WS-PASO-INICIAL =
                       REG-CTL-ULTIMA-CUENTA + 1
               ELSE
                   MOVE WS-FECHA-CADENA TO REG-CTL-FECHA
                   MOVE 'E'             TO REG-CTL-ESTADO
                   MOVE ZEROS           TO REG-CTL-ULTIMA-CUENTA
                   REWRITE REG-CONTROL
                       INVALID KEY
                           DISPLAY 'Error al actualizar CONTROL.DAT'
                           MOVE 'S' TO WS-PROCESO-BLOQUEADO
                   END-REWRITE
               END-IF
           END-IF.

       PREGUNTAR-REANUDACION.
           COMPUTE WS-PASO-DETENIDO = REG-CTL-ULTIMA-CUENTA + 1
           IF WS-PASO-DETENIDO > WS-NUM-PASOS
               MOVE 'N' TO WS-REANUDAR
           ELSE
               DISPLAY 'La cadena del ' REG-CTL-FECHA
                   ' quedo detenida en el paso ' WS-PASO-DETENIDO
                   ' (' WS-PASO-PROGRAMA (WS-PASO-DETENIDO) ')'
               DISPLAY 'Reanudar desde ese paso (S/N): '
               ACCEPT WS-CONFIRMACION
               IF WS-CONFIRMACION = 'S' OR WS-CONFIRMACION = 's'
                   MOVE 'S' TO WS-REANUDAR
               ELSE
                   MOVE 'N' TO WS-REANUDAR
                   DISPLAY 'Se empieza una cadena nueva desde el paso 1'
               END-IF
           END-IF.

      *> El control se abre y se cierra en cada anotacion porque los
      *> propios pasos (INTERES, CIERRE...) trabajan sobre el mismo
      *> CONTROL.DAT mientras la cadena espera.
       ANOTAR-AVANCE-CONTROL.
           OPEN I-O CONTROL-PROCESOS
           IF WS-STATUS-CONTROL = '00'
               MOVE 'CADENA' TO REG-CTL-PROGRAMA
               READ CONTROL-PROCESOS
                   KEY IS REG-CTL-PROGRAMA
                   INVALID KEY
                       DISPLAY 'Error: falta la entrada CADENA en '
                           'CONTROL.DAT'
                   NOT INVALID KEY
                       MOVE WS-PASO-ACTUAL TO REG-CTL-ULTIMA-CUENTA
                       REWRITE REG-CONTROL
                           INVALID KEY
                               DISPLAY 'Error al actualizar CONTROL.DAT'
                       END-REWRITE
               END-READ
               CLOSE CONTROL-PROCESOS
           ELSE
               DISPLAY 'Error: no se pudo abrir CONTROL.DAT - status '
                   WS-STATUS-CONTROL
           END-IF.

       FINALIZAR-CONTROL-CADENA.
           OPEN I-O CONTROL-PROCESOS
           IF WS-STATUS-CONTROL = '00'
               MOVE 'CADENA' TO REG-CTL-PROGRAMA
               READ CONTROL-PROCESOS
                   KEY IS REG-CTL-PROGRAMA
                   NOT INVALID KEY
                       MOVE 'C' TO REG-CTL-ESTADO
                       MOVE WS-NUM-PASOS TO REG-CTL-ULTIMA-CUENTA
                       REWRITE REG-CONTROL
                           INVALID KEY
                               DISPLAY 'Error al cerrar CONTROL.DAT'
                       END-REWRITE
               END-READ
               CLOSE CONTROL-PROCESOS
           END-IF.

      *> ------- EJECUCION DE LOS PASOS -------

       EJECUTAR-PASO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           MOVE WS-FECHA-HOY   TO WS-FECHA-PASO
           MOVE WS-HORA-ACTUAL TO WS-HORA-INICIO-PASO
           MOVE SPACES TO WS-MOTIVO-PASO
           MOVE SPACES TO WS-CONTEO-ETIQUETA
           MOVE ZEROS  TO WS-CONTEO-PASO
           MOVE ZEROS  TO WS-DIARIO-ANTES
           MOVE ZEROS  TO WS-DIARIO-DESPUES
           IF WS-PASO-MENSUAL (WS-PASO-ACTUAL) = 'S'
                   AND WS-FIN-DE-MES = 'N'
               MOVE 'OMITIDO' TO WS-RESULTADO-PASO
               MOVE 'solo en la cadena de fin de mes' TO WS-MOTIVO-PASO
               ADD 1 TO WS-PASOS-OMITIDOS
           ELSE
               DISPLAY 'Paso ' WS-PASO-ACTUAL ': '
                   WS-PASO-PROGRAMA (WS-PASO-ACTUAL)
               PERFORM CONTAR-DIARIO
               MOVE WS-REGISTROS-LEIDOS TO WS-DIARIO-ANTES
               PERFORM PREPARAR-RESPUESTAS-PASO
               PERFORM ANOTAR-CABECERA-SALIDA
               PERFORM LANZAR-PASO
               PERFORM VACIAR-RESPUESTAS
               PERFORM CONTAR-DIARIO
               MOVE WS-REGISTROS-LEIDOS TO WS-DIARIO-DESPUES
               IF WS-CODIGO-SALIDA NOT = 0
                   MOVE 'FALLO' TO WS-RESULTADO-PASO
                   MOVE WS-CODIGO-SALIDA TO WS-LIN-CODIGO
                   STRING 'terminado con codigo de retorno '
                           DELIMITED BY SIZE
                       WS-LIN-CODIGO DELIMITED BY SIZE
                       INTO WS-MOTIVO-PASO
                   END-STRING
               ELSE
                   MOVE 'OK' TO WS-RESULTADO-PASO
                   PERFORM COMPROBAR-RESULTADO-PASO
               END-IF
           END-IF
           PERFORM ESCRIBIR-LINEA-PASO
           IF WS-RESULTADO-PASO = 'FALLO'
                   OR WS-RESULTADO-PASO = 'BLOQUEO'
               MOVE 'S' TO WS-CADENA-DETENIDA
               MOVE WS-PASO-ACTUAL TO WS-PASO-DETENIDO
               DISPLAY 'Cadena detenida en el paso ' WS-PASO-ACTUAL
                   ': ' WS-MOTIVO-PASO
           ELSE
               IF WS-RESULTADO-PASO = 'OK'
                   ADD 1 TO WS-PASOS-CORRECTOS
               END-IF
               PERFORM ANOTAR-AVANCE-CONTROL
           END-IF.

      *> Respuestas de menu para los pasos interactivos; los pasos
      *> batch reciben el fichero vacio, de modo que una pregunta
      *> inesperada no deja la cadena esperando teclado.
       PREPARAR-RESPUESTAS-PASO.
           OPEN OUTPUT RESPUESTAS-PASO
           EVALUATE WS-PASO-PROGRAMA (WS-PASO-ACTUAL)
               WHEN 'BANCO-INTERCAMBIO'
                   MOVE '1' TO REG-RESPUESTA
                   WRITE REG-RESPUESTA
                   MOVE '3' TO REG-RESPUESTA
                   WRITE REG-RESPUESTA
               WHEN 'BANCO-CONTABLE'
                   MOVE '1' TO REG-RESPUESTA
                   WRITE REG-RESPUESTA
                   MOVE '3' TO REG-RESPUESTA
                   WRITE REG-RESPUESTA
               WHEN 'BANCO-RESPALDO'
                   MOVE WS-ID-TECLEADO TO REG-RESPUESTA
                   WRITE REG-RESPUESTA
                   MOVE WS-PASS-TECLEADA TO REG-RESPUESTA
                   WRITE REG-RESPUESTA
                   MOVE '1' TO REG-RESPUESTA
                   WRITE REG-RESPUESTA
                   MOVE '4' TO REG-RESPUESTA
                   WRITE REG-RESPUESTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE RESPUESTAS-PASO.

      *> Las respuestas pueden llevar la clave del supervisor: no se
      *> dejan en disco mas alla del paso.
       VACIAR-RESPUESTAS.
           OPEN OUTPUT RESPUESTAS-PASO
           CLOSE RESPUESTAS-PASO.

       ANOTAR-CABECERA-SALIDA.
           MOVE WS-HORA-INICIO-PASO TO WS-HORA-ACTUAL
           PERFORM EDITAR-HORA
           OPEN EXTEND SALIDA-PASOS
           IF WS-STATUS-SALIDA = '05' OR WS-STATUS-SALIDA = '35'
               OPEN OUTPUT SALIDA-PASOS
           END-IF
           MOVE WS-PASO-ACTUAL TO WS-LIN-PASO
           MOVE SPACES TO REG-LINEA-SALIDA
           STRING '===== Paso ' DELIMITED BY SIZE
               WS-LIN-PASO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PASO-PROGRAMA (WS-PASO-ACTUAL) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-HORA-EDITADA DELIMITED BY SIZE
               ' =====' DELIMITED BY SIZE
               INTO REG-LINEA-SALIDA
           END-STRING
           WRITE REG-LINEA-SALIDA
           CLOSE SALIDA-PASOS.

      *> CALL 'SYSTEM' devuelve el estado de espera del proceso: el
      *> codigo de salida del paso viene multiplicado por 256 y un
      *> resto distinto de cero indica que el paso murio por senal.
       LANZAR-PASO.
           MOVE SPACES TO WS-COMANDO
           STRING WS-DIR-PROGRAMAS DELIMITED BY SPACE
               WS-PASO-EJECUTABLE (WS-PASO-ACTUAL) DELIMITED BY SPACE
               ' < CADENA.ENT >> ' DELIMITED BY SIZE
               WS-NOMBRE-SALIDA DELIMITED BY SPACE
               ' 2>&1' DELIMITED BY SIZE
               INTO WS-COMANDO
           END-STRING
           CALL 'SYSTEM' USING WS-COMANDO
           MOVE RETURN-CODE TO WS-CODIGO-SISTEMA
           MOVE 0 TO RETURN-CODE
           EVALUATE TRUE
               WHEN WS-CODIGO-SISTEMA = 0
                   MOVE 0 TO WS-CODIGO-SALIDA
               WHEN WS-CODIGO-SISTEMA < 0
                   MOVE 999 TO WS-CODIGO-SALIDA
               WHEN WS-CODIGO-SISTEMA >= 256
                   COMPUTE WS-CODIGO-SALIDA = WS-CODIGO-SISTEMA / 256
               WHEN OTHER
                   MOVE 999 TO WS-CODIGO-SALIDA
           END-EVALUATE.

       CONTAR-DIARIO.
           MOVE ZEROS TO WS-REGISTROS-LEIDOS
           MOVE 'N' TO WS-FIN-FICHERO
           OPEN INPUT DIARIO-MOVIMIENTOS
           IF WS-STATUS-DIARIO = '00'
               PERFORM UNTIL WS-FIN-FICHERO = 'S'
                   READ DIARIO-MOVIMIENTOS
                       AT END
                           MOVE 'S' TO WS-FIN-FICHERO
                       NOT AT END
                           ADD 1 TO WS-REGISTROS-LEIDOS
                   END-READ
               END-PERFORM
               CLOSE DIARIO-MOVIMIENTOS
           END-IF.

      *> ------- CONDICIONES DE BLOQUEO POR PASO -------

       COMPROBAR-RESULTADO-PASO.
           EVALUATE WS-PASO-PROGRAMA (WS-PASO-ACTUAL)
               WHEN 'BANCO-CUADRE'
                   PERFORM COMPROBAR-MARCA-CUADRE
               WHEN 'BANCO-INTERCAMBIO'
                   PERFORM COMPROBAR-ENTRADA-CAMARA
               WHEN 'BANCO-TARJETAS-EJEC'
                   PERFORM COMPROBAR-ENTRADA-TARJETAS
               WHEN 'BANCO-MOROSIDAD'
                   MOVE 'MOROSIDAD' TO WS-CTL-BUSCADO
                   MOVE 'D'         TO WS-CTL-PERIODO
                   PERFORM COMPROBAR-CONTROL-PASO
               WHEN 'BANCO-INTERES'
                   MOVE 'INTERES'   TO WS-CTL-BUSCADO
                   MOVE 'D'         TO WS-CTL-PERIODO
                   PERFORM COMPROBAR-CONTROL-PASO
               WHEN 'BANCO-CIERRE'
                   MOVE 'CIERRE'    TO WS-CTL-BUSCADO
                   MOVE 'D'         TO WS-CTL-PERIODO
                   PERFORM COMPROBAR-CONTROL-PASO
               WHEN 'BANCO-COMISION'
                   MOVE 'COMISION'  TO WS-CTL-BUSCADO
                   MOVE 'M'         TO WS-CTL-PERIODO
                   PERFORM COMPROBAR-CONTROL-PASO
               WHEN 'BANCO-RIESGOS'
                   MOVE 'RIESGOS'   TO WS-CTL-BUSCADO
                   MOVE 'M'         TO WS-CTL-PERIODO
                   PERFORM COMPROBAR-CONTROL-PASO
               WHEN 'BANCO-PRESTAMOS-EJEC'
                   MOVE 'PRESTAMOS' TO WS-CTL-BUSCADO
                   MOVE 'M'         TO WS-CTL-PERIODO
                   PERFORM COMPROBAR-CONTROL-PASO
               WHEN 'BANCO-CONTABLE'
                   PERFORM COMPROBAR-APUNTES
               WHEN 'BANCO-INTEGRIDAD'
                   PERFORM COMPROBAR-MARCA-INTEGRIDAD
               WHEN 'BANCO-RESPALDO'
                   PERFORM COMPROBAR-CONTROL-RESPALDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> La marca debe ser de hoy (si no, el cuadre no llego a
      *> grabarla) y sin descuadres, que son los que bloquean el
      *> cierre.
       COMPROBAR-MARCA-CUADRE.
           MOVE 'descuadres' TO WS-CONTEO-ETIQUETA
           OPEN INPUT MARCA-CUADRE
           IF WS-STATUS-MARCA NOT = '00'
               MOVE 'BLOQUEO' TO WS-RESULTADO-PASO
               MOVE 'no hay marca de cuadre CUADRE.DAT' TO WS-MOTIVO-PASO
           ELSE
               READ MARCA-CUADRE
                   AT END
                       MOVE ZEROS TO REG-MARCA-FECHA
                       MOVE ZEROS TO REG-MARCA-DESCUADRES
               END-READ
               CLOSE MARCA-CUADRE
               MOVE REG-MARCA-DESCUADRES TO WS-CONTEO-PASO
               IF REG-MARCA-FECHA NOT = WS-FECHA-PASO
                   MOVE 'BLOQUEO' TO WS-RESULTADO-PASO
                   MOVE 'la marca CUADRE.DAT no es de hoy'
                       TO WS-MOTIVO-PASO
               ELSE
                   IF REG-MARCA-DESCUADRES > 0
                       MOVE 'BLOQUEO' TO WS-RESULTADO-PASO
                       MOVE 'CUADRE.DAT con descuadres abiertos, ver CUADRE.RPT'
                           TO WS-MOTIVO-PASO
                   END-IF
               END-IF
           END-IF.

      *> Igual que la marca de cuadre: de hoy y sin incidencias.
       COMPROBAR-MARCA-INTEGRIDAD.
           MOVE 'incidencias' TO WS-CONTEO-ETIQUETA
           OPEN INPUT MARCA-INTEGRIDAD
           IF WS-STATUS-MARCA NOT = '00'
               MOVE 'BLOQUEO' TO WS-RESULTADO-PASO
               MOVE 'no hay marca de integridad INTEGRIDAD.DAT'
                   TO WS-MOTIVO-PASO
           ELSE
               READ MARCA-INTEGRIDAD
                   AT END
                       MOVE ZEROS TO REG-MINT-FECHA
                       MOVE ZEROS TO REG-MINT-INCIDENCIAS
               END-READ
               CLOSE MARCA-INTEGRIDAD
               MOVE REG-MINT-INCIDENCIAS TO WS-CONTEO-PASO
               IF REG-MINT-FECHA NOT = WS-FECHA-PASO
                   MOVE 'BLOQUEO' TO WS-RESULTADO-PASO
                   MOVE 'la marca INTEGRIDAD.DAT no es de hoy'
                       TO WS-MOTIVO-PASO
               ELSE
                   IF REG-MINT-INCIDENCIAS > 0
                       MOVE 'BLOQUEO' TO WS-RESULTADO-PASO
                       MOVE 'diario con incidencias, ver INTEGRIDAD.RPT'
                           TO WS-MOTIVO-PASO
                   END-IF
               END-IF
           END-IF.

      *> La importacion vacia INTERENT.DAT antes de abonar; si
      *> quedan registros, la importacion no llego a hacerse.
       COMPROBAR-ENTRADA-CAMARA.
           MOVE 'pendientes' TO WS-CONTEO-ETIQUETA
           MOVE 'N' TO WS-FIN-FICHERO
           OPEN INPUT INTERCAMBIO-ENTRADA
           IF WS-STATUS-ENTRADA = '00'
               PERFORM UNTIL WS-FIN-FICHERO = 'S'
                   READ INTERCAMBIO-ENTRADA
                       AT END
                           MOVE 'S' TO WS-FIN-FICHERO
                       NOT AT END
                           ADD 1 TO WS-CONTEO-PASO
                   END-READ
               END-PERFORM
               CLOSE INTERCAMBIO-ENTRADA
           END-IF
           IF WS-CONTEO-PASO > 0
               MOVE 'BLOQUEO' TO WS-RESULTADO-PASO
               MOVE 'INTERENT.DAT sin importar' TO WS-MOTIVO-PASO
           END-IF.

      *> Igual para el fichero de la red de tarjetas: la carga vacia
      *> TARJENT.DAT antes de cargar nada en las cuentas.
       COMPROBAR-ENTRADA-TARJETAS.
           MOVE 'pendientes' TO WS-CONTEO-ETIQUETA
           MOVE 'N' TO WS-FIN-FICHERO
           OPEN INPUT TARJETAS-ENTRADA
           IF WS-STATUS-TARJETAS = '00'
               PERFORM UNTIL WS-FIN-FICHERO = 'S'
                   READ TARJETAS-ENTRADA
                       AT END
                           MOVE 'S' TO WS-FIN-FICHERO
                       NOT AT END
                           ADD 1 TO WS-CONTEO-PASO
                   END-READ
               END-PERFORM
               CLOSE TARJETAS-ENTRADA
           END-IF
           IF WS-CONTEO-PASO > 0
               MOVE 'BLOQUEO' TO WS-RESULTADO-PASO
               MOVE 'TARJENT.DAT sin cargar' TO WS-MOTIVO-PASO
           END-IF.

      *> El proceso debe haber dejado su control completado: del dia
      *> para los diarios, del mes para los mensuales.
       COMPROBAR-CONTROL-PASO.
           OPEN INPUT CONTROL-PROCESOS
           IF WS-STATUS-CONTROL NOT = '00'
               MOVE 'BLOQUEO' TO WS-RESULTADO-PASO
               MOVE 'no se pudo leer CONTROL.DAT' TO WS-MOTIVO-PASO
           ELSE
               MOVE WS-CTL-BUSCADO TO REG-CTL-PROGRAMA
               READ CONTROL-PROCESOS
                   KEY IS REG-CTL-PROGRAMA
                   INVALID KEY
                       MOVE SPACE TO REG-CTL-ESTADO
                       MOVE ZEROS TO REG-CTL-FECHA
               END-READ
               CLOSE CONTROL-PROCESOS
               IF REG-CTL-ESTADO NOT = 'C'
                   MOVE 'BLOQUEO' TO WS-RESULTADO-PASO
               ELSE
                   IF WS-CTL-PERIODO = 'D'
                       IF REG-CTL-FECHA NOT = WS-FECHA-PASO
                           MOVE 'BLOQUEO' TO WS-RESULTADO-PASO
                       END-IF
                   ELSE
                       IF REG-CTL-FECHA(1:6) NOT = WS-FECHA-PASO(1:6)
                           MOVE 'BLOQUEO' TO WS-RESULTADO-PASO
                       END-IF
                   END-IF
               END-IF
               IF WS-RESULTADO-PASO = 'BLOQUEO'
                   STRING 'proceso ' DELIMITED BY SIZE
                       WS-CTL-BUSCADO DELIMITED BY SPACE
                       ' sin completar en CONTROL.DAT' DELIMITED BY SIZE
                       INTO WS-MOTIVO-PASO
                   END-STRING
               END-IF
           END-IF.

      *> Con diferencias el extracto deja CONTABLE.RPT pero no corta
      *> el fichero de apuntes del dia.
       COMPROBAR-APUNTES.
           MOVE 'apuntes' TO WS-CONTEO-ETIQUETA
           MOVE SPACES TO WS-NOMBRE-APUNTES
           STRING 'APUNTES-' DELIMITED BY SIZE
               WS-FECHA-PASO DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WS-NOMBRE-APUNTES
           END-STRING
           MOVE 'N' TO WS-FIN-FICHERO
           OPEN INPUT FICHERO-APUNTES
           IF WS-STATUS-APUNTES NOT = '00'
               MOVE 'BLOQUEO' TO WS-RESULTADO-PASO
               MOVE 'CONTABLE.RPT sin fichero de apuntes del dia'
                   TO WS-MOTIVO-PASO
           ELSE
               PERFORM UNTIL WS-FIN-FICHERO = 'S'
                   READ FICHERO-APUNTES
                       AT END
                           MOVE 'S' TO WS-FIN-FICHERO
                       NOT AT END
                           ADD 1 TO WS-CONTEO-PASO
                   END-READ
               END-PERFORM
               CLOSE FICHERO-APUNTES
           END-IF.

       COMPROBAR-CONTROL-RESPALDO.
           MOVE 'maestros' TO WS-CONTEO-ETIQUETA
           MOVE 'N' TO WS-FIN-FICHERO
           OPEN INPUT CONTROL-RESPALDO
           IF WS-STATUS-RESPALDO = '00'
               PERFORM UNTIL WS-FIN-FICHERO = 'S'
                   READ CONTROL-RESPALDO
                       AT END
                           MOVE 'S' TO WS-FIN-FICHERO
                       NOT AT END
                           IF REG-RSP-FECHA = WS-FECHA-PASO
                               ADD 1 TO WS-CONTEO-PASO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-RESPALDO
           END-IF
           IF WS-CONTEO-PASO = 0
               MOVE 'BLOQUEO' TO WS-RESULTADO-PASO
               MOVE 'RESPALDO.CTL sin la copia de hoy' TO WS-MOTIVO-PASO
           END-IF.

      *> ------- REGISTRO DE EJECUCION -------

       EDITAR-HORA.
           MOVE WS-HORA-ACTUAL(1:2) TO WS-HE-HH
           MOVE WS-HORA-ACTUAL(3:2) TO WS-HE-MM
           MOVE WS-HORA-ACTUAL(5:2) TO WS-HE-SS.

      *> Un mismo registro por fecha de cadena: la reanudacion sigue
      *> escribiendo en el de la noche en que se detuvo.
       ABRIR-REGISTRO-CADENA.
           MOVE SPACES TO WS-NOMBRE-REGISTRO
           STRING 'CADENA-' DELIMITED BY SIZE
               WS-FECHA-CADENA DELIMITED BY SIZE
               '.LOG' DELIMITED BY SIZE
               INTO WS-NOMBRE-REGISTRO
           END-STRING
           MOVE SPACES TO WS-NOMBRE-SALIDA
           STRING 'CADENA-' DELIMITED BY SIZE
               WS-FECHA-CADENA DELIMITED BY SIZE
               '.OUT' DELIMITED BY SIZE
               INTO WS-NOMBRE-SALIDA
           END-STRING
           OPEN EXTEND REGISTRO-CADENA
           IF WS-STATUS-REGISTRO = '05' OR WS-STATUS-REGISTRO = '35'
               OPEN OUTPUT REGISTRO-CADENA
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           PERFORM EDITAR-HORA
           MOVE ALL '=' TO REG-LINEA-REGISTRO
           WRITE REG-LINEA-REGISTRO
           MOVE SPACES TO REG-LINEA-REGISTRO
           STRING '*** CADENA NOCTURNA DEL ' DELIMITED BY SIZE
               WS-FECHA-CADENA DELIMITED BY SIZE
               ' ***' DELIMITED BY SIZE
               INTO REG-LINEA-REGISTRO
           END-STRING
           WRITE REG-LINEA-REGISTRO
           MOVE SPACES TO REG-LINEA-REGISTRO
           STRING 'Inicio: ' DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HORA-EDITADA DELIMITED BY SIZE
               '  Operador: ' DELIMITED BY SIZE
               WS-OPERADOR-ID DELIMITED BY SIZE
               INTO REG-LINEA-REGISTRO
           END-STRING
           WRITE REG-LINEA-REGISTRO
           MOVE SPACES TO REG-LINEA-REGISTRO
           IF WS-FIN-DE-MES = 'S'
               MOVE 'Jornada: FIN DE MES (incluye los pasos mensuales)'
                   TO REG-LINEA-REGISTRO
           ELSE
               MOVE 'Jornada: DIARIA' TO REG-LINEA-REGISTRO
           END-IF
           WRITE REG-LINEA-REGISTRO
           IF WS-REANUDAR = 'S'
               MOVE WS-PASO-INICIAL TO WS-LIN-PASO
               MOVE SPACES TO REG-LINEA-REGISTRO
               STRING 'Reanudacion desde el paso ' DELIMITED BY SIZE
                   WS-LIN-PASO DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WS-PASO-PROGRAMA (WS-PASO-INICIAL) DELIMITED BY SPACE
                   ')' DELIMITED BY SIZE
                   INTO REG-LINEA-REGISTRO
               END-STRING
               WRITE REG-LINEA-REGISTRO
           END-IF
           MOVE SPACES TO REG-LINEA-REGISTRO
           MOVE 'PASO PROGRAMA              INICIO   FIN      RESULTADO'
               TO REG-LINEA-REGISTRO(1:56)
           MOVE 'DIARIO ANTES/DESPUES  RECUENTO'
               TO REG-LINEA-REGISTRO(58:30)
           WRITE REG-LINEA-REGISTRO.

       ESCRIBIR-LINEA-PASO.
           MOVE WS-HORA-INICIO-PASO TO WS-HORA-ACTUAL
           PERFORM EDITAR-HORA
           MOVE WS-HORA-EDITADA TO WS-LIN-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           PERFORM EDITAR-HORA
           MOVE WS-HORA-EDITADA TO WS-LIN-FIN
           MOVE WS-PASO-ACTUAL    TO WS-LIN-PASO
           MOVE WS-DIARIO-ANTES   TO WS-LIN-DIARIO-ANTES
           MOVE WS-DIARIO-DESPUES TO WS-LIN-DIARIO-DESPUES
           MOVE WS-CONTEO-PASO    TO WS-LIN-CONTEO
           MOVE SPACES TO REG-LINEA-REGISTRO
           IF WS-RESULTADO-PASO = 'OMITIDO'
               STRING WS-LIN-PASO DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-PASO-PROGRAMA (WS-PASO-ACTUAL) DELIMITED BY SIZE
                   ' -        -        ' DELIMITED BY SIZE
                   WS-RESULTADO-PASO DELIMITED BY SIZE
                   INTO REG-LINEA-REGISTRO
               END-STRING
           ELSE
               STRING WS-LIN-PASO DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-PASO-PROGRAMA (WS-PASO-ACTUAL) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-LIN-INICIO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-LIN-FIN DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RESULTADO-PASO DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-LIN-DIARIO-ANTES DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-LIN-DIARIO-DESPUES DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-CONTEO-ETIQUETA DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   INTO REG-LINEA-REGISTRO
               END-STRING
               IF WS-CONTEO-ETIQUETA NOT = SPACES
                   MOVE WS-LIN-CONTEO TO REG-LINEA-REGISTRO(87:7)
               END-IF
           END-IF
           WRITE REG-LINEA-REGISTRO
           IF WS-MOTIVO-PASO NOT = SPACES
                   AND WS-RESULTADO-PASO NOT = 'OMITIDO'
               MOVE SPACES TO REG-LINEA-REGISTRO
               STRING '     -> ' DELIMITED BY SIZE
                   WS-MOTIVO-PASO DELIMITED BY SIZE
                   INTO REG-LINEA-REGISTRO
               END-STRING
               WRITE REG-LINEA-REGISTRO
           END-IF.

       CERRAR-REGISTRO-CADENA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           PERFORM EDITAR-HORA
           MOVE SPACES TO REG-LINEA-REGISTRO
           STRING 'Fin: ' DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HORA-EDITADA DELIMITED BY SIZE
               '  Pasos correctos: ' DELIMITED BY SIZE
               WS-PASOS-CORRECTOS DELIMITED BY SIZE
               '  Omitidos: ' DELIMITED BY SIZE
               WS-PASOS-OMITIDOS DELIMITED BY SIZE
               INTO REG-LINEA-REGISTRO
           END-STRING
           WRITE REG-LINEA-REGISTRO
           MOVE SPACES TO REG-LINEA-REGISTRO
           IF WS-CADENA-DETENIDA = 'S'
               MOVE WS-PASO-DETENIDO TO WS-LIN-PASO
               STRING 'RESULTADO: CADENA DETENIDA EN EL PASO '
                       DELIMITED BY SIZE
                   WS-LIN-PASO DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WS-PASO-PROGRAMA (WS-PASO-DETENIDO) DELIMITED BY SPACE
                   '); corregir y relanzar para reanudar'
                       DELIMITED BY SIZE
                   INTO REG-LINEA-REGISTRO
               END-STRING
               DISPLAY 'Cadena DETENIDA, ver ' WS-NOMBRE-REGISTRO
           ELSE
               MOVE 'RESULTADO: CADENA COMPLETADA' TO REG-LINEA-REGISTRO
               DISPLAY 'Cadena completada, ver ' WS-NOMBRE-REGISTRO
           END-IF
           WRITE REG-LINEA-REGISTRO
           CLOSE REGISTRO-CADENA.

       END PROGRAM BANCO-CADENA.
