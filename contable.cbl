       IDENTIFICATION DIVISION.
           PROGRAM-ID. INTERFAZ-CONTABLE.
           AUTHOR. Ramón Romero Montilla.
           *> Este programa arma los asientos de partida doble del dia
           *> para el libro mayor a partir de lo que PROCESADOR-BATCH
           *> agrego al diario acumulado (GRABAR-DIARIO), para que
           *> contabilidad deje de teclear a mano los asientos a
           *> partir del reporte.txt y de los totales por oficina.
           *> Cada movimiento se traduce a una cuenta deudora y una
           *> acreedora segun el plan de cuentas que mantiene
           *> contabilidad, por tipo de movimiento, pata de la
           *> transferencia, producto de la cuenta (columna 63 del
           *> maestro) y oficina; la camara ('CAM'), las comisiones
           *> ('COM') y los plazos fijos ('PFI') solo se imputan
           *> contra sus propias cuentas puente. El archivo de
           *> asientos lleva al frente un registro de control con los
           *> totales del debe, del haber y el hash-total del dia, y
           *> solo se emite si cuadra debe contra haber y el
           *> hash-total contra los depositos y retiros que
           *> PROCESADOR-BATCH dejo en el historial de corridas. Lo
           *> que no tiene cuenta contable en el plan no
           *> se pierde: sale en el reporte de partidas sin imputar.
           *> Debe correr despues de PROCESADOR-BATCH y antes de
           *> CIERRE-DIARIO, que vacia el diario en vivo.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DIARIO-FILE ASSIGN TO DYNAMIC WS-DIARIO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DIARIO-STATUS.

               SELECT MAESTRO-FILE ASSIGN TO DYNAMIC WS-MAESTRO-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAESTRO-CLAVE
                   FILE STATUS IS WS-MAESTRO-STATUS.

               SELECT PLAN-FILE ASSIGN TO DYNAMIC WS-PLAN-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PLAN-STATUS.

               SELECT ASIENTOS-FILE ASSIGN TO DYNAMIC WS-ASIENTOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT REPORTE-FILE ASSIGN TO DYNAMIC WS-REPORTE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL CONTROL-FILE
                   ASSIGN TO DYNAMIC WS-CONTROL-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTROL-STATUS.

               SELECT OPTIONAL HISTORIAL-FILE
                   ASSIGN TO DYNAMIC WS-HISTORIAL-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL AUDITORIA-FILE
                   ASSIGN TO DYNAMIC WS-AUDITORIA-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD DIARIO-FILE.
           01 DIARIO-RECORD PIC X(100).

           FD MAESTRO-FILE.
           01 MAESTRO-RECORD.
              05 MAESTRO-CLAVE PIC X(10).
              05 FILLER PIC X(90).

           FD PLAN-FILE.
           01 PLAN-RECORD PIC X(80).

           FD ASIENTOS-FILE.
           01 ASIENTOS-RECORD PIC X(120).

           FD REPORTE-FILE.
           01 REPORTE-RECORD PIC X(132).

           FD CONTROL-FILE.
           01 CONTROL-RECORD PIC X(60).

           FD HISTORIAL-FILE.
           01 HISTORIAL-RECORD PIC X(150).

           FD AUDITORIA-FILE.
           01 AUDITORIA-RECORD PIC X(250).

           WORKING-STORAGE SECTION.
           01 WS-PARAMETROS.
              05 WS-DIARIO-PATH PIC X(100) VALUE 'data/diario.dat'.
              05 WS-MAESTRO-PATH PIC X(100) VALUE 'data/maestro.dat'.
              05 WS-PLAN-PATH PIC X(100)
                  VALUE 'data/plan_cuentas.dat'.
              05 WS-ASIENTOS-PATH PIC X(100)
                  VALUE 'data/asientos_contables.dat'.
              05 WS-REPORTE-PATH PIC X(100)
                  VALUE 'data/partidas_sin_imputar.txt'.
              05 WS-CONTROL-PATH PIC X(100)
                  VALUE 'data/contable_control.dat'.
              05 WS-HISTORIAL-PATH PIC X(100)
                  VALUE 'data/historial_corridas.dat'.
              05 WS-AUDITORIA-PATH PIC X(100)
                  VALUE 'data/auditoria.dat'.
              05 WS-PARM-LINE PIC X(800).

           01 WS-VARIABLES.
              05 WS-DIARIO-STATUS PIC XX.
              05 WS-MAESTRO-STATUS PIC XX.
              05 WS-PLAN-STATUS PIC XX.
              05 WS-CONTROL-STATUS PIC XX.
              05 WS-EOF-DIARIO PIC X.
              05 WS-EOF-MAESTRO PIC X.
              05 WS-EOF-PLAN PIC X.
              05 WS-EOF-CONTROL PIC X.
              05 WS-EOF-HISTORIAL PIC X.
              05 WS-PASADA PIC 9(1).
              05 WS-FECHA-HOY PIC 9(8).
              05 WS-TOTAL-CUENTAS PIC 9(5) VALUE 0.
              05 WS-MAX-CUENTAS PIC 9(5) VALUE 5000.
              05 WS-TOTAL-PLAN PIC 9(3) VALUE 0.
              05 WS-MAX-PLAN PIC 9(3) VALUE 300.
              05 WS-PLAN-IDX PIC 9(3).
              05 WS-PLAN-ENC PIC 9(3).
              05 WS-PLAN-PUNTAJE PIC 9(1).
              05 WS-PLAN-MEJOR PIC 9(1).
              05 WS-CUENTA-BUSCADA PIC 9(10).
              05 WS-CUENTA-ENCONTRADA PIC X.
              05 WS-IDX-ENCONTRADO PIC 9(5).
              05 WS-BUSQ-BAJO PIC 9(5).
              05 WS-BUSQ-ALTO PIC 9(5).
              05 WS-BUSQ-MEDIO PIC 9(5).
              05 WS-DESPLAZA-IDX PIC 9(5).
              05 WS-DESPLAZA-ORIGEN PIC 9(5).
              05 WS-NUM-CUENTA-STR PIC X(10).
              05 WS-MONTO-STR PIC X(13).
              05 WS-CAMPO-STR PIC X(18).
              05 WS-MONTO-NUM PIC 9(10)V99.
              05 WS-MOV-CUENTA PIC 9(10).
              05 WS-MOV-FECHA PIC X(8).
              05 WS-MOV-TIPO PIC X(1).
              05 WS-MOV-PATA PIC X(1).
              05 WS-MOV-PRODUCTO PIC X(2).
              05 WS-MOV-OFICINA PIC X(3).
              05 WS-MOV-TIPO-PLAN PIC X(1).
              05 WS-MOV-OFICINA-PLAN PIC X(3).
              05 WS-MOV-REVERSO PIC X(1).
              05 WS-MOTIVO-SIN-IMPUTAR PIC X(40).
              05 WS-DIARIO-LINEA PIC 9(9).
              05 WS-DIARIO-TOTAL PIC 9(9).
              05 WS-DIARIO-SALTAR PIC 9(9) VALUE 0.
              05 WS-HASH-PRIMEROS PIC 9(15)V99.
              05 WS-HASH-DIARIO-TOTAL PIC 9(15)V99.
              05 WS-HIST-TOTAL PIC 9(9).
              05 WS-HIST-CORRIDAS PIC 9(9) VALUE 0.
              05 WS-HIST-DEP-RET PIC 9(15)V99 VALUE 0.
              05 WS-HAY-CONTROL PIC X VALUE 'N'.
              05 WS-CTL-DIARIO-REGS PIC 9(9) VALUE 0.
              05 WS-CTL-DIARIO-HASH PIC 9(15)V99 VALUE 0.
              05 WS-CTL-HIST-REGS PIC 9(9) VALUE 0.
              05 WS-VERIFICAR-HISTORIAL PIC X VALUE 'N'.
              05 WS-REGS-LEIDOS PIC 9(9) VALUE 0.
              05 WS-REGS-NO-CONTABLES PIC 9(9) VALUE 0.
              05 WS-CANT-ASIENTOS PIC 9(7) VALUE 0.
              05 WS-NUM-ASIENTO PIC 9(7) VALUE 0.
              05 WS-CANT-SIN-IMPUTAR PIC 9(7) VALUE 0.
              05 WS-HASH-DIA PIC 9(15)V99 VALUE 0.
              05 WS-HASH-MONETARIO PIC 9(15)V99 VALUE 0.
              05 WS-TOTAL-DEBE PIC 9(15)V99 VALUE 0.
              05 WS-TOTAL-HABER PIC 9(15)V99 VALUE 0.
              05 WS-TOTAL-SIN-IMPUTAR PIC 9(15)V99 VALUE 0.
              05 WS-TOTAL-CONTROL PIC 9(15)V99.
              05 WS-CUADRA PIC X VALUE 'S'.
              05 WS-MONTO-OUT PIC 9(10).99.
              05 WS-TOTAL-OUT PIC 9(15).99.
              05 WS-MONTO-DISPLAY PIC Z(9)9.99.
              05 WS-TOTAL-DISPLAY PIC Z(14)9.99.
              05 WS-CANT-DISPLAY PIC Z(6)9.
              05 WS-FECHA-DISPLAY PIC X(10).
              05 WS-LINEA-SALIDA PIC X(132).
              05 WS-FECHA-AUD PIC 9(8).
              05 WS-HORA-AUD PIC 9(8).
              05 WS-AUD-RC PIC 9(3).
              05 WS-AUD-CANT PIC 9(9).
              05 WS-AUD-DETALLE PIC X(175).

           *> Producto de cada cuenta del maestro, ordenado por numero
           *> de cuenta para resolverlo con busqueda binaria (mismo
           *> esquema de BUSCAR-CUENTA en PROCESADOR-BATCH).
           01 TABLA-CUENTAS.
              05 CUENTA OCCURS 5000 TIMES.
                 10 CTA-NUMERO PIC 9(10).
                 10 CTA-PRODUCTO PIC X(2).

           *> Plan de cuentas de contabilidad (ver CARGAR-PLAN).
           01 TABLA-PLAN.
              05 PLAN OCCURS 300 TIMES.
                 10 PLAN-TIPO PIC X(1).
                 10 PLAN-PATA PIC X(1).
                 10 PLAN-PRODUCTO PIC X(2).
                 10 PLAN-OFICINA PIC X(3).
                 10 PLAN-DEBE PIC X(12).
                 10 PLAN-HABER PIC X(12).
                 10 PLAN-DESCRIPCION PIC X(30).

           PROCEDURE DIVISION.
               PERFORM OBTENER-PARAMETROS.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

               PERFORM CARGAR-PLAN.
               PERFORM CARGAR-MAESTRO.
               PERFORM LEER-CONTROL.
               PERFORM DETERMINAR-INICIO-DIARIO.
               PERFORM SUMAR-HISTORIAL-NUEVO.

               OPEN OUTPUT REPORTE-FILE.
               PERFORM INICIALIZAR-REPORTE.
               MOVE 1 TO WS-PASADA.
               PERFORM RECORRER-DIARIO.
               PERFORM VERIFICAR-CUADRE.
               PERFORM GENERAR-TOTALES-REPORTE.
               CLOSE REPORTE-FILE.

               *> Un dia que no cuadra no se entrega al mayor: se
               *> corta antes de escribir un solo asiento y sin mover
               *> el control, para que el relanzamiento tome de nuevo
               *> los mismos registros del diario.
               IF WS-CUADRA = 'N'
                   DISPLAY 'ERROR: la interfaz contable no cuadra; '
                       'no se emitieron asientos (ver '
                       FUNCTION TRIM(WS-REPORTE-PATH) ')'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.

               OPEN OUTPUT ASIENTOS-FILE.
               PERFORM ESCRIBIR-CONTROL-ASIENTOS.
               MOVE 2 TO WS-PASADA.
               MOVE 0 TO WS-NUM-ASIENTO.
               PERFORM RECORRER-DIARIO.
               CLOSE ASIENTOS-FILE.

               PERFORM GRABAR-CONTROL.

               DISPLAY 'Interfaz contable: ' WS-CANT-ASIENTOS
                   ' asientos en ' FUNCTION TRIM(WS-ASIENTOS-PATH).
               IF WS-CANT-SIN-IMPUTAR > 0
                   DISPLAY 'AVISO: ' WS-CANT-SIN-IMPUTAR
                       ' partidas sin imputar en '
                       FUNCTION TRIM(WS-REPORTE-PATH)
                   MOVE 8 TO RETURN-CODE
               END-IF.
               PERFORM GRABAR-AUDITORIA.
               STOP RUN.

           *> Asienta el final de la corrida (tambien los finales con
           *> RETURN-CODE 8 o 16) en la pista de auditoria comun del
           *> batch; mismo layout que documenta GRABAR-AUDITORIA en
           *> PROCESADOR-BATCH.
           GRABAR-AUDITORIA.
               ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AUD FROM TIME.
               MOVE RETURN-CODE TO WS-AUD-RC.
               MOVE SPACES TO AUDITORIA-RECORD.
               MOVE WS-FECHA-AUD TO AUDITORIA-RECORD(1:8).
               MOVE WS-HORA-AUD(1:6) TO AUDITORIA-RECORD(10:6).
               MOVE 'INTERFAZ-CONTABLE' TO AUDITORIA-RECORD(17:24).
               MOVE WS-AUD-RC TO AUDITORIA-RECORD(42:3).
               MOVE WS-REGS-LEIDOS TO AUDITORIA-RECORD(46:9).
               MOVE WS-CANT-ASIENTOS TO WS-AUD-CANT.
               MOVE WS-AUD-CANT TO AUDITORIA-RECORD(56:9).
               MOVE WS-CANT-SIN-IMPUTAR TO WS-AUD-CANT.
               MOVE WS-AUD-CANT TO AUDITORIA-RECORD(66:9).
               MOVE SPACES TO WS-AUD-DETALLE.
               STRING 'diario=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DIARIO-PATH) DELIMITED BY SIZE
                   ' plan=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PLAN-PATH) DELIMITED BY SIZE
                   ' asientos=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ASIENTOS-PATH) DELIMITED BY SIZE
                   INTO WS-AUD-DETALLE.
               MOVE WS-AUD-DETALLE TO AUDITORIA-RECORD(76:175).
               OPEN EXTEND AUDITORIA-FILE.
               WRITE AUDITORIA-RECORD.
               CLOSE AUDITORIA-FILE.

           *> Parametros opcionales, en este orden: rutas del diario
           *> en vivo, del maestro, del plan de cuentas, del archivo
           *> de asientos, del reporte de partidas sin imputar, del
           *> archivo de control de la interfaz y del historial de
           *> corridas; sin parametros se usan las rutas por defecto
           *> bajo data/.
           OBTENER-PARAMETROS.
               ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
               IF WS-PARM-LINE NOT = SPACES
                   UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
                       INTO WS-DIARIO-PATH
                           WS-MAESTRO-PATH
                           WS-PLAN-PATH
                           WS-ASIENTOS-PATH
                           WS-REPORTE-PATH
                           WS-CONTROL-PATH
                           WS-HISTORIAL-PATH
               END-IF.

           *> Layout de PLAN-RECORD: tipo de movimiento (1:1), pata
           *> (3:1: '-' origen o '+' destino de una transferencia 'T',
           *> en blanco para los demas tipos), producto (5:2), oficina
           *> (8:3), cuenta contable deudora (12:12), cuenta contable
           *> acreedora (25:12) y descripcion del asiento (38:30). Un
           *> producto u oficina en blanco vale para todos; entre
           *> varias lineas aplicables gana la mas especifica (ver
           *> BUSCAR-IMPUTACION). Las lineas en blanco o comentadas
           *> con '*' se saltan, igual que en el archivo de tasas.
           CARGAR-PLAN.
               OPEN INPUT PLAN-FILE.
               IF WS-PLAN-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el plan de cuentas '
                       FUNCTION TRIM(WS-PLAN-PATH)
                       ' (estado ' WS-PLAN-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               SET WS-EOF-PLAN TO 'N'.
               PERFORM UNTIL WS-EOF-PLAN = 'S'
                   READ PLAN-FILE INTO PLAN-RECORD
                       AT END
                           SET WS-EOF-PLAN TO 'S'
                       NOT AT END
                           IF PLAN-RECORD(1:1) NOT = SPACE
                               AND PLAN-RECORD(1:1) NOT = '*'
                               IF WS-TOTAL-PLAN >= WS-MAX-PLAN
                                   DISPLAY 'ERROR: el plan de cuentas '
                                       'excede las ' WS-MAX-PLAN
                                       ' lineas soportadas'
                                   MOVE 16 TO RETURN-CODE
                                   PERFORM GRABAR-AUDITORIA
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-TOTAL-PLAN
                               MOVE PLAN-RECORD(1:1)
                                   TO PLAN-TIPO(WS-TOTAL-PLAN)
                               MOVE PLAN-RECORD(3:1)
                                   TO PLAN-PATA(WS-TOTAL-PLAN)
                               MOVE PLAN-RECORD(5:2)
                                   TO PLAN-PRODUCTO(WS-TOTAL-PLAN)
                               MOVE PLAN-RECORD(8:3)
                                   TO PLAN-OFICINA(WS-TOTAL-PLAN)
                               MOVE PLAN-RECORD(12:12)
                                   TO PLAN-DEBE(WS-TOTAL-PLAN)
                               MOVE PLAN-RECORD(25:12)
                                   TO PLAN-HABER(WS-TOTAL-PLAN)
                               MOVE PLAN-RECORD(38:30)
                                   TO PLAN-DESCRIPCION(WS-TOTAL-PLAN)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PLAN-FILE.
               IF WS-TOTAL-PLAN = 0
                   DISPLAY 'ERROR: el plan de cuentas '
                       FUNCTION TRIM(WS-PLAN-PATH)
                       ' no tiene ninguna linea valida'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.

           *> Del maestro solo hace falta el producto (63:2, en blanco
           *> se trata como 'BA', igual que en PROCESADOR-BATCH).
           CARGAR-MAESTRO.
               OPEN INPUT MAESTRO-FILE.
               IF WS-MAESTRO-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el maestro '
                       FUNCTION TRIM(WS-MAESTRO-PATH)
                       ' (estado ' WS-MAESTRO-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               SET WS-EOF-MAESTRO TO 'N'.
               PERFORM UNTIL WS-EOF-MAESTRO = 'S'
                   READ MAESTRO-FILE INTO MAESTRO-RECORD
                       AT END
                           SET WS-EOF-MAESTRO TO 'S'
                       NOT AT END
                           IF WS-TOTAL-CUENTAS >= WS-MAX-CUENTAS
                               DISPLAY 'ERROR: '
                                   FUNCTION TRIM(WS-MAESTRO-PATH)
                                   ' excede la capacidad maxima de '
                                   WS-MAX-CUENTAS
                                   ' cuentas soportada'
                               MOVE 16 TO RETURN-CODE
                               PERFORM GRABAR-AUDITORIA
                               STOP RUN
                           END-IF
                           MOVE MAESTRO-RECORD(1:10)
                               TO WS-NUM-CUENTA-STR
                           MOVE FUNCTION NUMVAL(WS-NUM-CUENTA-STR)
                               TO WS-CUENTA-BUSCADA
                           PERFORM BUSCAR-CUENTA
                           IF WS-CUENTA-ENCONTRADA = 'S'
                               MOVE WS-IDX-ENCONTRADO TO WS-BUSQ-BAJO
                           END-IF
                           PERFORM ABRIR-HUECO-CUENTA
                           MOVE WS-CUENTA-BUSCADA
                               TO CTA-NUMERO(WS-BUSQ-BAJO)
                           IF MAESTRO-RECORD(63:2) = SPACES
                               MOVE 'BA' TO CTA-PRODUCTO(WS-BUSQ-BAJO)
                           ELSE
                               MOVE MAESTRO-RECORD(63:2)
                                   TO CTA-PRODUCTO(WS-BUSQ-BAJO)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE MAESTRO-FILE.

           *> Busqueda binaria de WS-CUENTA-BUSCADA; mismo contrato
           *> que BUSCAR-CUENTA en PROCESADOR-BATCH.
           BUSCAR-CUENTA.
               SET WS-CUENTA-ENCONTRADA TO 'N'.
               MOVE ZERO TO WS-IDX-ENCONTRADO.
               MOVE 1 TO WS-BUSQ-BAJO.
               MOVE WS-TOTAL-CUENTAS TO WS-BUSQ-ALTO.
               PERFORM UNTIL WS-BUSQ-BAJO > WS-BUSQ-ALTO
                          OR WS-CUENTA-ENCONTRADA = 'S'
                   COMPUTE WS-BUSQ-MEDIO =
                       (WS-BUSQ-BAJO + WS-BUSQ-ALTO) / 2
                   EVALUATE TRUE
                       WHEN CTA-NUMERO(WS-BUSQ-MEDIO)
                           = WS-CUENTA-BUSCADA
                           SET WS-CUENTA-ENCONTRADA TO 'S'
                           MOVE WS-BUSQ-MEDIO TO WS-IDX-ENCONTRADO
                       WHEN CTA-NUMERO(WS-BUSQ-MEDIO)
                           < WS-CUENTA-BUSCADA
                           COMPUTE WS-BUSQ-BAJO = WS-BUSQ-MEDIO + 1
                       WHEN OTHER
                           COMPUTE WS-BUSQ-ALTO = WS-BUSQ-MEDIO - 1
                   END-EVALUATE
               END-PERFORM.

           ABRIR-HUECO-CUENTA.
               ADD 1 TO WS-TOTAL-CUENTAS.
               MOVE WS-TOTAL-CUENTAS TO WS-DESPLAZA-IDX.
               PERFORM UNTIL WS-DESPLAZA-IDX <= WS-BUSQ-BAJO
                   COMPUTE WS-DESPLAZA-ORIGEN = WS-DESPLAZA-IDX - 1
                   MOVE CUENTA(WS-DESPLAZA-ORIGEN)
                       TO CUENTA(WS-DESPLAZA-IDX)
                   SUBTRACT 1 FROM WS-DESPLAZA-IDX
               END-PERFORM.

           *> Layout de CONTROL-RECORD: registros del diario ya
           *> contabilizados (1:9), hash-total de sus montos (11:18),
           *> lineas del historial de corridas ya cubiertas (30:9) y
           *> fecha de la ultima interfaz (40:8). Sin archivo de
           *> control (primera interfaz) se toma el diario entero y
           *> no hay contra que cotejar el historial.
           LEER-CONTROL.
               OPEN INPUT CONTROL-FILE.
               SET WS-EOF-CONTROL TO 'N'.
               PERFORM UNTIL WS-EOF-CONTROL = 'S'
                   READ CONTROL-FILE INTO CONTROL-RECORD
                       AT END
                           SET WS-EOF-CONTROL TO 'S'
                       NOT AT END
                           IF CONTROL-RECORD(1:9) NUMERIC
                               MOVE 'S' TO WS-HAY-CONTROL
                               MOVE CONTROL-RECORD(1:9)
                                   TO WS-CTL-DIARIO-REGS
                               MOVE CONTROL-RECORD(11:18)
                                   TO WS-CAMPO-STR
                               MOVE FUNCTION NUMVAL(WS-CAMPO-STR)
                                   TO WS-CTL-DIARIO-HASH
                               MOVE CONTROL-RECORD(30:9)
                                   TO WS-CTL-HIST-REGS
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CONTROL-FILE.

           *> Decide desde que registro del diario en vivo empieza lo
           *> nuevo. Si los primeros registros siguen siendo los que
           *> la interfaz anterior ya contabilizo (misma cantidad y
           *> mismo hash-total de montos), se saltan: un relanzamiento
           *> o una segunda corrida del batch en el mismo dia no
           *> duplican asientos. Si no coinciden, CIERRE-DIARIO ya
           *> corto el diario y todo lo que hay es nuevo.
           DETERMINAR-INICIO-DIARIO.
               MOVE 0 TO WS-DIARIO-TOTAL.
               MOVE 0 TO WS-HASH-PRIMEROS.
               MOVE 0 TO WS-HASH-DIARIO-TOTAL.
               OPEN INPUT DIARIO-FILE.
               IF WS-DIARIO-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el diario '
                       FUNCTION TRIM(WS-DIARIO-PATH)
                       ' (estado ' WS-DIARIO-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               SET WS-EOF-DIARIO TO 'N'.
               PERFORM UNTIL WS-EOF-DIARIO = 'S'
                   READ DIARIO-FILE INTO DIARIO-RECORD
                       AT END
                           SET WS-EOF-DIARIO TO 'S'
                       NOT AT END
                           ADD 1 TO WS-DIARIO-TOTAL
                           MOVE DIARIO-RECORD(21:13) TO WS-MONTO-STR
                           MOVE FUNCTION NUMVAL(WS-MONTO-STR)
                               TO WS-MONTO-NUM
                           ADD WS-MONTO-NUM TO WS-HASH-DIARIO-TOTAL
                           IF WS-DIARIO-TOTAL <= WS-CTL-DIARIO-REGS
                               ADD WS-MONTO-NUM TO WS-HASH-PRIMEROS
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE DIARIO-FILE.

               IF WS-HAY-CONTROL = 'S'
                   AND WS-DIARIO-TOTAL >= WS-CTL-DIARIO-REGS
                   AND WS-HASH-PRIMEROS = WS-CTL-DIARIO-HASH
                   MOVE WS-CTL-DIARIO-REGS TO WS-DIARIO-SALTAR
               ELSE
                   MOVE 0 TO WS-DIARIO-SALTAR
               END-IF.
               IF WS-DIARIO-SALTAR > 0
                   DISPLAY 'Se saltan ' WS-DIARIO-SALTAR
                       ' registros del diario ya contabilizados'
               END-IF.
               IF WS-DIARIO-TOTAL = WS-DIARIO-SALTAR
                   DISPLAY 'AVISO: el diario no trae registros nuevos '
                       'desde la ultima interfaz contable'
               END-IF.

           *> Suma depositos (52:18) y retiros (71:18) de las corridas
           *> de PROCESADOR-BATCH asentadas en el historial despues de
           *> la ultima interfaz: es el hash-total del dia contra el
           *> que se coteja lo que la interfaz toma del diario. Sin
           *> control previo, o con un historial mas corto que el
           *> que ya se cubrio (historial reemplazado), no hay con
           *> que cotejar y se avisa.
           SUMAR-HISTORIAL-NUEVO.
               MOVE 0 TO WS-HIST-TOTAL.
               SET WS-EOF-HISTORIAL TO 'N'.
               OPEN INPUT HISTORIAL-FILE.
               PERFORM UNTIL WS-EOF-HISTORIAL = 'S'
                   READ HISTORIAL-FILE INTO HISTORIAL-RECORD
                       AT END
                           SET WS-EOF-HISTORIAL TO 'S'
                       NOT AT END
                           ADD 1 TO WS-HIST-TOTAL
                           IF WS-HIST-TOTAL > WS-CTL-HIST-REGS
                               ADD 1 TO WS-HIST-CORRIDAS
                               MOVE HISTORIAL-RECORD(52:18)
                                   TO WS-CAMPO-STR
                               ADD FUNCTION NUMVAL(WS-CAMPO-STR)
                                   TO WS-HIST-DEP-RET
                               MOVE HISTORIAL-RECORD(71:18)
                                   TO WS-CAMPO-STR
                               ADD FUNCTION NUMVAL(WS-CAMPO-STR)
                                   TO WS-HIST-DEP-RET
                               IF HISTORIAL-RECORD(136:15) NOT = SPACES
                                   MOVE HISTORIAL-RECORD(136:15)
                                       TO WS-CAMPO-STR
                                   ADD FUNCTION NUMVAL(WS-CAMPO-STR)
                                       TO WS-HIST-DEP-RET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE HISTORIAL-FILE.
               *> Tras un corte de CIERRE-DIARIO el diario arranca de
               *> cero y el control apunta a registros que ya no
               *> estan: el cotejo vale igual, porque lo nuevo del
               *> diario y lo nuevo del historial son las mismas
               *> corridas.
               IF WS-HAY-CONTROL = 'S'
                   AND WS-HIST-TOTAL >= WS-CTL-HIST-REGS
                   MOVE 'S' TO WS-VERIFICAR-HISTORIAL
               END-IF.
               IF WS-VERIFICAR-HISTORIAL = 'N'
                   DISPLAY 'AVISO: sin control previo de la interfaz; '
                       'el hash-total no se coteja contra el historial'
               END-IF.

           *> Recorre los registros nuevos del diario (layout de
           *> GRABAR-DIARIO en PROCESADOR-BATCH). En la primera pasada
           *> (WS-PASADA 1) imputa, acumula los totales de control y
           *> asienta en el reporte las partidas sin imputar; en la
           *> segunda escribe los asientos, ya con el control al
           *> frente del archivo.
           RECORRER-DIARIO.
               MOVE 0 TO WS-DIARIO-LINEA.
               OPEN INPUT DIARIO-FILE.
               SET WS-EOF-DIARIO TO 'N'.
               PERFORM UNTIL WS-EOF-DIARIO = 'S'
                   READ DIARIO-FILE INTO DIARIO-RECORD
                       AT END
                           SET WS-EOF-DIARIO TO 'S'
                       NOT AT END
                           ADD 1 TO WS-DIARIO-LINEA
                           IF WS-DIARIO-LINEA > WS-DIARIO-SALTAR
                               PERFORM PROCESAR-REGISTRO-DIARIO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE DIARIO-FILE.

           *> Solo mueven el mayor los tipos con importe: depositos
           *> 'D', retiros 'R', cada pata de una transferencia 'T',
           *> interes 'I', saldo inicial de un alta 'A' y el importe
           *> que pudiera traer una baja 'C'. Los bloqueos 'B' y 'L'
           *> y los registros con monto cero no son contables y solo
           *> se cuentan. Un reverso 'X' se imputa con la linea del
           *> plan del movimiento que anula (tipo 71:1 y oficina 73:3
           *> del diario; en una transferencia, la pata contraria al
           *> signo del reverso) y se asienta como contrasiento, con
           *> el debe y el haber de esa linea invertidos.
           PROCESAR-REGISTRO-DIARIO.
               MOVE DIARIO-RECORD(1:10) TO WS-NUM-CUENTA-STR.
               MOVE FUNCTION NUMVAL(WS-NUM-CUENTA-STR)
                   TO WS-MOV-CUENTA.
               MOVE DIARIO-RECORD(11:8) TO WS-MOV-FECHA.
               MOVE DIARIO-RECORD(19:1) TO WS-MOV-TIPO.
               MOVE DIARIO-RECORD(57:3) TO WS-MOV-OFICINA.
               MOVE DIARIO-RECORD(21:13) TO WS-MONTO-STR.
               MOVE FUNCTION NUMVAL(WS-MONTO-STR) TO WS-MONTO-NUM.
               IF WS-MOV-TIPO = 'T'
                   MOVE DIARIO-RECORD(20:1) TO WS-MOV-PATA
               ELSE
                   MOVE SPACE TO WS-MOV-PATA
               END-IF.
               MOVE WS-MOV-TIPO TO WS-MOV-TIPO-PLAN.
               MOVE WS-MOV-OFICINA TO WS-MOV-OFICINA-PLAN.
               MOVE 'N' TO WS-MOV-REVERSO.
               IF WS-MOV-TIPO = 'X'
                   MOVE 'S' TO WS-MOV-REVERSO
                   MOVE DIARIO-RECORD(71:1) TO WS-MOV-TIPO-PLAN
                   MOVE DIARIO-RECORD(73:3) TO WS-MOV-OFICINA-PLAN
                   IF WS-MOV-TIPO-PLAN = 'T'
                       IF DIARIO-RECORD(20:1) = '+'
                           MOVE '-' TO WS-MOV-PATA
                       ELSE
                           MOVE '+' TO WS-MOV-PATA
                       END-IF
                   END-IF
               END-IF.

               IF WS-PASADA = 1
                   ADD 1 TO WS-REGS-LEIDOS
               END-IF.
               IF (WS-MOV-TIPO = 'D' OR 'R' OR 'T' OR 'I' OR 'A'
                   OR 'C' OR 'X') AND WS-MONTO-NUM > 0
                   PERFORM IMPUTAR-REGISTRO
               ELSE
                   IF WS-PASADA = 1
                       ADD 1 TO WS-REGS-NO-CONTABLES
                   END-IF
               END-IF.

           IMPUTAR-REGISTRO.
               MOVE WS-MOV-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM BUSCAR-CUENTA.
               IF WS-CUENTA-ENCONTRADA = 'S'
                   MOVE CTA-PRODUCTO(WS-IDX-ENCONTRADO)
                       TO WS-MOV-PRODUCTO
               ELSE
                   MOVE SPACES TO WS-MOV-PRODUCTO
               END-IF.
               PERFORM BUSCAR-IMPUTACION.

               IF WS-PASADA = 1
                   ADD WS-MONTO-NUM TO WS-HASH-DIA
                   IF WS-MOV-TIPO NOT = 'C'
                       ADD WS-MONTO-NUM TO WS-HASH-MONETARIO
                   END-IF
                   IF WS-PLAN-ENC > 0
                       ADD 1 TO WS-CANT-ASIENTOS
                       ADD WS-MONTO-NUM TO WS-TOTAL-DEBE
                       ADD WS-MONTO-NUM TO WS-TOTAL-HABER
                   ELSE
                       ADD 1 TO WS-CANT-SIN-IMPUTAR
                       ADD WS-MONTO-NUM TO WS-TOTAL-SIN-IMPUTAR
                       PERFORM ESCRIBIR-SIN-IMPUTAR
                   END-IF
               ELSE
                   IF WS-PLAN-ENC > 0
                       PERFORM ESCRIBIR-ASIENTO
                   END-IF
               END-IF.

           *> Busca en el plan la linea que imputa el movimiento en
           *> curso y la deja en WS-PLAN-ENC (cero si no hay). Debe
           *> coincidir el tipo y, para 'T', la pata; producto y
           *> oficina coinciden si son iguales o si la linea los trae
           *> en blanco. Entre varias aplicables gana la de oficina
           *> propia y, despues, la de producto propio. Los
           *> movimientos de la camara ('CAM'), de las comisiones
           *> ('COM') y de los plazos fijos ('PFI') solo se imputan
           *> con una linea de su propia oficina: van a sus cuentas
           *> puente y nunca a la cuenta generica de caja; sin esa
           *> linea quedan sin imputar.
           *> Tampoco se imputa una cuenta que no figura en el
           *> maestro, porque no hay producto que decida su pasivo.
           BUSCAR-IMPUTACION.
               MOVE 0 TO WS-PLAN-ENC.
               MOVE 0 TO WS-PLAN-MEJOR.
               MOVE SPACES TO WS-MOTIVO-SIN-IMPUTAR.
               IF WS-MOV-PRODUCTO = SPACES
                   MOVE 'CUENTA NO ENCONTRADA EN MAESTRO'
                       TO WS-MOTIVO-SIN-IMPUTAR
               ELSE
                   MOVE 1 TO WS-PLAN-IDX
                   PERFORM UNTIL WS-PLAN-IDX > WS-TOTAL-PLAN
                       PERFORM EVALUAR-LINEA-PLAN
                       ADD 1 TO WS-PLAN-IDX
                   END-PERFORM
                   IF WS-PLAN-ENC = 0
                       MOVE 'SIN CUENTA CONTABLE EN EL PLAN'
                           TO WS-MOTIVO-SIN-IMPUTAR
                   END-IF
               END-IF.

           EVALUAR-LINEA-PLAN.
               MOVE 0 TO WS-PLAN-PUNTAJE.
               IF PLAN-TIPO(WS-PLAN-IDX) = WS-MOV-TIPO-PLAN
                   AND (PLAN-PATA(WS-PLAN-IDX) = SPACE
                       OR PLAN-PATA(WS-PLAN-IDX) = WS-MOV-PATA)
                   AND (PLAN-PRODUCTO(WS-PLAN-IDX) = SPACES
                       OR PLAN-PRODUCTO(WS-PLAN-IDX)
                           = WS-MOV-PRODUCTO)
                   EVALUATE TRUE
                       WHEN PLAN-OFICINA(WS-PLAN-IDX)
                           = WS-MOV-OFICINA-PLAN
                           MOVE 3 TO WS-PLAN-PUNTAJE
                       WHEN PLAN-OFICINA(WS-PLAN-IDX) = SPACES
                           AND WS-MOV-OFICINA-PLAN NOT = 'CAM'
                           AND WS-MOV-OFICINA-PLAN NOT = 'COM'
                           AND WS-MOV-OFICINA-PLAN NOT = 'PFI'
                           MOVE 1 TO WS-PLAN-PUNTAJE
                       WHEN OTHER
                           MOVE 0 TO WS-PLAN-PUNTAJE
                   END-EVALUATE
                   IF WS-PLAN-PUNTAJE > 0
                       AND PLAN-PRODUCTO(WS-PLAN-IDX) NOT = SPACES
                       ADD 1 TO WS-PLAN-PUNTAJE
                   END-IF
                   IF WS-PLAN-PUNTAJE > WS-PLAN-MEJOR
                       MOVE WS-PLAN-PUNTAJE TO WS-PLAN-MEJOR
                       MOVE WS-PLAN-IDX TO WS-PLAN-ENC
                   END-IF
               END-IF.

           *> Layout de ASIENTOS-RECORD, dos lineas por asiento (la
           *> deudora y la acreedora): fecha contable (1:8), numero
           *> de asiento (10:7), 'D' debe o 'H' haber (18:1), cuenta
           *> contable (20:12), importe (33:13), cuenta del cliente
           *> (47:10), fecha del movimiento (58:8), tipo (67:1), pata
           *> (68:1), producto (70:2), oficina (73:3) y descripcion
           *> del plan (77:30).
           ESCRIBIR-ASIENTO.
               ADD 1 TO WS-NUM-ASIENTO.
               MOVE WS-MONTO-NUM TO WS-MONTO-OUT.
               MOVE SPACES TO ASIENTOS-RECORD.
               MOVE WS-FECHA-HOY TO ASIENTOS-RECORD(1:8).
               MOVE WS-NUM-ASIENTO TO ASIENTOS-RECORD(10:7).
               MOVE WS-MONTO-OUT TO ASIENTOS-RECORD(33:13).
               MOVE WS-MOV-CUENTA TO ASIENTOS-RECORD(47:10).
               MOVE WS-MOV-FECHA TO ASIENTOS-RECORD(58:8).
               MOVE WS-MOV-TIPO TO ASIENTOS-RECORD(67:1).
               MOVE WS-MOV-PATA TO ASIENTOS-RECORD(68:1).
               MOVE WS-MOV-PRODUCTO TO ASIENTOS-RECORD(70:2).
               MOVE WS-MOV-OFICINA TO ASIENTOS-RECORD(73:3).
               MOVE PLAN-DESCRIPCION(WS-PLAN-ENC)
                   TO ASIENTOS-RECORD(77:30).
               MOVE 'D' TO ASIENTOS-RECORD(18:1).
               IF WS-MOV-REVERSO = 'S'
                   MOVE PLAN-HABER(WS-PLAN-ENC)
                       TO ASIENTOS-RECORD(20:12)
               ELSE
                   MOVE PLAN-DEBE(WS-PLAN-ENC) TO ASIENTOS-RECORD(20:12)
               END-IF.
               WRITE ASIENTOS-RECORD.
               MOVE 'H' TO ASIENTOS-RECORD(18:1).
               IF WS-MOV-REVERSO = 'S'
                   MOVE PLAN-DEBE(WS-PLAN-ENC) TO ASIENTOS-RECORD(20:12)
               ELSE
                   MOVE PLAN-HABER(WS-PLAN-ENC)
                       TO ASIENTOS-RECORD(20:12)
               END-IF.
               WRITE ASIENTOS-RECORD.

           *> Registro de control al frente del archivo de asientos,
           *> al estilo del registro LOTE de CONSOLIDADOR-MOVIMIENTOS:
           *> la marca 'CTRL' (1:4), fecha contable (6:8), cantidad de
           *> asientos (15:7), cantidad de lineas (23:9), total debe
           *> (33:18), total haber (52:18) y hash-total del dia
           *> (71:18, la suma de los montos contables tomados del
           *> diario, imputados o no), para que el mayor lo verifique
           *> antes de cargar.
           ESCRIBIR-CONTROL-ASIENTOS.
               MOVE SPACES TO ASIENTOS-RECORD.
               MOVE 'CTRL' TO ASIENTOS-RECORD(1:4).
               MOVE WS-FECHA-HOY TO ASIENTOS-RECORD(6:8).
               MOVE WS-CANT-ASIENTOS TO ASIENTOS-RECORD(15:7).
               COMPUTE WS-AUD-CANT = WS-CANT-ASIENTOS * 2.
               MOVE WS-AUD-CANT TO ASIENTOS-RECORD(23:9).
               MOVE WS-TOTAL-DEBE TO WS-TOTAL-OUT.
               MOVE WS-TOTAL-OUT TO ASIENTOS-RECORD(33:18).
               MOVE WS-TOTAL-HABER TO WS-TOTAL-OUT.
               MOVE WS-TOTAL-OUT TO ASIENTOS-RECORD(52:18).
               MOVE WS-HASH-DIA TO WS-TOTAL-OUT.
               MOVE WS-TOTAL-OUT TO ASIENTOS-RECORD(71:18).
               WRITE ASIENTOS-RECORD.

           *> El archivo cuadra si el debe iguala al haber, si lo
           *> imputado mas lo que quedo sin imputar iguala el
           *> hash-total del dia tomado del diario y, con control
           *> previo, si los montos de depositos, retiros, interes,
           *> altas y transferencias del diario igualan los
           *> depositos mas retiros (y reversos) que el historial
           *> registra para las mismas corridas.
           VERIFICAR-CUADRE.
               IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
                   MOVE 'N' TO WS-CUADRA
                   DISPLAY 'ERROR: el debe no iguala al haber'
               END-IF.
               COMPUTE WS-TOTAL-CONTROL =
                   WS-TOTAL-DEBE + WS-TOTAL-SIN-IMPUTAR.
               IF WS-TOTAL-CONTROL NOT = WS-HASH-DIA
                   MOVE 'N' TO WS-CUADRA
                   DISPLAY 'ERROR: lo imputado mas lo sin imputar no '
                       'iguala el hash-total del dia'
               END-IF.
               IF WS-VERIFICAR-HISTORIAL = 'S'
                   AND WS-HASH-MONETARIO NOT = WS-HIST-DEP-RET
                   MOVE 'N' TO WS-CUADRA
                   MOVE WS-HASH-MONETARIO TO WS-TOTAL-DISPLAY
                   DISPLAY 'ERROR: hash-total del diario '
                       WS-TOTAL-DISPLAY
                   MOVE WS-HIST-DEP-RET TO WS-TOTAL-DISPLAY
                   DISPLAY '  depositos mas retiros del historial '
                       WS-TOTAL-DISPLAY
                       ' (' WS-HIST-CORRIDAS ' corridas)'
               END-IF.

           INICIALIZAR-REPORTE.
               MOVE 'REPORTE DE PARTIDAS SIN IMPUTAR'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '=================================================='
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           ESCRIBIR-SIN-IMPUTAR.
               MOVE SPACES TO WS-FECHA-DISPLAY.
               STRING WS-MOV-FECHA(1:4) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-MOV-FECHA(5:2) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-MOV-FECHA(7:2) DELIMITED BY SIZE
                   INTO WS-FECHA-DISPLAY.
               MOVE WS-MONTO-NUM TO WS-MONTO-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Cuenta ' DELIMITED BY SIZE
                   WS-MOV-CUENTA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FECHA-DISPLAY DELIMITED BY SIZE
                   ' Tipo ' DELIMITED BY SIZE
                   WS-MOV-TIPO DELIMITED BY SIZE
                   WS-MOV-PATA DELIMITED BY SIZE
                   ' Prod ' DELIMITED BY SIZE
                   WS-MOV-PRODUCTO DELIMITED BY SIZE
                   ' OF ' DELIMITED BY SIZE
                   WS-MOV-OFICINA DELIMITED BY SIZE
                   ' Monto: ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-MOTIVO-SIN-IMPUTAR DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           GENERAR-TOTALES-REPORTE.
               IF WS-CANT-SIN-IMPUTAR = 0
                   MOVE '  (todas las partidas del dia quedaron '
                       & 'imputadas)' TO WS-LINEA-SALIDA
                   WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
               END-IF.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 'CUADRE DE LA INTERFAZ CONTABLE' TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '=================================================='
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               MOVE WS-CANT-ASIENTOS TO WS-CANT-DISPLAY.
               MOVE WS-TOTAL-DEBE TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Asientos:          ' DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   '   Total debe:        ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               MOVE WS-TOTAL-HABER TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING '                          '
                       DELIMITED BY SIZE
                   '   Total haber:       ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               MOVE WS-CANT-SIN-IMPUTAR TO WS-CANT-DISPLAY.
               MOVE WS-TOTAL-SIN-IMPUTAR TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Sin imputar:       ' DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   '   Total sin imputar: ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               MOVE WS-HASH-DIA TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Hash-total del dia:        ' DELIMITED BY SIZE
                   '                     ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               IF WS-VERIFICAR-HISTORIAL = 'S'
                   MOVE WS-HIST-DEP-RET TO WS-TOTAL-DISPLAY
                   MOVE SPACES TO WS-LINEA-SALIDA
                   STRING 'Dep. + ret. del historial: '
                           DELIMITED BY SIZE
                       '                     ' DELIMITED BY SIZE
                       WS-TOTAL-DISPLAY DELIMITED BY SIZE
                       INTO WS-LINEA-SALIDA
                   WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
               END-IF.

               MOVE SPACES TO WS-LINEA-SALIDA.
               IF WS-CUADRA = 'S'
                   MOVE 'Estado:            CUADRADO' TO WS-LINEA-SALIDA
               ELSE
                   MOVE 'Estado:            NO CUADRA, ASIENTOS NO EMITIDOS'
                       TO WS-LINEA-SALIDA
               END-IF.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           *> Deja asentado hasta donde se contabilizo el diario y el
           *> historial; se reescribe recien despues de emitir los
           *> asientos.
           GRABAR-CONTROL.
               MOVE SPACES TO CONTROL-RECORD.
               MOVE WS-DIARIO-TOTAL TO CONTROL-RECORD(1:9).
               MOVE WS-HASH-DIARIO-TOTAL TO WS-TOTAL-OUT.
               MOVE WS-TOTAL-OUT TO CONTROL-RECORD(11:18).
               MOVE WS-HIST-TOTAL TO CONTROL-RECORD(30:9).
               MOVE WS-FECHA-HOY TO CONTROL-RECORD(40:8).
               OPEN OUTPUT CONTROL-FILE.
               WRITE CONTROL-RECORD.
               CLOSE CONTROL-FILE.
