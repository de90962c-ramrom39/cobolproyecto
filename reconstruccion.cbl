       IDENTIFICATION DIVISION.
           PROGRAM-ID. RECONSTRUCCION-SALDOS.
           AUTHOR. Ramón Romero Montilla.
           *> Este programa audita el saldo de cada cuenta contra su
           *> propia historia. Parte de una generacion del maestro
           *> (<maestro>.gNNNN, verificada contra su linea del catalogo
           *> <maestro>.gens igual que en RESTAURADOR-MAESTRO) y le
           *> aplica, cuenta por cuenta, los movimientos del diario de
           *> las corridas posteriores al corte, tomados de los
           *> segmentos de CIERRE-DIARIO y del diario en vivo. El saldo
           *> reconstruido se compara con el saldo y el signo del
           *> maestro actual y con el saldo resultante que dejo el
           *> ultimo registro del diario de la cuenta. La
           *> reconciliacion de PROCESADOR-BATCH cuadra los totales del
           *> dia, pero no ve una cuenta suelta que quedo desfasada
           *> despues de una restauracion a una generacion vieja con
           *> reprocesos o de una reanudacion mal resuelta; este
           *> reporte si. Cualquier diferencia termina con RETURN-CODE
           *> 8, para que el planificador lo note en la corrida del
           *> domingo antes de abrir la semana.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MAESTRO-FILE ASSIGN TO DYNAMIC WS-MAESTRO-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAESTRO-CLAVE
                   FILE STATUS IS WS-MAESTRO-STATUS.

               SELECT GENERACION-FILE ASSIGN TO DYNAMIC WS-GENERACION-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GENERACION-STATUS.

               SELECT CATALOGO-FILE ASSIGN TO DYNAMIC WS-CATALOGO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOGO-STATUS.

               SELECT OPTIONAL DIARIO-FILE
                   ASSIGN TO DYNAMIC WS-DIARIO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DIARIO-STATUS.

               SELECT OPTIONAL CATALOGO-SEGS-FILE
                   ASSIGN TO DYNAMIC WS-CATALOGO-SEGS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT REPORTE-FILE ASSIGN TO DYNAMIC WS-REPORTE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL AUDITORIA-FILE
                   ASSIGN TO DYNAMIC WS-AUDITORIA-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD MAESTRO-FILE.
           01 MAESTRO-RECORD.
              05 MAESTRO-CLAVE PIC X(10).
              05 FILLER PIC X(90).

           FD GENERACION-FILE.
           01 GENERACION-RECORD PIC X(100).

           FD CATALOGO-FILE.
           01 CATALOGO-RECORD PIC X(60).

           FD DIARIO-FILE.
           01 DIARIO-RECORD PIC X(100).

           FD CATALOGO-SEGS-FILE.
           01 CATALOGO-SEGS-RECORD PIC X(150).

           FD REPORTE-FILE.
           01 REPORTE-RECORD PIC X(150).

           FD AUDITORIA-FILE.
           01 AUDITORIA-RECORD PIC X(250).

           WORKING-STORAGE SECTION.
           01 WS-PARAMETROS.
              05 WS-GEN-PARM PIC X(10) VALUE SPACES.
              05 WS-MAESTRO-PATH PIC X(100) VALUE 'data/maestro.dat'.
              05 WS-DIARIO-VIVO-PATH PIC X(100)
                  VALUE 'data/diario.dat'.
              05 WS-REPORTE-PATH PIC X(100)
                  VALUE 'data/reconstruccion_reporte.txt'.
              05 WS-AUDITORIA-PATH PIC X(100)
                  VALUE 'data/auditoria.dat'.
              05 WS-PARM-LINE PIC X(400).

           01 WS-VARIABLES.
              05 WS-MAESTRO-STATUS PIC XX.
              05 WS-GENERACION-STATUS PIC XX.
              05 WS-CATALOGO-STATUS PIC XX.
              05 WS-DIARIO-STATUS PIC XX.
              05 WS-GENERACION-PATH PIC X(110).
              05 WS-CATALOGO-PATH PIC X(110).
              05 WS-DIARIO-PATH PIC X(100).
              05 WS-CATALOGO-SEGS-PATH PIC X(110).
              05 WS-EOF-MAESTRO PIC X.
              05 WS-EOF-GENERACION PIC X.
              05 WS-EOF-CATALOGO PIC X.
              05 WS-EOF-DIARIO PIC X.
              05 WS-GEN-PEDIDA PIC 9(4).
              05 WS-GEN-NUM-X PIC 9(4).
              05 WS-GEN-AUTOMATICA PIC X VALUE 'N'.
              05 WS-CAT-ENCONTRADO PIC X.
              05 WS-CAT-FECHA PIC X(8).
              05 WS-CAT-CORTE PIC 9(4).
              05 WS-CAT-CON-CORTE PIC X.
              05 WS-CAT-REGISTROS PIC 9(5).
              05 WS-CAT-HASH PIC S9(15)V99.
              05 WS-CAT-CAMPO-STR PIC X(18).
              05 WS-GEN-REGISTROS PIC 9(5).
              05 WS-GEN-HASH PIC S9(15)V99.
              05 WS-HASH-DISPLAY PIC -(14)9.99.
              05 WS-SEG-FECHA-CORTE PIC X(8).
              05 WS-REG-POSTERIOR PIC X.
              05 WS-SALDO-STR PIC X(13).
              05 WS-SALDO-NUM PIC S9(10)V99.
              05 WS-MONTO-NUM PIC 9(10)V99.
              05 WS-NUM-CUENTA-STR PIC X(10).
              05 WS-TIPO-REG PIC X(1).
              05 WS-TOTAL-CUENTAS PIC 9(5) VALUE 0.
              05 WS-MAX-CUENTAS PIC 9(5) VALUE 5000.
              05 WS-CUENTA-BUSCADA PIC 9(10).
              05 WS-CUENTA-ENCONTRADA PIC X.
              05 WS-IDX-ENCONTRADO PIC 9(5).
              05 WS-BUSQ-BAJO PIC 9(5).
              05 WS-BUSQ-ALTO PIC 9(5).
              05 WS-BUSQ-MEDIO PIC 9(5).
              05 WS-DESPLAZA-IDX PIC 9(5).
              05 WS-DESPLAZA-ORIGEN PIC 9(5).
              05 WS-CTA-IDX PIC 9(5).
              05 WS-DIARIO-LEIDOS PIC 9(9) VALUE 0.
              05 WS-DIARIO-APLICADOS PIC 9(9) VALUE 0.
              05 WS-CUENTAS-MAESTRO PIC 9(9) VALUE 0.
              05 WS-CUENTAS-CON-DIF PIC 9(9) VALUE 0.
              05 WS-TOTAL-DIFERENCIAS PIC 9(9) VALUE 0.
              05 WS-SEG-RUTA PIC X(100).
              05 WS-SEG-YA-LEIDO PIC X.
              05 WS-TOTAL-SEGMENTOS PIC 9(3) VALUE 0.
              05 WS-MAX-SEGMENTOS PIC 9(3) VALUE 120.
              05 WS-SEG-IDX PIC 9(3).
              05 WS-ES-SEGMENTO PIC X.
              05 WS-MAESTRO-SALDO PIC S9(10)V99.
              05 WS-MOTIVO-DIF PIC X(45).
              05 WS-CUENTA-DIF PIC 9(10).
              05 WS-SALDO-A-DISPLAY PIC X(14).
              05 WS-SALDO-B-DISPLAY PIC X(14).
              05 WS-SALDO-C-DISPLAY PIC X(14).
              05 WS-SALDO-DISPLAY PIC -(10)9.99.
              05 WS-CANT-DISPLAY PIC Z(8)9.
              05 WS-LINEA-SALIDA PIC X(150).
              05 WS-FECHA-AUD PIC 9(8).
              05 WS-HORA-AUD PIC 9(8).
              05 WS-AUD-RC PIC 9(3).
              05 WS-AUD-DETALLE PIC X(175).

           *> Una fila por cuenta, ordenada por numero de cuenta (ver
           *> BUSCAR-CUENTA). REC-ORIGEN dice de donde salio la
           *> cuenta: 'G' de la generacion, 'A' de un alta posterior
           *> al corte, 'N' de movimientos de una cuenta que no estaba
           *> en la generacion ni tuvo alta. REC-SALDO-DIARIO es el
           *> saldo resultante del ultimo registro del diario leido
           *> para la cuenta.
           01 TABLA-RECONSTRUCCION.
              05 CUENTA-REC OCCURS 5000 TIMES.
                 10 REC-CUENTA PIC 9(10).
                 10 REC-ORIGEN PIC X(1).
                 10 REC-SALDO-GEN PIC S9(10)V99.
                 10 REC-SALDO PIC S9(10)V99.
                 10 REC-MOVS PIC 9(7).
                 10 REC-HAY-DIARIO PIC X(1).
                 10 REC-SALDO-DIARIO PIC S9(10)V99.
                 10 REC-EN-MAESTRO PIC X(1).
                 10 REC-CON-DIF PIC X(1).

           01 TABLA-SEGMENTOS-LEIDOS.
              05 SEGMENTO-LEIDO OCCURS 120 TIMES PIC X(100).

           PROCEDURE DIVISION.
               PERFORM OBTENER-PARAMETROS.
               PERFORM BUSCAR-EN-CATALOGO.
               PERFORM VERIFICAR-GENERACION.
               PERFORM CARGAR-GENERACION.
               PERFORM LEER-SEGMENTOS-POSTERIORES.
               MOVE WS-DIARIO-VIVO-PATH TO WS-DIARIO-PATH.
               SET WS-ES-SEGMENTO TO 'N'.
               PERFORM LEER-ARCHIVO-DIARIO.

               OPEN OUTPUT REPORTE-FILE.
               PERFORM ENCABEZADO-REPORTE.
               PERFORM COMPARAR-CON-MAESTRO.
               PERFORM BUSCAR-AUSENTES-DEL-MAESTRO.
               PERFORM PIE-REPORTE.
               CLOSE REPORTE-FILE.

               IF WS-CUENTAS-CON-DIF > 0
                   MOVE 8 TO RETURN-CODE
               END-IF.
               PERFORM GRABAR-AUDITORIA.
               DISPLAY 'Reconstruccion desde la generacion '
                   WS-GEN-NUM-X ': ' WS-CUENTAS-CON-DIF
                   ' cuentas con diferencias. Reporte en '
                   FUNCTION TRIM(WS-REPORTE-PATH).
               STOP RUN.

           *> Parametros: numero de generacion de partida y,
           *> opcionalmente, las rutas del maestro, del diario en vivo
           *> y del reporte. Sin numero de generacion (o con '*') se
           *> parte de la generacion mas vieja del catalogo que todavia
           *> esta en disco, que es la que cubre mas historia; es lo
           *> que usa la corrida semanal desatendida. Ejemplos:
           *> reconstruccion 0042
           *> reconstruccion * data/maestro.dat data/diario.dat
           OBTENER-PARAMETROS.
               ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
               IF WS-PARM-LINE NOT = SPACES
                   UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
                       INTO WS-GEN-PARM
                           WS-MAESTRO-PATH
                           WS-DIARIO-VIVO-PATH
                           WS-REPORTE-PATH
               END-IF.
               IF WS-GEN-PARM = SPACES OR WS-GEN-PARM = '*'
                   SET WS-GEN-AUTOMATICA TO 'S'
               ELSE
                   MOVE FUNCTION NUMVAL(WS-GEN-PARM) TO WS-GEN-PEDIDA
                   MOVE WS-GEN-PEDIDA TO WS-GEN-NUM-X
               END-IF.
               MOVE SPACES TO WS-CATALOGO-PATH.
               STRING FUNCTION TRIM(WS-MAESTRO-PATH) DELIMITED BY SIZE
                   '.gens' DELIMITED BY SIZE
                   INTO WS-CATALOGO-PATH.
               MOVE SPACES TO WS-CATALOGO-SEGS-PATH.
               STRING FUNCTION TRIM(WS-DIARIO-VIVO-PATH)
                       DELIMITED BY SIZE
                   '.segs' DELIMITED BY SIZE
                   INTO WS-CATALOGO-SEGS-PATH.

           ARMAR-RUTA-GENERACION.
               MOVE SPACES TO WS-GENERACION-PATH.
               STRING FUNCTION TRIM(WS-MAESTRO-PATH) DELIMITED BY SIZE
                   '.g' DELIMITED BY SIZE
                   WS-GEN-NUM-X DELIMITED BY SIZE
                   INTO WS-GENERACION-PATH.

           *> Busca en el catalogo la linea de la generacion pedida
           *> (la ultima, si hubiera mas de una) o, en modo
           *> automatico, la primera linea cuya copia sigue en disco
           *> (las que quedaron fuera de la ventana de conservacion de
           *> PROCESADOR-BATCH ya se borraron) y trae el corte del
           *> diario. Layout del catalogo: ver
           *> GRABAR-GENERACION-MAESTRO en PROCESADOR-BATCH. Una
           *> generacion sin corte del diario (42:4) es de antes de que
           *> el diario llevara el numero de corrida y no sirve como
           *> punto de partida: no hay forma segura de saber que
           *> registros del diario ya estan en la copia.
           BUSCAR-EN-CATALOGO.
               SET WS-CAT-ENCONTRADO TO 'N'.
               OPEN INPUT CATALOGO-FILE.
               IF WS-CATALOGO-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el catalogo '
                       FUNCTION TRIM(WS-CATALOGO-PATH)
                       ' (estado ' WS-CATALOGO-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               SET WS-EOF-CATALOGO TO 'N'.
               PERFORM UNTIL WS-EOF-CATALOGO = 'S'
                   READ CATALOGO-FILE INTO CATALOGO-RECORD
                       AT END
                           SET WS-EOF-CATALOGO TO 'S'
                       NOT AT END
                           IF WS-GEN-AUTOMATICA = 'S'
                               PERFORM PROBAR-GENERACION-EN-DISCO
                           ELSE
                               IF CATALOGO-RECORD(1:4) = WS-GEN-NUM-X
                                   PERFORM TOMAR-LINEA-CATALOGO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CATALOGO-FILE.
               IF WS-CAT-ENCONTRADO = 'N'
                   IF WS-GEN-AUTOMATICA = 'S'
                       DISPLAY 'ERROR: ninguna generacion de '
                           FUNCTION TRIM(WS-CATALOGO-PATH)
                           ' esta en disco'
                   ELSE
                       DISPLAY 'ERROR: la generacion ' WS-GEN-NUM-X
                           ' no figura en '
                           FUNCTION TRIM(WS-CATALOGO-PATH)
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               IF WS-CAT-CON-CORTE = 'N'
                   DISPLAY 'ERROR: la generacion ' WS-GEN-NUM-X
                       ' de ' FUNCTION TRIM(WS-CATALOGO-PATH)
                       ' no trae el corte del diario; pedir una '
                       'generacion posterior'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               PERFORM ARMAR-RUTA-GENERACION.

           PROBAR-GENERACION-EN-DISCO.
               IF WS-CAT-ENCONTRADO = 'N'
                   AND CATALOGO-RECORD(1:4) NUMERIC
                   AND CATALOGO-RECORD(42:4) NUMERIC
                   MOVE CATALOGO-RECORD(1:4) TO WS-GEN-NUM-X
                   PERFORM ARMAR-RUTA-GENERACION
                   OPEN INPUT GENERACION-FILE
                   IF WS-GENERACION-STATUS = '00'
                       CLOSE GENERACION-FILE
                       PERFORM TOMAR-LINEA-CATALOGO
                   END-IF
               END-IF.

           TOMAR-LINEA-CATALOGO.
               SET WS-CAT-ENCONTRADO TO 'S'.
               MOVE CATALOGO-RECORD(6:8) TO WS-CAT-FECHA.
               MOVE CATALOGO-RECORD(15:5) TO WS-CAT-REGISTROS.
               MOVE CATALOGO-RECORD(21:18) TO WS-CAT-CAMPO-STR.
               MOVE FUNCTION NUMVAL(WS-CAT-CAMPO-STR) TO WS-CAT-HASH.
               IF CATALOGO-RECORD(40:1) = '-'
                   COMPUTE WS-CAT-HASH = 0 - WS-CAT-HASH
               END-IF.
               IF CATALOGO-RECORD(42:4) NUMERIC
                   MOVE CATALOGO-RECORD(42:4) TO WS-CAT-CORTE
                   SET WS-CAT-CON-CORTE TO 'S'
               ELSE
                   MOVE ZERO TO WS-CAT-CORTE
                   SET WS-CAT-CON-CORTE TO 'N'
               END-IF.

           *> Misma verificacion de registros y hash-total que hace
           *> RESTAURADOR-MAESTRO: una copia que no cuadra con su
           *> catalogo no sirve como punto de partida.
           VERIFICAR-GENERACION.
               MOVE 0 TO WS-GEN-REGISTROS.
               MOVE 0 TO WS-GEN-HASH.
               OPEN INPUT GENERACION-FILE.
               IF WS-GENERACION-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir la copia '
                       FUNCTION TRIM(WS-GENERACION-PATH)
                       ' (estado ' WS-GENERACION-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               SET WS-EOF-GENERACION TO 'N'.
               PERFORM UNTIL WS-EOF-GENERACION = 'S'
                   READ GENERACION-FILE INTO GENERACION-RECORD
                       AT END
                           SET WS-EOF-GENERACION TO 'S'
                       NOT AT END
                           ADD 1 TO WS-GEN-REGISTROS
                           PERFORM TOMAR-SALDO-GENERACION
                           ADD WS-SALDO-NUM TO WS-GEN-HASH
                   END-READ
               END-PERFORM.
               CLOSE GENERACION-FILE.
               IF WS-GEN-REGISTROS NOT = WS-CAT-REGISTROS
                   OR WS-GEN-HASH NOT = WS-CAT-HASH
                   DISPLAY 'ERROR: la copia '
                       FUNCTION TRIM(WS-GENERACION-PATH)
                       ' no cuadra con el catalogo'
                   DISPLAY '  Registros: copia ' WS-GEN-REGISTROS
                       ', catalogo ' WS-CAT-REGISTROS
                   MOVE WS-GEN-HASH TO WS-HASH-DISPLAY
                   DISPLAY '  Hash-total copia:    ' WS-HASH-DISPLAY
                   MOVE WS-CAT-HASH TO WS-HASH-DISPLAY
                   DISPLAY '  Hash-total catalogo: ' WS-HASH-DISPLAY
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.

           TOMAR-SALDO-GENERACION.
               MOVE GENERACION-RECORD(41:13) TO WS-SALDO-STR.
               MOVE FUNCTION NUMVAL(WS-SALDO-STR) TO WS-SALDO-NUM.
               IF GENERACION-RECORD(54:1) = '-'
                   COMPUTE WS-SALDO-NUM = 0 - WS-SALDO-NUM
               END-IF.

           CARGAR-GENERACION.
               OPEN INPUT GENERACION-FILE.
               SET WS-EOF-GENERACION TO 'N'.
               PERFORM UNTIL WS-EOF-GENERACION = 'S'
                   READ GENERACION-FILE INTO GENERACION-RECORD
                       AT END
                           SET WS-EOF-GENERACION TO 'S'
                       NOT AT END
                           MOVE GENERACION-RECORD(1:10)
                               TO WS-NUM-CUENTA-STR
                           MOVE FUNCTION NUMVAL(WS-NUM-CUENTA-STR)
                               TO WS-CUENTA-BUSCADA
                           PERFORM TOMAR-SALDO-GENERACION
                           PERFORM BUSCAR-CUENTA
                           IF WS-CUENTA-ENCONTRADA = 'N'
                               PERFORM AGREGAR-CUENTA
                               MOVE 'G' TO REC-ORIGEN(WS-CTA-IDX)
                           ELSE
                               MOVE WS-IDX-ENCONTRADO TO WS-CTA-IDX
                           END-IF
                           MOVE WS-SALDO-NUM
                               TO REC-SALDO-GEN(WS-CTA-IDX)
                           MOVE WS-SALDO-NUM TO REC-SALDO(WS-CTA-IDX)
                   END-READ
               END-PERFORM.
               CLOSE GENERACION-FILE.

           *> Agrega WS-CUENTA-BUSCADA en la posicion que dejo
           *> BUSCAR-CUENTA en WS-BUSQ-BAJO y deja WS-CTA-IDX
           *> apuntando a la fila nueva.
           AGREGAR-CUENTA.
               IF WS-TOTAL-CUENTAS >= WS-MAX-CUENTAS
                   DISPLAY 'ERROR: mas de ' WS-MAX-CUENTAS
                       ' cuentas entre la generacion y el diario; '
                       'capacidad maxima de este programa'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               ADD 1 TO WS-TOTAL-CUENTAS.
               MOVE WS-TOTAL-CUENTAS TO WS-DESPLAZA-IDX.
               PERFORM UNTIL WS-DESPLAZA-IDX <= WS-BUSQ-BAJO
                   COMPUTE WS-DESPLAZA-ORIGEN = WS-DESPLAZA-IDX - 1
                   MOVE CUENTA-REC(WS-DESPLAZA-ORIGEN)
                       TO CUENTA-REC(WS-DESPLAZA-IDX)
                   SUBTRACT 1 FROM WS-DESPLAZA-IDX
               END-PERFORM.
               MOVE WS-BUSQ-BAJO TO WS-CTA-IDX.
               MOVE WS-CUENTA-BUSCADA TO REC-CUENTA(WS-CTA-IDX).
               MOVE 'N' TO REC-ORIGEN(WS-CTA-IDX).
               MOVE ZERO TO REC-SALDO-GEN(WS-CTA-IDX).
               MOVE ZERO TO REC-SALDO(WS-CTA-IDX).
               MOVE ZERO TO REC-MOVS(WS-CTA-IDX).
               MOVE 'N' TO REC-HAY-DIARIO(WS-CTA-IDX).
               MOVE ZERO TO REC-SALDO-DIARIO(WS-CTA-IDX).
               MOVE 'N' TO REC-EN-MAESTRO(WS-CTA-IDX).
               MOVE 'N' TO REC-CON-DIF(WS-CTA-IDX).

           *> Busqueda binaria sobre TABLA-RECONSTRUCCION, igual que
           *> BUSCAR-CUENTA en PROCESADOR-BATCH: deja el indice en
           *> WS-IDX-ENCONTRADO o la posicion de insercion en
           *> WS-BUSQ-BAJO.
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
                       WHEN REC-CUENTA(WS-BUSQ-MEDIO) = WS-CUENTA-BUSCADA
                           SET WS-CUENTA-ENCONTRADA TO 'S'
                           MOVE WS-BUSQ-MEDIO TO WS-IDX-ENCONTRADO
                       WHEN REC-CUENTA(WS-BUSQ-MEDIO) < WS-CUENTA-BUSCADA
                           COMPUTE WS-BUSQ-BAJO = WS-BUSQ-MEDIO + 1
                       WHEN OTHER
                           COMPUTE WS-BUSQ-ALTO = WS-BUSQ-MEDIO - 1
                   END-EVALUATE
               END-PERFORM.

           *> Segmentos de CIERRE-DIARIO (layout del catalogo: ver
           *> ASENTAR-EN-CATALOGO) cortados el dia de la generacion o
           *> despues, en el orden del catalogo, que es cronologico.
           *> Se elige por la fecha del corte y no por el periodo
           *> porque una corrida posterior a la generacion puede traer
           *> movimientos con fecha de un periodo anterior; un
           *> segmento cortado antes de la generacion no puede tener
           *> registros de corridas posteriores. Que registro se
           *> aplica lo decide el numero de corrida (ver
           *> CLASIFICAR-REGISTRO-DIARIO). Un segmento que haga falta
           *> y ya no este en disco deja la reconstruccion incompleta:
           *> se corta con error en vez de informar diferencias
           *> falsas.
           LEER-SEGMENTOS-POSTERIORES.
               SET WS-EOF-CATALOGO TO 'N'.
               OPEN INPUT CATALOGO-SEGS-FILE.
               PERFORM UNTIL WS-EOF-CATALOGO = 'S'
                   READ CATALOGO-SEGS-FILE INTO CATALOGO-SEGS-RECORD
                       AT END
                           SET WS-EOF-CATALOGO TO 'S'
                       NOT AT END
                           MOVE CATALOGO-SEGS-RECORD(8:8)
                               TO WS-SEG-FECHA-CORTE
                           MOVE CATALOGO-SEGS-RECORD(46:100)
                               TO WS-SEG-RUTA
                           IF WS-SEG-FECHA-CORTE >= WS-CAT-FECHA
                               PERFORM LEER-SEGMENTO-CATALOGO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CATALOGO-SEGS-FILE.

           LEER-SEGMENTO-CATALOGO.
               SET WS-SEG-YA-LEIDO TO 'N'.
               MOVE 1 TO WS-SEG-IDX.
               PERFORM UNTIL WS-SEG-IDX > WS-TOTAL-SEGMENTOS
                   IF SEGMENTO-LEIDO(WS-SEG-IDX) = WS-SEG-RUTA
                       SET WS-SEG-YA-LEIDO TO 'S'
                       MOVE WS-TOTAL-SEGMENTOS TO WS-SEG-IDX
                   END-IF
                   ADD 1 TO WS-SEG-IDX
               END-PERFORM.
               IF WS-SEG-YA-LEIDO = 'N'
                   IF WS-TOTAL-SEGMENTOS >= WS-MAX-SEGMENTOS
                       DISPLAY 'ERROR: la generacion de partida toca '
                           'mas de ' WS-MAX-SEGMENTOS
                           ' segmentos del catalogo '
                           FUNCTION TRIM(WS-CATALOGO-SEGS-PATH)
                       MOVE 16 TO RETURN-CODE
                       PERFORM GRABAR-AUDITORIA
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TOTAL-SEGMENTOS
                   MOVE WS-SEG-RUTA
                       TO SEGMENTO-LEIDO(WS-TOTAL-SEGMENTOS)
                   MOVE WS-SEG-RUTA TO WS-DIARIO-PATH
                   SET WS-ES-SEGMENTO TO 'S'
                   PERFORM LEER-ARCHIVO-DIARIO
               END-IF.

           LEER-ARCHIVO-DIARIO.
               OPEN INPUT DIARIO-FILE.
               IF WS-DIARIO-STATUS NOT = '00'
                   AND NOT (WS-DIARIO-STATUS = '05'
                            AND WS-ES-SEGMENTO = 'N')
                   DISPLAY 'ERROR: no se pudo abrir el diario '
                       FUNCTION TRIM(WS-DIARIO-PATH)
                       ' (estado ' WS-DIARIO-STATUS '); la '
                       'reconstruccion quedaria incompleta'
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
                           ADD 1 TO WS-DIARIO-LEIDOS
                           PERFORM CLASIFICAR-REGISTRO-DIARIO
                   END-READ
               END-PERFORM.
               CLOSE DIARIO-FILE.

           *> Layout del diario: ver GRABAR-DIARIO en PROCESADOR-BATCH.
           *> Todo registro deja el saldo resultante como ultimo saldo
           *> del diario de la cuenta; solo se aplican al saldo
           *> reconstruido los de las corridas posteriores a la
           *> generacion, es decir los que traen numero de corrida
           *> (77:4) desde el corte del catalogo en adelante. La fecha
           *> del movimiento no sirve para esto: una corrida que pasa
           *> la medianoche, un movimiento con fecha atrasada o una
           *> segunda corrida del mismo dia la dejan del lado
           *> equivocado. Los registros sin numero de corrida son de
           *> antes de que el diario lo llevara y siempre quedan antes
           *> del corte. Efecto de
           *> cada tipo, el mismo que le da PROCESADOR-BATCH: 'D', 'I'
           *> y 'A' suman el monto; 'R' lo resta; 'T' y 'X' segun el
           *> signo de la pata (20:1); 'C', 'B' y 'L' no mueven saldo.
           CLASIFICAR-REGISTRO-DIARIO.
               MOVE DIARIO-RECORD(19:1) TO WS-TIPO-REG.
               SET WS-REG-POSTERIOR TO 'N'.
               IF DIARIO-RECORD(77:4) NUMERIC
                   IF DIARIO-RECORD(77:4) >= WS-CAT-CORTE
                       SET WS-REG-POSTERIOR TO 'S'
                   END-IF
               END-IF.
               MOVE DIARIO-RECORD(1:10) TO WS-NUM-CUENTA-STR.
               MOVE FUNCTION NUMVAL(WS-NUM-CUENTA-STR)
                   TO WS-CUENTA-BUSCADA.
               PERFORM BUSCAR-CUENTA.
               IF WS-CUENTA-ENCONTRADA = 'S'
                   MOVE WS-IDX-ENCONTRADO TO WS-CTA-IDX
               ELSE
                   IF WS-REG-POSTERIOR = 'S'
                       PERFORM AGREGAR-CUENTA
                   ELSE
                       MOVE 0 TO WS-CTA-IDX
                   END-IF
               END-IF.
               IF WS-CTA-IDX > 0
                   IF WS-REG-POSTERIOR = 'S'
                       PERFORM APLICAR-REGISTRO-DIARIO
                   END-IF
                   MOVE DIARIO-RECORD(34:13) TO WS-SALDO-STR
                   MOVE FUNCTION NUMVAL(WS-SALDO-STR) TO WS-SALDO-NUM
                   IF DIARIO-RECORD(60:1) = '-'
                       COMPUTE WS-SALDO-NUM = 0 - WS-SALDO-NUM
                   END-IF
                   MOVE WS-SALDO-NUM TO REC-SALDO-DIARIO(WS-CTA-IDX)
                   MOVE 'S' TO REC-HAY-DIARIO(WS-CTA-IDX)
               END-IF.

           APLICAR-REGISTRO-DIARIO.
               ADD 1 TO WS-DIARIO-APLICADOS.
               ADD 1 TO REC-MOVS(WS-CTA-IDX).
               MOVE DIARIO-RECORD(21:13) TO WS-SALDO-STR.
               MOVE FUNCTION NUMVAL(WS-SALDO-STR) TO WS-MONTO-NUM.
               EVALUATE WS-TIPO-REG
                   WHEN 'A'
                       IF REC-ORIGEN(WS-CTA-IDX) = 'N'
                           AND REC-MOVS(WS-CTA-IDX) = 1
                           MOVE 'A' TO REC-ORIGEN(WS-CTA-IDX)
                       END-IF
                       ADD WS-MONTO-NUM TO REC-SALDO(WS-CTA-IDX)
                   WHEN 'D'
                   WHEN 'I'
                       ADD WS-MONTO-NUM TO REC-SALDO(WS-CTA-IDX)
                   WHEN 'R'
                       SUBTRACT WS-MONTO-NUM FROM REC-SALDO(WS-CTA-IDX)
                   WHEN 'T'
                   WHEN 'X'
                       IF DIARIO-RECORD(20:1) = '-'
                           SUBTRACT WS-MONTO-NUM
                               FROM REC-SALDO(WS-CTA-IDX)
                       ELSE
                           ADD WS-MONTO-NUM TO REC-SALDO(WS-CTA-IDX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           ENCABEZADO-REPORTE.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'RECONSTRUCCION DE SALDOS DESDE LA GENERACION '
                       DELIMITED BY SIZE
                   WS-GEN-NUM-X DELIMITED BY SIZE
                   ' DEL ' DELIMITED BY SIZE
                   WS-CAT-FECHA DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '=========================================================='
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Copia:   ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GENERACION-PATH) DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Maestro: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAESTRO-PATH) DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Diario:  ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DIARIO-VIVO-PATH) DELIMITED BY SIZE
                   ' y ' DELIMITED BY SIZE
                   WS-TOTAL-SEGMENTOS DELIMITED BY SIZE
                   ' segmentos, movimientos desde la corrida '
                       DELIMITED BY SIZE
                   WS-CAT-CORTE DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 'DIFERENCIAS POR CUENTA' TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '----------------------------------------------------------'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           *> Recorre el maestro actual en orden de clave y compara
           *> cada cuenta con su saldo reconstruido (importe y signo)
           *> y con el ultimo saldo que dejo el diario.
           COMPARAR-CON-MAESTRO.
               OPEN INPUT MAESTRO-FILE.
               IF WS-MAESTRO-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el maestro '
                       FUNCTION TRIM(WS-MAESTRO-PATH)
                       ' (estado ' WS-MAESTRO-STATUS ')'
                   CLOSE REPORTE-FILE
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
                           ADD 1 TO WS-CUENTAS-MAESTRO
                           PERFORM COMPARAR-CUENTA-MAESTRO
                   END-READ
               END-PERFORM.
               CLOSE MAESTRO-FILE.

           COMPARAR-CUENTA-MAESTRO.
               MOVE MAESTRO-RECORD(1:10) TO WS-NUM-CUENTA-STR.
               MOVE FUNCTION NUMVAL(WS-NUM-CUENTA-STR)
                   TO WS-CUENTA-BUSCADA.
               MOVE MAESTRO-RECORD(41:13) TO WS-SALDO-STR.
               MOVE FUNCTION NUMVAL(WS-SALDO-STR) TO WS-MAESTRO-SALDO.
               IF MAESTRO-RECORD(54:1) = '-'
                   COMPUTE WS-MAESTRO-SALDO = 0 - WS-MAESTRO-SALDO
               END-IF.
               PERFORM BUSCAR-CUENTA.
               IF WS-CUENTA-ENCONTRADA = 'N'
                   MOVE WS-CUENTA-BUSCADA TO WS-CUENTA-DIF
                   MOVE '(sin origen)' TO WS-SALDO-A-DISPLAY
                   MOVE WS-MAESTRO-SALDO TO WS-SALDO-DISPLAY
                   MOVE WS-SALDO-DISPLAY TO WS-SALDO-B-DISPLAY
                   MOVE '(sin diario)' TO WS-SALDO-C-DISPLAY
                   MOVE 'CUENTA SIN GENERACION, ALTA NI MOVIMIENTOS'
                       TO WS-MOTIVO-DIF
                   PERFORM ESCRIBIR-DIFERENCIA
                   ADD 1 TO WS-CUENTAS-CON-DIF
               ELSE
                   MOVE WS-IDX-ENCONTRADO TO WS-CTA-IDX
                   MOVE 'S' TO REC-EN-MAESTRO(WS-CTA-IDX)
                   IF REC-SALDO(WS-CTA-IDX) NOT = WS-MAESTRO-SALDO
                       IF REC-SALDO(WS-CTA-IDX)
                           = 0 - WS-MAESTRO-SALDO
                           MOVE 'SIGNO DEL SALDO DISTINTO DEL MAESTRO'
                               TO WS-MOTIVO-DIF
                       ELSE
                           MOVE 'SALDO RECONSTRUIDO DISTINTO DEL MAESTRO'
                               TO WS-MOTIVO-DIF
                       END-IF
                       PERFORM DIFERENCIA-DE-CUENTA
                   END-IF
                   IF REC-HAY-DIARIO(WS-CTA-IDX) = 'S'
                       AND REC-SALDO-DIARIO(WS-CTA-IDX)
                           NOT = REC-SALDO(WS-CTA-IDX)
                       MOVE 'ULTIMO SALDO DEL DIARIO DISTINTO'
                           TO WS-MOTIVO-DIF
                       PERFORM DIFERENCIA-DE-CUENTA
                   END-IF
                   IF REC-ORIGEN(WS-CTA-IDX) = 'N'
                       MOVE 'MOVIMIENTOS SIN ALTA NI GENERACION'
                           TO WS-MOTIVO-DIF
                       PERFORM DIFERENCIA-DE-CUENTA
                   END-IF
               END-IF.

           *> Cuentas de la generacion o del diario que ya no estan
           *> en el maestro: el maestro no da de baja registros (la
           *> baja 'C' solo cambia el estado), asi que es una perdida.
           BUSCAR-AUSENTES-DEL-MAESTRO.
               MOVE ZERO TO WS-MAESTRO-SALDO.
               MOVE 1 TO WS-CTA-IDX.
               PERFORM UNTIL WS-CTA-IDX > WS-TOTAL-CUENTAS
                   IF REC-EN-MAESTRO(WS-CTA-IDX) = 'N'
                       MOVE 'CUENTA AUSENTE DEL MAESTRO'
                           TO WS-MOTIVO-DIF
                       PERFORM DIFERENCIA-DE-CUENTA
                   END-IF
                   ADD 1 TO WS-CTA-IDX
               END-PERFORM.

           DIFERENCIA-DE-CUENTA.
               MOVE REC-CUENTA(WS-CTA-IDX) TO WS-CUENTA-DIF.
               MOVE REC-SALDO(WS-CTA-IDX) TO WS-SALDO-DISPLAY.
               MOVE WS-SALDO-DISPLAY TO WS-SALDO-A-DISPLAY.
               IF REC-EN-MAESTRO(WS-CTA-IDX) = 'S'
                   MOVE WS-MAESTRO-SALDO TO WS-SALDO-DISPLAY
                   MOVE WS-SALDO-DISPLAY TO WS-SALDO-B-DISPLAY
               ELSE
                   MOVE '(ausente)' TO WS-SALDO-B-DISPLAY
               END-IF.
               IF REC-HAY-DIARIO(WS-CTA-IDX) = 'S'
                   MOVE REC-SALDO-DIARIO(WS-CTA-IDX) TO WS-SALDO-DISPLAY
                   MOVE WS-SALDO-DISPLAY TO WS-SALDO-C-DISPLAY
               ELSE
                   MOVE '(sin diario)' TO WS-SALDO-C-DISPLAY
               END-IF.
               PERFORM ESCRIBIR-DIFERENCIA.
               IF REC-CON-DIF(WS-CTA-IDX) = 'N'
                   MOVE 'S' TO REC-CON-DIF(WS-CTA-IDX)
                   ADD 1 TO WS-CUENTAS-CON-DIF
               END-IF.

           ESCRIBIR-DIFERENCIA.
               ADD 1 TO WS-TOTAL-DIFERENCIAS.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'CUENTA ' DELIMITED BY SIZE
                   WS-CUENTA-DIF DELIMITED BY SIZE
                   ' | RECONSTRUIDO ' DELIMITED BY SIZE
                   WS-SALDO-A-DISPLAY DELIMITED BY SIZE
                   ' | MAESTRO ' DELIMITED BY SIZE
                   WS-SALDO-B-DISPLAY DELIMITED BY SIZE
                   ' | DIARIO ' DELIMITED BY SIZE
                   WS-SALDO-C-DISPLAY DELIMITED BY SIZE
                   ' | MOTIVO ' DELIMITED BY SIZE
                   WS-MOTIVO-DIF DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           PIE-REPORTE.
               IF WS-TOTAL-DIFERENCIAS = 0
                   MOVE '  (sin diferencias)' TO WS-LINEA-SALIDA
                   WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
               END-IF.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-GEN-REGISTROS TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Cuentas en la generacion:        ' DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-DIARIO-LEIDOS TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Registros del diario leidos:     ' DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-DIARIO-APLICADOS TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Registros aplicados desde corte: ' DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-CUENTAS-MAESTRO TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Cuentas en el maestro actual:    ' DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-CUENTAS-CON-DIF TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Cuentas con diferencias:         ' DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               IF WS-CUENTAS-CON-DIF = 0
                   MOVE 'RESULTADO: SALDOS CONSISTENTES CON LA HISTORIA'
                       TO WS-LINEA-SALIDA
               ELSE
                   MOVE 'RESULTADO: HAY CUENTAS CON DIFERENCIAS'
                       TO WS-LINEA-SALIDA
               END-IF.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           *> Asienta el final de la corrida en la pista de auditoria
           *> comun (layout: ver GRABAR-AUDITORIA en PROCESADOR-BATCH):
           *> registros del diario leidos, aplicados desde el corte y
           *> cuentas con diferencias.
           GRABAR-AUDITORIA.
               ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AUD FROM TIME.
               MOVE RETURN-CODE TO WS-AUD-RC.
               MOVE SPACES TO AUDITORIA-RECORD.
               MOVE WS-FECHA-AUD TO AUDITORIA-RECORD(1:8).
               MOVE WS-HORA-AUD(1:6) TO AUDITORIA-RECORD(10:6).
               MOVE 'RECONSTRUCCION-SALDOS' TO AUDITORIA-RECORD(17:24).
               MOVE WS-AUD-RC TO AUDITORIA-RECORD(42:3).
               MOVE WS-DIARIO-LEIDOS TO AUDITORIA-RECORD(46:9).
               MOVE WS-DIARIO-APLICADOS TO AUDITORIA-RECORD(56:9).
               MOVE WS-CUENTAS-CON-DIF TO AUDITORIA-RECORD(66:9).
               MOVE SPACES TO WS-AUD-DETALLE.
               STRING 'generacion=' DELIMITED BY SIZE
                   WS-GEN-NUM-X DELIMITED BY SIZE
                   ' maestro=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAESTRO-PATH) DELIMITED BY SIZE
                   ' diario=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DIARIO-VIVO-PATH) DELIMITED BY SIZE
                   INTO WS-AUD-DETALLE.
               MOVE WS-AUD-DETALLE TO AUDITORIA-RECORD(76:175).
               OPEN EXTEND AUDITORIA-FILE.
               WRITE AUDITORIA-RECORD.
               CLOSE AUDITORIA-FILE.
