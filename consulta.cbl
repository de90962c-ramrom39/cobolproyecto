       IDENTIFICATION DIVISION.
           PROGRAM-ID. CONSULTA-CUENTA.
           AUTHOR. Ramón Romero Montilla.
           *> Este programa contesta en la sucursal, mientras el
           *> cliente esta al telefono, la consulta de una cuenta
           *> suelta: la ficha del maestro (titular, cliente,
           *> producto, estado, bloqueo judicial, limite de
           *> descubierto, saldo y fecha del ultimo movimiento), los
           *> ultimos movimientos de la cuenta tomados del diario y
           *> las excepciones que la ultima corrida de
           *> PROCESADOR-BATCH dejo para ella (el motivo de un retiro
           *> rechazado, por ejemplo). La cuenta se lee del maestro
           *> por clave, sin cargar el archivo entero. Todos los
           *> archivos se abren solo para lectura: la consulta no
           *> modifica nada ni asienta en la pista de auditoria, igual
           *> que CONSULTA-AUDITORIA.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MAESTRO-FILE ASSIGN TO DYNAMIC WS-MAESTRO-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MAESTRO-CLAVE
                   FILE STATUS IS WS-MAESTRO-STATUS.

               SELECT OPTIONAL DIARIO-FILE
                   ASSIGN TO DYNAMIC WS-DIARIO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DIARIO-STATUS.

               SELECT OPTIONAL CATALOGO-FILE
                   ASSIGN TO DYNAMIC WS-CATALOGO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL EXCEPCIONES-FILE
                   ASSIGN TO DYNAMIC WS-EXCEPCIONES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL CLIENTES-FILE
                   ASSIGN TO DYNAMIC WS-CLIENTES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD MAESTRO-FILE.
           01 MAESTRO-RECORD.
              05 MAESTRO-CLAVE PIC X(10).
              05 FILLER PIC X(90).

           FD DIARIO-FILE.
           01 DIARIO-RECORD PIC X(100).

           FD CATALOGO-FILE.
           01 CATALOGO-RECORD PIC X(150).

           FD EXCEPCIONES-FILE.
           01 EXCEPCIONES-RECORD PIC X(200).

           FD CLIENTES-FILE.
           01 CLIENTES-RECORD PIC X(60).

           WORKING-STORAGE SECTION.
           01 WS-PARAMETROS.
              05 WS-CUENTA-PARM PIC X(10) VALUE SPACES.
              05 WS-MAESTRO-PATH PIC X(100) VALUE 'data/maestro.dat'.
              05 WS-DIARIO-VIVO-PATH PIC X(100)
                  VALUE 'data/diario.dat'.
              05 WS-EXCEPCIONES-PATH PIC X(100)
                  VALUE 'data/excepciones.txt'.
              05 WS-CLIENTES-PATH PIC X(100)
                  VALUE 'data/clientes.dat'.
              05 WS-PARM-LINE PIC X(500).

           01 WS-VARIABLES.
              05 WS-MAESTRO-STATUS PIC XX.
              05 WS-DIARIO-STATUS PIC XX.
              05 WS-DIARIO-PATH PIC X(100).
              05 WS-CATALOGO-PATH PIC X(110).
              05 WS-MODO-CONSOLA PIC X VALUE 'N'.
              05 WS-FIN-CONSULTA PIC X VALUE 'N'.
              05 WS-CUENTA-PEDIDA PIC 9(10).
              05 WS-CUENTA-CLAVE PIC X(10).
              05 WS-LARGO-CUENTA PIC 9(2).
              05 WS-CUENTA-ENCONTRADA PIC X.
              05 WS-EOF-DIARIO PIC X.
              05 WS-EOF-CATALOGO PIC X.
              05 WS-EOF-EXCEPCIONES PIC X.
              05 WS-EOF-CLIENTES PIC X.
              05 WS-SALDO-STR PIC X(13).
              05 WS-SALDO-NUM PIC S9(10)V99.
              05 WS-LIMITE-NUM PIC 9(10)V99.
              05 WS-MONTO-NUM PIC 9(10)V99.
              05 WS-CLIENTE-NUM PIC X(6).
              05 WS-CLIENTE-NOMBRE PIC X(30).
              05 WS-ESTADO-DESC PIC X(10).
              05 WS-BLOQUEO-DESC PIC X(2).
              05 WS-FECHA-REG PIC X(8).
              05 WS-FECHA-DISPLAY PIC X(10).
              05 WS-MONTO-DISPLAY PIC Z(9)9.99.
              05 WS-SALDO-DISPLAY PIC -(10)9.99.
              05 WS-OFICINA-DISPLAY PIC X(8).
              05 WS-SIGNO-LINEA PIC X(1).
              05 WS-CONTRAPARTE-DISPLAY PIC X(16).
              05 WS-EXC-RESTO PIC X(200).
              05 WS-EXC-PREVIO PIC X(200).
              05 WS-TOTAL-EXCEPCIONES PIC 9(4).
              05 WS-SEG-PERIODO PIC X(6).
              05 WS-SEG-RUTA PIC X(100).
              05 WS-SEG-YA-ANOTADO PIC X.
              05 WS-TOTAL-SEGMENTOS PIC 9(3) VALUE 0.
              05 WS-MAX-SEGMENTOS PIC 9(3) VALUE 120.
              05 WS-SEG-IDX PIC 9(3).
              05 WS-TOTAL-ULTIMOS PIC 9(2).
              05 WS-MAX-ULTIMOS PIC 9(2) VALUE 10.
              05 WS-FALTAN PIC 9(2).
              05 WS-TOTAL-ANILLO PIC 9(2).
              05 WS-IDX-MOV PIC 9(2).
              05 WS-IDX-AUX PIC 9(2).

           *> Segmentos del catalogo <diario>.segs que dejo
           *> CIERRE-DIARIO, en orden cronologico y sin repetir la
           *> ruta de un periodo cortado mas de una vez. Si la
           *> historia tuviera mas segmentos que la tabla, se
           *> conservan los mas recientes, que son los que la
           *> consulta necesita.
           01 TABLA-SEGMENTOS.
              05 SEGMENTO-RUTA OCCURS 120 TIMES PIC X(100).

           *> Ultimos movimientos de la cuenta en orden cronologico.
           *> Se llenan de atras para adelante: primero el diario en
           *> vivo y despues los segmentos del mas nuevo al mas
           *> viejo, hasta juntar WS-MAX-ULTIMOS; lo de cada archivo
           *> se antepone a lo ya juntado. Layout del diario: ver
           *> GRABAR-DIARIO en PROCESADOR-BATCH.
           01 TABLA-ULTIMOS.
              05 ULTIMO-MOV OCCURS 10 TIMES PIC X(100).

           *> Los ultimos movimientos de la cuenta dentro del archivo
           *> que se esta leyendo; cuando se llena se corre un lugar
           *> para dejar siempre los mas recientes.
           01 TABLA-ANILLO.
              05 ANILLO-MOV OCCURS 10 TIMES PIC X(100).

           PROCEDURE DIVISION.
               PERFORM OBTENER-PARAMETROS.
               PERFORM CARGAR-SEGMENTOS.

               OPEN INPUT MAESTRO-FILE.
               IF WS-MAESTRO-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el maestro '
                       FUNCTION TRIM(WS-MAESTRO-PATH)
                       ' (estado ' WS-MAESTRO-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

               IF WS-MODO-CONSOLA = 'S'
                   PERFORM UNTIL WS-FIN-CONSULTA = 'S'
                       DISPLAY ' '
                       DISPLAY 'Cuenta a consultar (FIN para terminar): '
                           WITH NO ADVANCING
                       MOVE SPACES TO WS-CUENTA-PARM
                       ACCEPT WS-CUENTA-PARM
                       IF WS-CUENTA-PARM = SPACES
                           OR WS-CUENTA-PARM = 'FIN'
                           OR WS-CUENTA-PARM = 'fin'
                           SET WS-FIN-CONSULTA TO 'S'
                       ELSE
                           PERFORM CONSULTAR-CUENTA
                       END-IF
                   END-PERFORM
               ELSE
                   PERFORM CONSULTAR-CUENTA
               END-IF.

               CLOSE MAESTRO-FILE.
               STOP RUN.

           *> Parametros: numero de cuenta y, opcionalmente, las rutas
           *> del maestro, del diario, del archivo de excepciones y
           *> del maestro de clientes, en ese orden. Sin numero de
           *> cuenta, o con la palabra CONSOLA en su lugar, el
           *> programa queda pidiendo cuentas por la consola hasta
           *> que se conteste FIN o se deje la respuesta en blanco.
           *> Ejemplos:
           *> consulta 0000000010
           *> consulta CONSOLA
           OBTENER-PARAMETROS.
               ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
               IF WS-PARM-LINE NOT = SPACES
                   UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
                       INTO WS-CUENTA-PARM
                           WS-MAESTRO-PATH
                           WS-DIARIO-VIVO-PATH
                           WS-EXCEPCIONES-PATH
                           WS-CLIENTES-PATH
               END-IF.
               IF WS-CUENTA-PARM = SPACES
                   OR WS-CUENTA-PARM = 'CONSOLA'
                   SET WS-MODO-CONSOLA TO 'S'
               END-IF.
               MOVE SPACES TO WS-CATALOGO-PATH.
               STRING FUNCTION TRIM(WS-DIARIO-VIVO-PATH)
                       DELIMITED BY SIZE
                   '.segs' DELIMITED BY SIZE
                   INTO WS-CATALOGO-PATH.

           *> Releva una sola vez por sesion las rutas de los
           *> segmentos del catalogo (layout: ver ASENTAR-EN-CATALOGO
           *> de CIERRE-DIARIO); un diario nunca cortado no tiene
           *> catalogo y todo sale del diario en vivo.
           CARGAR-SEGMENTOS.
               SET WS-EOF-CATALOGO TO 'N'.
               OPEN INPUT CATALOGO-FILE.
               PERFORM UNTIL WS-EOF-CATALOGO = 'S'
                   READ CATALOGO-FILE INTO CATALOGO-RECORD
                       AT END
                           SET WS-EOF-CATALOGO TO 'S'
                       NOT AT END
                           MOVE CATALOGO-RECORD(1:6) TO WS-SEG-PERIODO
                           MOVE CATALOGO-RECORD(46:100) TO WS-SEG-RUTA
                           IF WS-SEG-RUTA NOT = SPACES
                               PERFORM ANOTAR-SEGMENTO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CATALOGO-FILE.

           ANOTAR-SEGMENTO.
               SET WS-SEG-YA-ANOTADO TO 'N'.
               MOVE 1 TO WS-SEG-IDX.
               PERFORM UNTIL WS-SEG-IDX > WS-TOTAL-SEGMENTOS
                   IF SEGMENTO-RUTA(WS-SEG-IDX) = WS-SEG-RUTA
                       SET WS-SEG-YA-ANOTADO TO 'S'
                       MOVE WS-TOTAL-SEGMENTOS TO WS-SEG-IDX
                   END-IF
                   ADD 1 TO WS-SEG-IDX
               END-PERFORM.
               IF WS-SEG-YA-ANOTADO = 'N'
                   IF WS-TOTAL-SEGMENTOS >= WS-MAX-SEGMENTOS
                       MOVE 1 TO WS-SEG-IDX
                       PERFORM UNTIL WS-SEG-IDX >= WS-TOTAL-SEGMENTOS
                           MOVE SEGMENTO-RUTA(WS-SEG-IDX + 1)
                               TO SEGMENTO-RUTA(WS-SEG-IDX)
                           ADD 1 TO WS-SEG-IDX
                       END-PERFORM
                   ELSE
                       ADD 1 TO WS-TOTAL-SEGMENTOS
                   END-IF
                   MOVE WS-SEG-RUTA
                       TO SEGMENTO-RUTA(WS-TOTAL-SEGMENTOS)
               END-IF.

           CONSULTAR-CUENTA.
               MOVE 0 TO WS-LARGO-CUENTA.
               INSPECT WS-CUENTA-PARM TALLYING WS-LARGO-CUENTA
                   FOR CHARACTERS BEFORE INITIAL SPACE.
               IF WS-LARGO-CUENTA = 0
                   OR WS-CUENTA-PARM(1:WS-LARGO-CUENTA) NOT NUMERIC
                   DISPLAY 'ERROR: numero de cuenta invalido: '
                       WS-CUENTA-PARM
                   IF WS-MODO-CONSOLA = 'N'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE FUNCTION NUMVAL(WS-CUENTA-PARM)
                       TO WS-CUENTA-PEDIDA
                   MOVE WS-CUENTA-PEDIDA TO WS-CUENTA-CLAVE
                   PERFORM LEER-CUENTA-POR-CLAVE
                   IF WS-CUENTA-ENCONTRADA = 'S'
                       PERFORM MOSTRAR-FICHA
                       PERFORM MOSTRAR-ULTIMOS-MOVIMIENTOS
                       PERFORM MOSTRAR-EXCEPCIONES
                   ELSE
                       DISPLAY 'La cuenta ' WS-CUENTA-CLAVE
                           ' no figura en el maestro '
                           FUNCTION TRIM(WS-MAESTRO-PATH)
                       IF WS-MODO-CONSOLA = 'N'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF.

           *> Lectura directa por clave (numero de cuenta de 10
           *> digitos con ceros a la izquierda, como lo graba
           *> PROCESADOR-BATCH).
           LEER-CUENTA-POR-CLAVE.
               SET WS-CUENTA-ENCONTRADA TO 'S'.
               MOVE WS-CUENTA-CLAVE TO MAESTRO-CLAVE.
               READ MAESTRO-FILE
                   INVALID KEY
                       SET WS-CUENTA-ENCONTRADA TO 'N'
               END-READ.

           *> Layout del maestro: ver CARGAR-MAESTRO en
           *> PROCESADOR-BATCH.
           MOSTRAR-FICHA.
               MOVE MAESTRO-RECORD(41:13) TO WS-SALDO-STR.
               MOVE FUNCTION NUMVAL(WS-SALDO-STR) TO WS-SALDO-NUM.
               IF MAESTRO-RECORD(54:1) = '-'
                   COMPUTE WS-SALDO-NUM = 0 - WS-SALDO-NUM
               END-IF.
               IF MAESTRO-RECORD(84:13) = SPACES
                   MOVE ZERO TO WS-LIMITE-NUM
               ELSE
                   MOVE MAESTRO-RECORD(84:13) TO WS-SALDO-STR
                   MOVE FUNCTION NUMVAL(WS-SALDO-STR) TO WS-LIMITE-NUM
               END-IF.
               EVALUATE MAESTRO-RECORD(61:1)
                   WHEN 'C'
                       MOVE 'CERRADA' TO WS-ESTADO-DESC
                   WHEN 'I'
                       MOVE 'INACTIVA' TO WS-ESTADO-DESC
                   WHEN OTHER
                       MOVE 'ACTIVA' TO WS-ESTADO-DESC
               END-EVALUATE.
               IF MAESTRO-RECORD(74:1) = 'B'
                   MOVE 'SI' TO WS-BLOQUEO-DESC
               ELSE
                   MOVE 'NO' TO WS-BLOQUEO-DESC
               END-IF.
               IF MAESTRO-RECORD(77:6) NUMERIC
                   MOVE MAESTRO-RECORD(77:6) TO WS-CLIENTE-NUM
               ELSE
                   MOVE '000000' TO WS-CLIENTE-NUM
               END-IF.
               PERFORM BUSCAR-CLIENTE.

               DISPLAY ' '.
               DISPLAY 'CONSULTA DE LA CUENTA ' WS-CUENTA-CLAVE.
               DISPLAY '=========================================='.
               DISPLAY 'Titular:               ' MAESTRO-RECORD(11:30).
               IF WS-CLIENTE-NUM = '000000'
                   DISPLAY 'Cliente:               000000 '
                       '(SIN ASIGNAR)'
               ELSE
                   DISPLAY 'Cliente:               ' WS-CLIENTE-NUM
                       ' ' WS-CLIENTE-NOMBRE
               END-IF.
               IF MAESTRO-RECORD(63:2) = SPACES
                   DISPLAY 'Producto:              BA'
               ELSE
                   DISPLAY 'Producto:              '
                       MAESTRO-RECORD(63:2)
               END-IF.
               DISPLAY 'Estado:                ' WS-ESTADO-DESC.
               DISPLAY 'Bloqueo judicial:      ' WS-BLOQUEO-DESC.
               MOVE WS-LIMITE-NUM TO WS-SALDO-DISPLAY.
               DISPLAY 'Limite descubierto:    ' WS-SALDO-DISPLAY.
               MOVE WS-SALDO-NUM TO WS-SALDO-DISPLAY.
               DISPLAY 'Saldo:                 ' WS-SALDO-DISPLAY.
               IF MAESTRO-RECORD(66:8) NUMERIC
                   AND MAESTRO-RECORD(66:8) NOT = ZERO
                   MOVE MAESTRO-RECORD(66:8) TO WS-FECHA-REG
                   PERFORM FORMATEAR-FECHA
                   DISPLAY 'Ultimo movimiento:     ' WS-FECHA-DISPLAY
               ELSE
                   DISPLAY 'Ultimo movimiento:     (sin registro)'
               END-IF.

           *> Nombre del cliente en el maestro de clientes (layout:
           *> ver TABLA-CLIENTES en POSICION-CLIENTES); sin archivo o
           *> sin el numero queda en blanco.
           BUSCAR-CLIENTE.
               MOVE SPACES TO WS-CLIENTE-NOMBRE.
               IF WS-CLIENTE-NUM NOT = '000000'
                   SET WS-EOF-CLIENTES TO 'N'
                   OPEN INPUT CLIENTES-FILE
                   PERFORM UNTIL WS-EOF-CLIENTES = 'S'
                       READ CLIENTES-FILE INTO CLIENTES-RECORD
                           AT END
                               SET WS-EOF-CLIENTES TO 'S'
                           NOT AT END
                               IF CLIENTES-RECORD(1:6) = WS-CLIENTE-NUM
                                   MOVE CLIENTES-RECORD(8:30)
                                       TO WS-CLIENTE-NOMBRE
                                   SET WS-EOF-CLIENTES TO 'S'
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CLIENTES-FILE
               END-IF.

           MOSTRAR-ULTIMOS-MOVIMIENTOS.
               MOVE 0 TO WS-TOTAL-ULTIMOS.
               MOVE WS-DIARIO-VIVO-PATH TO WS-DIARIO-PATH.
               PERFORM JUNTAR-DE-ARCHIVO-DIARIO.
               MOVE WS-TOTAL-SEGMENTOS TO WS-SEG-IDX.
               PERFORM UNTIL WS-SEG-IDX = 0
                   OR WS-TOTAL-ULTIMOS >= WS-MAX-ULTIMOS
                   MOVE SEGMENTO-RUTA(WS-SEG-IDX) TO WS-DIARIO-PATH
                   PERFORM JUNTAR-DE-ARCHIVO-DIARIO
                   SUBTRACT 1 FROM WS-SEG-IDX
               END-PERFORM.

               DISPLAY ' '.
               DISPLAY 'ULTIMOS MOVIMIENTOS DEL DIARIO'.
               DISPLAY '------------------------------------------'.
               IF WS-TOTAL-ULTIMOS = 0
                   DISPLAY '  (sin movimientos en el diario)'
               END-IF.
               MOVE 1 TO WS-IDX-MOV.
               PERFORM UNTIL WS-IDX-MOV > WS-TOTAL-ULTIMOS
                   MOVE ULTIMO-MOV(WS-IDX-MOV) TO DIARIO-RECORD
                   PERFORM MOSTRAR-MOVIMIENTO
                   ADD 1 TO WS-IDX-MOV
               END-PERFORM.

           *> Lee un archivo del diario quedandose con los ultimos
           *> movimientos de la cuenta que todavia faltan para
           *> completar la tabla, y los antepone a los ya juntados
           *> de archivos mas nuevos. Un segmento que ya no este en
           *> disco (archivado en cinta) se salta con un aviso.
           JUNTAR-DE-ARCHIVO-DIARIO.
               COMPUTE WS-FALTAN = WS-MAX-ULTIMOS - WS-TOTAL-ULTIMOS.
               MOVE 0 TO WS-TOTAL-ANILLO.
               OPEN INPUT DIARIO-FILE.
               IF WS-DIARIO-STATUS NOT = '00'
                   AND WS-DIARIO-STATUS NOT = '05'
                   DISPLAY 'AVISO: el diario '
                       FUNCTION TRIM(WS-DIARIO-PATH)
                       ' no esta disponible (estado '
                       WS-DIARIO-STATUS '); se salta'
               ELSE
                   SET WS-EOF-DIARIO TO 'N'
                   PERFORM UNTIL WS-EOF-DIARIO = 'S'
                       READ DIARIO-FILE INTO DIARIO-RECORD
                           AT END
                               SET WS-EOF-DIARIO TO 'S'
                           NOT AT END
                               IF DIARIO-RECORD(1:10) = WS-CUENTA-CLAVE
                                   PERFORM GUARDAR-EN-ANILLO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DIARIO-FILE
               END-IF.

               IF WS-TOTAL-ANILLO > 0
                   MOVE WS-TOTAL-ULTIMOS TO WS-IDX-MOV
                   PERFORM UNTIL WS-IDX-MOV = 0
                       COMPUTE WS-IDX-AUX = WS-IDX-MOV + WS-TOTAL-ANILLO
                       MOVE ULTIMO-MOV(WS-IDX-MOV)
                           TO ULTIMO-MOV(WS-IDX-AUX)
                       SUBTRACT 1 FROM WS-IDX-MOV
                   END-PERFORM
                   MOVE 1 TO WS-IDX-MOV
                   PERFORM UNTIL WS-IDX-MOV > WS-TOTAL-ANILLO
                       MOVE ANILLO-MOV(WS-IDX-MOV)
                           TO ULTIMO-MOV(WS-IDX-MOV)
                       ADD 1 TO WS-IDX-MOV
                   END-PERFORM
                   ADD WS-TOTAL-ANILLO TO WS-TOTAL-ULTIMOS
               END-IF.

           GUARDAR-EN-ANILLO.
               IF WS-TOTAL-ANILLO >= WS-FALTAN
                   MOVE 1 TO WS-IDX-AUX
                   PERFORM UNTIL WS-IDX-AUX >= WS-TOTAL-ANILLO
                       MOVE ANILLO-MOV(WS-IDX-AUX + 1)
                           TO ANILLO-MOV(WS-IDX-AUX)
                       ADD 1 TO WS-IDX-AUX
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-TOTAL-ANILLO
               END-IF.
               MOVE DIARIO-RECORD TO ANILLO-MOV(WS-TOTAL-ANILLO).

           *> Una linea por movimiento, como en el extracto: fecha,
           *> tipo (con el signo en transferencias y reversos),
           *> importe, saldo resultante, cuenta contraparte de la
           *> transferencia y oficina; un reverso lleva debajo la
           *> referencia del movimiento que anula.
           MOSTRAR-MOVIMIENTO.
               MOVE DIARIO-RECORD(11:8) TO WS-FECHA-REG.
               PERFORM FORMATEAR-FECHA.
               MOVE DIARIO-RECORD(21:13) TO WS-SALDO-STR.
               MOVE FUNCTION NUMVAL(WS-SALDO-STR) TO WS-MONTO-NUM.
               MOVE WS-MONTO-NUM TO WS-MONTO-DISPLAY.
               MOVE DIARIO-RECORD(34:13) TO WS-SALDO-STR.
               MOVE FUNCTION NUMVAL(WS-SALDO-STR) TO WS-SALDO-NUM.
               IF DIARIO-RECORD(60:1) = '-'
                   COMPUTE WS-SALDO-NUM = 0 - WS-SALDO-NUM
               END-IF.
               MOVE WS-SALDO-NUM TO WS-SALDO-DISPLAY.
               IF DIARIO-RECORD(19:1) = 'T' OR DIARIO-RECORD(19:1) = 'X'
                   MOVE DIARIO-RECORD(20:1) TO WS-SIGNO-LINEA
               ELSE
                   MOVE SPACE TO WS-SIGNO-LINEA
               END-IF.
               MOVE SPACES TO WS-CONTRAPARTE-DISPLAY.
               IF DIARIO-RECORD(19:1) = 'T'
                   STRING '  CTA ' DELIMITED BY SIZE
                       DIARIO-RECORD(47:10) DELIMITED BY SIZE
                       INTO WS-CONTRAPARTE-DISPLAY
               END-IF.
               MOVE SPACES TO WS-OFICINA-DISPLAY.
               IF DIARIO-RECORD(57:3) NOT = '---'
                   AND DIARIO-RECORD(57:3) NOT = SPACES
                   STRING '  OF ' DELIMITED BY SIZE
                       DIARIO-RECORD(57:3) DELIMITED BY SIZE
                       INTO WS-OFICINA-DISPLAY
               END-IF.
               DISPLAY '  ' WS-FECHA-DISPLAY ' '
                   DIARIO-RECORD(19:1) WS-SIGNO-LINEA
                   WS-MONTO-DISPLAY '  Saldo: ' WS-SALDO-DISPLAY
                   WS-CONTRAPARTE-DISPLAY WS-OFICINA-DISPLAY.
               IF DIARIO-RECORD(19:1) = 'X'
                   MOVE DIARIO-RECORD(62:8) TO WS-FECHA-REG
                   PERFORM FORMATEAR-FECHA
                   DISPLAY '      ** REVERSO DE ' DIARIO-RECORD(71:1)
                       ' DEL ' WS-FECHA-DISPLAY
                       ' OF ' DIARIO-RECORD(73:3)
               END-IF.

           *> Las excepciones de la ultima corrida de PROCESADOR-BATCH
           *> para la cuenta (layout: ver ESCRIBIR-EXCEPCION); la
           *> cuenta se toma de lo que sigue a ' | CUENTA ' en cada
           *> linea.
           MOSTRAR-EXCEPCIONES.
               DISPLAY ' '.
               DISPLAY 'EXCEPCIONES DE LA ULTIMA CORRIDA'.
               DISPLAY '------------------------------------------'.
               MOVE 0 TO WS-TOTAL-EXCEPCIONES.
               SET WS-EOF-EXCEPCIONES TO 'N'.
               OPEN INPUT EXCEPCIONES-FILE.
               PERFORM UNTIL WS-EOF-EXCEPCIONES = 'S'
                   READ EXCEPCIONES-FILE INTO EXCEPCIONES-RECORD
                       AT END
                           SET WS-EOF-EXCEPCIONES TO 'S'
                       NOT AT END
                           MOVE SPACES TO WS-EXC-PREVIO
                           MOVE SPACES TO WS-EXC-RESTO
                           UNSTRING EXCEPCIONES-RECORD
                               DELIMITED BY ' | CUENTA '
                               INTO WS-EXC-PREVIO
                                   WS-EXC-RESTO
                           IF WS-EXC-RESTO(1:10) = WS-CUENTA-CLAVE
                               ADD 1 TO WS-TOTAL-EXCEPCIONES
                               DISPLAY '  '
                                   FUNCTION TRIM(EXCEPCIONES-RECORD)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE EXCEPCIONES-FILE.
               IF WS-TOTAL-EXCEPCIONES = 0
                   DISPLAY '  (sin excepciones para la cuenta)'
               END-IF.

           FORMATEAR-FECHA.
               MOVE SPACES TO WS-FECHA-DISPLAY.
               STRING WS-FECHA-REG(1:4) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-FECHA-REG(5:2) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-FECHA-REG(7:2) DELIMITED BY SIZE
                   INTO WS-FECHA-DISPLAY.
