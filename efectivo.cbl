       IDENTIFICATION DIVISION.
           PROGRAM-ID. MONITOR-EFECTIVO.
           AUTHOR. Ramón Romero Montilla.
           *> Este programa arma para cumplimiento los dos listados de
           *> operaciones en efectivo que exige el regulador y que
           *> hasta ahora se revisaban a ojo sobre los extractos. Toma
           *> los depositos 'D' y retiros 'R' de ventanilla de la
           *> ventana de dias pedida, del diario en vivo y de los
           *> segmentos de CIERRE-DIARIO que la tocan (como hace
           *> EXTRACTO-CUENTA), y los agrupa por titular con el
           *> numero de cliente del maestro (77:6) y el documento de
           *> data/clientes.dat; una cuenta sin cliente identificado
           *> se trata como su propio titular. El primer listado son
           *> las operaciones individuales por encima del umbral. El
           *> segundo, los patrones de fraccionamiento: varios
           *> depositos (o varios retiros) apenas por debajo del
           *> umbral dentro de la ventana, en una cuenta o repartidos
           *> entre las cuentas del mismo cliente, que juntos lo
           *> superan. Un patron ya alertado queda asentado en el
           *> archivo de alertas y no vuelve a salir mientras no se le
           *> agreguen operaciones nuevas. Los umbrales y la ventana
           *> son parametros de la corrida. Una operacion anulada por
           *> un reverso 'X' dentro de la ventana no cuenta en ningun
           *> listado.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DIARIO-FILE ASSIGN TO DYNAMIC WS-DIARIO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DIARIO-STATUS.

               SELECT OPTIONAL CATALOGO-FILE
                   ASSIGN TO DYNAMIC WS-CATALOGO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT MAESTRO-FILE ASSIGN TO DYNAMIC WS-MAESTRO-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAESTRO-CLAVE
                   FILE STATUS IS WS-MAESTRO-STATUS.

               SELECT CLIENTES-FILE ASSIGN TO DYNAMIC WS-CLIENTES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLIENTES-STATUS.

               SELECT UMBRAL-FILE ASSIGN TO DYNAMIC WS-UMBRAL-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT FRACCION-FILE ASSIGN TO DYNAMIC WS-FRACCION-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL ALERTAS-FILE
                   ASSIGN TO DYNAMIC WS-ALERTAS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL AUDITORIA-FILE
                   ASSIGN TO DYNAMIC WS-AUDITORIA-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD DIARIO-FILE.
           01 DIARIO-RECORD PIC X(100).

           FD CATALOGO-FILE.
           01 CATALOGO-RECORD PIC X(150).

           FD MAESTRO-FILE.
           01 MAESTRO-RECORD.
              05 MAESTRO-CLAVE PIC X(10).
              05 FILLER PIC X(90).

           FD CLIENTES-FILE.
           01 CLIENTES-RECORD PIC X(60).

           FD UMBRAL-FILE.
           01 UMBRAL-RECORD PIC X(132).

           FD FRACCION-FILE.
           01 FRACCION-RECORD PIC X(132).

           FD ALERTAS-FILE.
           01 ALERTAS-RECORD PIC X(66).

           FD AUDITORIA-FILE.
           01 AUDITORIA-RECORD PIC X(250).

           WORKING-STORAGE SECTION.
           01 WS-PARAMETROS.
              05 WS-UMBRAL-PARM PIC X(16) VALUE SPACES.
              05 WS-PISO-PARM PIC X(16) VALUE SPACES.
              05 WS-VENTANA-PARM PIC X(4) VALUE SPACES.
              05 WS-MINIMO-PARM PIC X(4) VALUE SPACES.
              05 WS-DIARIO-PATH PIC X(100) VALUE 'data/diario.dat'.
              05 WS-MAESTRO-PATH PIC X(100) VALUE 'data/maestro.dat'.
              05 WS-CLIENTES-PATH PIC X(100)
                  VALUE 'data/clientes.dat'.
              05 WS-UMBRAL-PATH PIC X(100)
                  VALUE 'data/efectivo_umbral.txt'.
              05 WS-FRACCION-PATH PIC X(100)
                  VALUE 'data/efectivo_fraccionamiento.txt'.
              05 WS-ALERTAS-PATH PIC X(100)
                  VALUE 'data/efectivo_alertas.dat'.
              05 WS-AUDITORIA-PATH PIC X(100)
                  VALUE 'data/auditoria.dat'.
              05 WS-PARM-LINE PIC X(800).

           01 WS-VARIABLES.
              05 WS-DIARIO-STATUS PIC XX.
              05 WS-MAESTRO-STATUS PIC XX.
              05 WS-CLIENTES-STATUS PIC XX.
              05 WS-EOF-DIARIO PIC X.
              05 WS-EOF-CATALOGO PIC X.
              05 WS-EOF-MAESTRO PIC X.
              05 WS-EOF-CLIENTES PIC X.
              05 WS-EOF-ALERTAS PIC X.
              05 WS-DIARIO-VIVO-PATH PIC X(100).
              05 WS-CATALOGO-PATH PIC X(110).
              05 WS-ES-SEGMENTO PIC X.
              05 WS-SEG-PERIODO PIC X(6).
              05 WS-SEG-RUTA PIC X(100).
              05 WS-TOTAL-SEGMENTOS PIC 9(3) VALUE 0.
              05 WS-MAX-SEGMENTOS PIC 9(3) VALUE 120.
              05 WS-SEG-IDX PIC 9(3).
              05 WS-SEG-YA-LEIDO PIC X.
              05 WS-FECHA-HOY PIC 9(8).
              05 WS-FECHA-DESDE PIC 9(8).
              05 WS-DIAS-ATRAS PIC 9(3).
              05 WS-DESDE-ANIO PIC 9(4).
              05 WS-DESDE-MES PIC 9(2).
              05 WS-DESDE-DIA PIC 9(2).
              05 WS-BISIESTO-COC PIC 9(4).
              05 WS-BISIESTO-RESTO PIC 9(3).
              05 WS-DESDE-PERIODO PIC X(6).
              05 WS-HASTA-PERIODO PIC X(6).
              05 WS-UMBRAL PIC 9(10)V99.
              05 WS-PISO PIC 9(10)V99.
              05 WS-VENTANA PIC 9(3).
              05 WS-MINIMO-OPS PIC 9(3).
              05 WS-TOTAL-CUENTAS PIC 9(5) VALUE 0.
              05 WS-MAX-CUENTAS PIC 9(5) VALUE 5000.
              05 WS-TOTAL-CLIENTES PIC 9(4) VALUE 0.
              05 WS-MAX-CLIENTES PIC 9(4) VALUE 2000.
              05 WS-CLI-IDX PIC 9(4).
              05 WS-CLI-ENC PIC 9(4).
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
              05 WS-MONTO-NUM PIC 9(10)V99.
              05 WS-REG-FECHA PIC X(8).
              05 WS-REG-TIPO PIC X(1).
              05 WS-REG-OFICINA PIC X(3).
              05 WS-REG-CUENTA PIC 9(10).
              05 WS-REG-CLIENTE PIC 9(6).
              05 WS-CLAVE-TITULAR PIC 9(10).
              05 WS-TOTAL-OPS PIC 9(5) VALUE 0.
              05 WS-MAX-OPS PIC 9(5) VALUE 20000.
              05 WS-OP-IDX PIC 9(5).
              05 WS-TOTAL-TITULARES PIC 9(5) VALUE 0.
              05 WS-TIT-IDX PIC 9(5).
              05 WS-TIT-ENC PIC 9(5).
              05 WS-TOTAL-GRUPOS PIC 9(5) VALUE 0.
              05 WS-GRU-IDX PIC 9(5).
              05 WS-GRU-ENC PIC 9(5).
              05 WS-TOTAL-ALERTAS PIC 9(5) VALUE 0.
              05 WS-MAX-ALERTAS PIC 9(5) VALUE 5000.
              05 WS-ALE-IDX PIC 9(5).
              05 WS-ALE-ENC PIC 9(5).
              05 WS-REGS-LEIDOS PIC 9(9) VALUE 0.
              05 WS-OPS-EFECTIVO PIC 9(9) VALUE 0.
              05 WS-OPS-ANULADAS PIC 9(9) VALUE 0.
              05 WS-OPS-SOBRE-UMBRAL PIC 9(9) VALUE 0.
              05 WS-PATRONES-NUEVOS PIC 9(9) VALUE 0.
              05 WS-PATRONES-YA-ALERTADOS PIC 9(9) VALUE 0.
              05 WS-TITULAR-IMPRESO PIC X.
              05 WS-ALCANCE PIC X(14).
              05 WS-TIPO-TEXTO PIC X(9).
              05 WS-NOMBRE-TIT PIC X(30).
              05 WS-DOCUMENTO-TIT PIC X(15).
              05 WS-MONTO-DISPLAY PIC Z(9)9.99.
              05 WS-TOTAL-DISPLAY PIC Z(14)9.99.
              05 WS-CANT-DISPLAY PIC Z(4)9.
              05 WS-CANT-YA-DISPLAY PIC Z(4)9.
              05 WS-MONTO-OUT PIC 9(13).99.
              05 WS-FECHA-DISPLAY PIC X(10).
              05 WS-LINEA-SALIDA PIC X(132).
              05 WS-FECHA-AUD PIC 9(8).
              05 WS-HORA-AUD PIC 9(8).
              05 WS-AUD-RC PIC 9(3).
              05 WS-AUD-CANT PIC 9(9).
              05 WS-AUD-DETALLE PIC X(175).

           *> Codigos de oficina reservados de los procesos
           *> automaticos (camara, comisiones, interes, ordenes
           *> permanentes, plazos fijos): sus 'D' y 'R' no son
           *> efectivo de ventanilla.
           01 TABLA-OFICINAS-RESERVADAS-VALORES PIC X(15)
               VALUE 'CAMCOMINTOPEPFI'.
           01 TABLA-OFICINAS-RESERVADAS
               REDEFINES TABLA-OFICINAS-RESERVADAS-VALORES.
              05 OFICINA-RESERVADA OCCURS 5 TIMES PIC X(3).
           01 WS-OFI-IDX PIC 9(2).
           01 WS-OFI-RESERVADA PIC X.

           01 TABLA-DIAS-MES-VALORES PIC X(24)
               VALUE '312831303130313130313031'.
           01 TABLA-DIAS-MES REDEFINES TABLA-DIAS-MES-VALORES.
              05 DIAS-DEL-MES OCCURS 12 TIMES PIC 9(2).

           01 TABLA-SEGMENTOS-LEIDOS.
              05 SEGMENTO-LEIDO OCCURS 120 TIMES PIC X(100).

           *> Cliente de cada cuenta del maestro, ordenado por numero
           *> de cuenta (busqueda binaria, como BUSCAR-CUENTA en
           *> PROCESADOR-BATCH).
           01 TABLA-CUENTAS.
              05 CUENTA OCCURS 5000 TIMES.
                 10 CTA-NUMERO PIC 9(10).
                 10 CTA-CLIENTE PIC 9(6).

           *> Maestro de clientes; layout en CARGAR-CLIENTES de
           *> POSICION-CLIENTES.
           01 TABLA-CLIENTES.
              05 CLIENTE OCCURS 2000 TIMES.
                 10 CLI-NUMERO PIC 9(6).
                 10 CLI-NOMBRE PIC X(30).
                 10 CLI-DOCUMENTO PIC X(15).

           *> Operaciones en efectivo de la ventana que llegan al
           *> piso de fraccionamiento (las menores no interesan a
           *> ninguno de los dos listados).
           01 TABLA-OPERACIONES.
              05 OPERACION OCCURS 20000 TIMES.
                 10 OP-CUENTA PIC 9(10).
                 10 OP-FECHA PIC X(8).
                 10 OP-TIPO PIC X(1).
                 10 OP-OFICINA PIC X(3).
                 10 OP-MONTO PIC 9(10)V99.
                 10 OP-TITULAR PIC 9(5).
                 10 OP-GRUPO PIC 9(5).
                 10 OP-ANULADA PIC X(1).

           *> Titulares con operaciones en la tabla, en orden de
           *> aparicion: el cliente del maestro o, sin cliente
           *> identificado, la propia cuenta (TIT-CLIENTE en cero).
           01 TABLA-TITULARES.
              05 TITULAR OCCURS 20000 TIMES.
                 10 TIT-CLAVE PIC 9(10).
                 10 TIT-CLIENTE PIC 9(6).

           *> Operaciones apenas por debajo del umbral agrupadas por
           *> titular y tipo ('D' o 'R': un deposito y un retiro no
           *> se suman en un mismo fraccionamiento).
           01 TABLA-GRUPOS.
              05 GRUPO OCCURS 20000 TIMES.
                 10 GRU-TITULAR PIC 9(5).
                 10 GRU-TIPO PIC X(1).
                 10 GRU-CANTIDAD PIC 9(5).
                 10 GRU-TOTAL PIC 9(13)V99.
                 10 GRU-PRIMERA-CUENTA PIC 9(10).
                 10 GRU-VARIAS-CUENTAS PIC X(1).
                 10 GRU-ULTIMA-FECHA PIC X(8).
                 10 GRU-OPS-ULTIMA-FECHA PIC 9(5).

           *> Patrones ya alertados (ver CARGAR-ALERTAS).
           01 TABLA-ALERTAS.
              05 ALERTA OCCURS 5000 TIMES.
                 10 ALE-CLAVE PIC 9(10).
                 10 ALE-CLIENTE PIC 9(6).
                 10 ALE-TIPO PIC X(1).
                 10 ALE-ULTIMA-FECHA PIC X(8).
                 10 ALE-OPS-ULTIMA-FECHA PIC 9(5).
                 10 ALE-FECHA-ALERTA PIC X(8).
                 10 ALE-CANTIDAD PIC 9(5).
                 10 ALE-TOTAL PIC 9(13)V99.

           PROCEDURE DIVISION.
               PERFORM OBTENER-PARAMETROS.
               PERFORM CARGAR-CLIENTES.
               PERFORM CARGAR-MAESTRO.
               PERFORM CARGAR-ALERTAS.
               PERFORM LEER-SEGMENTOS-DE-LA-VENTANA.
               PERFORM LEER-DIARIO-VIVO.
               PERFORM AGRUPAR-OPERACIONES.

               OPEN OUTPUT UMBRAL-FILE.
               PERFORM GENERAR-LISTADO-UMBRAL.
               CLOSE UMBRAL-FILE.
               OPEN OUTPUT FRACCION-FILE.
               PERFORM GENERAR-LISTADO-FRACCIONAMIENTO.
               CLOSE FRACCION-FILE.
               PERFORM GRABAR-ALERTAS.

               DISPLAY 'Monitor de efectivo: ' WS-OPS-SOBRE-UMBRAL
                   ' operaciones sobre umbral, ' WS-PATRONES-NUEVOS
                   ' patrones de fraccionamiento nuevos ('
                   WS-PATRONES-YA-ALERTADOS ' ya alertados).'.
               IF WS-OPS-ANULADAS > 0
                   DISPLAY 'Operaciones anuladas por reverso: '
                       WS-OPS-ANULADAS
               END-IF.
               PERFORM GRABAR-AUDITORIA.
               STOP RUN.

           *> Asienta el final de la corrida (tambien los finales con
           *> RETURN-CODE 16) en la pista de auditoria comun del
           *> batch; mismo layout que documenta GRABAR-AUDITORIA en
           *> PROCESADOR-BATCH. Aplicados son las operaciones sobre
           *> umbral y rechazados los patrones nuevos alertados.
           GRABAR-AUDITORIA.
               ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AUD FROM TIME.
               MOVE RETURN-CODE TO WS-AUD-RC.
               MOVE SPACES TO AUDITORIA-RECORD.
               MOVE WS-FECHA-AUD TO AUDITORIA-RECORD(1:8).
               MOVE WS-HORA-AUD(1:6) TO AUDITORIA-RECORD(10:6).
               MOVE 'MONITOR-EFECTIVO' TO AUDITORIA-RECORD(17:24).
               MOVE WS-AUD-RC TO AUDITORIA-RECORD(42:3).
               MOVE WS-REGS-LEIDOS TO AUDITORIA-RECORD(46:9).
               MOVE WS-OPS-SOBRE-UMBRAL TO AUDITORIA-RECORD(56:9).
               MOVE WS-PATRONES-NUEVOS TO AUDITORIA-RECORD(66:9).
               MOVE SPACES TO WS-AUD-DETALLE.
               STRING 'umbral=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-UMBRAL-PARM) DELIMITED BY SIZE
                   ' piso=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PISO-PARM) DELIMITED BY SIZE
                   ' ventana=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VENTANA-PARM) DELIMITED BY SIZE
                   ' minimo=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MINIMO-PARM) DELIMITED BY SIZE
                   ' diario=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DIARIO-VIVO-PATH)
                       DELIMITED BY SIZE
                   INTO WS-AUD-DETALLE.
               MOVE WS-AUD-DETALLE TO AUDITORIA-RECORD(76:175).
               OPEN EXTEND AUDITORIA-FILE.
               WRITE AUDITORIA-RECORD.
               CLOSE AUDITORIA-FILE.

           *> Parametros: umbral regulatorio por operacion, piso de
           *> fraccionamiento (una operacion desde el piso hasta el
           *> umbral es "apenas por debajo"), ventana en dias hacia
           *> atras desde hoy (hoy incluido) y cantidad minima de
           *> operaciones que forman un patron; opcionalmente las
           *> rutas del diario, del maestro, de clientes, de los dos
           *> listados y del archivo de alertas. Ejemplo:
           *> efectivo 10000.00 8000.00 7 2
           OBTENER-PARAMETROS.
               ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
               IF WS-PARM-LINE NOT = SPACES
                   UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
                       INTO WS-UMBRAL-PARM
                           WS-PISO-PARM
                           WS-VENTANA-PARM
                           WS-MINIMO-PARM
                           WS-DIARIO-PATH
                           WS-MAESTRO-PATH
                           WS-CLIENTES-PATH
                           WS-UMBRAL-PATH
                           WS-FRACCION-PATH
                           WS-ALERTAS-PATH
               END-IF.
               IF WS-UMBRAL-PARM = SPACES
                   OR WS-PISO-PARM = SPACES
                   OR FUNCTION TRIM(WS-VENTANA-PARM) NOT NUMERIC
                   OR FUNCTION TRIM(WS-MINIMO-PARM) NOT NUMERIC
                   DISPLAY 'USO: efectivo <umbral> <piso> <ventana '
                       'dias> <minimo ops> [<diario> <maestro> '
                       '<clientes> <listado umbral> <listado '
                       'fraccionamiento> <alertas>]'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               MOVE FUNCTION NUMVAL(WS-UMBRAL-PARM) TO WS-UMBRAL.
               MOVE FUNCTION NUMVAL(WS-PISO-PARM) TO WS-PISO.
               MOVE FUNCTION NUMVAL(WS-VENTANA-PARM) TO WS-VENTANA.
               MOVE FUNCTION NUMVAL(WS-MINIMO-PARM) TO WS-MINIMO-OPS.
               IF WS-UMBRAL = 0 OR WS-PISO >= WS-UMBRAL
                   OR WS-VENTANA = 0 OR WS-MINIMO-OPS < 2
                   DISPLAY 'ERROR: parametros invalidos: el piso debe '
                       'ser menor que el umbral, la ventana de al '
                       'menos un dia y el minimo de al menos 2 '
                       'operaciones'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.

               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE WS-FECHA-HOY TO WS-FECHA-DESDE.
               MOVE 1 TO WS-DIAS-ATRAS.
               PERFORM UNTIL WS-DIAS-ATRAS >= WS-VENTANA
                   PERFORM RETROCEDER-UN-DIA
                   ADD 1 TO WS-DIAS-ATRAS
               END-PERFORM.
               MOVE WS-FECHA-DESDE(1:6) TO WS-DESDE-PERIODO.
               MOVE WS-FECHA-HOY(1:6) TO WS-HASTA-PERIODO.
               MOVE WS-DIARIO-PATH TO WS-DIARIO-VIVO-PATH.
               MOVE SPACES TO WS-CATALOGO-PATH.
               STRING FUNCTION TRIM(WS-DIARIO-VIVO-PATH)
                       DELIMITED BY SIZE
                   '.segs' DELIMITED BY SIZE
                   INTO WS-CATALOGO-PATH.

           *> Lleva WS-FECHA-DESDE al dia anterior; febrero con la
           *> misma regla de bisiesto que ARMAR-FECHA-PROGRAMADA en
           *> ORDENES-PERMANENTES.
           RETROCEDER-UN-DIA.
               MOVE WS-FECHA-DESDE(1:4) TO WS-DESDE-ANIO.
               MOVE WS-FECHA-DESDE(5:2) TO WS-DESDE-MES.
               MOVE WS-FECHA-DESDE(7:2) TO WS-DESDE-DIA.
               IF WS-DESDE-DIA > 1
                   SUBTRACT 1 FROM WS-DESDE-DIA
               ELSE
                   IF WS-DESDE-MES > 1
                       SUBTRACT 1 FROM WS-DESDE-MES
                   ELSE
                       MOVE 12 TO WS-DESDE-MES
                       SUBTRACT 1 FROM WS-DESDE-ANIO
                   END-IF
                   MOVE DIAS-DEL-MES(WS-DESDE-MES) TO WS-DESDE-DIA
                   IF WS-DESDE-MES = 2
                       DIVIDE WS-DESDE-ANIO BY 4
                           GIVING WS-BISIESTO-COC
                           REMAINDER WS-BISIESTO-RESTO
                       IF WS-BISIESTO-RESTO = 0
                           MOVE 29 TO WS-DESDE-DIA
                           DIVIDE WS-DESDE-ANIO BY 100
                               GIVING WS-BISIESTO-COC
                               REMAINDER WS-BISIESTO-RESTO
                           IF WS-BISIESTO-RESTO = 0
                               DIVIDE WS-DESDE-ANIO BY 400
                                   GIVING WS-BISIESTO-COC
                                   REMAINDER WS-BISIESTO-RESTO
                               IF WS-BISIESTO-RESTO NOT = 0
                                   MOVE 28 TO WS-DESDE-DIA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               MOVE WS-DESDE-ANIO TO WS-FECHA-DESDE(1:4).
               MOVE WS-DESDE-MES TO WS-FECHA-DESDE(5:2).
               MOVE WS-DESDE-DIA TO WS-FECHA-DESDE(7:2).

           *> Layout de CLIENTES-RECORD: ver CARGAR-CLIENTES en
           *> POSICION-CLIENTES.
           CARGAR-CLIENTES.
               OPEN INPUT CLIENTES-FILE.
               IF WS-CLIENTES-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el maestro de '
                       'clientes ' FUNCTION TRIM(WS-CLIENTES-PATH)
                       ' (estado ' WS-CLIENTES-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               SET WS-EOF-CLIENTES TO 'N'.
               PERFORM UNTIL WS-EOF-CLIENTES = 'S'
                   READ CLIENTES-FILE INTO CLIENTES-RECORD
                       AT END
                           SET WS-EOF-CLIENTES TO 'S'
                       NOT AT END
                           IF CLIENTES-RECORD(1:6) NUMERIC
                               IF WS-TOTAL-CLIENTES >= WS-MAX-CLIENTES
                                   DISPLAY 'ERROR: '
                                       FUNCTION TRIM(WS-CLIENTES-PATH)
                                       ' excede los ' WS-MAX-CLIENTES
                                       ' clientes soportados'
                                   MOVE 16 TO RETURN-CODE
                                   PERFORM GRABAR-AUDITORIA
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-TOTAL-CLIENTES
                               MOVE CLIENTES-RECORD(1:6)
                                   TO CLI-NUMERO(WS-TOTAL-CLIENTES)
                               MOVE CLIENTES-RECORD(8:30)
                                   TO CLI-NOMBRE(WS-TOTAL-CLIENTES)
                               MOVE CLIENTES-RECORD(39:15)
                                   TO CLI-DOCUMENTO(WS-TOTAL-CLIENTES)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CLIENTES-FILE.

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
                           IF MAESTRO-RECORD(77:6) NUMERIC
                               MOVE MAESTRO-RECORD(77:6)
                                   TO CTA-CLIENTE(WS-BUSQ-BAJO)
                           ELSE
                               MOVE ZERO TO CTA-CLIENTE(WS-BUSQ-BAJO)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE MAESTRO-FILE.

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

           *> Layout de ALERTAS-RECORD: clave del titular (1:10, el
           *> cliente o la cuenta sin cliente), tipo (12:1), fecha de
           *> la ultima operacion del patron alertado (14:8),
           *> operaciones del patron en esa fecha (23:5), fecha de la
           *> alerta (29:8), cantidad de operaciones (38:5), total
           *> del patron (44:16) y cliente del titular (61:6, en cero
           *> si la clave es una cuenta sin cliente, igual que
           *> TIT-CLIENTE). Sin archivo (primera corrida) no hay nada
           *> alertado; si trae mas alertas de las que entran en la
           *> tabla la corrida se corta, porque las que quedaran
           *> afuera volverian a salir y se perderian al regrabar.
           CARGAR-ALERTAS.
               SET WS-EOF-ALERTAS TO 'N'.
               OPEN INPUT ALERTAS-FILE.
               PERFORM UNTIL WS-EOF-ALERTAS = 'S'
                   READ ALERTAS-FILE INTO ALERTAS-RECORD
                       AT END
                           SET WS-EOF-ALERTAS TO 'S'
                       NOT AT END
                           IF ALERTAS-RECORD(1:10) NUMERIC
                               IF WS-TOTAL-ALERTAS >= WS-MAX-ALERTAS
                                   DISPLAY 'ERROR: '
                                       FUNCTION TRIM(WS-ALERTAS-PATH)
                                       ' excede las ' WS-MAX-ALERTAS
                                       ' alertas soportadas'
                                   CLOSE ALERTAS-FILE
                                   MOVE 16 TO RETURN-CODE
                                   PERFORM GRABAR-AUDITORIA
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-TOTAL-ALERTAS
                               MOVE ALERTAS-RECORD(1:10)
                                   TO ALE-CLAVE(WS-TOTAL-ALERTAS)
                               IF ALERTAS-RECORD(61:6) NUMERIC
                                   MOVE ALERTAS-RECORD(61:6)
                                       TO ALE-CLIENTE(WS-TOTAL-ALERTAS)
                               ELSE
                                   MOVE ZERO
                                       TO ALE-CLIENTE(WS-TOTAL-ALERTAS)
                               END-IF
                               MOVE ALERTAS-RECORD(12:1)
                                   TO ALE-TIPO(WS-TOTAL-ALERTAS)
                               MOVE ALERTAS-RECORD(14:8)
                                   TO ALE-ULTIMA-FECHA(WS-TOTAL-ALERTAS)
                               MOVE ALERTAS-RECORD(23:5)
                                   TO ALE-OPS-ULTIMA-FECHA
                                       (WS-TOTAL-ALERTAS)
                               MOVE ALERTAS-RECORD(29:8)
                                   TO ALE-FECHA-ALERTA(WS-TOTAL-ALERTAS)
                               MOVE ALERTAS-RECORD(38:5)
                                   TO ALE-CANTIDAD(WS-TOTAL-ALERTAS)
                               MOVE FUNCTION NUMVAL
                                   (ALERTAS-RECORD(44:16))
                                   TO ALE-TOTAL(WS-TOTAL-ALERTAS)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ALERTAS-FILE.

           *> Mismo recorrido del catalogo <diario>.segs que
           *> LEER-SEGMENTOS-DEL-RANGO en EXTRACTO-CUENTA, con los
           *> periodos que toca la ventana.
           LEER-SEGMENTOS-DE-LA-VENTANA.
               SET WS-EOF-CATALOGO TO 'N'.
               OPEN INPUT CATALOGO-FILE.
               PERFORM UNTIL WS-EOF-CATALOGO = 'S'
                   READ CATALOGO-FILE INTO CATALOGO-RECORD
                       AT END
                           SET WS-EOF-CATALOGO TO 'S'
                       NOT AT END
                           MOVE CATALOGO-RECORD(1:6)
                               TO WS-SEG-PERIODO
                           MOVE CATALOGO-RECORD(46:100)
                               TO WS-SEG-RUTA
                           IF WS-SEG-PERIODO >= WS-DESDE-PERIODO
                               AND WS-SEG-PERIODO <= WS-HASTA-PERIODO
                               PERFORM LEER-SEGMENTO-CATALOGO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CATALOGO-FILE.

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
                       DISPLAY 'ERROR: la ventana toca mas de '
                           WS-MAX-SEGMENTOS
                           ' segmentos del catalogo '
                           FUNCTION TRIM(WS-CATALOGO-PATH)
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

           LEER-DIARIO-VIVO.
               MOVE WS-DIARIO-VIVO-PATH TO WS-DIARIO-PATH.
               SET WS-ES-SEGMENTO TO 'N'.
               PERFORM LEER-ARCHIVO-DIARIO.

           *> Recorre un archivo de diario (el vivo o un segmento);
           *> layout de DIARIO-RECORD: ver GRABAR-DIARIO en
           *> PROCESADOR-BATCH. Un segmento que ya no este en disco
           *> se avisa y se salta, como en EXTRACTO-CUENTA.
           LEER-ARCHIVO-DIARIO.
               OPEN INPUT DIARIO-FILE.
               IF WS-DIARIO-STATUS NOT = '00'
                   IF WS-ES-SEGMENTO = 'S'
                       DISPLAY 'AVISO: el segmento '
                           FUNCTION TRIM(WS-DIARIO-PATH)
                           ' del catalogo no esta disponible '
                           '(estado ' WS-DIARIO-STATUS
                           '); se salta'
                       CLOSE DIARIO-FILE
                   ELSE
                       DISPLAY 'ERROR: no se pudo abrir el diario '
                           FUNCTION TRIM(WS-DIARIO-PATH)
                           ' (estado ' WS-DIARIO-STATUS ')'
                       MOVE 16 TO RETURN-CODE
                       PERFORM GRABAR-AUDITORIA
                       STOP RUN
                   END-IF
               ELSE
                   SET WS-EOF-DIARIO TO 'N'
                   PERFORM UNTIL WS-EOF-DIARIO = 'S'
                       READ DIARIO-FILE INTO DIARIO-RECORD
                           AT END
                               SET WS-EOF-DIARIO TO 'S'
                           NOT AT END
                               ADD 1 TO WS-REGS-LEIDOS
                               PERFORM CLASIFICAR-REGISTRO-DIARIO
                       END-READ
                   END-PERFORM
                   CLOSE DIARIO-FILE
               END-IF.

           *> Solo interesan los 'D' y 'R' de ventanilla (fuera de las
           *> oficinas reservadas) con fecha dentro de la ventana y
           *> monto desde el piso de fraccionamiento.
           CLASIFICAR-REGISTRO-DIARIO.
               MOVE DIARIO-RECORD(11:8) TO WS-REG-FECHA.
               MOVE DIARIO-RECORD(19:1) TO WS-REG-TIPO.
               MOVE DIARIO-RECORD(57:3) TO WS-REG-OFICINA.
               IF (WS-REG-TIPO = 'D' OR WS-REG-TIPO = 'R')
                   AND WS-REG-FECHA >= WS-FECHA-DESDE
                   AND WS-REG-FECHA <= WS-FECHA-HOY
                   PERFORM VERIFICAR-OFICINA-RESERVADA
                   IF WS-OFI-RESERVADA = 'N'
                       ADD 1 TO WS-OPS-EFECTIVO
                       MOVE DIARIO-RECORD(21:13) TO WS-MONTO-STR
                       MOVE FUNCTION NUMVAL(WS-MONTO-STR)
                           TO WS-MONTO-NUM
                       IF WS-MONTO-NUM >= WS-PISO
                           PERFORM ANOTAR-OPERACION
                       END-IF
                   END-IF
               END-IF.
               IF WS-REG-TIPO = 'X'
                   AND (DIARIO-RECORD(71:1) = 'D'
                       OR DIARIO-RECORD(71:1) = 'R')
                   AND WS-REG-FECHA <= WS-FECHA-HOY
                   PERFORM ANULAR-OPERACION
               END-IF.

           *> Un reverso 'X' de un deposito o retiro (referencia al
           *> original en 62:8 fecha, 71:1 tipo y 73:3 oficina) anula
           *> la primera operacion igual todavia vigente de la tabla.
           *> El diario se lee en orden, asi que el original ya esta
           *> anotado; si cayo antes de la ventana o por debajo del
           *> piso no hay nada que anular.
           ANULAR-OPERACION.
               MOVE DIARIO-RECORD(1:10) TO WS-NUM-CUENTA-STR.
               MOVE FUNCTION NUMVAL(WS-NUM-CUENTA-STR)
                   TO WS-REG-CUENTA.
               MOVE DIARIO-RECORD(21:13) TO WS-MONTO-STR.
               MOVE FUNCTION NUMVAL(WS-MONTO-STR) TO WS-MONTO-NUM.
               MOVE 1 TO WS-OP-IDX.
               PERFORM UNTIL WS-OP-IDX > WS-TOTAL-OPS
                   IF OP-CUENTA(WS-OP-IDX) = WS-REG-CUENTA
                       AND OP-FECHA(WS-OP-IDX) = DIARIO-RECORD(62:8)
                       AND OP-TIPO(WS-OP-IDX) = DIARIO-RECORD(71:1)
                       AND OP-OFICINA(WS-OP-IDX) = DIARIO-RECORD(73:3)
                       AND OP-MONTO(WS-OP-IDX) = WS-MONTO-NUM
                       AND OP-ANULADA(WS-OP-IDX) = 'N'
                       MOVE 'S' TO OP-ANULADA(WS-OP-IDX)
                       ADD 1 TO WS-OPS-ANULADAS
                       MOVE WS-TOTAL-OPS TO WS-OP-IDX
                   END-IF
                   ADD 1 TO WS-OP-IDX
               END-PERFORM.

           VERIFICAR-OFICINA-RESERVADA.
               MOVE 'N' TO WS-OFI-RESERVADA.
               MOVE 1 TO WS-OFI-IDX.
               PERFORM UNTIL WS-OFI-IDX > 5
                   IF OFICINA-RESERVADA(WS-OFI-IDX) = WS-REG-OFICINA
                       MOVE 'S' TO WS-OFI-RESERVADA
                   END-IF
                   ADD 1 TO WS-OFI-IDX
               END-PERFORM.

           *> Una ventana con mas operaciones de las que entran en la
           *> tabla corta la corrida: los patrones saldrian
           *> incompletos y las alertas quedarian mal asentadas.
           ANOTAR-OPERACION.
               IF WS-TOTAL-OPS >= WS-MAX-OPS
                   DISPLAY 'ERROR: la ventana trae mas de '
                       WS-MAX-OPS ' operaciones de efectivo desde el '
                       'piso; pedir una ventana mas corta'
                   CLOSE DIARIO-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               MOVE DIARIO-RECORD(1:10) TO WS-NUM-CUENTA-STR.
               MOVE FUNCTION NUMVAL(WS-NUM-CUENTA-STR)
                   TO WS-REG-CUENTA.
               MOVE WS-REG-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM BUSCAR-CUENTA.
               IF WS-CUENTA-ENCONTRADA = 'S'
                   MOVE CTA-CLIENTE(WS-IDX-ENCONTRADO)
                       TO WS-REG-CLIENTE
               ELSE
                   MOVE ZERO TO WS-REG-CLIENTE
               END-IF.
               IF WS-REG-CLIENTE = ZERO
                   MOVE WS-REG-CUENTA TO WS-CLAVE-TITULAR
               ELSE
                   MOVE WS-REG-CLIENTE TO WS-CLAVE-TITULAR
               END-IF.
               PERFORM BUSCAR-TITULAR.
               ADD 1 TO WS-TOTAL-OPS.
               MOVE WS-REG-CUENTA TO OP-CUENTA(WS-TOTAL-OPS).
               MOVE WS-REG-FECHA TO OP-FECHA(WS-TOTAL-OPS).
               MOVE WS-REG-TIPO TO OP-TIPO(WS-TOTAL-OPS).
               MOVE WS-REG-OFICINA TO OP-OFICINA(WS-TOTAL-OPS).
               MOVE WS-MONTO-NUM TO OP-MONTO(WS-TOTAL-OPS).
               MOVE WS-TIT-ENC TO OP-TITULAR(WS-TOTAL-OPS).
               MOVE ZERO TO OP-GRUPO(WS-TOTAL-OPS).
               MOVE 'N' TO OP-ANULADA(WS-TOTAL-OPS).

           *> Deja en WS-TIT-ENC el titular de WS-CLAVE-TITULAR,
           *> dandolo de alta si es el primero que aparece. Un
           *> cliente y una cuenta sin cliente no se confunden
           *> aunque coincidan los numeros: el de la cuenta lleva
           *> TIT-CLIENTE en cero.
           BUSCAR-TITULAR.
               MOVE 0 TO WS-TIT-ENC.
               MOVE 1 TO WS-TIT-IDX.
               PERFORM UNTIL WS-TIT-IDX > WS-TOTAL-TITULARES
                   IF TIT-CLAVE(WS-TIT-IDX) = WS-CLAVE-TITULAR
                       AND TIT-CLIENTE(WS-TIT-IDX) = WS-REG-CLIENTE
                       MOVE WS-TIT-IDX TO WS-TIT-ENC
                       MOVE WS-TOTAL-TITULARES TO WS-TIT-IDX
                   END-IF
                   ADD 1 TO WS-TIT-IDX
               END-PERFORM.
               IF WS-TIT-ENC = 0
                   ADD 1 TO WS-TOTAL-TITULARES
                   MOVE WS-CLAVE-TITULAR
                       TO TIT-CLAVE(WS-TOTAL-TITULARES)
                   MOVE WS-REG-CLIENTE
                       TO TIT-CLIENTE(WS-TOTAL-TITULARES)
                   MOVE WS-TOTAL-TITULARES TO WS-TIT-ENC
               END-IF.

           *> Con toda la ventana leida (y los reversos ya aplicados)
           *> arma los grupos de titular y tipo con las operaciones
           *> vigentes por debajo del umbral.
           AGRUPAR-OPERACIONES.
               MOVE 1 TO WS-OP-IDX.
               PERFORM UNTIL WS-OP-IDX > WS-TOTAL-OPS
                   IF OP-ANULADA(WS-OP-IDX) = 'N'
                       AND OP-MONTO(WS-OP-IDX) < WS-UMBRAL
                       MOVE OP-TITULAR(WS-OP-IDX) TO WS-TIT-ENC
                       MOVE OP-TIPO(WS-OP-IDX) TO WS-REG-TIPO
                       MOVE OP-CUENTA(WS-OP-IDX) TO WS-REG-CUENTA
                       MOVE OP-FECHA(WS-OP-IDX) TO WS-REG-FECHA
                       MOVE OP-MONTO(WS-OP-IDX) TO WS-MONTO-NUM
                       PERFORM ACUMULAR-GRUPO
                   END-IF
                   ADD 1 TO WS-OP-IDX
               END-PERFORM.

           ACUMULAR-GRUPO.
               MOVE 0 TO WS-GRU-ENC.
               MOVE 1 TO WS-GRU-IDX.
               PERFORM UNTIL WS-GRU-IDX > WS-TOTAL-GRUPOS
                   IF GRU-TITULAR(WS-GRU-IDX) = WS-TIT-ENC
                       AND GRU-TIPO(WS-GRU-IDX) = WS-REG-TIPO
                       MOVE WS-GRU-IDX TO WS-GRU-ENC
                       MOVE WS-TOTAL-GRUPOS TO WS-GRU-IDX
                   END-IF
                   ADD 1 TO WS-GRU-IDX
               END-PERFORM.
               IF WS-GRU-ENC = 0
                   ADD 1 TO WS-TOTAL-GRUPOS
                   MOVE WS-TOTAL-GRUPOS TO WS-GRU-ENC
                   MOVE WS-TIT-ENC TO GRU-TITULAR(WS-GRU-ENC)
                   MOVE WS-REG-TIPO TO GRU-TIPO(WS-GRU-ENC)
                   MOVE 0 TO GRU-CANTIDAD(WS-GRU-ENC)
                   MOVE 0 TO GRU-TOTAL(WS-GRU-ENC)
                   MOVE WS-REG-CUENTA TO GRU-PRIMERA-CUENTA(WS-GRU-ENC)
                   MOVE 'N' TO GRU-VARIAS-CUENTAS(WS-GRU-ENC)
                   MOVE SPACES TO GRU-ULTIMA-FECHA(WS-GRU-ENC)
                   MOVE 0 TO GRU-OPS-ULTIMA-FECHA(WS-GRU-ENC)
               END-IF.
               ADD 1 TO GRU-CANTIDAD(WS-GRU-ENC).
               ADD WS-MONTO-NUM TO GRU-TOTAL(WS-GRU-ENC).
               IF WS-REG-CUENTA NOT = GRU-PRIMERA-CUENTA(WS-GRU-ENC)
                   MOVE 'S' TO GRU-VARIAS-CUENTAS(WS-GRU-ENC)
               END-IF.
               EVALUATE TRUE
                   WHEN WS-REG-FECHA > GRU-ULTIMA-FECHA(WS-GRU-ENC)
                       MOVE WS-REG-FECHA
                           TO GRU-ULTIMA-FECHA(WS-GRU-ENC)
                       MOVE 1 TO GRU-OPS-ULTIMA-FECHA(WS-GRU-ENC)
                   WHEN WS-REG-FECHA = GRU-ULTIMA-FECHA(WS-GRU-ENC)
                       ADD 1 TO GRU-OPS-ULTIMA-FECHA(WS-GRU-ENC)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               MOVE WS-GRU-ENC TO OP-GRUPO(WS-OP-IDX).

           *> Deja en WS-NOMBRE-TIT y WS-DOCUMENTO-TIT los datos del
           *> titular WS-TIT-IDX tomados de clientes.dat.
           DATOS-TITULAR.
               MOVE SPACES TO WS-NOMBRE-TIT.
               MOVE SPACES TO WS-DOCUMENTO-TIT.
               IF TIT-CLIENTE(WS-TIT-IDX) = ZERO
                   MOVE '(CUENTA SIN CLIENTE ASIGNADO)'
                       TO WS-NOMBRE-TIT
               ELSE
                   MOVE 0 TO WS-CLI-ENC
                   MOVE 1 TO WS-CLI-IDX
                   PERFORM UNTIL WS-CLI-IDX > WS-TOTAL-CLIENTES
                       IF CLI-NUMERO(WS-CLI-IDX)
                           = TIT-CLIENTE(WS-TIT-IDX)
                           MOVE WS-CLI-IDX TO WS-CLI-ENC
                           MOVE WS-TOTAL-CLIENTES TO WS-CLI-IDX
                       END-IF
                       ADD 1 TO WS-CLI-IDX
                   END-PERFORM
                   IF WS-CLI-ENC = 0
                       MOVE '(CLIENTE NO FIGURA EN CLIENTES)'
                           TO WS-NOMBRE-TIT
                   ELSE
                       MOVE CLI-NOMBRE(WS-CLI-ENC) TO WS-NOMBRE-TIT
                       MOVE CLI-DOCUMENTO(WS-CLI-ENC)
                           TO WS-DOCUMENTO-TIT
                   END-IF
               END-IF.

           ENCABEZADO-TITULAR.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Cliente ' DELIMITED BY SIZE
                   TIT-CLIENTE(WS-TIT-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-NOMBRE-TIT DELIMITED BY SIZE
                   '  Documento ' DELIMITED BY SIZE
                   WS-DOCUMENTO-TIT DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.

           LINEA-OPERACION.
               MOVE SPACES TO WS-FECHA-DISPLAY.
               STRING OP-FECHA(WS-OP-IDX)(1:4) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   OP-FECHA(WS-OP-IDX)(5:2) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   OP-FECHA(WS-OP-IDX)(7:2) DELIMITED BY SIZE
                   INTO WS-FECHA-DISPLAY.
               IF OP-TIPO(WS-OP-IDX) = 'D'
                   MOVE 'DEPOSITO' TO WS-TIPO-TEXTO
               ELSE
                   MOVE 'RETIRO' TO WS-TIPO-TEXTO
               END-IF.
               MOVE OP-MONTO(WS-OP-IDX) TO WS-MONTO-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING '    Cuenta ' DELIMITED BY SIZE
                   OP-CUENTA(WS-OP-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-FECHA-DISPLAY DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-TIPO-TEXTO DELIMITED BY SIZE
                   ' OF ' DELIMITED BY SIZE
                   OP-OFICINA(WS-OP-IDX) DELIMITED BY SIZE
                   '  Monto: ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.

           *> Primer listado: por titular, cada operacion individual
           *> de la ventana desde el umbral.
           GENERAR-LISTADO-UMBRAL.
               MOVE 'LISTADO DE OPERACIONES EN EFECTIVO SOBRE UMBRAL'
                   TO WS-LINEA-SALIDA.
               WRITE UMBRAL-RECORD FROM WS-LINEA-SALIDA.
               PERFORM LINEA-PARAMETROS.
               WRITE UMBRAL-RECORD FROM WS-LINEA-SALIDA.
               MOVE '=================================================='
                   TO WS-LINEA-SALIDA.
               WRITE UMBRAL-RECORD FROM WS-LINEA-SALIDA.

               MOVE 1 TO WS-TIT-IDX.
               PERFORM UNTIL WS-TIT-IDX > WS-TOTAL-TITULARES
                   MOVE 'N' TO WS-TITULAR-IMPRESO
                   MOVE 1 TO WS-OP-IDX
                   PERFORM UNTIL WS-OP-IDX > WS-TOTAL-OPS
                       IF OP-TITULAR(WS-OP-IDX) = WS-TIT-IDX
                           AND OP-MONTO(WS-OP-IDX) >= WS-UMBRAL
                           AND OP-ANULADA(WS-OP-IDX) = 'N'
                           IF WS-TITULAR-IMPRESO = 'N'
                               PERFORM DATOS-TITULAR
                               PERFORM ENCABEZADO-TITULAR
                               WRITE UMBRAL-RECORD FROM WS-LINEA-SALIDA
                               MOVE 'S' TO WS-TITULAR-IMPRESO
                           END-IF
                           PERFORM LINEA-OPERACION
                           WRITE UMBRAL-RECORD FROM WS-LINEA-SALIDA
                           ADD 1 TO WS-OPS-SOBRE-UMBRAL
                       END-IF
                       ADD 1 TO WS-OP-IDX
                   END-PERFORM
                   ADD 1 TO WS-TIT-IDX
               END-PERFORM.

               IF WS-OPS-SOBRE-UMBRAL = 0
                   MOVE '  (sin operaciones sobre el umbral)'
                       TO WS-LINEA-SALIDA
                   WRITE UMBRAL-RECORD FROM WS-LINEA-SALIDA
               END-IF.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE UMBRAL-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-OPS-SOBRE-UMBRAL TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Operaciones sobre umbral: ' DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE UMBRAL-RECORD FROM WS-LINEA-SALIDA.

           LINEA-PARAMETROS.
               MOVE WS-UMBRAL TO WS-MONTO-DISPLAY.
               MOVE WS-PISO TO WS-TOTAL-DISPLAY.
               MOVE WS-MINIMO-OPS TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Ventana ' DELIMITED BY SIZE
                   WS-FECHA-DESDE DELIMITED BY SIZE
                   ' a ' DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   '  Umbral ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MONTO-DISPLAY) DELIMITED BY SIZE
                   '  Piso ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
                   '  Minimo ops ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CANT-DISPLAY) DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.

           *> Segundo listado: un grupo (titular y tipo) es patron
           *> de fraccionamiento si junta al menos WS-MINIMO-OPS
           *> operaciones apenas por debajo del umbral y entre todas
           *> lo alcanzan. Si ya se alerto y desde entonces no se le
           *> agrego ninguna operacion (ni de una fecha posterior ni
           *> otra de la misma ultima fecha) no vuelve a salir.
           GENERAR-LISTADO-FRACCIONAMIENTO.
               MOVE 'LISTADO DE PATRONES DE FRACCIONAMIENTO EN EFECTIVO'
                   TO WS-LINEA-SALIDA.
               WRITE FRACCION-RECORD FROM WS-LINEA-SALIDA.
               PERFORM LINEA-PARAMETROS.
               WRITE FRACCION-RECORD FROM WS-LINEA-SALIDA.
               MOVE '=================================================='
                   TO WS-LINEA-SALIDA.
               WRITE FRACCION-RECORD FROM WS-LINEA-SALIDA.

               MOVE 1 TO WS-GRU-IDX.
               PERFORM UNTIL WS-GRU-IDX > WS-TOTAL-GRUPOS
                   IF GRU-CANTIDAD(WS-GRU-IDX) >= WS-MINIMO-OPS
                       AND GRU-TOTAL(WS-GRU-IDX) >= WS-UMBRAL
                       PERFORM EVALUAR-PATRON
                   END-IF
                   ADD 1 TO WS-GRU-IDX
               END-PERFORM.

               IF WS-PATRONES-NUEVOS = 0
                   MOVE '  (sin patrones de fraccionamiento nuevos)'
                       TO WS-LINEA-SALIDA
                   WRITE FRACCION-RECORD FROM WS-LINEA-SALIDA
               END-IF.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE FRACCION-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-PATRONES-NUEVOS TO WS-CANT-DISPLAY.
               MOVE WS-PATRONES-YA-ALERTADOS TO WS-CANT-YA-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Patrones nuevos: ' DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   '   Ya alertados sin operaciones nuevas: '
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CANT-YA-DISPLAY) DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE FRACCION-RECORD FROM WS-LINEA-SALIDA.

           EVALUAR-PATRON.
               MOVE GRU-TITULAR(WS-GRU-IDX) TO WS-TIT-IDX.
               MOVE 0 TO WS-ALE-ENC.
               MOVE 1 TO WS-ALE-IDX.
               PERFORM UNTIL WS-ALE-IDX > WS-TOTAL-ALERTAS
                   IF ALE-CLAVE(WS-ALE-IDX) = TIT-CLAVE(WS-TIT-IDX)
                       AND ALE-CLIENTE(WS-ALE-IDX)
                           = TIT-CLIENTE(WS-TIT-IDX)
                       AND ALE-TIPO(WS-ALE-IDX) = GRU-TIPO(WS-GRU-IDX)
                       MOVE WS-ALE-IDX TO WS-ALE-ENC
                       MOVE WS-TOTAL-ALERTAS TO WS-ALE-IDX
                   END-IF
                   ADD 1 TO WS-ALE-IDX
               END-PERFORM.

               IF WS-ALE-ENC > 0
                   AND GRU-ULTIMA-FECHA(WS-GRU-IDX)
                       < ALE-ULTIMA-FECHA(WS-ALE-ENC)
                   ADD 1 TO WS-PATRONES-YA-ALERTADOS
               ELSE
                   IF WS-ALE-ENC > 0
                       AND GRU-ULTIMA-FECHA(WS-GRU-IDX)
                           = ALE-ULTIMA-FECHA(WS-ALE-ENC)
                       AND GRU-OPS-ULTIMA-FECHA(WS-GRU-IDX)
                           <= ALE-OPS-ULTIMA-FECHA(WS-ALE-ENC)
                       ADD 1 TO WS-PATRONES-YA-ALERTADOS
                   ELSE
                       PERFORM IMPRIMIR-PATRON
                       PERFORM ASENTAR-ALERTA
                   END-IF
               END-IF.

           IMPRIMIR-PATRON.
               ADD 1 TO WS-PATRONES-NUEVOS.
               PERFORM DATOS-TITULAR.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE FRACCION-RECORD FROM WS-LINEA-SALIDA.
               PERFORM ENCABEZADO-TITULAR.
               WRITE FRACCION-RECORD FROM WS-LINEA-SALIDA.
               IF GRU-TIPO(WS-GRU-IDX) = 'D'
                   MOVE 'DEPOSITOS' TO WS-TIPO-TEXTO
               ELSE
                   MOVE 'RETIROS' TO WS-TIPO-TEXTO
               END-IF.
               IF GRU-VARIAS-CUENTAS(WS-GRU-IDX) = 'S'
                   MOVE 'VARIAS CUENTAS' TO WS-ALCANCE
               ELSE
                   MOVE 'UNA CUENTA' TO WS-ALCANCE
               END-IF.
               MOVE GRU-CANTIDAD(WS-GRU-IDX) TO WS-CANT-DISPLAY.
               MOVE GRU-TOTAL(WS-GRU-IDX) TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING '  Patron: ' DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TIPO-TEXTO DELIMITED BY SIZE
                   ' en ' DELIMITED BY SIZE
                   WS-ALCANCE DELIMITED BY SIZE
                   '  Total: ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE FRACCION-RECORD FROM WS-LINEA-SALIDA.
               MOVE 1 TO WS-OP-IDX.
               PERFORM UNTIL WS-OP-IDX > WS-TOTAL-OPS
                   IF OP-GRUPO(WS-OP-IDX) = WS-GRU-IDX
                       PERFORM LINEA-OPERACION
                       WRITE FRACCION-RECORD FROM WS-LINEA-SALIDA
                   END-IF
                   ADD 1 TO WS-OP-IDX
               END-PERFORM.

           ASENTAR-ALERTA.
               IF WS-ALE-ENC = 0
                   IF WS-TOTAL-ALERTAS >= WS-MAX-ALERTAS
                       DISPLAY 'AVISO: tabla de alertas llena; el '
                           'patron del titular '
                           TIT-CLAVE(WS-TIT-IDX)
                           ' podria volver a salir'
                   ELSE
                       ADD 1 TO WS-TOTAL-ALERTAS
                       MOVE WS-TOTAL-ALERTAS TO WS-ALE-ENC
                   END-IF
               END-IF.
               IF WS-ALE-ENC > 0
                   MOVE TIT-CLAVE(WS-TIT-IDX) TO ALE-CLAVE(WS-ALE-ENC)
                   MOVE TIT-CLIENTE(WS-TIT-IDX)
                       TO ALE-CLIENTE(WS-ALE-ENC)
                   MOVE GRU-TIPO(WS-GRU-IDX) TO ALE-TIPO(WS-ALE-ENC)
                   MOVE GRU-ULTIMA-FECHA(WS-GRU-IDX)
                       TO ALE-ULTIMA-FECHA(WS-ALE-ENC)
                   MOVE GRU-OPS-ULTIMA-FECHA(WS-GRU-IDX)
                       TO ALE-OPS-ULTIMA-FECHA(WS-ALE-ENC)
                   MOVE WS-FECHA-HOY TO ALE-FECHA-ALERTA(WS-ALE-ENC)
                   MOVE GRU-CANTIDAD(WS-GRU-IDX)
                       TO ALE-CANTIDAD(WS-ALE-ENC)
                   MOVE GRU-TOTAL(WS-GRU-IDX) TO ALE-TOTAL(WS-ALE-ENC)
               END-IF.

           *> Reescribe el archivo de alertas. Las alertas cuya
           *> ultima operacion ya salio de la ventana se depuran: sus
           *> operaciones no pueden volver a formar patron.
           GRABAR-ALERTAS.
               OPEN OUTPUT ALERTAS-FILE.
               MOVE 1 TO WS-ALE-IDX.
               PERFORM UNTIL WS-ALE-IDX > WS-TOTAL-ALERTAS
                   IF ALE-ULTIMA-FECHA(WS-ALE-IDX) >= WS-FECHA-DESDE
                       MOVE SPACES TO ALERTAS-RECORD
                       MOVE ALE-CLAVE(WS-ALE-IDX)
                           TO ALERTAS-RECORD(1:10)
                       MOVE ALE-TIPO(WS-ALE-IDX)
                           TO ALERTAS-RECORD(12:1)
                       MOVE ALE-ULTIMA-FECHA(WS-ALE-IDX)
                           TO ALERTAS-RECORD(14:8)
                       MOVE ALE-OPS-ULTIMA-FECHA(WS-ALE-IDX)
                           TO ALERTAS-RECORD(23:5)
                       MOVE ALE-FECHA-ALERTA(WS-ALE-IDX)
                           TO ALERTAS-RECORD(29:8)
                       MOVE ALE-CANTIDAD(WS-ALE-IDX)
                           TO ALERTAS-RECORD(38:5)
                       MOVE ALE-TOTAL(WS-ALE-IDX) TO WS-MONTO-OUT
                       MOVE WS-MONTO-OUT TO ALERTAS-RECORD(44:16)
                       MOVE ALE-CLIENTE(WS-ALE-IDX)
                           TO ALERTAS-RECORD(61:6)
                       WRITE ALERTAS-RECORD
                   END-IF
                   ADD 1 TO WS-ALE-IDX
               END-PERFORM.
               CLOSE ALERTAS-FILE.
