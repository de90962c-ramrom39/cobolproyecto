       IDENTIFICATION DIVISION.
           PROGRAM-ID. ORDENES-PERMANENTES.
           AUTHOR. Ramón Romero Montilla.
           *> Este programa ejecuta cada dia las ordenes permanentes
           *> que mantiene ORDENES-MANTENIMIENTO, para que la sucursal
           *> deje de cargar a mano cada mes los 'T' del alquiler o
           *> del ahorro programado. Trabaja en dos sentidos, como
           *> CAMARA-INTERCAMBIO. En modo GENERAR, antes de la
           *> corrida, arma los movimientos 'T' de las ordenes a las
           *> que les toca ejecutarse (o que quedaron para reintento)
           *> en el layout que consume PROCESADOR-BATCH, con el codigo
           *> de oficina reservado 'OPE' para que cuadren por separado
           *> en los totales por oficina; el archivo entra a la
           *> corrida por CONSOLIDADOR-MOVIMIENTOS como una oficina
           *> mas. En modo RESULTADO, tras la corrida, toma del
           *> archivo de excepciones los rechazos de la oficina OPE:
           *> los de saldo insuficiente o bloqueo judicial quedan
           *> marcados para reintento en las corridas siguientes y
           *> todos salen en el reporte de ordenes no ejecutadas que
           *> la sucursal le comunica al cliente. Las ordenes
           *> generadas que no aparecen rechazadas se dan por
           *> ejecutadas.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ORDENES-FILE
                   ASSIGN TO DYNAMIC WS-ORDENES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT MOVIMIENTOS-SALIDA-FILE
                   ASSIGN TO DYNAMIC WS-MOVIMIENTOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT EXCEPCIONES-FILE
                   ASSIGN TO DYNAMIC WS-EXCEPCIONES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCEPCIONES-STATUS.

               SELECT REPORTE-FILE ASSIGN TO DYNAMIC WS-REPORTE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL AUDITORIA-FILE
                   ASSIGN TO DYNAMIC WS-AUDITORIA-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD ORDENES-FILE.
           01 ORDENES-RECORD PIC X(130).

           FD MOVIMIENTOS-SALIDA-FILE.
           01 MOVIMIENTOS-SALIDA-RECORD PIC X(100).

           FD EXCEPCIONES-FILE.
           01 EXCEPCIONES-RECORD PIC X(140).

           FD REPORTE-FILE.
           01 REPORTE-RECORD PIC X(150).

           FD AUDITORIA-FILE.
           01 AUDITORIA-RECORD PIC X(250).

           WORKING-STORAGE SECTION.
           01 WS-PARAMETROS.
              05 WS-MODO-PARM PIC X(12) VALUE SPACES.
              05 WS-ORDENES-PATH PIC X(100)
                  VALUE 'data/ordenes_permanentes.dat'.
              05 WS-MOVIMIENTOS-PATH PIC X(100)
                  VALUE 'data/movimientos_ordenes.dat'.
              05 WS-EXCEPCIONES-PATH PIC X(100)
                  VALUE 'data/excepciones.txt'.
              05 WS-REPORTE-PATH PIC X(100)
                  VALUE 'data/ordenes_no_ejecutadas.txt'.
              05 WS-AUDITORIA-PATH PIC X(100)
                  VALUE 'data/auditoria.dat'.
              05 WS-PARM-LINE PIC X(500).
              05 WS-PARM-RUTA-1 PIC X(100).
              05 WS-PARM-RUTA-2 PIC X(100).
              05 WS-PARM-RUTA-3 PIC X(100).

           01 WS-VARIABLES.
              05 WS-EXCEPCIONES-STATUS PIC XX.
              05 WS-EOF-ORDENES PIC X.
              05 WS-EOF-EXCEPCIONES PIC X.
              05 WS-FECHA-HOY PIC 9(8).
              05 WS-TOTAL-ORDENES PIC 9(5) VALUE 0.
              05 WS-MAX-ORDENES PIC 9(5) VALUE 2000.
              05 WS-MAX-REINTENTOS PIC 9(2) VALUE 3.
              05 WS-ORD-IDX PIC 9(5).
              05 WS-ORD-ENC PIC 9(5).
              05 WS-GENERAR PIC X.
              05 WS-REINTENTABLE PIC X.
              05 WS-INTENTOS PIC 9(2).
              05 WS-SITUACION PIC X(20).
              05 WS-MOVS-GENERADOS PIC 9(9) VALUE 0.
              05 WS-ORDENES-VENCIDAS PIC 9(9) VALUE 0.
              05 WS-ORDENES-EJECUTADAS PIC 9(9) VALUE 0.
              05 WS-ORDENES-NO-EJECUTADAS PIC 9(9) VALUE 0.
              05 WS-ORDENES-REINTENTO PIC 9(9) VALUE 0.
              05 WS-ORDENES-ASUMIDAS PIC 9(9) VALUE 0.
              05 WS-RECHAZOS-SIN-ORDEN PIC 9(9) VALUE 0.
              05 WS-LINEAS-EXC PIC 9(9) VALUE 0.
              05 WS-CAMPO-LINEA PIC X(20).
              05 WS-CAMPO-CUENTA PIC X(20).
              05 WS-CAMPO-TIPO PIC X(10).
              05 WS-CAMPO-MONTO PIC X(25).
              05 WS-CAMPO-OFICINA PIC X(15).
              05 WS-CAMPO-MOTIVO PIC X(50).
              05 WS-MOTIVO-TEXTO PIC X(40).
              05 WS-MONTO-NUM PIC 9(10)V99.
              05 WS-MONTO-OUT PIC 9(10).99.
              05 WS-MONTO-DISPLAY PIC Z(9)9.99.
              05 WS-LINEA-SALIDA PIC X(150).
              05 WS-FECHA-AUD PIC 9(8).
              05 WS-HORA-AUD PIC 9(8).
              05 WS-AUD-RC PIC 9(3).
              05 WS-AUD-CANT PIC 9(9).
              05 WS-AUD-DETALLE PIC X(175).

           *> Calculo de la fecha de ejecucion programada de una
           *> orden (ver CALCULAR-FECHA-PROGRAMADA). Los meses se
           *> cuentan como anio * 12 + mes - 1, igual que los cuenta
           *> MARCAR-INACTIVAS en PROCESADOR-BATCH.
           01 WS-CALENDARIO.
              05 WS-MESES-PERIODO PIC 9(2).
              05 WS-MESES-HOY PIC 9(6).
              05 WS-MESES-ALTA PIC 9(6).
              05 WS-MESES-PROG PIC 9(6).
              05 WS-MESES-DIFERENCIA PIC 9(6).
              05 WS-MESES-COCIENTE PIC 9(6).
              05 WS-MESES-RESTO PIC 9(2).
              05 WS-PROG-ANIO PIC 9(4).
              05 WS-PROG-MES PIC 9(2).
              05 WS-PROG-DIA PIC 9(2).
              05 WS-DIA-ORDEN PIC 9(2).
              05 WS-DIAS-MES PIC 9(2).
              05 WS-BISIESTO-COC PIC 9(4).
              05 WS-BISIESTO-RESTO PIC 9(3).
              05 WS-FECHA-PROGRAMADA PIC 9(8).
              05 WS-FECHA-ALTA PIC 9(8).
              05 WS-FECHA-VENCIMIENTO PIC 9(8).
              05 WS-FECHA-ULT-GEN PIC 9(8).

           01 TABLA-DIAS-MES-VALORES PIC X(24)
               VALUE '312831303130313130313031'.
           01 TABLA-DIAS-MES REDEFINES TABLA-DIAS-MES-VALORES.
              05 DIAS-DEL-MES OCCURS 12 TIMES PIC 9(2).

           *> El archivo de ordenes entero, registro por registro tal
           *> como vino (layout en CARGAR-ORDENES de
           *> ORDENES-MANTENIMIENTO); este programa solo escribe de
           *> la columna 67 en adelante.
           01 TABLA-ORDENES.
              05 ORDEN-REG OCCURS 2000 TIMES.
                 10 ORD-IMAGEN PIC X(130).

           PROCEDURE DIVISION.
               PERFORM OBTENER-PARAMETROS.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

               EVALUATE WS-MODO-PARM
                   WHEN 'GENERAR'
                       PERFORM CARGAR-ORDENES
                       PERFORM GENERAR-MOVIMIENTOS
                       PERFORM REESCRIBIR-ORDENES
                   WHEN 'RESULTADO'
                       PERFORM CARGAR-ORDENES
                       PERFORM PROCESAR-RESULTADO
                       PERFORM REESCRIBIR-ORDENES
                   WHEN OTHER
                       DISPLAY 'USO: ordenesbatch GENERAR [<ordenes> '
                           '<movimientos>] | ordenesbatch RESULTADO '
                           '[<ordenes> <excepciones> <reporte>]'
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE.
               PERFORM GRABAR-AUDITORIA.
               STOP RUN.

           *> Asienta el final de la corrida (tambien los finales con
           *> RETURN-CODE 16) en la pista de auditoria comun del
           *> batch; mismo layout que documenta GRABAR-AUDITORIA en
           *> PROCESADOR-BATCH. Leidos son las ordenes del archivo;
           *> aplicados, los movimientos generados (GENERAR) o las
           *> ordenes ejecutadas (RESULTADO); rechazados, las no
           *> ejecutadas.
           GRABAR-AUDITORIA.
               ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AUD FROM TIME.
               MOVE RETURN-CODE TO WS-AUD-RC.
               MOVE SPACES TO AUDITORIA-RECORD.
               MOVE WS-FECHA-AUD TO AUDITORIA-RECORD(1:8).
               MOVE WS-HORA-AUD(1:6) TO AUDITORIA-RECORD(10:6).
               MOVE 'ORDENES-PERMANENTES' TO AUDITORIA-RECORD(17:24).
               MOVE WS-AUD-RC TO AUDITORIA-RECORD(42:3).
               MOVE WS-TOTAL-ORDENES TO WS-AUD-CANT.
               MOVE WS-AUD-CANT TO AUDITORIA-RECORD(46:9).
               IF WS-MODO-PARM = 'RESULTADO'
                   MOVE WS-ORDENES-EJECUTADAS
                       TO AUDITORIA-RECORD(56:9)
               ELSE
                   MOVE WS-MOVS-GENERADOS TO AUDITORIA-RECORD(56:9)
               END-IF.
               MOVE WS-ORDENES-NO-EJECUTADAS TO AUDITORIA-RECORD(66:9).
               MOVE SPACES TO WS-AUD-DETALLE.
               STRING 'modo=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MODO-PARM) DELIMITED BY SIZE
                   ' ordenes=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ORDENES-PATH) DELIMITED BY SIZE
                   INTO WS-AUD-DETALLE.
               MOVE WS-AUD-DETALLE TO AUDITORIA-RECORD(76:175).
               OPEN EXTEND AUDITORIA-FILE.
               WRITE AUDITORIA-RECORD.
               CLOSE AUDITORIA-FILE.

           *> El primer parametro es el modo (GENERAR o RESULTADO).
           *> Le siguen, opcionales: en GENERAR, las rutas del
           *> archivo de ordenes y del archivo de movimientos de
           *> salida; en RESULTADO, las rutas del archivo de ordenes,
           *> del archivo de excepciones de la corrida y del reporte
           *> de ordenes no ejecutadas.
           OBTENER-PARAMETROS.
               ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
               MOVE SPACES TO WS-PARM-RUTA-1.
               MOVE SPACES TO WS-PARM-RUTA-2.
               MOVE SPACES TO WS-PARM-RUTA-3.
               UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
                   INTO WS-MODO-PARM
                       WS-PARM-RUTA-1
                       WS-PARM-RUTA-2
                       WS-PARM-RUTA-3.
               IF WS-PARM-RUTA-1 NOT = SPACES
                   MOVE WS-PARM-RUTA-1 TO WS-ORDENES-PATH
               END-IF.
               IF WS-MODO-PARM = 'GENERAR'
                   IF WS-PARM-RUTA-2 NOT = SPACES
                       MOVE WS-PARM-RUTA-2 TO WS-MOVIMIENTOS-PATH
                   END-IF
               ELSE
                   IF WS-PARM-RUTA-2 NOT = SPACES
                       MOVE WS-PARM-RUTA-2 TO WS-EXCEPCIONES-PATH
                   END-IF
                   IF WS-PARM-RUTA-3 NOT = SPACES
                       MOVE WS-PARM-RUTA-3 TO WS-REPORTE-PATH
                   END-IF
               END-IF.

           *> Sin archivo de ordenes no hay nada que ejecutar: el
           *> modo GENERAR deja igual un archivo de movimientos vacio
           *> para que el paso de consolidacion no falle.
           CARGAR-ORDENES.
               OPEN INPUT ORDENES-FILE.
               SET WS-EOF-ORDENES TO 'N'.
               PERFORM UNTIL WS-EOF-ORDENES = 'S'
                   READ ORDENES-FILE INTO ORDENES-RECORD
                       AT END
                           SET WS-EOF-ORDENES TO 'S'
                       NOT AT END
                           IF ORDENES-RECORD(1:6) NUMERIC
                               IF WS-TOTAL-ORDENES >= WS-MAX-ORDENES
                                   DISPLAY 'ERROR: '
                                       FUNCTION TRIM(WS-ORDENES-PATH)
                                       ' excede las ' WS-MAX-ORDENES
                                       ' ordenes soportadas'
                                   MOVE 16 TO RETURN-CODE
                                   PERFORM GRABAR-AUDITORIA
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-TOTAL-ORDENES
                               MOVE ORDENES-RECORD
                                   TO ORD-IMAGEN(WS-TOTAL-ORDENES)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ORDENES-FILE.

           GENERAR-MOVIMIENTOS.
               OPEN OUTPUT MOVIMIENTOS-SALIDA-FILE.
               MOVE 1 TO WS-ORD-IDX.
               PERFORM UNTIL WS-ORD-IDX > WS-TOTAL-ORDENES
                   IF ORD-IMAGEN(WS-ORD-IDX)(67:1) = 'A'
                       PERFORM EVALUAR-ORDEN
                   END-IF
                   ADD 1 TO WS-ORD-IDX
               END-PERFORM.
               CLOSE MOVIMIENTOS-SALIDA-FILE.

               DISPLAY 'Ordenes permanentes: ' WS-MOVS-GENERADOS
                   ' movimientos en '
                   FUNCTION TRIM(WS-MOVIMIENTOS-PATH)
                   ', ' WS-ORDENES-VENCIDAS ' ordenes vencidas.'.
               IF WS-ORDENES-ASUMIDAS > 0
                   DISPLAY 'AVISO: ' WS-ORDENES-ASUMIDAS
                       ' ordenes de una generacion anterior sin '
                       'resultado se dan por ejecutadas'
               END-IF.

           *> Decide si a la orden WS-ORD-IDX le toca movimiento hoy.
           *> Una orden vencida pasa a 'V' y pierde el reintento. Si
           *> ya se genero hoy y sigue pendiente de resultado (un
           *> relanzamiento de este paso antes de la corrida) se
           *> vuelve a generar, porque el archivo de movimientos se
           *> reescribe entero; si se genero hoy y ya tiene resultado
           *> no se repite. Una pendiente de una generacion anterior
           *> sin resultado (no corrio el modo RESULTADO) se da por
           *> ejecutada: sin rechazo a la vista, volver a generarla
           *> podria debitar dos veces. Fuera de eso toca si esta
           *> marcada para reintento o si su ultima fecha programada
           *> es posterior a la ultima generacion; asi un dia de
           *> ejecucion que cayo sin corrida (un domingo) se ejecuta
           *> en la corrida siguiente y no se pierde.
           EVALUAR-ORDEN.
               MOVE 'N' TO WS-GENERAR.
               MOVE ORD-IMAGEN(WS-ORD-IDX)(58:8) TO WS-FECHA-VENCIMIENTO.
               MOVE ORD-IMAGEN(WS-ORD-IDX)(74:8) TO WS-FECHA-ULT-GEN.

               IF ORD-IMAGEN(WS-ORD-IDX)(83:1) = 'P'
                   AND WS-FECHA-ULT-GEN NOT = WS-FECHA-HOY
                   MOVE 'E' TO ORD-IMAGEN(WS-ORD-IDX)(83:1)
                   MOVE SPACE TO ORD-IMAGEN(WS-ORD-IDX)(69:1)
                   MOVE '00' TO ORD-IMAGEN(WS-ORD-IDX)(71:2)
                   ADD 1 TO WS-ORDENES-ASUMIDAS
               END-IF.

               EVALUATE TRUE
                   WHEN WS-FECHA-VENCIMIENTO < WS-FECHA-HOY
                       MOVE 'V' TO ORD-IMAGEN(WS-ORD-IDX)(67:1)
                       MOVE SPACE TO ORD-IMAGEN(WS-ORD-IDX)(69:1)
                       ADD 1 TO WS-ORDENES-VENCIDAS
                   WHEN WS-FECHA-ULT-GEN = WS-FECHA-HOY
                       IF ORD-IMAGEN(WS-ORD-IDX)(83:1) = 'P'
                           MOVE 'S' TO WS-GENERAR
                       END-IF
                   WHEN ORD-IMAGEN(WS-ORD-IDX)(69:1) = 'S'
                       MOVE 'S' TO WS-GENERAR
                   WHEN OTHER
                       PERFORM CALCULAR-FECHA-PROGRAMADA
                       IF WS-FECHA-PROGRAMADA > 0
                           AND WS-FECHA-PROGRAMADA > WS-FECHA-ULT-GEN
                           AND WS-FECHA-PROGRAMADA
                               <= WS-FECHA-VENCIMIENTO
                           MOVE 'S' TO WS-GENERAR
                       END-IF
               END-EVALUATE.

               IF WS-GENERAR = 'S'
                   PERFORM GENERAR-MOVIMIENTO-ORDEN
                   MOVE WS-FECHA-HOY TO ORD-IMAGEN(WS-ORD-IDX)(74:8)
                   MOVE 'P' TO ORD-IMAGEN(WS-ORD-IDX)(83:1)
               END-IF.

           *> Deja en WS-FECHA-PROGRAMADA la ultima fecha de ejecucion
           *> de la orden que no es posterior a hoy, o cero si todavia
           *> no le toco ninguna. Los meses de ejecucion son los que
           *> distan del mes de alta un multiplo del periodo ('M' 1,
           *> 'B' 2, 'T' 3, 'S' 6, 'A' 12); en un mes mas corto que el
           *> dia pactado (un 31 en febrero) se ejecuta el ultimo dia
           *> del mes. Una fecha anterior al alta no cuenta: la orden
           *> dada de alta el 15 con dia 5 arranca el mes siguiente.
           CALCULAR-FECHA-PROGRAMADA.
               MOVE 0 TO WS-FECHA-PROGRAMADA.
               EVALUATE ORD-IMAGEN(WS-ORD-IDX)(44:1)
                   WHEN 'M'
                       MOVE 1 TO WS-MESES-PERIODO
                   WHEN 'B'
                       MOVE 2 TO WS-MESES-PERIODO
                   WHEN 'T'
                       MOVE 3 TO WS-MESES-PERIODO
                   WHEN 'S'
                       MOVE 6 TO WS-MESES-PERIODO
                   WHEN 'A'
                       MOVE 12 TO WS-MESES-PERIODO
                   WHEN OTHER
                       MOVE 0 TO WS-MESES-PERIODO
               END-EVALUATE.
               MOVE ORD-IMAGEN(WS-ORD-IDX)(49:8) TO WS-FECHA-ALTA.
               MOVE ORD-IMAGEN(WS-ORD-IDX)(46:2) TO WS-DIA-ORDEN.
               COMPUTE WS-MESES-HOY =
                   FUNCTION NUMVAL(WS-FECHA-HOY(1:4)) * 12
                       + FUNCTION NUMVAL(WS-FECHA-HOY(5:2)) - 1.
               COMPUTE WS-MESES-ALTA =
                   FUNCTION NUMVAL(WS-FECHA-ALTA(1:4)) * 12
                       + FUNCTION NUMVAL(WS-FECHA-ALTA(5:2)) - 1.

               IF WS-MESES-PERIODO > 0
                   AND WS-MESES-HOY >= WS-MESES-ALTA
                   COMPUTE WS-MESES-DIFERENCIA =
                       WS-MESES-HOY - WS-MESES-ALTA
                   DIVIDE WS-MESES-DIFERENCIA BY WS-MESES-PERIODO
                       GIVING WS-MESES-COCIENTE
                       REMAINDER WS-MESES-RESTO
                   COMPUTE WS-MESES-PROG = WS-MESES-HOY - WS-MESES-RESTO
                   PERFORM ARMAR-FECHA-PROGRAMADA
                   IF WS-FECHA-PROGRAMADA > WS-FECHA-HOY
                       IF WS-MESES-PROG >= WS-MESES-ALTA
                               + WS-MESES-PERIODO
                           SUBTRACT WS-MESES-PERIODO FROM WS-MESES-PROG
                           PERFORM ARMAR-FECHA-PROGRAMADA
                       ELSE
                           MOVE 0 TO WS-FECHA-PROGRAMADA
                       END-IF
                   END-IF
                   IF WS-FECHA-PROGRAMADA < WS-FECHA-ALTA
                       MOVE 0 TO WS-FECHA-PROGRAMADA
                   END-IF
               END-IF.

           ARMAR-FECHA-PROGRAMADA.
               DIVIDE WS-MESES-PROG BY 12
                   GIVING WS-PROG-ANIO
                   REMAINDER WS-PROG-MES.
               ADD 1 TO WS-PROG-MES.
               MOVE DIAS-DEL-MES(WS-PROG-MES) TO WS-DIAS-MES.
               IF WS-PROG-MES = 2
                   DIVIDE WS-PROG-ANIO BY 4
                       GIVING WS-BISIESTO-COC
                       REMAINDER WS-BISIESTO-RESTO
                   IF WS-BISIESTO-RESTO = 0
                       MOVE 29 TO WS-DIAS-MES
                       DIVIDE WS-PROG-ANIO BY 100
                           GIVING WS-BISIESTO-COC
                           REMAINDER WS-BISIESTO-RESTO
                       IF WS-BISIESTO-RESTO = 0
                           DIVIDE WS-PROG-ANIO BY 400
                               GIVING WS-BISIESTO-COC
                               REMAINDER WS-BISIESTO-RESTO
                           IF WS-BISIESTO-RESTO NOT = 0
                               MOVE 28 TO WS-DIAS-MES
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF WS-DIA-ORDEN > WS-DIAS-MES
                   MOVE WS-DIAS-MES TO WS-PROG-DIA
               ELSE
                   MOVE WS-DIA-ORDEN TO WS-PROG-DIA
               END-IF.
               COMPUTE WS-FECHA-PROGRAMADA =
                   WS-PROG-ANIO * 10000 + WS-PROG-MES * 100
                       + WS-PROG-DIA.

           *> Mismo layout de movimientos que consume
           *> PROCESADOR-BATCH para una transferencia (cuenta origen
           *> 1:10, tipo 12:1, monto 14:20, fecha 35:8, cuenta
           *> destino 44:10, oficina 75:3).
           GENERAR-MOVIMIENTO-ORDEN.
               MOVE SPACES TO MOVIMIENTOS-SALIDA-RECORD.
               MOVE ORD-IMAGEN(WS-ORD-IDX)(8:10)
                   TO MOVIMIENTOS-SALIDA-RECORD(1:10).
               MOVE 'T' TO MOVIMIENTOS-SALIDA-RECORD(12:1).
               MOVE ORD-IMAGEN(WS-ORD-IDX)(30:13)
                   TO MOVIMIENTOS-SALIDA-RECORD(14:13).
               MOVE WS-FECHA-HOY TO MOVIMIENTOS-SALIDA-RECORD(35:8).
               MOVE ORD-IMAGEN(WS-ORD-IDX)(19:10)
                   TO MOVIMIENTOS-SALIDA-RECORD(44:10).
               MOVE 'OPE' TO MOVIMIENTOS-SALIDA-RECORD(75:3).
               WRITE MOVIMIENTOS-SALIDA-RECORD.
               ADD 1 TO WS-MOVS-GENERADOS.

           PROCESAR-RESULTADO.
               OPEN INPUT EXCEPCIONES-FILE.
               IF WS-EXCEPCIONES-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el archivo de '
                       'excepciones '
                       FUNCTION TRIM(WS-EXCEPCIONES-PATH)
                       ' (estado ' WS-EXCEPCIONES-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               OPEN OUTPUT REPORTE-FILE.
               MOVE 'REPORTE DE ORDENES PERMANENTES NO EJECUTADAS'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '=================================================='
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               SET WS-EOF-EXCEPCIONES TO 'N'.
               PERFORM UNTIL WS-EOF-EXCEPCIONES = 'S'
                   READ EXCEPCIONES-FILE INTO EXCEPCIONES-RECORD
                       AT END
                           SET WS-EOF-EXCEPCIONES TO 'S'
                       NOT AT END
                           IF EXCEPCIONES-RECORD(1:6) = 'LINEA '
                               PERFORM PROCESAR-EXCEPCION-OPE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE EXCEPCIONES-FILE.

               *> Lo que se genero y no volvio rechazado se aplico.
               MOVE 1 TO WS-ORD-IDX.
               PERFORM UNTIL WS-ORD-IDX > WS-TOTAL-ORDENES
                   IF ORD-IMAGEN(WS-ORD-IDX)(83:1) = 'P'
                       MOVE 'E' TO ORD-IMAGEN(WS-ORD-IDX)(83:1)
                       MOVE SPACE TO ORD-IMAGEN(WS-ORD-IDX)(69:1)
                       MOVE '00' TO ORD-IMAGEN(WS-ORD-IDX)(71:2)
                       MOVE SPACES TO ORD-IMAGEN(WS-ORD-IDX)(85:40)
                       ADD 1 TO WS-ORDENES-EJECUTADAS
                   END-IF
                   ADD 1 TO WS-ORD-IDX
               END-PERFORM.

               IF WS-ORDENES-NO-EJECUTADAS = 0
                   MOVE '  (todas las ordenes generadas se ejecutaron)'
                       TO WS-LINEA-SALIDA
                   WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
               END-IF.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Ejecutadas: ' DELIMITED BY SIZE
                   WS-ORDENES-EJECUTADAS DELIMITED BY SIZE
                   '   No ejecutadas: ' DELIMITED BY SIZE
                   WS-ORDENES-NO-EJECUTADAS DELIMITED BY SIZE
                   '   Para reintento: ' DELIMITED BY SIZE
                   WS-ORDENES-REINTENTO DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               CLOSE REPORTE-FILE.

               DISPLAY 'Ordenes permanentes: ' WS-ORDENES-EJECUTADAS
                   ' ejecutadas, ' WS-ORDENES-NO-EJECUTADAS
                   ' no ejecutadas (' WS-ORDENES-REINTENTO
                   ' para reintento).'.
               IF WS-RECHAZOS-SIN-ORDEN > 0
                   DISPLAY 'AVISO: ' WS-RECHAZOS-SIN-ORDEN
                       ' rechazos de la oficina OPE sin orden '
                       'pendiente que les corresponda'
               END-IF.

           *> Mismo desarmado de la linea de excepciones que
           *> PROCESAR-EXCEPCION-CAM en CAMARA-INTERCAMBIO. La linea
           *> no trae la cuenta destino: el rechazo se casa con la
           *> primera orden pendiente de resultado con la misma
           *> cuenta origen y el mismo monto (ORDENES-MANTENIMIENTO
           *> no admite dos ordenes activas con el mismo origen y
           *> monto).
           PROCESAR-EXCEPCION-OPE.
               MOVE SPACES TO WS-CAMPO-LINEA.
               MOVE SPACES TO WS-CAMPO-CUENTA.
               MOVE SPACES TO WS-CAMPO-TIPO.
               MOVE SPACES TO WS-CAMPO-MONTO.
               MOVE SPACES TO WS-CAMPO-OFICINA.
               MOVE SPACES TO WS-CAMPO-MOTIVO.
               UNSTRING EXCEPCIONES-RECORD DELIMITED BY ' | '
                   INTO WS-CAMPO-LINEA
                       WS-CAMPO-CUENTA
                       WS-CAMPO-TIPO
                       WS-CAMPO-MONTO
                       WS-CAMPO-OFICINA
                       WS-CAMPO-MOTIVO.
               IF WS-CAMPO-OFICINA(9:3) = 'OPE'
                   AND WS-CAMPO-TIPO(6:1) = 'T'
                   ADD 1 TO WS-LINEAS-EXC
                   MOVE WS-CAMPO-MOTIVO(8:40) TO WS-MOTIVO-TEXTO
                   MOVE FUNCTION NUMVAL(WS-CAMPO-MONTO(7:13))
                       TO WS-MONTO-NUM
                   MOVE WS-MONTO-NUM TO WS-MONTO-OUT
                   PERFORM BUSCAR-ORDEN-PENDIENTE
                   IF WS-ORD-ENC = 0
                       ADD 1 TO WS-RECHAZOS-SIN-ORDEN
                   ELSE
                       PERFORM MARCAR-ORDEN-RECHAZADA
                   END-IF
               END-IF.

           BUSCAR-ORDEN-PENDIENTE.
               MOVE 0 TO WS-ORD-ENC.
               MOVE 1 TO WS-ORD-IDX.
               PERFORM UNTIL WS-ORD-IDX > WS-TOTAL-ORDENES
                   IF ORD-IMAGEN(WS-ORD-IDX)(83:1) = 'P'
                       AND ORD-IMAGEN(WS-ORD-IDX)(8:10)
                           = WS-CAMPO-CUENTA(8:10)
                       AND ORD-IMAGEN(WS-ORD-IDX)(30:13) = WS-MONTO-OUT
                       MOVE WS-ORD-IDX TO WS-ORD-ENC
                       MOVE WS-TOTAL-ORDENES TO WS-ORD-IDX
                   END-IF
                   ADD 1 TO WS-ORD-IDX
               END-PERFORM.

           *> Saldo insuficiente y bloqueo judicial del origen son
           *> transitorios: la orden queda marcada para reintento en
           *> las corridas siguientes hasta WS-MAX-REINTENTOS intentos
           *> fallidos seguidos. Cualquier otro rechazo (cuenta
           *> cerrada, destino inexistente) no se arregla solo y no
           *> se reintenta; la sucursal debe dar de baja o corregir
           *> la orden.
           MARCAR-ORDEN-RECHAZADA.
               MOVE 'R' TO ORD-IMAGEN(WS-ORD-ENC)(83:1).
               MOVE WS-MOTIVO-TEXTO TO ORD-IMAGEN(WS-ORD-ENC)(85:40).
               ADD 1 TO WS-ORDENES-NO-EJECUTADAS.
               EVALUATE TRUE
                   WHEN WS-MOTIVO-TEXTO(1:18) = 'SALDO INSUFICIENTE'
                       MOVE 'S' TO WS-REINTENTABLE
                   WHEN WS-MOTIVO-TEXTO(1:23)
                       = 'CUENTA ORIGEN BLOQUEADA'
                       MOVE 'S' TO WS-REINTENTABLE
                   WHEN WS-MOTIVO-TEXTO(1:16) = 'CUENTA BLOQUEADA'
                       MOVE 'S' TO WS-REINTENTABLE
                   WHEN OTHER
                       MOVE 'N' TO WS-REINTENTABLE
               END-EVALUATE.

               IF ORD-IMAGEN(WS-ORD-ENC)(71:2) NUMERIC
                   MOVE ORD-IMAGEN(WS-ORD-ENC)(71:2) TO WS-INTENTOS
               ELSE
                   MOVE 0 TO WS-INTENTOS
               END-IF.
               IF WS-REINTENTABLE = 'S'
                   ADD 1 TO WS-INTENTOS
                   IF WS-INTENTOS >= WS-MAX-REINTENTOS
                       MOVE SPACE TO ORD-IMAGEN(WS-ORD-ENC)(69:1)
                       MOVE 0 TO WS-INTENTOS
                       MOVE 'REINTENTOS AGOTADOS' TO WS-SITUACION
                   ELSE
                       MOVE 'S' TO ORD-IMAGEN(WS-ORD-ENC)(69:1)
                       ADD 1 TO WS-ORDENES-REINTENTO
                       MOVE 'SE REINTENTA' TO WS-SITUACION
                   END-IF
               ELSE
                   MOVE SPACE TO ORD-IMAGEN(WS-ORD-ENC)(69:1)
                   MOVE 0 TO WS-INTENTOS
                   MOVE 'SIN REINTENTO' TO WS-SITUACION
               END-IF.
               MOVE WS-INTENTOS TO ORD-IMAGEN(WS-ORD-ENC)(71:2).

               MOVE WS-MONTO-NUM TO WS-MONTO-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Orden ' DELIMITED BY SIZE
                   ORD-IMAGEN(WS-ORD-ENC)(1:6) DELIMITED BY SIZE
                   ' Origen ' DELIMITED BY SIZE
                   ORD-IMAGEN(WS-ORD-ENC)(8:10) DELIMITED BY SIZE
                   ' Destino ' DELIMITED BY SIZE
                   ORD-IMAGEN(WS-ORD-ENC)(19:10) DELIMITED BY SIZE
                   ' Monto ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   ' Fecha ' DELIMITED BY SIZE
                   ORD-IMAGEN(WS-ORD-ENC)(74:8) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MOTIVO-TEXTO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SITUACION DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           REESCRIBIR-ORDENES.
               IF WS-TOTAL-ORDENES > 0
                   OPEN OUTPUT ORDENES-FILE
                   MOVE 1 TO WS-ORD-IDX
                   PERFORM UNTIL WS-ORD-IDX > WS-TOTAL-ORDENES
                       WRITE ORDENES-RECORD FROM ORD-IMAGEN(WS-ORD-IDX)
                       ADD 1 TO WS-ORD-IDX
                   END-PERFORM
                   CLOSE ORDENES-FILE
               END-IF.
