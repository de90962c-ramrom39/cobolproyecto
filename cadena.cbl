       IDENTIFICATION DIVISION.
           PROGRAM-ID. CADENA-NOCTURNA.
           AUTHOR. Ramón Romero Montilla.
           *> Este programa conduce la cadena nocturna del batch
           *> (VALIDADOR-MOVIMIENTOS, CAMARA-INTERCAMBIO en modo
           *> ENTRADA, CONSOLIDADOR-MOVIMIENTOS, PROCESADOR-BATCH,
           *> CAMARA-INTERCAMBIO en modo DEVOLUCIONES y CIERRE-DIARIO,
           *> o la que diga el archivo de definicion de pasos) en vez
           *> de que el operador de noche los lance a mano y decida a
           *> ojo, mirando el RETURN-CODE, si sigue o corta. Cada paso
           *> trae su umbral: un codigo de retorno por encima del
           *> umbral corta la cadena ahi. Cada paso terminado queda
           *> asentado en el archivo de control con su codigo y su
           *> hora, y al relanzar la cadena cortada se retoma desde el
           *> paso que fallo sin repetir los ya completados: un corte
           *> a las 3 de la manana no termina con CONSOLIDADOR
           *> quemando dos veces un numero de lote ni con la camara
           *> recibiendo devoluciones de un batch que no corrio.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PASOS-FILE ASSIGN TO DYNAMIC WS-PASOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PASOS-STATUS.

               SELECT OPTIONAL CONTROL-FILE
                   ASSIGN TO DYNAMIC WS-CONTROL-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL AUDITORIA-FILE
                   ASSIGN TO DYNAMIC WS-AUDITORIA-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD PASOS-FILE.
           01 PASOS-RECORD PIC X(250).

           FD CONTROL-FILE.
           01 CONTROL-RECORD PIC X(80).

           FD AUDITORIA-FILE.
           01 AUDITORIA-RECORD PIC X(250).

           WORKING-STORAGE SECTION.
           01 WS-PARAMETROS.
              05 WS-PASOS-PATH PIC X(100)
                  VALUE 'data/cadena_pasos.dat'.
              05 WS-CONTROL-PATH PIC X(100)
                  VALUE 'data/cadena_control.dat'.
              05 WS-MODO-PARM PIC X(10) VALUE SPACES.
              05 WS-AUDITORIA-PATH PIC X(100)
                  VALUE 'data/auditoria.dat'.
              05 WS-PARM-LINE PIC X(300).

           01 WS-VARIABLES.
              05 WS-PASOS-STATUS PIC XX.
              05 WS-EOF-PASOS PIC X.
              05 WS-EOF-CONTROL PIC X.
              05 WS-TOTAL-PASOS PIC 9(2) VALUE 0.
              05 WS-MAX-PASOS PIC 9(2) VALUE 30.
              05 WS-PASO-IDX PIC 9(2).
              05 WS-PASO-ENC PIC 9(2).
              05 WS-PASO-NUM PIC 9(2).
              05 WS-CADENA-ABIERTA PIC X VALUE 'N'.
              05 WS-CADENA-CORTADA PIC X VALUE 'N'.
              05 WS-CADENA-FECHA PIC X(8).
              05 WS-CADENA-HORA PIC X(6).
              05 WS-PASOS-EJECUTADOS PIC 9(2) VALUE 0.
              05 WS-PASOS-SALTADOS PIC 9(2) VALUE 0.
              05 WS-PASOS-CORTADOS PIC 9(2) VALUE 0.
              05 WS-RC-SISTEMA PIC S9(9).
              05 WS-RC-SENAL PIC S9(9).
              05 WS-RC-PASO PIC 9(3).
              05 WS-RC-MAXIMO PIC 9(3) VALUE 0.
              05 WS-UMBRAL-STR PIC X(3).
              05 WS-HORA-INICIO PIC 9(8).
              05 WS-HORA-FIN PIC 9(8).
              05 WS-FECHA-HOY PIC 9(8).
              05 WS-ESTADO-PASO PIC X(5).
              05 WS-FECHA-AUD PIC 9(8).
              05 WS-HORA-AUD PIC 9(8).
              05 WS-AUD-RC PIC 9(3).
              05 WS-AUD-CANT PIC 9(9).
              05 WS-AUD-DETALLE PIC X(175).

           *> Pasos de la cadena en el orden del archivo de
           *> definicion. PASO-HECHO queda en 'S' para los pasos que
           *> la cadena en curso ya completo en un lanzamiento
           *> anterior (ver LEER-CONTROL), que no se vuelven a correr.
           01 TABLA-PASOS.
              05 PASO OCCURS 30 TIMES.
                 10 PASO-NUMERO PIC 9(2).
                 10 PASO-UMBRAL PIC 9(3).
                 10 PASO-PROGRAMA PIC X(24).
                 10 PASO-COMANDO PIC X(200).
                 10 PASO-HECHO PIC X(1).

           PROCEDURE DIVISION.
               PERFORM OBTENER-PARAMETROS.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

               PERFORM CARGAR-PASOS.
               PERFORM LEER-CONTROL.

               *> Sin cadena pendiente (o con NUEVA, que descarta la
               *> pendiente) se abre una cadena nueva en el archivo
               *> de control y se corre desde el primer paso.
               IF WS-CADENA-ABIERTA = 'S'
                   AND WS-MODO-PARM = 'NUEVA'
                   DISPLAY 'AVISO: se descarta la cadena del '
                       WS-CADENA-FECHA ' ' WS-CADENA-HORA
                       ' que habia quedado cortada'
                   MOVE 'DESC' TO WS-ESTADO-PASO
                   PERFORM ESCRIBIR-MARCA-CONTROL
                   MOVE 'N' TO WS-CADENA-ABIERTA
                   MOVE 1 TO WS-PASO-IDX
                   PERFORM UNTIL WS-PASO-IDX > WS-TOTAL-PASOS
                       MOVE 'N' TO PASO-HECHO(WS-PASO-IDX)
                       ADD 1 TO WS-PASO-IDX
                   END-PERFORM
               END-IF.
               IF WS-CADENA-ABIERTA = 'S'
                   DISPLAY 'Retomando la cadena del '
                       WS-CADENA-FECHA ' ' WS-CADENA-HORA
               ELSE
                   ACCEPT WS-HORA-INICIO FROM TIME
                   MOVE WS-FECHA-HOY TO WS-CADENA-FECHA
                   MOVE WS-HORA-INICIO(1:6) TO WS-CADENA-HORA
                   MOVE 'INI' TO WS-ESTADO-PASO
                   PERFORM ESCRIBIR-MARCA-CONTROL
                   DISPLAY 'Cadena nueva del '
                       WS-CADENA-FECHA ' ' WS-CADENA-HORA
               END-IF.

               MOVE 1 TO WS-PASO-IDX.
               PERFORM UNTIL WS-PASO-IDX > WS-TOTAL-PASOS
                          OR WS-CADENA-CORTADA = 'S'
                   IF PASO-HECHO(WS-PASO-IDX) = 'S'
                       ADD 1 TO WS-PASOS-SALTADOS
                       DISPLAY 'Paso ' PASO-NUMERO(WS-PASO-IDX) ' '
                           FUNCTION TRIM(PASO-PROGRAMA(WS-PASO-IDX))
                           ': ya completado, no se repite'
                   ELSE
                       PERFORM EJECUTAR-PASO
                   END-IF
                   ADD 1 TO WS-PASO-IDX
               END-PERFORM.

               IF WS-CADENA-CORTADA = 'S'
                   DISPLAY 'Cadena cortada; corregir y relanzar para '
                       'retomar desde el paso que fallo'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 'FIN' TO WS-ESTADO-PASO
                   PERFORM ESCRIBIR-MARCA-CONTROL
                   DISPLAY 'Cadena completada: '
                       WS-PASOS-EJECUTADOS ' pasos ejecutados, '
                       WS-PASOS-SALTADOS ' ya completados'
                   MOVE WS-RC-MAXIMO TO RETURN-CODE
               END-IF.
               PERFORM GRABAR-AUDITORIA.
               STOP RUN.

           *> Asienta el final de la cadena (tambien los finales con
           *> RETURN-CODE 16) en la pista de auditoria comun del
           *> batch; mismo layout que documenta GRABAR-AUDITORIA en
           *> PROCESADOR-BATCH. Leidos son los pasos definidos,
           *> aplicados los ejecutados con exito en este lanzamiento
           *> y rechazados el paso que corto la cadena.
           GRABAR-AUDITORIA.
               ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AUD FROM TIME.
               MOVE RETURN-CODE TO WS-AUD-RC.
               MOVE SPACES TO AUDITORIA-RECORD.
               MOVE WS-FECHA-AUD TO AUDITORIA-RECORD(1:8).
               MOVE WS-HORA-AUD(1:6) TO AUDITORIA-RECORD(10:6).
               MOVE 'CADENA-NOCTURNA' TO AUDITORIA-RECORD(17:24).
               MOVE WS-AUD-RC TO AUDITORIA-RECORD(42:3).
               MOVE WS-TOTAL-PASOS TO WS-AUD-CANT.
               MOVE WS-AUD-CANT TO AUDITORIA-RECORD(46:9).
               MOVE WS-PASOS-EJECUTADOS TO WS-AUD-CANT.
               MOVE WS-AUD-CANT TO AUDITORIA-RECORD(56:9).
               MOVE WS-PASOS-CORTADOS TO WS-AUD-CANT.
               MOVE WS-AUD-CANT TO AUDITORIA-RECORD(66:9).
               MOVE SPACES TO WS-AUD-DETALLE.
               STRING 'pasos=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PASOS-PATH) DELIMITED BY SIZE
                   ' control=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CONTROL-PATH) DELIMITED BY SIZE
                   ' cadena=' DELIMITED BY SIZE
                   WS-CADENA-FECHA DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-CADENA-HORA DELIMITED BY SIZE
                   INTO WS-AUD-DETALLE.
               MOVE WS-AUD-DETALLE TO AUDITORIA-RECORD(76:175).
               OPEN EXTEND AUDITORIA-FILE.
               WRITE AUDITORIA-RECORD.
               CLOSE AUDITORIA-FILE.

           *> Parametros opcionales: la ruta del archivo de
           *> definicion de pasos (por defecto data/cadena_pasos.dat),
           *> la del archivo de control (por defecto
           *> data/cadena_control.dat) y, en tercer lugar, NUEVA para
           *> descartar una cadena cortada que no se quiere retomar
           *> (por ejemplo, porque se restauro el maestro y hay que
           *> correr todo de nuevo) y arrancar desde el primer paso.
           OBTENER-PARAMETROS.
               ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
               IF WS-PARM-LINE NOT = SPACES
                   UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
                       INTO WS-PASOS-PATH
                           WS-CONTROL-PATH
                           WS-MODO-PARM
               END-IF.

           *> Layout de PASOS-RECORD: numero de paso (1:2), umbral de
           *> codigo de retorno (4:3), nombre del programa (8:24) y
           *> comando completo a ejecutar con sus parametros
           *> (33:200), por ejemplo:
           *>   01 008 VALIDADOR-MOVIMIENTOS   ./validador ...
           *>   04 004 PROCESADOR-BATCH        ./procesador ...
           *> El umbral es el mayor codigo de retorno con el que la
           *> cadena sigue (0 exige un final limpio; 8 tolera los
           *> rechazos de VALIDADOR). Las lineas en blanco o
           *> comentadas con '*' se saltan. Un archivo sin pasos, o
           *> con un numero de paso repetido (que confundiria el
           *> reinicio), corta la cadena antes de ejecutar nada.
           CARGAR-PASOS.
               OPEN INPUT PASOS-FILE.
               IF WS-PASOS-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir la definicion de '
                       'pasos ' FUNCTION TRIM(WS-PASOS-PATH)
                       ' (estado ' WS-PASOS-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               SET WS-EOF-PASOS TO 'N'.
               PERFORM UNTIL WS-EOF-PASOS = 'S'
                   READ PASOS-FILE INTO PASOS-RECORD
                       AT END
                           SET WS-EOF-PASOS TO 'S'
                       NOT AT END
                           IF PASOS-RECORD NOT = SPACES
                               AND PASOS-RECORD(1:1) NOT = '*'
                               PERFORM GUARDAR-PASO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PASOS-FILE.
               IF WS-TOTAL-PASOS = 0
                   DISPLAY 'ERROR: la definicion de pasos '
                       FUNCTION TRIM(WS-PASOS-PATH)
                       ' no tiene ningun paso'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.

           GUARDAR-PASO.
               IF PASOS-RECORD(1:2) NOT NUMERIC
                   OR PASOS-RECORD(33:200) = SPACES
                   DISPLAY 'ERROR: paso mal definido en '
                       FUNCTION TRIM(WS-PASOS-PATH) ': '
                       FUNCTION TRIM(PASOS-RECORD)
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               IF WS-TOTAL-PASOS >= WS-MAX-PASOS
                   DISPLAY 'ERROR: la definicion de pasos excede los '
                       WS-MAX-PASOS ' pasos soportados'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               MOVE PASOS-RECORD(1:2) TO WS-PASO-NUM.
               PERFORM BUSCAR-PASO.
               IF WS-PASO-ENC > 0
                   DISPLAY 'ERROR: el paso ' WS-PASO-NUM
                       ' figura dos veces en '
                       FUNCTION TRIM(WS-PASOS-PATH)
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               ADD 1 TO WS-TOTAL-PASOS.
               MOVE WS-PASO-NUM TO PASO-NUMERO(WS-TOTAL-PASOS).
               MOVE PASOS-RECORD(4:3) TO WS-UMBRAL-STR.
               IF WS-UMBRAL-STR = SPACES
                   MOVE ZERO TO PASO-UMBRAL(WS-TOTAL-PASOS)
               ELSE
                   MOVE FUNCTION NUMVAL(WS-UMBRAL-STR)
                       TO PASO-UMBRAL(WS-TOTAL-PASOS)
               END-IF.
               MOVE PASOS-RECORD(8:24)
                   TO PASO-PROGRAMA(WS-TOTAL-PASOS).
               MOVE PASOS-RECORD(33:200)
                   TO PASO-COMANDO(WS-TOTAL-PASOS).
               MOVE 'N' TO PASO-HECHO(WS-TOTAL-PASOS).

           *> Deja en WS-PASO-ENC la posicion del paso WS-PASO-NUM en
           *> TABLA-PASOS, o cero si no esta.
           BUSCAR-PASO.
               MOVE 0 TO WS-PASO-ENC.
               MOVE 1 TO WS-PASO-IDX.
               PERFORM UNTIL WS-PASO-IDX > WS-TOTAL-PASOS
                   IF PASO-NUMERO(WS-PASO-IDX) = WS-PASO-NUM
                       MOVE WS-PASO-IDX TO WS-PASO-ENC
                       MOVE WS-TOTAL-PASOS TO WS-PASO-IDX
                   END-IF
                   ADD 1 TO WS-PASO-IDX
               END-PERFORM.

           *> Layout de CONTROL-RECORD: marca del registro (1:5),
           *> fecha (7:8) y hora (16:6) de inicio de la cadena a la
           *> que pertenece, numero de paso (23:2), programa (26:24),
           *> codigo de retorno (51:3), hora de inicio (55:6) y de fin
           *> (62:6) del paso y fecha en que termino el paso (69:8).
           *> Las marcas son 'INI' (cadena nueva), 'OK' (paso
           *> terminado dentro de su umbral), 'CORTE' (paso que
           *> devolvio un codigo por encima del umbral), 'FIN'
           *> (cadena completa) y 'DESC' (cadena cortada descartada
           *> con NUEVA). El archivo se agrega, nunca se reescribe,
           *> y queda como bitacora de todas las noches. La cadena
           *> en curso es la del ultimo 'INI': si detras no hay 'FIN'
           *> ni 'DESC', quedo cortada y sus pasos 'OK' se marcan
           *> hechos para no repetirlos.
           LEER-CONTROL.
               MOVE 'N' TO WS-CADENA-ABIERTA.
               OPEN INPUT CONTROL-FILE.
               SET WS-EOF-CONTROL TO 'N'.
               PERFORM UNTIL WS-EOF-CONTROL = 'S'
                   READ CONTROL-FILE INTO CONTROL-RECORD
                       AT END
                           SET WS-EOF-CONTROL TO 'S'
                       NOT AT END
                           EVALUATE CONTROL-RECORD(1:5)
                               WHEN 'INI  '
                                   MOVE 'S' TO WS-CADENA-ABIERTA
                                   MOVE CONTROL-RECORD(7:8)
                                       TO WS-CADENA-FECHA
                                   MOVE CONTROL-RECORD(16:6)
                                       TO WS-CADENA-HORA
                                   PERFORM OLVIDAR-PASOS-HECHOS
                               WHEN 'FIN  '
                               WHEN 'DESC '
                                   MOVE 'N' TO WS-CADENA-ABIERTA
                                   PERFORM OLVIDAR-PASOS-HECHOS
                               WHEN 'OK   '
                                   IF CONTROL-RECORD(23:2) NUMERIC
                                       MOVE CONTROL-RECORD(23:2)
                                           TO WS-PASO-NUM
                                       PERFORM BUSCAR-PASO
                                       IF WS-PASO-ENC > 0
                                           MOVE 'S' TO
                                               PASO-HECHO(WS-PASO-ENC)
                                       END-IF
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM.
               CLOSE CONTROL-FILE.

           OLVIDAR-PASOS-HECHOS.
               MOVE 1 TO WS-PASO-IDX.
               PERFORM UNTIL WS-PASO-IDX > WS-TOTAL-PASOS
                   MOVE 'N' TO PASO-HECHO(WS-PASO-IDX)
                   ADD 1 TO WS-PASO-IDX
               END-PERFORM.

           *> Corre el comando del paso WS-PASO-IDX y asienta el
           *> resultado. CALL 'SYSTEM' deja en RETURN-CODE el estado
           *> de espera del proceso: el codigo de salida del programa
           *> viene multiplicado por 256 y un resto distinto de cero
           *> indica que el proceso murio por una senal, que se toma
           *> como codigo 999 para que siempre supere el umbral.
           EJECUTAR-PASO.
               DISPLAY 'Paso ' PASO-NUMERO(WS-PASO-IDX) ' '
                   FUNCTION TRIM(PASO-PROGRAMA(WS-PASO-IDX))
                   ': ' FUNCTION TRIM(PASO-COMANDO(WS-PASO-IDX)).
               ACCEPT WS-HORA-INICIO FROM TIME.
               MOVE 0 TO RETURN-CODE.
               CALL 'SYSTEM' USING PASO-COMANDO(WS-PASO-IDX).
               MOVE RETURN-CODE TO WS-RC-SISTEMA.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

               IF WS-RC-SISTEMA < 0
                   MOVE 999 TO WS-RC-PASO
               ELSE
                   DIVIDE WS-RC-SISTEMA BY 256
                       GIVING WS-RC-SISTEMA
                       REMAINDER WS-RC-SENAL
                   IF WS-RC-SENAL NOT = 0 OR WS-RC-SISTEMA > 999
                       MOVE 999 TO WS-RC-PASO
                   ELSE
                       MOVE WS-RC-SISTEMA TO WS-RC-PASO
                   END-IF
               END-IF.

               IF WS-RC-PASO > PASO-UMBRAL(WS-PASO-IDX)
                   MOVE 'CORTE' TO WS-ESTADO-PASO
                   MOVE 'S' TO WS-CADENA-CORTADA
                   ADD 1 TO WS-PASOS-CORTADOS
                   DISPLAY 'ERROR: el paso ' PASO-NUMERO(WS-PASO-IDX)
                       ' ' FUNCTION TRIM(PASO-PROGRAMA(WS-PASO-IDX))
                       ' termino con codigo ' WS-RC-PASO
                       ' (umbral ' PASO-UMBRAL(WS-PASO-IDX) ')'
               ELSE
                   MOVE 'OK' TO WS-ESTADO-PASO
                   MOVE 'S' TO PASO-HECHO(WS-PASO-IDX)
                   ADD 1 TO WS-PASOS-EJECUTADOS
                   IF WS-RC-PASO > WS-RC-MAXIMO
                       MOVE WS-RC-PASO TO WS-RC-MAXIMO
                   END-IF
                   DISPLAY 'Paso ' PASO-NUMERO(WS-PASO-IDX)
                       ' terminado con codigo ' WS-RC-PASO
               END-IF.
               PERFORM ESCRIBIR-PASO-CONTROL.

           *> El control se abre y cierra en cada registro para que
           *> lo asentado sobreviva a un corte de la propia cadena.
           ESCRIBIR-PASO-CONTROL.
               MOVE SPACES TO CONTROL-RECORD.
               MOVE WS-ESTADO-PASO TO CONTROL-RECORD(1:5).
               MOVE WS-CADENA-FECHA TO CONTROL-RECORD(7:8).
               MOVE WS-CADENA-HORA TO CONTROL-RECORD(16:6).
               MOVE PASO-NUMERO(WS-PASO-IDX) TO CONTROL-RECORD(23:2).
               MOVE PASO-PROGRAMA(WS-PASO-IDX)
                   TO CONTROL-RECORD(26:24).
               MOVE WS-RC-PASO TO CONTROL-RECORD(51:3).
               MOVE WS-HORA-INICIO(1:6) TO CONTROL-RECORD(55:6).
               MOVE WS-HORA-FIN(1:6) TO CONTROL-RECORD(62:6).
               MOVE WS-FECHA-HOY TO CONTROL-RECORD(69:8).
               OPEN EXTEND CONTROL-FILE.
               WRITE CONTROL-RECORD.
               CLOSE CONTROL-FILE.

           *> Marcas de cadena ('INI', 'FIN', 'DESC') con la fecha y
           *> hora en que se asientan.
           ESCRIBIR-MARCA-CONTROL.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE SPACES TO CONTROL-RECORD.
               MOVE WS-ESTADO-PASO TO CONTROL-RECORD(1:5).
               MOVE WS-CADENA-FECHA TO CONTROL-RECORD(7:8).
               MOVE WS-CADENA-HORA TO CONTROL-RECORD(16:6).
               MOVE WS-HORA-FIN(1:6) TO CONTROL-RECORD(62:6).
               MOVE WS-FECHA-HOY TO CONTROL-RECORD(69:8).
               OPEN EXTEND CONTROL-FILE.
               WRITE CONTROL-RECORD.
               CLOSE CONTROL-FILE.
