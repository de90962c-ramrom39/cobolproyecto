       IDENTIFICATION DIVISION.
           PROGRAM-ID. VENCIMIENTOS-PLAZO-FIJO.
           AUTHOR. Ramón Romero Montilla.
           *> Este programa liquida cada dia los plazos fijos que
           *> mantiene CONSTITUCION-PLAZO-FIJO, para que nadie tenga
           *> que cargar a mano el 'D' del capital mas el interes al
           *> vencimiento. Trabaja en tres modos. En modo GENERAR,
           *> antes de la corrida, arma para cada plazo fijo vencido la
           *> acreditacion en la cuenta vinculada en el layout que
           *> consume PROCESADOR-BATCH, con el codigo de oficina
           *> reservado 'PFI': un 'D' por el capital y un 'I' por el
           *> interes, para que la interfaz contable los impute por
           *> separado. Los marcados para renovacion automatica solo
           *> cobran el interes y vuelven a constituirse por el mismo
           *> capital, tasa y plazo desde el dia del vencimiento. En el
           *> mismo archivo van los 'R' que debitan el capital de los
           *> plazos fijos que CONSTITUCION-PLAZO-FIJO dejo pendientes,
           *> asi PFI ocupa un solo par en CONSOLIDADOR-MOVIMIENTOS,
           *> por el que el archivo entra a la corrida como una oficina
           *> mas. En modo RESULTADO, tras la corrida, toma del archivo
           *> de excepciones los rechazos de la oficina PFI: un debito
           *> de constitucion rechazado deja el plazo fijo rechazado, y
           *> una acreditacion rechazada se vuelve a generar en las
           *> corridas siguientes; todos salen en el reporte para que
           *> la sucursal y tesoreria los resuelvan. Lo generado que no
           *> aparece rechazado se da por aplicado. En modo CARTERA
           *> emite para tesoreria el reporte de la cartera vigente y
           *> de los vencimientos de la semana.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL PLAZOS-FILE
                   ASSIGN TO DYNAMIC WS-PLAZOS-PATH
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
           FD PLAZOS-FILE.
           01 PLAZOS-RECORD PIC X(140).

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
              05 WS-PLAZOS-PATH PIC X(100)
                  VALUE 'data/plazos_fijos.dat'.
              05 WS-MOVIMIENTOS-PATH PIC X(100)
                  VALUE 'data/movimientos_plazos.dat'.
              05 WS-EXCEPCIONES-PATH PIC X(100)
                  VALUE 'data/excepciones.txt'.
              05 WS-REPORTE-PATH PIC X(100)
                  VALUE 'data/plazos_no_aplicados.txt'.
              05 WS-AUDITORIA-PATH PIC X(100)
                  VALUE 'data/auditoria.dat'.
              05 WS-PARM-LINE PIC X(500).
              05 WS-PARM-RUTA-1 PIC X(100).
              05 WS-PARM-RUTA-2 PIC X(100).
              05 WS-PARM-RUTA-3 PIC X(100).

           01 WS-VARIABLES.
              05 WS-EXCEPCIONES-STATUS PIC XX.
              05 WS-EOF-PLAZOS PIC X.
              05 WS-EOF-EXCEPCIONES PIC X.
              05 WS-FECHA-HOY PIC 9(8).
              05 WS-FECHA-SEMANA PIC 9(8).
              05 WS-TOTAL-PLAZOS PIC 9(5) VALUE 0.
              05 WS-MAX-PLAZOS PIC 9(5) VALUE 2000.
              05 WS-PLZ-IDX PIC 9(5).
              05 WS-PLZ-ENC PIC 9(5).
              05 WS-MOVS-GENERADOS PIC 9(9) VALUE 0.
              05 WS-DEBITOS-CONSTITUCION PIC 9(9) VALUE 0.
              05 WS-PLAZOS-LIQUIDADOS PIC 9(9) VALUE 0.
              05 WS-PLAZOS-REINTENTO PIC 9(9) VALUE 0.
              05 WS-PLAZOS-CONSTITUIDOS PIC 9(9) VALUE 0.
              05 WS-PLAZOS-CANCELADOS PIC 9(9) VALUE 0.
              05 WS-PLAZOS-RENOVADOS PIC 9(9) VALUE 0.
              05 WS-PLAZOS-RECHAZADOS PIC 9(9) VALUE 0.
              05 WS-ACREDITACIONES-RECHAZADAS PIC 9(9) VALUE 0.
              05 WS-PLAZOS-ASUMIDOS PIC 9(9) VALUE 0.
              05 WS-RECHAZOS-SIN-PLAZO PIC 9(9) VALUE 0.
              05 WS-PLAZOS-CARTERA PIC 9(9) VALUE 0.
              05 WS-PLAZOS-SEMANA PIC 9(9) VALUE 0.
              05 WS-PLAZOS-PENDIENTES PIC 9(9) VALUE 0.
              05 WS-NO-APLICADOS PIC 9(9) VALUE 0.
              05 WS-LINEAS-EXC PIC 9(9) VALUE 0.
              05 WS-CAMPO-LINEA PIC X(20).
              05 WS-CAMPO-CUENTA PIC X(20).
              05 WS-CAMPO-TIPO PIC X(10).
              05 WS-CAMPO-MONTO PIC X(25).
              05 WS-CAMPO-OFICINA PIC X(15).
              05 WS-CAMPO-MOTIVO PIC X(50).
              05 WS-MOTIVO-TEXTO PIC X(40).
              05 WS-TIPO-EXC PIC X(1).
              05 WS-CAPITAL-NUM PIC 9(10)V99.
              05 WS-TASA-NUM PIC 9(3)V9(4).
              05 WS-PLAZO-DIAS PIC 9(4).
              05 WS-INTERES-NUM PIC 9(10)V99.
              05 WS-RENOVACIONES PIC 9(3).
              05 WS-MONTO-NUM PIC 9(10)V99.
              05 WS-MONTO-OUT PIC 9(10).99.
              05 WS-MONTO-DISPLAY PIC Z(9)9.99.
              05 WS-INTERES-DISPLAY PIC Z(9)9.99.
              05 WS-TASA-DISPLAY PIC ZZ9.9999.
              05 WS-TOTAL-CAPITAL PIC 9(13)V99.
              05 WS-TOTAL-INTERES PIC 9(13)V99.
              05 WS-TOTAL-DEVOLVER PIC 9(13)V99.
              05 WS-TOTAL-FONDOS PIC 9(13)V99.
              05 WS-TOTAL-PENDIENTE PIC 9(13)V99.
              05 WS-TOTAL-DISPLAY PIC Z(12)9.99.
              05 WS-CANT-DISPLAY PIC Z(8)9.
              05 WS-ESTADO-TEXTO PIC X(14).
              05 WS-SITUACION PIC X(24).
              05 WS-LINEA-SALIDA PIC X(150).
              05 WS-FECHA-AUD PIC 9(8).
              05 WS-HORA-AUD PIC 9(8).
              05 WS-AUD-RC PIC 9(3).
              05 WS-AUD-CANT PIC 9(9).
              05 WS-AUD-DETALLE PIC X(175).

           *> Calculo de fechas: el vencimiento de una renovacion es
           *> el vencimiento anterior mas el plazo en dias corridos y
           *> la semana de tesoreria va de hoy a seis dias despues,
           *> avanzando dia por dia (ver AVANZAR-UN-DIA).
           01 WS-CALENDARIO.
              05 WS-FECHA-CALC PIC 9(8).
              05 WS-CALC-ANIO PIC 9(4).
              05 WS-CALC-MES PIC 9(2).
              05 WS-CALC-DIA PIC 9(2).
              05 WS-DIAS-MES PIC 9(2).
              05 WS-DIAS-AVANZADOS PIC 9(4).
              05 WS-DIAS-SEMANA PIC 9(4) VALUE 6.
              05 WS-BISIESTO-COC PIC 9(4).
              05 WS-BISIESTO-RESTO PIC 9(3).

           01 TABLA-DIAS-MES-VALORES PIC X(24)
               VALUE '312831303130313130313031'.
           01 TABLA-DIAS-MES REDEFINES TABLA-DIAS-MES-VALORES.
              05 DIAS-DEL-MES OCCURS 12 TIMES PIC 9(2).

           *> El maestro de plazos fijos entero, registro por registro
           *> tal como vino (layout en CARGAR-PLAZOS de
           *> CONSTITUCION-PLAZO-FIJO); este programa solo escribe el
           *> estado, las fechas de una renovacion y de la columna 69
           *> en adelante.
           01 TABLA-PLAZOS.
              05 PLAZO-REG OCCURS 2000 TIMES.
                 10 PLZ-IMAGEN PIC X(140).

           PROCEDURE DIVISION.
               PERFORM OBTENER-PARAMETROS.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

               EVALUATE WS-MODO-PARM
                   WHEN 'GENERAR'
                       PERFORM CARGAR-PLAZOS
                       PERFORM GENERAR-MOVIMIENTOS
                       PERFORM REESCRIBIR-PLAZOS
                   WHEN 'RESULTADO'
                       PERFORM CARGAR-PLAZOS
                       PERFORM PROCESAR-RESULTADO
                       PERFORM REESCRIBIR-PLAZOS
                   WHEN 'CARTERA'
                       PERFORM CARGAR-PLAZOS
                       PERFORM GENERAR-CARTERA
                   WHEN OTHER
                       DISPLAY 'USO: plazofijobatch GENERAR [<plazos> '
                           '<movimientos>] | plazofijobatch RESULTADO '
                           '[<plazos> <excepciones> <reporte>] | '
                           'plazofijobatch CARTERA [<plazos> <reporte>]'
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE.
               PERFORM GRABAR-AUDITORIA.
               STOP RUN.

           *> Asienta el final de la corrida (tambien los finales con
           *> RETURN-CODE 16) en la pista de auditoria comun del
           *> batch; mismo layout que documenta GRABAR-AUDITORIA en
           *> PROCESADOR-BATCH. Leidos son los plazos fijos del
           *> archivo; aplicados, los movimientos generados (GENERAR),
           *> los plazos constituidos y liquidados (RESULTADO) o los
           *> plazos de la cartera (CARTERA); rechazados, los
           *> debitos y acreditaciones que volvieron rechazados.
           GRABAR-AUDITORIA.
               ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AUD FROM TIME.
               MOVE RETURN-CODE TO WS-AUD-RC.
               MOVE SPACES TO AUDITORIA-RECORD.
               MOVE WS-FECHA-AUD TO AUDITORIA-RECORD(1:8).
               MOVE WS-HORA-AUD(1:6) TO AUDITORIA-RECORD(10:6).
               MOVE 'VENCIMIENTOS-PLAZO-FIJO' TO AUDITORIA-RECORD(17:24).
               MOVE WS-AUD-RC TO AUDITORIA-RECORD(42:3).
               MOVE WS-TOTAL-PLAZOS TO WS-AUD-CANT.
               MOVE WS-AUD-CANT TO AUDITORIA-RECORD(46:9).
               EVALUATE WS-MODO-PARM
                   WHEN 'RESULTADO'
                       COMPUTE WS-AUD-CANT = WS-PLAZOS-CONSTITUIDOS
                           + WS-PLAZOS-CANCELADOS + WS-PLAZOS-RENOVADOS
                       MOVE WS-AUD-CANT TO AUDITORIA-RECORD(56:9)
                   WHEN 'CARTERA'
                       MOVE WS-PLAZOS-CARTERA TO AUDITORIA-RECORD(56:9)
                   WHEN OTHER
                       MOVE WS-MOVS-GENERADOS TO AUDITORIA-RECORD(56:9)
               END-EVALUATE.
               MOVE WS-NO-APLICADOS TO AUDITORIA-RECORD(66:9).
               MOVE SPACES TO WS-AUD-DETALLE.
               STRING 'modo=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MODO-PARM) DELIMITED BY SIZE
                   ' plazos=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PLAZOS-PATH) DELIMITED BY SIZE
                   INTO WS-AUD-DETALLE.
               MOVE WS-AUD-DETALLE TO AUDITORIA-RECORD(76:175).
               OPEN EXTEND AUDITORIA-FILE.
               WRITE AUDITORIA-RECORD.
               CLOSE AUDITORIA-FILE.

           *> El primer parametro es el modo (GENERAR, RESULTADO o
           *> CARTERA). Le siguen, opcionales: en GENERAR, las rutas
           *> del maestro de plazos fijos y del archivo de movimientos
           *> de salida; en RESULTADO, las rutas del maestro de
           *> plazos fijos, del archivo de excepciones de la corrida
           *> y del reporte de no aplicados; en CARTERA, las rutas
           *> del maestro de plazos fijos y del reporte de cartera.
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
                   MOVE WS-PARM-RUTA-1 TO WS-PLAZOS-PATH
               END-IF.
               EVALUATE WS-MODO-PARM
                   WHEN 'GENERAR'
                       IF WS-PARM-RUTA-2 NOT = SPACES
                           MOVE WS-PARM-RUTA-2 TO WS-MOVIMIENTOS-PATH
                       END-IF
                   WHEN 'CARTERA'
                       MOVE 'data/plazos_cartera.txt' TO WS-REPORTE-PATH
                       IF WS-PARM-RUTA-2 NOT = SPACES
                           MOVE WS-PARM-RUTA-2 TO WS-REPORTE-PATH
                       END-IF
                   WHEN OTHER
                       IF WS-PARM-RUTA-2 NOT = SPACES
                           MOVE WS-PARM-RUTA-2 TO WS-EXCEPCIONES-PATH
                       END-IF
                       IF WS-PARM-RUTA-3 NOT = SPACES
                           MOVE WS-PARM-RUTA-3 TO WS-REPORTE-PATH
                       END-IF
               END-EVALUATE.

           *> Sin maestro de plazos fijos no hay nada que liquidar: el
           *> modo GENERAR deja igual un archivo de movimientos vacio
           *> para que el paso de consolidacion no falle.
           CARGAR-PLAZOS.
               OPEN INPUT PLAZOS-FILE.
               SET WS-EOF-PLAZOS TO 'N'.
               PERFORM UNTIL WS-EOF-PLAZOS = 'S'
                   READ PLAZOS-FILE INTO PLAZOS-RECORD
                       AT END
                           SET WS-EOF-PLAZOS TO 'S'
                       NOT AT END
                           IF PLAZOS-RECORD(1:6) NUMERIC
                               IF WS-TOTAL-PLAZOS >= WS-MAX-PLAZOS
                                   DISPLAY 'ERROR: '
                                       FUNCTION TRIM(WS-PLAZOS-PATH)
                                       ' excede los ' WS-MAX-PLAZOS
                                       ' plazos fijos soportados'
                                   MOVE 16 TO RETURN-CODE
                                   PERFORM GRABAR-AUDITORIA
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-TOTAL-PLAZOS
                               MOVE PLAZOS-RECORD
                                   TO PLZ-IMAGEN(WS-TOTAL-PLAZOS)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PLAZOS-FILE.

           GENERAR-MOVIMIENTOS.
               OPEN OUTPUT MOVIMIENTOS-SALIDA-FILE.
               MOVE 1 TO WS-PLZ-IDX.
               PERFORM UNTIL WS-PLZ-IDX > WS-TOTAL-PLAZOS
                   EVALUATE PLZ-IMAGEN(WS-PLZ-IDX)(65:1)
                       WHEN 'P'
                           PERFORM EVALUAR-CONSTITUCION-PENDIENTE
                       WHEN 'V'
                           PERFORM EVALUAR-VENCIMIENTO
                       WHEN 'L'
                           PERFORM EVALUAR-LIQUIDACION-PENDIENTE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   ADD 1 TO WS-PLZ-IDX
               END-PERFORM.
               CLOSE MOVIMIENTOS-SALIDA-FILE.

               DISPLAY 'Plazos fijos: ' WS-MOVS-GENERADOS
                   ' movimientos en '
                   FUNCTION TRIM(WS-MOVIMIENTOS-PATH)
                   ', ' WS-DEBITOS-CONSTITUCION ' constituciones, '
                   WS-PLAZOS-LIQUIDADOS ' vencimientos, '
                   WS-PLAZOS-REINTENTO ' acreditaciones reintentadas.'.
               IF WS-PLAZOS-ASUMIDOS > 0
                   DISPLAY 'AVISO: ' WS-PLAZOS-ASUMIDOS
                       ' plazos fijos de una generacion anterior sin '
                       'resultado se dan por aplicados'
               END-IF.

           *> Un plazo fijo pendiente sin fecha de generacion (73:8
           *> en blanco, recien constituido) o generado hoy (un
           *> relanzamiento de este paso antes de la corrida) lleva
           *> el 'R' que debita el capital de la cuenta vinculada. El
           *> que quedo generado de un dia anterior sin resultado (no
           *> corrio el modo RESULTADO) se da por debitado, sin
           *> rechazo a la vista, y queda vigente, igual que las
           *> ordenes en ORDENES-PERMANENTES.
           EVALUAR-CONSTITUCION-PENDIENTE.
               IF PLZ-IMAGEN(WS-PLZ-IDX)(73:8) = SPACES
                   OR PLZ-IMAGEN(WS-PLZ-IDX)(73:8) = WS-FECHA-HOY
                   MOVE WS-FECHA-HOY TO PLZ-IMAGEN(WS-PLZ-IDX)(73:8)
                   PERFORM GENERAR-DEBITO-CONSTITUCION
               ELSE
                   MOVE 'V' TO PLZ-IMAGEN(WS-PLZ-IDX)(65:1)
                   ADD 1 TO WS-PLAZOS-ASUMIDOS
                   PERFORM EVALUAR-VENCIMIENTO
               END-IF.

           *> Mismo layout de movimientos que las patas de la
           *> liquidacion (ver GENERAR-PATAS-PENDIENTES), con un 'R'
           *> por el capital.
           GENERAR-DEBITO-CONSTITUCION.
               MOVE SPACES TO MOVIMIENTOS-SALIDA-RECORD.
               MOVE PLZ-IMAGEN(WS-PLZ-IDX)(8:10)
                   TO MOVIMIENTOS-SALIDA-RECORD(1:10).
               MOVE 'R' TO MOVIMIENTOS-SALIDA-RECORD(12:1).
               MOVE PLZ-IMAGEN(WS-PLZ-IDX)(19:13)
                   TO MOVIMIENTOS-SALIDA-RECORD(14:13).
               MOVE WS-FECHA-HOY TO MOVIMIENTOS-SALIDA-RECORD(35:8).
               MOVE 'PFI' TO MOVIMIENTOS-SALIDA-RECORD(75:3).
               WRITE MOVIMIENTOS-SALIDA-RECORD.
               ADD 1 TO WS-MOVS-GENERADOS.
               ADD 1 TO WS-DEBITOS-CONSTITUCION.

           *> Un plazo fijo vigente con vencimiento hoy o antes (un
           *> vencimiento que cayo sin corrida se liquida en la
           *> siguiente) entra en liquidacion: interes simple sobre
           *> el plazo en dias corridos, base 365, y las patas que
           *> correspondan. Sin renovacion se acredita el capital y
           *> el interes; con renovacion solo el interes. Si no queda
           *> nada que acreditar (un interes que redondea a cero en
           *> una renovacion) se completa en el acto.
           EVALUAR-VENCIMIENTO.
               IF PLZ-IMAGEN(WS-PLZ-IDX)(56:8) <= WS-FECHA-HOY
                   ADD 1 TO WS-PLAZOS-LIQUIDADOS
                   PERFORM CALCULAR-INTERES
                   MOVE WS-INTERES-NUM TO WS-MONTO-OUT
                   MOVE WS-MONTO-OUT TO PLZ-IMAGEN(WS-PLZ-IDX)(82:13)
                   IF PLZ-IMAGEN(WS-PLZ-IDX)(67:1) = 'S'
                       MOVE SPACE TO PLZ-IMAGEN(WS-PLZ-IDX)(96:1)
                   ELSE
                       MOVE 'P' TO PLZ-IMAGEN(WS-PLZ-IDX)(96:1)
                   END-IF
                   IF WS-INTERES-NUM > 0
                       MOVE 'P' TO PLZ-IMAGEN(WS-PLZ-IDX)(98:1)
                   ELSE
                       MOVE SPACE TO PLZ-IMAGEN(WS-PLZ-IDX)(98:1)
                   END-IF
                   MOVE SPACES TO PLZ-IMAGEN(WS-PLZ-IDX)(100:40)
                   MOVE 'L' TO PLZ-IMAGEN(WS-PLZ-IDX)(65:1)
                   MOVE WS-FECHA-HOY TO PLZ-IMAGEN(WS-PLZ-IDX)(73:8)
                   PERFORM GENERAR-PATAS-PENDIENTES
                   IF PLZ-IMAGEN(WS-PLZ-IDX)(96:1) = SPACE
                       AND PLZ-IMAGEN(WS-PLZ-IDX)(98:1) = SPACE
                       PERFORM COMPLETAR-LIQUIDACION
                   END-IF
               END-IF.

           *> Una liquidacion de un dia anterior: lo pendiente sin
           *> resultado se da por acreditado, lo rechazado se vuelve
           *> a generar y, si ya no queda nada por acreditar, el plazo
           *> fijo se cancela o se renueva. Una liquidacion generada
           *> hoy (un relanzamiento de este paso antes de la corrida)
           *> se vuelve a generar tal cual, porque el archivo de
           *> movimientos se reescribe entero.
           EVALUAR-LIQUIDACION-PENDIENTE.
               IF PLZ-IMAGEN(WS-PLZ-IDX)(73:8) = WS-FECHA-HOY
                   PERFORM GENERAR-PATAS-PENDIENTES
               ELSE
                   IF PLZ-IMAGEN(WS-PLZ-IDX)(96:1) = 'P'
                       OR PLZ-IMAGEN(WS-PLZ-IDX)(98:1) = 'P'
                       ADD 1 TO WS-PLAZOS-ASUMIDOS
                   END-IF
                   IF PLZ-IMAGEN(WS-PLZ-IDX)(96:1) = 'P'
                       MOVE 'E' TO PLZ-IMAGEN(WS-PLZ-IDX)(96:1)
                   END-IF
                   IF PLZ-IMAGEN(WS-PLZ-IDX)(98:1) = 'P'
                       MOVE 'E' TO PLZ-IMAGEN(WS-PLZ-IDX)(98:1)
                   END-IF
                   IF PLZ-IMAGEN(WS-PLZ-IDX)(96:1) = 'R'
                       OR PLZ-IMAGEN(WS-PLZ-IDX)(98:1) = 'R'
                       ADD 1 TO WS-PLAZOS-REINTENTO
                       IF PLZ-IMAGEN(WS-PLZ-IDX)(96:1) = 'R'
                           MOVE 'P' TO PLZ-IMAGEN(WS-PLZ-IDX)(96:1)
                       END-IF
                       IF PLZ-IMAGEN(WS-PLZ-IDX)(98:1) = 'R'
                           MOVE 'P' TO PLZ-IMAGEN(WS-PLZ-IDX)(98:1)
                       END-IF
                       MOVE WS-FECHA-HOY TO PLZ-IMAGEN(WS-PLZ-IDX)(73:8)
                       PERFORM GENERAR-PATAS-PENDIENTES
                   ELSE
                       PERFORM COMPLETAR-LIQUIDACION
                   END-IF
               END-IF.

           *> Interes simple del periodo: capital * tasa * dias /
           *> 36500, redondeado al centavo; el mismo que informa el
           *> certificado de CONSTITUCION-PLAZO-FIJO.
           CALCULAR-INTERES.
               MOVE FUNCTION NUMVAL(PLZ-IMAGEN(WS-PLZ-IDX)(19:13))
                   TO WS-CAPITAL-NUM.
               MOVE FUNCTION NUMVAL(PLZ-IMAGEN(WS-PLZ-IDX)(33:8))
                   TO WS-TASA-NUM.
               MOVE PLZ-IMAGEN(WS-PLZ-IDX)(42:4) TO WS-PLAZO-DIAS.
               COMPUTE WS-INTERES-NUM ROUNDED =
                   WS-CAPITAL-NUM * WS-TASA-NUM * WS-PLAZO-DIAS / 36500.

           *> Escribe las patas de la liquidacion del plazo fijo
           *> WS-PLZ-IDX marcadas 'P'. Mismo layout de movimientos que
           *> consume PROCESADOR-BATCH (cuenta 1:10, tipo 12:1, monto
           *> 14:20, fecha 35:8, oficina 75:3).
           GENERAR-PATAS-PENDIENTES.
               IF PLZ-IMAGEN(WS-PLZ-IDX)(96:1) = 'P'
                   MOVE SPACES TO MOVIMIENTOS-SALIDA-RECORD
                   MOVE PLZ-IMAGEN(WS-PLZ-IDX)(8:10)
                       TO MOVIMIENTOS-SALIDA-RECORD(1:10)
                   MOVE 'D' TO MOVIMIENTOS-SALIDA-RECORD(12:1)
                   MOVE PLZ-IMAGEN(WS-PLZ-IDX)(19:13)
                       TO MOVIMIENTOS-SALIDA-RECORD(14:13)
                   MOVE WS-FECHA-HOY TO MOVIMIENTOS-SALIDA-RECORD(35:8)
                   MOVE 'PFI' TO MOVIMIENTOS-SALIDA-RECORD(75:3)
                   WRITE MOVIMIENTOS-SALIDA-RECORD
                   ADD 1 TO WS-MOVS-GENERADOS
               END-IF.
               IF PLZ-IMAGEN(WS-PLZ-IDX)(98:1) = 'P'
                   MOVE SPACES TO MOVIMIENTOS-SALIDA-RECORD
                   MOVE PLZ-IMAGEN(WS-PLZ-IDX)(8:10)
                       TO MOVIMIENTOS-SALIDA-RECORD(1:10)
                   MOVE 'I' TO MOVIMIENTOS-SALIDA-RECORD(12:1)
                   MOVE PLZ-IMAGEN(WS-PLZ-IDX)(82:13)
                       TO MOVIMIENTOS-SALIDA-RECORD(14:13)
                   MOVE WS-FECHA-HOY TO MOVIMIENTOS-SALIDA-RECORD(35:8)
                   MOVE 'PFI' TO MOVIMIENTOS-SALIDA-RECORD(75:3)
                   WRITE MOVIMIENTOS-SALIDA-RECORD
                   ADD 1 TO WS-MOVS-GENERADOS
               END-IF.

           *> Todo lo de la liquidacion quedo acreditado: sin
           *> renovacion el plazo fijo se cancela; con renovacion se
           *> vuelve a constituir por el mismo capital, tasa y plazo
           *> desde el vencimiento anterior (el capital nunca salio
           *> del plazo fijo, por eso no hay debito nuevo).
           COMPLETAR-LIQUIDACION.
               MOVE SPACE TO PLZ-IMAGEN(WS-PLZ-IDX)(96:1).
               MOVE SPACE TO PLZ-IMAGEN(WS-PLZ-IDX)(98:1).
               MOVE SPACES TO PLZ-IMAGEN(WS-PLZ-IDX)(100:40).
               IF PLZ-IMAGEN(WS-PLZ-IDX)(67:1) = 'S'
                   MOVE PLZ-IMAGEN(WS-PLZ-IDX)(56:8) TO WS-FECHA-CALC
                   MOVE WS-FECHA-CALC TO PLZ-IMAGEN(WS-PLZ-IDX)(47:8)
                   MOVE PLZ-IMAGEN(WS-PLZ-IDX)(42:4) TO WS-PLAZO-DIAS
                   MOVE 0 TO WS-DIAS-AVANZADOS
                   PERFORM UNTIL WS-DIAS-AVANZADOS >= WS-PLAZO-DIAS
                       PERFORM AVANZAR-UN-DIA
                       ADD 1 TO WS-DIAS-AVANZADOS
                   END-PERFORM
                   MOVE WS-FECHA-CALC TO PLZ-IMAGEN(WS-PLZ-IDX)(56:8)
                   IF PLZ-IMAGEN(WS-PLZ-IDX)(69:3) NUMERIC
                       MOVE PLZ-IMAGEN(WS-PLZ-IDX)(69:3)
                           TO WS-RENOVACIONES
                   ELSE
                       MOVE 0 TO WS-RENOVACIONES
                   END-IF
                   ADD 1 TO WS-RENOVACIONES
                   MOVE WS-RENOVACIONES TO PLZ-IMAGEN(WS-PLZ-IDX)(69:3)
                   MOVE 0 TO WS-MONTO-OUT
                   MOVE WS-MONTO-OUT TO PLZ-IMAGEN(WS-PLZ-IDX)(82:13)
                   MOVE 'V' TO PLZ-IMAGEN(WS-PLZ-IDX)(65:1)
                   ADD 1 TO WS-PLAZOS-RENOVADOS
               ELSE
                   MOVE 'C' TO PLZ-IMAGEN(WS-PLZ-IDX)(65:1)
                   ADD 1 TO WS-PLAZOS-CANCELADOS
               END-IF.

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
               MOVE 'REPORTE DE MOVIMIENTOS DE PLAZOS FIJOS NO APLICADOS'
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
                               PERFORM PROCESAR-EXCEPCION-PFI
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE EXCEPCIONES-FILE.

               *> Lo que se genero y no volvio rechazado se aplico. Un
               *> plazo fijo constituido despues del modo GENERAR
               *> (73:8 en blanco) no tuvo debito en esta corrida y
               *> sigue pendiente hasta la proxima.
               MOVE 1 TO WS-PLZ-IDX.
               PERFORM UNTIL WS-PLZ-IDX > WS-TOTAL-PLAZOS
                   EVALUATE PLZ-IMAGEN(WS-PLZ-IDX)(65:1)
                       WHEN 'P'
                           IF PLZ-IMAGEN(WS-PLZ-IDX)(73:8) NOT = SPACES
                               MOVE 'V' TO PLZ-IMAGEN(WS-PLZ-IDX)(65:1)
                               ADD 1 TO WS-PLAZOS-CONSTITUIDOS
                           END-IF
                       WHEN 'L'
                           IF PLZ-IMAGEN(WS-PLZ-IDX)(96:1) = 'P'
                               MOVE 'E' TO PLZ-IMAGEN(WS-PLZ-IDX)(96:1)
                           END-IF
                           IF PLZ-IMAGEN(WS-PLZ-IDX)(98:1) = 'P'
                               MOVE 'E' TO PLZ-IMAGEN(WS-PLZ-IDX)(98:1)
                           END-IF
                           IF PLZ-IMAGEN(WS-PLZ-IDX)(96:1) NOT = 'R'
                               AND PLZ-IMAGEN(WS-PLZ-IDX)(98:1)
                                   NOT = 'R'
                               PERFORM COMPLETAR-LIQUIDACION
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   ADD 1 TO WS-PLZ-IDX
               END-PERFORM.

               IF WS-NO-APLICADOS = 0
                   MOVE '  (todos los movimientos generados se '
                       & 'aplicaron)' TO WS-LINEA-SALIDA
                   WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
               END-IF.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Constituidos: ' DELIMITED BY SIZE
                   WS-PLAZOS-CONSTITUIDOS DELIMITED BY SIZE
                   '   Cancelados: ' DELIMITED BY SIZE
                   WS-PLAZOS-CANCELADOS DELIMITED BY SIZE
                   '   Renovados: ' DELIMITED BY SIZE
                   WS-PLAZOS-RENOVADOS DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Constituciones rechazadas: ' DELIMITED BY SIZE
                   WS-PLAZOS-RECHAZADOS DELIMITED BY SIZE
                   '   Acreditaciones rechazadas: ' DELIMITED BY SIZE
                   WS-ACREDITACIONES-RECHAZADAS DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               CLOSE REPORTE-FILE.

               DISPLAY 'Plazos fijos: ' WS-PLAZOS-CONSTITUIDOS
                   ' constituidos, ' WS-PLAZOS-CANCELADOS
                   ' cancelados, ' WS-PLAZOS-RENOVADOS ' renovados, '
                   WS-NO-APLICADOS ' movimientos no aplicados.'.
               IF WS-RECHAZOS-SIN-PLAZO > 0
                   DISPLAY 'AVISO: ' WS-RECHAZOS-SIN-PLAZO
                       ' rechazos de la oficina PFI sin plazo fijo '
                       'pendiente que les corresponda'
               END-IF.

           *> Mismo desarmado de la linea de excepciones que
           *> PROCESAR-EXCEPCION-OPE en ORDENES-PERMANENTES. La linea
           *> no trae el numero de plazo fijo: el rechazo se casa con
           *> el primer plazo fijo pendiente de esa cuenta cuyo monto
           *> coincide con el del movimiento ('R' el capital de una
           *> constitucion, 'D' el capital y 'I' el interes de una
           *> liquidacion). Para la 'R' no hay ambiguedad:
           *> CONSTITUCION-PLAZO-FIJO no constituye un plazo fijo con
           *> la misma cuenta y el mismo capital que otro todavia
           *> pendiente. En una liquidacion, si dos plazos fijos de
           *> la cuenta vencen el mismo dia con el mismo capital (o
           *> el mismo interes), el rechazo queda en el primero: el
           *> monto a reintentar y la cuenta son los mismos.
           PROCESAR-EXCEPCION-PFI.
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
               MOVE WS-CAMPO-TIPO(6:1) TO WS-TIPO-EXC.
               IF WS-CAMPO-OFICINA(9:3) = 'PFI'
                   AND (WS-TIPO-EXC = 'R' OR WS-TIPO-EXC = 'D'
                       OR WS-TIPO-EXC = 'I')
                   ADD 1 TO WS-LINEAS-EXC
                   MOVE WS-CAMPO-MOTIVO(8:40) TO WS-MOTIVO-TEXTO
                   MOVE FUNCTION NUMVAL(WS-CAMPO-MONTO(7:13))
                       TO WS-MONTO-NUM
                   MOVE WS-MONTO-NUM TO WS-MONTO-OUT
                   PERFORM BUSCAR-PLAZO-PENDIENTE
                   IF WS-PLZ-ENC = 0
                       ADD 1 TO WS-RECHAZOS-SIN-PLAZO
                   ELSE
                       PERFORM MARCAR-PLAZO-RECHAZADO
                   END-IF
               END-IF.

           BUSCAR-PLAZO-PENDIENTE.
               MOVE 0 TO WS-PLZ-ENC.
               MOVE 1 TO WS-PLZ-IDX.
               PERFORM UNTIL WS-PLZ-IDX > WS-TOTAL-PLAZOS
                   IF PLZ-IMAGEN(WS-PLZ-IDX)(8:10) = WS-CAMPO-CUENTA(8:10)
                       EVALUATE TRUE
                           WHEN WS-TIPO-EXC = 'R'
                               AND PLZ-IMAGEN(WS-PLZ-IDX)(65:1) = 'P'
                               AND PLZ-IMAGEN(WS-PLZ-IDX)(19:13)
                                   = WS-MONTO-OUT
                               MOVE WS-PLZ-IDX TO WS-PLZ-ENC
                           WHEN WS-TIPO-EXC = 'D'
                               AND PLZ-IMAGEN(WS-PLZ-IDX)(65:1) = 'L'
                               AND PLZ-IMAGEN(WS-PLZ-IDX)(96:1) = 'P'
                               AND PLZ-IMAGEN(WS-PLZ-IDX)(19:13)
                                   = WS-MONTO-OUT
                               MOVE WS-PLZ-IDX TO WS-PLZ-ENC
                           WHEN WS-TIPO-EXC = 'I'
                               AND PLZ-IMAGEN(WS-PLZ-IDX)(65:1) = 'L'
                               AND PLZ-IMAGEN(WS-PLZ-IDX)(98:1) = 'P'
                               AND PLZ-IMAGEN(WS-PLZ-IDX)(82:13)
                                   = WS-MONTO-OUT
                               MOVE WS-PLZ-IDX TO WS-PLZ-ENC
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   IF WS-PLZ-ENC > 0
                       MOVE WS-TOTAL-PLAZOS TO WS-PLZ-IDX
                   END-IF
                   ADD 1 TO WS-PLZ-IDX
               END-PERFORM.

           *> Un debito de constitucion rechazado (saldo
           *> insuficiente, bloqueo judicial) deja el plazo fijo
           *> rechazado: la sucursal vuelve a constituirlo cuando el
           *> cliente tenga los fondos. Una acreditacion rechazada
           *> (cuenta vinculada cerrada, saldo maximo) queda marcada
           *> y se vuelve a generar en las corridas siguientes hasta
           *> que la sucursal resuelva la cuenta; mientras tanto el
           *> plazo fijo sigue en liquidacion.
           MARCAR-PLAZO-RECHAZADO.
               ADD 1 TO WS-NO-APLICADOS.
               MOVE WS-MOTIVO-TEXTO TO PLZ-IMAGEN(WS-PLZ-ENC)(100:40).
               EVALUATE WS-TIPO-EXC
                   WHEN 'R'
                       MOVE 'R' TO PLZ-IMAGEN(WS-PLZ-ENC)(65:1)
                       ADD 1 TO WS-PLAZOS-RECHAZADOS
                       MOVE 'CONSTITUCION RECHAZADA' TO WS-SITUACION
                   WHEN 'D'
                       MOVE 'R' TO PLZ-IMAGEN(WS-PLZ-ENC)(96:1)
                       ADD 1 TO WS-ACREDITACIONES-RECHAZADAS
                       MOVE 'CAPITAL SE REINTENTA' TO WS-SITUACION
                   WHEN OTHER
                       MOVE 'R' TO PLZ-IMAGEN(WS-PLZ-ENC)(98:1)
                       ADD 1 TO WS-ACREDITACIONES-RECHAZADAS
                       MOVE 'INTERES SE REINTENTA' TO WS-SITUACION
               END-EVALUATE.

               MOVE WS-MONTO-NUM TO WS-MONTO-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Plazo fijo ' DELIMITED BY SIZE
                   PLZ-IMAGEN(WS-PLZ-ENC)(1:6) DELIMITED BY SIZE
                   ' Cuenta ' DELIMITED BY SIZE
                   PLZ-IMAGEN(WS-PLZ-ENC)(8:10) DELIMITED BY SIZE
                   ' Tipo ' DELIMITED BY SIZE
                   WS-TIPO-EXC DELIMITED BY SIZE
                   ' Monto ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MOTIVO-TEXTO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SITUACION DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           *> Reporte de tesoreria. La cartera vigente son los plazos
           *> fijos cuyo capital ya salio de la cuenta vinculada y
           *> todavia no volvio: vigentes y en liquidacion (los
           *> pendientes de constitucion se cuentan aparte, porque su
           *> debito todavia puede rechazarse). Los vencimientos de la
           *> semana van de hoy a seis dias despues, mas los vencidos
           *> que siguen sin liquidar; el capital a devolver excluye
           *> los que se renuevan, que solo cobran el interes.
           GENERAR-CARTERA.
               MOVE WS-FECHA-HOY TO WS-FECHA-CALC.
               MOVE 0 TO WS-DIAS-AVANZADOS.
               PERFORM UNTIL WS-DIAS-AVANZADOS >= WS-DIAS-SEMANA
                   PERFORM AVANZAR-UN-DIA
                   ADD 1 TO WS-DIAS-AVANZADOS
               END-PERFORM.
               MOVE WS-FECHA-CALC TO WS-FECHA-SEMANA.

               OPEN OUTPUT REPORTE-FILE.
               MOVE 'CARTERA DE PLAZOS FIJOS PARA TESORERIA'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '=================================================='
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Fecha: ' DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               PERFORM GENERAR-CARTERA-VIGENTE.
               PERFORM GENERAR-VENCIMIENTOS-SEMANA.
               CLOSE REPORTE-FILE.

               DISPLAY 'Plazos fijos: ' WS-PLAZOS-CARTERA
                   ' en cartera vigente, ' WS-PLAZOS-SEMANA
                   ' vencimientos hasta el ' WS-FECHA-SEMANA
                   ' en ' FUNCTION TRIM(WS-REPORTE-PATH).

           *> De un plazo fijo en liquidacion se informa solo lo que
           *> sigue en la cartera: la pata ya acreditada (96:1 o 98:1
           *> en 'E') esta en la cuenta vinculada y sale en cero,
           *> igual que en IMPRIMIR-VENCIMIENTO-SEMANA.
           GENERAR-CARTERA-VIGENTE.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 'CARTERA VIGENTE' TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 'Numero Cuenta           Capital     Tasa  Dias '
                   & 'Constituc.  Vence      Ren Estado         '
                   & 'Interes venc.' TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 0 TO WS-TOTAL-CAPITAL.
               MOVE 0 TO WS-TOTAL-INTERES.
               MOVE 0 TO WS-TOTAL-PENDIENTE.

               MOVE 1 TO WS-PLZ-IDX.
               PERFORM UNTIL WS-PLZ-IDX > WS-TOTAL-PLAZOS
                   EVALUATE PLZ-IMAGEN(WS-PLZ-IDX)(65:1)
                       WHEN 'V'
                       WHEN 'L'
                           ADD 1 TO WS-PLAZOS-CARTERA
                           PERFORM CALCULAR-INTERES
                           IF PLZ-IMAGEN(WS-PLZ-IDX)(96:1) = 'E'
                               MOVE 0 TO WS-CAPITAL-NUM
                           END-IF
                           IF PLZ-IMAGEN(WS-PLZ-IDX)(98:1) = 'E'
                               MOVE 0 TO WS-INTERES-NUM
                           END-IF
                           ADD WS-CAPITAL-NUM TO WS-TOTAL-CAPITAL
                           ADD WS-INTERES-NUM TO WS-TOTAL-INTERES
                           PERFORM IMPRIMIR-PLAZO-CARTERA
                       WHEN 'P'
                           ADD 1 TO WS-PLAZOS-PENDIENTES
                           ADD FUNCTION NUMVAL(
                               PLZ-IMAGEN(WS-PLZ-IDX)(19:13))
                               TO WS-TOTAL-PENDIENTE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   ADD 1 TO WS-PLZ-IDX
               END-PERFORM.

               IF WS-PLAZOS-CARTERA = 0
                   MOVE '  (sin plazos fijos vigentes)' TO WS-LINEA-SALIDA
                   WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
               END-IF.
               MOVE WS-PLAZOS-CARTERA TO WS-CANT-DISPLAY.
               MOVE WS-TOTAL-CAPITAL TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Plazos fijos vigentes: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CANT-DISPLAY) DELIMITED BY SIZE
                   '   Capital: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-TOTAL-INTERES TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Interes a pagar al vencimiento: '
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               IF WS-PLAZOS-PENDIENTES > 0
                   MOVE WS-PLAZOS-PENDIENTES TO WS-CANT-DISPLAY
                   MOVE WS-TOTAL-PENDIENTE TO WS-TOTAL-DISPLAY
                   MOVE SPACES TO WS-LINEA-SALIDA
                   STRING 'Pendientes de constitucion: '
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CANT-DISPLAY) DELIMITED BY SIZE
                       '   Capital: ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
                       INTO WS-LINEA-SALIDA
                   WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
               END-IF.

           IMPRIMIR-PLAZO-CARTERA.
               IF PLZ-IMAGEN(WS-PLZ-IDX)(65:1) = 'L'
                   MOVE 'EN LIQUIDACION' TO WS-ESTADO-TEXTO
               ELSE
                   MOVE 'VIGENTE' TO WS-ESTADO-TEXTO
               END-IF.
               MOVE WS-CAPITAL-NUM TO WS-MONTO-DISPLAY.
               MOVE WS-TASA-NUM TO WS-TASA-DISPLAY.
               MOVE WS-INTERES-NUM TO WS-INTERES-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING PLZ-IMAGEN(WS-PLZ-IDX)(1:6) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PLZ-IMAGEN(WS-PLZ-IDX)(8:10) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TASA-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PLZ-IMAGEN(WS-PLZ-IDX)(42:4) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PLZ-IMAGEN(WS-PLZ-IDX)(47:8) DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   PLZ-IMAGEN(WS-PLZ-IDX)(56:8) DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   PLZ-IMAGEN(WS-PLZ-IDX)(67:1) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-ESTADO-TEXTO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-INTERES-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           GENERAR-VENCIMIENTOS-SEMANA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'VENCIMIENTOS DE LA SEMANA (hasta el '
                       DELIMITED BY SIZE
                   WS-FECHA-SEMANA DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 'Numero Cuenta      Vence          Capital       '
                   & 'Interes Ren        A acreditar'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 0 TO WS-TOTAL-DEVOLVER.
               MOVE 0 TO WS-TOTAL-INTERES.

               MOVE 1 TO WS-PLZ-IDX.
               PERFORM UNTIL WS-PLZ-IDX > WS-TOTAL-PLAZOS
                   IF (PLZ-IMAGEN(WS-PLZ-IDX)(65:1) = 'V'
                       OR PLZ-IMAGEN(WS-PLZ-IDX)(65:1) = 'L')
                       AND PLZ-IMAGEN(WS-PLZ-IDX)(56:8)
                           <= WS-FECHA-SEMANA
                       ADD 1 TO WS-PLAZOS-SEMANA
                       PERFORM CALCULAR-INTERES
                       PERFORM IMPRIMIR-VENCIMIENTO-SEMANA
                   END-IF
                   ADD 1 TO WS-PLZ-IDX
               END-PERFORM.

               IF WS-PLAZOS-SEMANA = 0
                   MOVE '  (sin vencimientos en la semana)'
                       TO WS-LINEA-SALIDA
                   WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
               END-IF.
               COMPUTE WS-TOTAL-FONDOS =
                   WS-TOTAL-DEVOLVER + WS-TOTAL-INTERES.
               MOVE WS-PLAZOS-SEMANA TO WS-CANT-DISPLAY.
               MOVE WS-TOTAL-DEVOLVER TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Vencimientos: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CANT-DISPLAY) DELIMITED BY SIZE
                   '   Capital a devolver: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-TOTAL-INTERES TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Interes a pagar: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-TOTAL-FONDOS TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Fondos necesarios: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           *> El monto a acreditar de un plazo fijo en liquidacion es
           *> el de las patas que todavia no se acreditaron.
           IMPRIMIR-VENCIMIENTO-SEMANA.
               MOVE 0 TO WS-MONTO-NUM.
               IF PLZ-IMAGEN(WS-PLZ-IDX)(67:1) NOT = 'S'
                   AND PLZ-IMAGEN(WS-PLZ-IDX)(96:1) NOT = 'E'
                   ADD WS-CAPITAL-NUM TO WS-MONTO-NUM
                   ADD WS-CAPITAL-NUM TO WS-TOTAL-DEVOLVER
               END-IF.
               IF PLZ-IMAGEN(WS-PLZ-IDX)(98:1) NOT = 'E'
                   ADD WS-INTERES-NUM TO WS-MONTO-NUM
                   ADD WS-INTERES-NUM TO WS-TOTAL-INTERES
               END-IF.
               MOVE WS-CAPITAL-NUM TO WS-MONTO-DISPLAY.
               MOVE WS-INTERES-NUM TO WS-INTERES-DISPLAY.
               MOVE WS-MONTO-NUM TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING PLZ-IMAGEN(WS-PLZ-IDX)(1:6) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PLZ-IMAGEN(WS-PLZ-IDX)(8:10) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PLZ-IMAGEN(WS-PLZ-IDX)(56:8) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-INTERES-DISPLAY DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   PLZ-IMAGEN(WS-PLZ-IDX)(67:1) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           *> Lleva WS-FECHA-CALC al dia siguiente; febrero con la
           *> misma regla de bisiesto que ARMAR-FECHA-PROGRAMADA en
           *> ORDENES-PERMANENTES.
           AVANZAR-UN-DIA.
               MOVE WS-FECHA-CALC(1:4) TO WS-CALC-ANIO.
               MOVE WS-FECHA-CALC(5:2) TO WS-CALC-MES.
               MOVE WS-FECHA-CALC(7:2) TO WS-CALC-DIA.
               MOVE DIAS-DEL-MES(WS-CALC-MES) TO WS-DIAS-MES.
               IF WS-CALC-MES = 2
                   DIVIDE WS-CALC-ANIO BY 4
                       GIVING WS-BISIESTO-COC
                       REMAINDER WS-BISIESTO-RESTO
                   IF WS-BISIESTO-RESTO = 0
                       MOVE 29 TO WS-DIAS-MES
                       DIVIDE WS-CALC-ANIO BY 100
                           GIVING WS-BISIESTO-COC
                           REMAINDER WS-BISIESTO-RESTO
                       IF WS-BISIESTO-RESTO = 0
                           DIVIDE WS-CALC-ANIO BY 400
                               GIVING WS-BISIESTO-COC
                               REMAINDER WS-BISIESTO-RESTO
                           IF WS-BISIESTO-RESTO NOT = 0
                               MOVE 28 TO WS-DIAS-MES
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF WS-CALC-DIA < WS-DIAS-MES
                   ADD 1 TO WS-CALC-DIA
               ELSE
                   MOVE 1 TO WS-CALC-DIA
                   IF WS-CALC-MES < 12
                       ADD 1 TO WS-CALC-MES
                   ELSE
                       MOVE 1 TO WS-CALC-MES
                       ADD 1 TO WS-CALC-ANIO
                   END-IF
               END-IF.
               MOVE WS-CALC-ANIO TO WS-FECHA-CALC(1:4).
               MOVE WS-CALC-MES TO WS-FECHA-CALC(5:2).
               MOVE WS-CALC-DIA TO WS-FECHA-CALC(7:2).

           REESCRIBIR-PLAZOS.
               IF WS-TOTAL-PLAZOS > 0
                   OPEN OUTPUT PLAZOS-FILE
                   MOVE 1 TO WS-PLZ-IDX
                   PERFORM UNTIL WS-PLZ-IDX > WS-TOTAL-PLAZOS
                       WRITE PLAZOS-RECORD FROM PLZ-IMAGEN(WS-PLZ-IDX)
                       ADD 1 TO WS-PLZ-IDX
                   END-PERFORM
                   CLOSE PLAZOS-FILE
               END-IF.
