       IDENTIFICATION DIVISION.
           PROGRAM-ID. CONSTITUCION-PLAZO-FIJO.
           AUTHOR. Ramón Romero Montilla.
           *> Este programa mantiene el maestro de depositos a plazo
           *> fijo que VENCIMIENTOS-PLAZO-FIJO liquida o renueva al
           *> vencimiento, para que la sucursal deje de llevarlos en
           *> una planilla. Aplica las novedades que carga la
           *> sucursal, cada una validada antes de tocar nada al
           *> estilo de ORDENES-MANTENIMIENTO: la constitucion ('A')
           *> exige una cuenta vinculada existente, abierta y sin
           *> bloqueo judicial, capital, tasa y plazo validos; el
           *> cambio de la marca de renovacion ('M') exige un plazo
           *> fijo que todavia no entro en liquidacion. Las que fallan
           *> van a un archivo de rechazos con su motivo y el programa
           *> termina con RETURN-CODE 8; las aplicadas quedan en un
           *> reporte con el numero de plazo fijo asignado, el
           *> vencimiento y el interes pactado, que es el certificado
           *> que la sucursal le entrega al cliente. El plazo fijo
           *> nace pendiente del 'R' que debita el capital de la
           *> cuenta vinculada: ese debito lo arma
           *> VENCIMIENTOS-PLAZO-FIJO en modo GENERAR, en el mismo
           *> archivo PFI que las liquidaciones del dia, por eso este
           *> paso corre antes que aquel. El plazo fijo queda
           *> pendiente hasta que VENCIMIENTOS-PLAZO-FIJO, en modo
           *> RESULTADO, ve que ese debito no volvio rechazado.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT NOVEDADES-FILE ASSIGN TO DYNAMIC WS-NOVEDADES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOVEDADES-STATUS.

               SELECT OPTIONAL PLAZOS-FILE
                   ASSIGN TO DYNAMIC WS-PLAZOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT MAESTRO-FILE ASSIGN TO DYNAMIC WS-MAESTRO-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAESTRO-CLAVE
                   FILE STATUS IS WS-MAESTRO-STATUS.

               SELECT REPORTE-FILE ASSIGN TO DYNAMIC WS-REPORTE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT RECHAZOS-FILE ASSIGN TO DYNAMIC WS-RECHAZOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL AUDITORIA-FILE
                   ASSIGN TO DYNAMIC WS-AUDITORIA-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD NOVEDADES-FILE.
           01 NOVEDADES-RECORD PIC X(60).

           FD PLAZOS-FILE.
           01 PLAZOS-RECORD PIC X(140).

           FD MAESTRO-FILE.
           01 MAESTRO-RECORD.
              05 MAESTRO-CLAVE PIC X(10).
              05 FILLER PIC X(90).

           FD REPORTE-FILE.
           01 REPORTE-RECORD PIC X(150).

           FD RECHAZOS-FILE.
           01 RECHAZOS-RECORD PIC X(140).

           FD AUDITORIA-FILE.
           01 AUDITORIA-RECORD PIC X(250).

           WORKING-STORAGE SECTION.
           01 WS-PARAMETROS.
              05 WS-NOVEDADES-PATH PIC X(100)
                  VALUE 'data/plazos_novedades.dat'.
              05 WS-PLAZOS-PATH PIC X(100)
                  VALUE 'data/plazos_fijos.dat'.
              05 WS-MAESTRO-PATH PIC X(100) VALUE 'data/maestro.dat'.
              05 WS-REPORTE-PATH PIC X(100)
                  VALUE 'data/plazos_reporte.txt'.
              05 WS-RECHAZOS-PATH PIC X(100)
                  VALUE 'data/plazos_rechazados.txt'.
              05 WS-AUDITORIA-PATH PIC X(100)
                  VALUE 'data/auditoria.dat'.
              05 WS-PARM-LINE PIC X(600).

           01 WS-VARIABLES.
              05 WS-NOVEDADES-STATUS PIC XX.
              05 WS-MAESTRO-STATUS PIC XX.
              05 WS-EOF-NOVEDADES PIC X.
              05 WS-EOF-PLAZOS PIC X.
              05 WS-EOF-MAESTRO PIC X.
              05 WS-FECHA-HOY PIC 9(8).
              05 WS-TOTAL-CUENTAS PIC 9(5) VALUE 0.
              05 WS-MAX-CUENTAS PIC 9(5) VALUE 5000.
              05 WS-CTA-IDX PIC 9(5).
              05 WS-CTA-ENC PIC 9(5).
              05 WS-CUENTA-BUSCADA PIC 9(10).
              05 WS-TOTAL-PLAZOS PIC 9(5) VALUE 0.
              05 WS-MAX-PLAZOS PIC 9(5) VALUE 2000.
              05 WS-PLZ-IDX PIC 9(5).
              05 WS-PLZ-ENC PIC 9(5).
              05 WS-ULTIMO-NUMERO PIC 9(6) VALUE 0.
              05 WS-LINEA-NOV PIC 9(9) VALUE 0.
              05 WS-TOTAL-ALTAS PIC 9(9) VALUE 0.
              05 WS-TOTAL-CAMBIOS PIC 9(9) VALUE 0.
              05 WS-TOTAL-RECHAZADAS PIC 9(9) VALUE 0.
              05 WS-TOTAL-APLICADAS PIC 9(9) VALUE 0.
              05 WS-NOVEDAD-VALIDA PIC X.
              05 WS-CODIGO-NOV PIC X(1).
              05 WS-NUMERO-NOV PIC 9(6).
              05 WS-CUENTA-NOV PIC 9(10).
              05 WS-CAPITAL-STR PIC X(13).
              05 WS-CAPITAL-NUM PIC 9(10)V99.
              05 WS-TASA-STR PIC X(8).
              05 WS-TASA-NUM PIC 9(5)V9(4).
              05 WS-TASA-OUT PIC 9(3).9(4).
              05 WS-TASA-DISPLAY PIC ZZ9.9999.
              05 WS-PLAZO-NOV PIC 9(4).
              05 WS-RENOVACION-NOV PIC X(1).
              05 WS-INTERES-NUM PIC 9(10)V99.
              05 WS-MONTO-OUT PIC 9(10).99.
              05 WS-MONTO-DISPLAY PIC Z(9)9.99.
              05 WS-MOTIVO-ERROR PIC X(45).
              05 WS-LINEA-NOV-STR PIC X(9).
              05 WS-LINEA-SALIDA PIC X(150).
              05 WS-LINEA-RECHAZO PIC X(140).
              05 WS-FECHA-AUD PIC 9(8).
              05 WS-HORA-AUD PIC 9(8).
              05 WS-AUD-RC PIC 9(3).
              05 WS-AUD-CANT PIC 9(9).
              05 WS-AUD-DETALLE PIC X(175).

           *> Limites de la constitucion: plazo en dias corridos y
           *> tasa nominal anual en porcentaje.
           01 WS-LIMITES.
              05 WS-PLAZO-MINIMO PIC 9(4) VALUE 30.
              05 WS-PLAZO-MAXIMO PIC 9(4) VALUE 1825.
              05 WS-TASA-MAXIMA PIC 9(3)V9(4) VALUE 100.

           *> Calculo del vencimiento: la fecha de constitucion mas el
           *> plazo en dias corridos, avanzando dia por dia (ver
           *> AVANZAR-UN-DIA).
           01 WS-CALENDARIO.
              05 WS-FECHA-CALC PIC 9(8).
              05 WS-CALC-ANIO PIC 9(4).
              05 WS-CALC-MES PIC 9(2).
              05 WS-CALC-DIA PIC 9(2).
              05 WS-DIAS-MES PIC 9(2).
              05 WS-DIAS-AVANZADOS PIC 9(4).
              05 WS-BISIESTO-COC PIC 9(4).
              05 WS-BISIESTO-RESTO PIC 9(3).
              05 WS-VENCIMIENTO PIC 9(8).

           01 TABLA-DIAS-MES-VALORES PIC X(24)
               VALUE '312831303130313130313031'.
           01 TABLA-DIAS-MES REDEFINES TABLA-DIAS-MES-VALORES.
              05 DIAS-DEL-MES OCCURS 12 TIMES PIC 9(2).

           *> Del maestro solo hacen falta el numero de cuenta, el
           *> estado (61:1) y el bloqueo judicial (74:1).
           01 TABLA-CUENTAS.
              05 CUENTA OCCURS 5000 TIMES.
                 10 CTA-NUMERO PIC 9(10).
                 10 CTA-ESTADO PIC X(1).
                 10 CTA-BLOQUEO PIC X(1).

           *> El maestro de plazos fijos entero, registro por registro
           *> tal como vino (layout en CARGAR-PLAZOS), con el numero
           *> aparte para buscar.
           01 TABLA-PLAZOS.
              05 PLAZO-REG OCCURS 2000 TIMES.
                 10 PLZ-NUMERO PIC 9(6).
                 10 PLZ-IMAGEN PIC X(140).

           PROCEDURE DIVISION.
               PERFORM OBTENER-PARAMETROS.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               PERFORM CARGAR-MAESTRO.
               PERFORM CARGAR-PLAZOS.

               OPEN INPUT NOVEDADES-FILE.
               IF WS-NOVEDADES-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el archivo de '
                       'novedades de plazos fijos '
                       FUNCTION TRIM(WS-NOVEDADES-PATH)
                       ' (estado ' WS-NOVEDADES-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               OPEN OUTPUT REPORTE-FILE.
               OPEN OUTPUT RECHAZOS-FILE.
               PERFORM INICIALIZAR-REPORTES.
               PERFORM PROCESAR-NOVEDADES.
               CLOSE NOVEDADES-FILE.
               CLOSE REPORTE-FILE.
               CLOSE RECHAZOS-FILE.

               IF WS-TOTAL-APLICADAS > 0
                   PERFORM REESCRIBIR-PLAZOS
               END-IF.

               IF WS-TOTAL-RECHAZADAS > 0
                   MOVE 8 TO RETURN-CODE
               END-IF.
               PERFORM GRABAR-AUDITORIA.
               DISPLAY 'Plazos fijos: ' WS-LINEA-NOV
                   ' novedades, ' WS-TOTAL-ALTAS ' constituidos, '
                   WS-TOTAL-CAMBIOS ' cambios de renovacion, '
                   WS-TOTAL-RECHAZADAS ' rechazadas.'.
               STOP RUN.

           *> Parametros opcionales: rutas del archivo de novedades
           *> de plazos fijos, del maestro de plazos fijos, del
           *> maestro de cuentas, del reporte de aplicadas y del
           *> archivo de rechazos, en ese orden; sin parametros se
           *> usan las rutas por defecto bajo data/.
           OBTENER-PARAMETROS.
               ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
               IF WS-PARM-LINE NOT = SPACES
                   UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
                       INTO WS-NOVEDADES-PATH
                           WS-PLAZOS-PATH
                           WS-MAESTRO-PATH
                           WS-REPORTE-PATH
                           WS-RECHAZOS-PATH
               END-IF.

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
                           IF MAESTRO-RECORD(1:10) NUMERIC
                               ADD 1 TO WS-TOTAL-CUENTAS
                               MOVE MAESTRO-RECORD(1:10)
                                   TO CTA-NUMERO(WS-TOTAL-CUENTAS)
                               MOVE MAESTRO-RECORD(61:1)
                                   TO CTA-ESTADO(WS-TOTAL-CUENTAS)
                               MOVE MAESTRO-RECORD(74:1)
                                   TO CTA-BLOQUEO(WS-TOTAL-CUENTAS)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE MAESTRO-FILE.

           *> Layout de PLAZOS-RECORD: numero de plazo fijo (1:6),
           *> cuenta vinculada (8:10), capital (19:13), tasa nominal
           *> anual en porcentaje (33:8, formato 999.9999), plazo en
           *> dias corridos (42:4), fecha de constitucion (47:8), fecha
           *> de vencimiento (56:8), estado (65:1: 'P' pendiente del
           *> debito de constitucion, 'V' vigente, 'L' en liquidacion,
           *> 'C' cancelado al vencimiento, 'R' rechazado por la
           *> corrida), marca de renovacion automatica (67:1, 'S' o
           *> 'N'), renovaciones hechas (69:3), fecha de la ultima
           *> generacion de movimientos (73:8, en blanco mientras no se
           *> genero el debito de constitucion), interes de la
           *> liquidacion en curso (82:13), situacion de la
           *> acreditacion del capital (96:1) y del interes (98:1) ('P'
           *> pendiente de la corrida, 'E' acreditado, 'R' rechazado,
           *> blanco si no corresponde) y motivo del ultimo rechazo
           *> (100:40). La columna 73 y de la 82 en adelante las
           *> escribe solo VENCIMIENTOS-PLAZO-FIJO. Sin archivo (primer
           *> plazo fijo) se arranca vacio.
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
                               MOVE PLAZOS-RECORD(1:6)
                                   TO PLZ-NUMERO(WS-TOTAL-PLAZOS)
                               MOVE PLAZOS-RECORD
                                   TO PLZ-IMAGEN(WS-TOTAL-PLAZOS)
                               IF PLZ-NUMERO(WS-TOTAL-PLAZOS)
                                   > WS-ULTIMO-NUMERO
                                   MOVE PLZ-NUMERO(WS-TOTAL-PLAZOS)
                                       TO WS-ULTIMO-NUMERO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PLAZOS-FILE.

           INICIALIZAR-REPORTES.
               MOVE 'REPORTE DE CONSTITUCION DE PLAZOS FIJOS'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '=================================================='
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               MOVE 'REPORTE DE NOVEDADES DE PLAZOS FIJOS RECHAZADAS'
                   TO WS-LINEA-RECHAZO.
               WRITE RECHAZOS-RECORD FROM WS-LINEA-RECHAZO.
               MOVE '==============================================='
                   TO WS-LINEA-RECHAZO.
               WRITE RECHAZOS-RECORD FROM WS-LINEA-RECHAZO.

           *> Layout de NOVEDADES-RECORD: codigo (1:1, 'A'
           *> constitucion o 'M' cambio de la marca de renovacion).
           *> Constitucion: cuenta vinculada (3:10), capital (14:13),
           *> tasa nominal anual en porcentaje (28:8), plazo en dias
           *> (37:4) y marca de renovacion automatica (42:1, 'S' o
           *> 'N'; en blanco 'N'). Cambio: numero de plazo fijo (3:6)
           *> y marca nueva (10:1). Las lineas en blanco o comentadas
           *> con '*' se saltan.
           PROCESAR-NOVEDADES.
               SET WS-EOF-NOVEDADES TO 'N'.
               PERFORM UNTIL WS-EOF-NOVEDADES = 'S'
                   READ NOVEDADES-FILE INTO NOVEDADES-RECORD
                       AT END
                           SET WS-EOF-NOVEDADES TO 'S'
                       NOT AT END
                           IF NOVEDADES-RECORD = SPACES
                               OR NOVEDADES-RECORD(1:1) = '*'
                               CONTINUE
                           ELSE
                               ADD 1 TO WS-LINEA-NOV
                               PERFORM VALIDAR-NOVEDAD
                               IF WS-NOVEDAD-VALIDA = 'S'
                                   ADD 1 TO WS-TOTAL-APLICADAS
                                   IF WS-CODIGO-NOV = 'A'
                                       PERFORM APLICAR-CONSTITUCION
                                   ELSE
                                       PERFORM APLICAR-CAMBIO-RENOVACION
                                   END-IF
                               ELSE
                                   ADD 1 TO WS-TOTAL-RECHAZADAS
                                   PERFORM ESCRIBIR-RECHAZO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           *> Cada novedad se rechaza con el primer motivo que
           *> falla, al estilo de VALIDAR-REGISTRO en
           *> VALIDADOR-MOVIMIENTOS.
           VALIDAR-NOVEDAD.
               SET WS-NOVEDAD-VALIDA TO 'S'.
               MOVE NOVEDADES-RECORD(1:1) TO WS-CODIGO-NOV.
               EVALUATE WS-CODIGO-NOV
                   WHEN 'A'
                       PERFORM VALIDAR-CONSTITUCION
                   WHEN 'M'
                       PERFORM VALIDAR-CAMBIO-RENOVACION
                   WHEN OTHER
                       MOVE 'CODIGO DE NOVEDAD INVALIDO'
                           TO WS-MOTIVO-ERROR
                       SET WS-NOVEDAD-VALIDA TO 'N'
               END-EVALUATE.

           *> El saldo de la cuenta vinculada no se mira aca: lo
           *> decide PROCESADOR-BATCH al aplicar el debito, y si no
           *> alcanza el plazo fijo queda rechazado en el modo
           *> RESULTADO de VENCIMIENTOS-PLAZO-FIJO.
           VALIDAR-CONSTITUCION.
               IF NOVEDADES-RECORD(3:10) NOT NUMERIC
                   MOVE 'CUENTA VINCULADA NO NUMERICA' TO WS-MOTIVO-ERROR
                   SET WS-NOVEDAD-VALIDA TO 'N'
               END-IF.

               IF WS-NOVEDAD-VALIDA = 'S'
                   MOVE NOVEDADES-RECORD(3:10) TO WS-CUENTA-NOV
                   MOVE WS-CUENTA-NOV TO WS-CUENTA-BUSCADA
                   PERFORM BUSCAR-CUENTA-MAESTRO
                   EVALUATE TRUE
                       WHEN WS-CTA-ENC = 0
                           MOVE 'CUENTA VINCULADA NO ENCONTRADA EN '
                               & 'MAESTRO' TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       WHEN CTA-ESTADO(WS-CTA-ENC) = 'C'
                           MOVE 'CUENTA VINCULADA CERRADA'
                               TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       WHEN CTA-BLOQUEO(WS-CTA-ENC) = 'B'
                           MOVE 'CUENTA VINCULADA BLOQUEADA POR ORDEN '
                               & 'JUDICIAL' TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

               IF WS-NOVEDAD-VALIDA = 'S'
                   MOVE NOVEDADES-RECORD(14:13) TO WS-CAPITAL-STR
                   IF FUNCTION TRIM(WS-CAPITAL-STR) = SPACES
                       MOVE 0 TO WS-CAPITAL-NUM
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-CAPITAL-STR)
                           TO WS-CAPITAL-NUM
                   END-IF
                   IF WS-CAPITAL-NUM = 0
                       MOVE 'CAPITAL CERO O INVALIDO' TO WS-MOTIVO-ERROR
                       SET WS-NOVEDAD-VALIDA TO 'N'
                   END-IF
               END-IF.

               IF WS-NOVEDAD-VALIDA = 'S'
                   MOVE NOVEDADES-RECORD(28:8) TO WS-TASA-STR
                   IF FUNCTION TRIM(WS-TASA-STR) = SPACES
                       MOVE 0 TO WS-TASA-NUM
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-TASA-STR)
                           TO WS-TASA-NUM
                   END-IF
                   IF WS-TASA-NUM = 0 OR WS-TASA-NUM > WS-TASA-MAXIMA
                       MOVE 'TASA PACTADA CERO O INVALIDA'
                           TO WS-MOTIVO-ERROR
                       SET WS-NOVEDAD-VALIDA TO 'N'
                   END-IF
               END-IF.

               IF WS-NOVEDAD-VALIDA = 'S'
                   IF NOVEDADES-RECORD(37:4) NOT NUMERIC
                       MOVE 'PLAZO EN DIAS INVALIDO' TO WS-MOTIVO-ERROR
                       SET WS-NOVEDAD-VALIDA TO 'N'
                   ELSE
                       MOVE NOVEDADES-RECORD(37:4) TO WS-PLAZO-NOV
                       IF WS-PLAZO-NOV < WS-PLAZO-MINIMO
                           OR WS-PLAZO-NOV > WS-PLAZO-MAXIMO
                           MOVE 'PLAZO FUERA DEL RANGO ADMITIDO'
                               TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       END-IF
                   END-IF
               END-IF.

               IF WS-NOVEDAD-VALIDA = 'S'
                   MOVE NOVEDADES-RECORD(42:1) TO WS-RENOVACION-NOV
                   IF WS-RENOVACION-NOV = SPACE
                       MOVE 'N' TO WS-RENOVACION-NOV
                   END-IF
                   IF WS-RENOVACION-NOV NOT = 'S'
                       AND WS-RENOVACION-NOV NOT = 'N'
                       MOVE 'MARCA DE RENOVACION INVALIDA'
                           TO WS-MOTIVO-ERROR
                       SET WS-NOVEDAD-VALIDA TO 'N'
                   END-IF
               END-IF.

               IF WS-NOVEDAD-VALIDA = 'S'
                   PERFORM BUSCAR-PLAZO-PENDIENTE-IGUAL
                   IF WS-PLZ-ENC > 0
                       MOVE 'PLAZO PENDIENTE CON IGUAL CUENTA Y CAPITAL'
                           TO WS-MOTIVO-ERROR
                       SET WS-NOVEDAD-VALIDA TO 'N'
                   END-IF
               END-IF.

               IF WS-NOVEDAD-VALIDA = 'S'
                   AND WS-TOTAL-PLAZOS >= WS-MAX-PLAZOS
                   MOVE 'MAESTRO DE PLAZOS FIJOS LLENO, ALTA RECHAZADA'
                       TO WS-MOTIVO-ERROR
                   SET WS-NOVEDAD-VALIDA TO 'N'
               END-IF.

           *> Una vez generada la liquidacion la marca ya no puede
           *> cambiar: los movimientos de la corrida se armaron con
           *> ella.
           VALIDAR-CAMBIO-RENOVACION.
               IF NOVEDADES-RECORD(3:6) NOT NUMERIC
                   MOVE 'NUMERO DE PLAZO FIJO NO NUMERICO'
                       TO WS-MOTIVO-ERROR
                   SET WS-NOVEDAD-VALIDA TO 'N'
               ELSE
                   MOVE NOVEDADES-RECORD(3:6) TO WS-NUMERO-NOV
                   MOVE NOVEDADES-RECORD(10:1) TO WS-RENOVACION-NOV
                   PERFORM BUSCAR-PLAZO
                   EVALUATE TRUE
                       WHEN WS-PLZ-ENC = 0
                           MOVE 'PLAZO FIJO NO ENCONTRADO'
                               TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       WHEN WS-RENOVACION-NOV NOT = 'S'
                           AND WS-RENOVACION-NOV NOT = 'N'
                           MOVE 'MARCA DE RENOVACION INVALIDA'
                               TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       WHEN PLZ-IMAGEN(WS-PLZ-ENC)(65:1) = 'L'
                           MOVE 'PLAZO FIJO EN LIQUIDACION'
                               TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       WHEN PLZ-IMAGEN(WS-PLZ-ENC)(65:1) = 'C'
                           MOVE 'PLAZO FIJO YA CANCELADO'
                               TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       WHEN PLZ-IMAGEN(WS-PLZ-ENC)(65:1) = 'R'
                           MOVE 'PLAZO FIJO RECHAZADO EN LA CONSTITUCION'
                               TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

           BUSCAR-CUENTA-MAESTRO.
               MOVE 0 TO WS-CTA-ENC.
               MOVE 1 TO WS-CTA-IDX.
               PERFORM UNTIL WS-CTA-IDX > WS-TOTAL-CUENTAS
                   IF CTA-NUMERO(WS-CTA-IDX) = WS-CUENTA-BUSCADA
                       MOVE WS-CTA-IDX TO WS-CTA-ENC
                       MOVE WS-TOTAL-CUENTAS TO WS-CTA-IDX
                   END-IF
                   ADD 1 TO WS-CTA-IDX
               END-PERFORM.

           BUSCAR-PLAZO.
               MOVE 0 TO WS-PLZ-ENC.
               MOVE 1 TO WS-PLZ-IDX.
               PERFORM UNTIL WS-PLZ-IDX > WS-TOTAL-PLAZOS
                   IF PLZ-NUMERO(WS-PLZ-IDX) = WS-NUMERO-NOV
                       MOVE WS-PLZ-IDX TO WS-PLZ-ENC
                       MOVE WS-TOTAL-PLAZOS TO WS-PLZ-IDX
                   END-IF
                   ADD 1 TO WS-PLZ-IDX
               END-PERFORM.

           *> Los rechazos del debito de constitucion (linea PFI de
           *> excepciones) no traen el numero de plazo fijo:
           *> VENCIMIENTOS-PLAZO-FIJO los casa con el plazo pendiente
           *> por cuenta y capital. Dos plazos pendientes con la misma
           *> cuenta y el mismo capital no podrian distinguirse al
           *> leer esos rechazos aunque cambien la tasa o el plazo:
           *> el segundo se rechaza, como en ORDENES-MANTENIMIENTO.
           BUSCAR-PLAZO-PENDIENTE-IGUAL.
               MOVE 0 TO WS-PLZ-ENC.
               MOVE WS-CAPITAL-NUM TO WS-MONTO-OUT.
               MOVE 1 TO WS-PLZ-IDX.
               PERFORM UNTIL WS-PLZ-IDX > WS-TOTAL-PLAZOS
                   IF PLZ-IMAGEN(WS-PLZ-IDX)(65:1) = 'P'
                       AND PLZ-IMAGEN(WS-PLZ-IDX)(8:10) = WS-CUENTA-NOV
                       AND PLZ-IMAGEN(WS-PLZ-IDX)(19:13) = WS-MONTO-OUT
                       MOVE WS-PLZ-IDX TO WS-PLZ-ENC
                       MOVE WS-TOTAL-PLAZOS TO WS-PLZ-IDX
                   END-IF
                   ADD 1 TO WS-PLZ-IDX
               END-PERFORM.

           *> El plazo fijo nuevo toma el numero siguiente al mayor
           *> del archivo, se constituye hoy y nace pendiente del
           *> debito de la corrida. El interes del certificado es
           *> interes simple sobre el plazo en dias corridos, base
           *> 365, el mismo que liquida VENCIMIENTOS-PLAZO-FIJO.
           APLICAR-CONSTITUCION.
               ADD 1 TO WS-ULTIMO-NUMERO.
               ADD 1 TO WS-TOTAL-PLAZOS.
               ADD 1 TO WS-TOTAL-ALTAS.
               MOVE WS-FECHA-HOY TO WS-FECHA-CALC.
               MOVE 0 TO WS-DIAS-AVANZADOS.
               PERFORM UNTIL WS-DIAS-AVANZADOS >= WS-PLAZO-NOV
                   PERFORM AVANZAR-UN-DIA
                   ADD 1 TO WS-DIAS-AVANZADOS
               END-PERFORM.
               MOVE WS-FECHA-CALC TO WS-VENCIMIENTO.
               COMPUTE WS-INTERES-NUM ROUNDED =
                   WS-CAPITAL-NUM * WS-TASA-NUM * WS-PLAZO-NOV / 36500.

               MOVE WS-ULTIMO-NUMERO TO PLZ-NUMERO(WS-TOTAL-PLAZOS).
               MOVE SPACES TO PLZ-IMAGEN(WS-TOTAL-PLAZOS).
               MOVE WS-ULTIMO-NUMERO
                   TO PLZ-IMAGEN(WS-TOTAL-PLAZOS)(1:6).
               MOVE WS-CUENTA-NOV TO PLZ-IMAGEN(WS-TOTAL-PLAZOS)(8:10).
               MOVE WS-CAPITAL-NUM TO WS-MONTO-OUT.
               MOVE WS-MONTO-OUT TO PLZ-IMAGEN(WS-TOTAL-PLAZOS)(19:13).
               MOVE WS-TASA-NUM TO WS-TASA-OUT.
               MOVE WS-TASA-OUT TO PLZ-IMAGEN(WS-TOTAL-PLAZOS)(33:8).
               MOVE WS-PLAZO-NOV TO PLZ-IMAGEN(WS-TOTAL-PLAZOS)(42:4).
               MOVE WS-FECHA-HOY TO PLZ-IMAGEN(WS-TOTAL-PLAZOS)(47:8).
               MOVE WS-VENCIMIENTO TO PLZ-IMAGEN(WS-TOTAL-PLAZOS)(56:8).
               MOVE 'P' TO PLZ-IMAGEN(WS-TOTAL-PLAZOS)(65:1).
               MOVE WS-RENOVACION-NOV
                   TO PLZ-IMAGEN(WS-TOTAL-PLAZOS)(67:1).
               MOVE '000' TO PLZ-IMAGEN(WS-TOTAL-PLAZOS)(69:3).
               MOVE 0 TO WS-MONTO-OUT.
               MOVE WS-MONTO-OUT TO PLZ-IMAGEN(WS-TOTAL-PLAZOS)(82:13).

               MOVE WS-CAPITAL-NUM TO WS-MONTO-DISPLAY.
               MOVE WS-TASA-NUM TO WS-TASA-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'ALTA    Plazo fijo ' DELIMITED BY SIZE
                   WS-ULTIMO-NUMERO DELIMITED BY SIZE
                   '  Cuenta ' DELIMITED BY SIZE
                   WS-CUENTA-NOV DELIMITED BY SIZE
                   '  Capital ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   '  Tasa ' DELIMITED BY SIZE
                   WS-TASA-DISPLAY DELIMITED BY SIZE
                   '%  ' DELIMITED BY SIZE
                   WS-PLAZO-NOV DELIMITED BY SIZE
                   ' dias  Vence ' DELIMITED BY SIZE
                   WS-VENCIMIENTO DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-INTERES-NUM TO WS-MONTO-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING '        Interes al vencimiento ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   '  Renovacion automatica ' DELIMITED BY SIZE
                   WS-RENOVACION-NOV DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           APLICAR-CAMBIO-RENOVACION.
               ADD 1 TO WS-TOTAL-CAMBIOS.
               MOVE WS-RENOVACION-NOV TO PLZ-IMAGEN(WS-PLZ-ENC)(67:1).
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'CAMBIO  Plazo fijo ' DELIMITED BY SIZE
                   WS-NUMERO-NOV DELIMITED BY SIZE
                   '  Cuenta ' DELIMITED BY SIZE
                   PLZ-IMAGEN(WS-PLZ-ENC)(8:10) DELIMITED BY SIZE
                   '  Vence ' DELIMITED BY SIZE
                   PLZ-IMAGEN(WS-PLZ-ENC)(56:8) DELIMITED BY SIZE
                   '  Renovacion automatica ' DELIMITED BY SIZE
                   WS-RENOVACION-NOV DELIMITED BY SIZE
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

           ESCRIBIR-RECHAZO.
               MOVE WS-LINEA-NOV TO WS-LINEA-NOV-STR.
               MOVE SPACES TO WS-LINEA-RECHAZO.
               STRING 'LINEA ' DELIMITED BY SIZE
                   WS-LINEA-NOV-STR DELIMITED BY SIZE
                   ' | CODIGO ' DELIMITED BY SIZE
                   WS-CODIGO-NOV DELIMITED BY SIZE
                   ' | DATOS ' DELIMITED BY SIZE
                   NOVEDADES-RECORD(3:40) DELIMITED BY SIZE
                   ' | MOTIVO ' DELIMITED BY SIZE
                   WS-MOTIVO-ERROR DELIMITED BY SIZE
                   INTO WS-LINEA-RECHAZO
               WRITE RECHAZOS-RECORD FROM WS-LINEA-RECHAZO.

           REESCRIBIR-PLAZOS.
               OPEN OUTPUT PLAZOS-FILE.
               MOVE 1 TO WS-PLZ-IDX.
               PERFORM UNTIL WS-PLZ-IDX > WS-TOTAL-PLAZOS
                   WRITE PLAZOS-RECORD FROM PLZ-IMAGEN(WS-PLZ-IDX)
                   ADD 1 TO WS-PLZ-IDX
               END-PERFORM.
               CLOSE PLAZOS-FILE.

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
               MOVE 'CONSTITUCION-PLAZO-FIJO' TO AUDITORIA-RECORD(17:24).
               MOVE WS-AUD-RC TO AUDITORIA-RECORD(42:3).
               MOVE WS-LINEA-NOV TO AUDITORIA-RECORD(46:9).
               MOVE WS-TOTAL-APLICADAS TO AUDITORIA-RECORD(56:9).
               MOVE WS-TOTAL-RECHAZADAS TO AUDITORIA-RECORD(66:9).
               MOVE SPACES TO WS-AUD-DETALLE.
               STRING 'novedades=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOVEDADES-PATH)
                       DELIMITED BY SIZE
                   ' plazos=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PLAZOS-PATH) DELIMITED BY SIZE
                   ' maestro=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAESTRO-PATH) DELIMITED BY SIZE
                   INTO WS-AUD-DETALLE.
               MOVE WS-AUD-DETALLE TO AUDITORIA-RECORD(76:175).
               OPEN EXTEND AUDITORIA-FILE.
               WRITE AUDITORIA-RECORD.
               CLOSE AUDITORIA-FILE.
