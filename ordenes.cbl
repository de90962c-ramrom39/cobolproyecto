       IDENTIFICATION DIVISION.
           PROGRAM-ID. ORDENES-MANTENIMIENTO.
           AUTHOR. Ramón Romero Montilla.
           *> Este programa mantiene el archivo de ordenes permanentes
           *> (debitos recurrentes de una cuenta a otra del banco: el
           *> alquiler el dia 5, el ahorro programado a la cuenta
           *> premium) que ORDENES-PERMANENTES convierte cada dia en
           *> movimientos 'T'. Aplica las altas y bajas que carga la
           *> sucursal, cada una validada antes de tocar nada al
           *> estilo de NOVEDADES-MAESTRO: cuentas existentes y
           *> abiertas en el maestro, origen sin bloqueo judicial,
           *> monto, periodicidad, dia de ejecucion y vencimiento
           *> validos, y sin duplicar una orden activa. Las que fallan
           *> van a un archivo de rechazos con su motivo y el programa
           *> termina con RETURN-CODE 8; las aplicadas quedan en un
           *> reporte con el numero de orden asignado, que es lo que
           *> la sucursal le entrega al cliente. Una baja no borra la
           *> orden: la deja en estado 'C' para que quede su historia.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT NOVEDADES-FILE ASSIGN TO DYNAMIC WS-NOVEDADES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOVEDADES-STATUS.

               SELECT OPTIONAL ORDENES-FILE
                   ASSIGN TO DYNAMIC WS-ORDENES-PATH
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

           FD ORDENES-FILE.
           01 ORDENES-RECORD PIC X(130).

           FD MAESTRO-FILE.
           01 MAESTRO-RECORD.
              05 MAESTRO-CLAVE PIC X(10).
              05 FILLER PIC X(90).

           FD REPORTE-FILE.
           01 REPORTE-RECORD PIC X(120).

           FD RECHAZOS-FILE.
           01 RECHAZOS-RECORD PIC X(140).

           FD AUDITORIA-FILE.
           01 AUDITORIA-RECORD PIC X(250).

           WORKING-STORAGE SECTION.
           01 WS-PARAMETROS.
              05 WS-NOVEDADES-PATH PIC X(100)
                  VALUE 'data/ordenes_novedades.dat'.
              05 WS-ORDENES-PATH PIC X(100)
                  VALUE 'data/ordenes_permanentes.dat'.
              05 WS-MAESTRO-PATH PIC X(100) VALUE 'data/maestro.dat'.
              05 WS-REPORTE-PATH PIC X(100)
                  VALUE 'data/ordenes_reporte.txt'.
              05 WS-RECHAZOS-PATH PIC X(100)
                  VALUE 'data/ordenes_rechazadas.txt'.
              05 WS-AUDITORIA-PATH PIC X(100)
                  VALUE 'data/auditoria.dat'.
              05 WS-PARM-LINE PIC X(600).

           01 WS-VARIABLES.
              05 WS-NOVEDADES-STATUS PIC XX.
              05 WS-MAESTRO-STATUS PIC XX.
              05 WS-EOF-NOVEDADES PIC X.
              05 WS-EOF-ORDENES PIC X.
              05 WS-EOF-MAESTRO PIC X.
              05 WS-FECHA-HOY PIC 9(8).
              05 WS-TOTAL-CUENTAS PIC 9(5) VALUE 0.
              05 WS-MAX-CUENTAS PIC 9(5) VALUE 5000.
              05 WS-CTA-IDX PIC 9(5).
              05 WS-CTA-ENC PIC 9(5).
              05 WS-CTA-ORIGEN PIC 9(5).
              05 WS-CTA-DESTINO PIC 9(5).
              05 WS-CUENTA-BUSCADA PIC 9(10).
              05 WS-TOTAL-ORDENES PIC 9(5) VALUE 0.
              05 WS-MAX-ORDENES PIC 9(5) VALUE 2000.
              05 WS-ORD-IDX PIC 9(5).
              05 WS-ORD-ENC PIC 9(5).
              05 WS-ULTIMO-NUMERO PIC 9(6) VALUE 0.
              05 WS-LINEA-NOV PIC 9(9) VALUE 0.
              05 WS-TOTAL-ALTAS PIC 9(9) VALUE 0.
              05 WS-TOTAL-BAJAS PIC 9(9) VALUE 0.
              05 WS-TOTAL-RECHAZADAS PIC 9(9) VALUE 0.
              05 WS-TOTAL-APLICADAS PIC 9(9) VALUE 0.
              05 WS-NOVEDAD-VALIDA PIC X.
              05 WS-CODIGO-NOV PIC X(1).
              05 WS-NUMERO-NOV PIC 9(6).
              05 WS-ORIGEN-NOV PIC 9(10).
              05 WS-DESTINO-NOV PIC 9(10).
              05 WS-MONTO-STR PIC X(13).
              05 WS-MONTO-NUM PIC 9(10)V99.
              05 WS-MONTO-OUT PIC 9(10).99.
              05 WS-MONTO-DISPLAY PIC Z(9)9.99.
              05 WS-PERIODICIDAD-NOV PIC X(1).
              05 WS-DIA-NOV PIC 9(2).
              05 WS-VENCIMIENTO-NOV PIC 9(8).
              05 WS-VENC-MES PIC 9(2).
              05 WS-VENC-DIA PIC 9(2).
              05 WS-MOTIVO-ERROR PIC X(45).
              05 WS-LINEA-NOV-STR PIC X(9).
              05 WS-LINEA-SALIDA PIC X(120).
              05 WS-LINEA-RECHAZO PIC X(140).
              05 WS-FECHA-AUD PIC 9(8).
              05 WS-HORA-AUD PIC 9(8).
              05 WS-AUD-RC PIC 9(3).
              05 WS-AUD-CANT PIC 9(9).
              05 WS-AUD-DETALLE PIC X(175).

           *> Del maestro solo hacen falta el numero de cuenta, el
           *> estado (61:1) y el bloqueo judicial (74:1).
           01 TABLA-CUENTAS.
              05 CUENTA OCCURS 5000 TIMES.
                 10 CTA-NUMERO PIC 9(10).
                 10 CTA-ESTADO PIC X(1).
                 10 CTA-BLOQUEO PIC X(1).

           *> El archivo de ordenes entero, registro por registro tal
           *> como vino (layout en CARGAR-ORDENES), con el numero de
           *> orden aparte para buscar.
           01 TABLA-ORDENES.
              05 ORDEN-REG OCCURS 2000 TIMES.
                 10 ORD-NUMERO PIC 9(6).
                 10 ORD-IMAGEN PIC X(130).

           PROCEDURE DIVISION.
               PERFORM OBTENER-PARAMETROS.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               PERFORM CARGAR-MAESTRO.
               PERFORM CARGAR-ORDENES.

               OPEN INPUT NOVEDADES-FILE.
               IF WS-NOVEDADES-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el archivo de '
                       'novedades de ordenes '
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
                   PERFORM REESCRIBIR-ORDENES
               END-IF.

               IF WS-TOTAL-RECHAZADAS > 0
                   MOVE 8 TO RETURN-CODE
               END-IF.
               PERFORM GRABAR-AUDITORIA.
               DISPLAY 'Ordenes permanentes: ' WS-LINEA-NOV
                   ' novedades, ' WS-TOTAL-ALTAS ' altas, '
                   WS-TOTAL-BAJAS ' bajas, '
                   WS-TOTAL-RECHAZADAS ' rechazadas.'.
               STOP RUN.

           *> Parametros opcionales: rutas del archivo de novedades
           *> de ordenes, del archivo de ordenes permanentes, del
           *> maestro, del reporte de aplicadas y del archivo de
           *> rechazos, en ese orden; sin parametros se usan las
           *> rutas por defecto bajo data/.
           OBTENER-PARAMETROS.
               ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
               IF WS-PARM-LINE NOT = SPACES
                   UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
                       INTO WS-NOVEDADES-PATH
                           WS-ORDENES-PATH
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

           *> Layout de ORDENES-RECORD: numero de orden (1:6), cuenta
           *> origen (8:10), cuenta destino (19:10), monto (30:13),
           *> periodicidad (44:1: 'M' mensual, 'B' bimestral, 'T'
           *> trimestral, 'S' semestral, 'A' anual), dia de ejecucion
           *> del mes (46:2), fecha de alta (49:8), fecha de
           *> vencimiento (58:8), estado (67:1: 'A' activa, 'C' dada
           *> de baja, 'V' vencida), marca de reintento (69:1, 'S'
           *> pendiente), intentos fallidos (71:2), fecha de la
           *> ultima generacion (74:8), resultado de la ultima
           *> generacion (83:1: 'P' pendiente de la corrida, 'E'
           *> ejecutada, 'R' rechazada) y motivo del ultimo rechazo
           *> (85:40). De la columna 69 en adelante escribe solo
           *> ORDENES-PERMANENTES. Sin archivo (primera orden) se
           *> arranca vacio.
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
                               MOVE ORDENES-RECORD(1:6)
                                   TO ORD-NUMERO(WS-TOTAL-ORDENES)
                               MOVE ORDENES-RECORD
                                   TO ORD-IMAGEN(WS-TOTAL-ORDENES)
                               IF ORD-NUMERO(WS-TOTAL-ORDENES)
                                   > WS-ULTIMO-NUMERO
                                   MOVE ORD-NUMERO(WS-TOTAL-ORDENES)
                                       TO WS-ULTIMO-NUMERO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ORDENES-FILE.

           INICIALIZAR-REPORTES.
               MOVE 'REPORTE DE ALTAS Y BAJAS DE ORDENES PERMANENTES'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '=================================================='
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               MOVE 'REPORTE DE NOVEDADES DE ORDENES RECHAZADAS'
                   TO WS-LINEA-RECHAZO.
               WRITE RECHAZOS-RECORD FROM WS-LINEA-RECHAZO.
               MOVE '=========================================='
                   TO WS-LINEA-RECHAZO.
               WRITE RECHAZOS-RECORD FROM WS-LINEA-RECHAZO.

           *> Layout de NOVEDADES-RECORD: codigo (1:1, 'A' alta o 'B'
           *> baja). Alta: cuenta origen (3:10), cuenta destino
           *> (14:10), monto (25:13), periodicidad (39:1), dia de
           *> ejecucion (41:2) y fecha de vencimiento (44:8). Baja:
           *> numero de orden (3:6). Las lineas en blanco o
           *> comentadas con '*' se saltan.
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
                                       PERFORM APLICAR-ALTA
                                   ELSE
                                       PERFORM APLICAR-BAJA
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
                       PERFORM VALIDAR-ALTA
                   WHEN 'B'
                       PERFORM VALIDAR-BAJA
                   WHEN OTHER
                       MOVE 'CODIGO DE NOVEDAD INVALIDO'
                           TO WS-MOTIVO-ERROR
                       SET WS-NOVEDAD-VALIDA TO 'N'
               END-EVALUATE.

           VALIDAR-ALTA.
               IF NOVEDADES-RECORD(3:10) NOT NUMERIC
                   MOVE 'CUENTA ORIGEN NO NUMERICA' TO WS-MOTIVO-ERROR
                   SET WS-NOVEDAD-VALIDA TO 'N'
               END-IF.
               IF WS-NOVEDAD-VALIDA = 'S'
                   AND NOVEDADES-RECORD(14:10) NOT NUMERIC
                   MOVE 'CUENTA DESTINO NO NUMERICA' TO WS-MOTIVO-ERROR
                   SET WS-NOVEDAD-VALIDA TO 'N'
               END-IF.

               IF WS-NOVEDAD-VALIDA = 'S'
                   MOVE NOVEDADES-RECORD(3:10) TO WS-ORIGEN-NOV
                   MOVE NOVEDADES-RECORD(14:10) TO WS-DESTINO-NOV
                   MOVE WS-ORIGEN-NOV TO WS-CUENTA-BUSCADA
                   PERFORM BUSCAR-CUENTA-MAESTRO
                   MOVE WS-CTA-ENC TO WS-CTA-ORIGEN
                   MOVE WS-DESTINO-NOV TO WS-CUENTA-BUSCADA
                   PERFORM BUSCAR-CUENTA-MAESTRO
                   MOVE WS-CTA-ENC TO WS-CTA-DESTINO
                   EVALUATE TRUE
                       WHEN WS-CTA-ORIGEN = 0
                           MOVE 'CUENTA ORIGEN NO ENCONTRADA EN MAESTRO'
                               TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       WHEN WS-CTA-DESTINO = 0
                           MOVE 'CUENTA DESTINO NO ENCONTRADA EN MAESTRO'
                               TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       WHEN WS-ORIGEN-NOV = WS-DESTINO-NOV
                           MOVE 'CUENTA DESTINO IGUAL A LA DE ORIGEN'
                               TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       WHEN CTA-ESTADO(WS-CTA-ORIGEN) = 'C'
                           MOVE 'CUENTA ORIGEN CERRADA'
                               TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       WHEN CTA-ESTADO(WS-CTA-DESTINO) = 'C'
                           MOVE 'CUENTA DESTINO CERRADA'
                               TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       WHEN CTA-BLOQUEO(WS-CTA-ORIGEN) = 'B'
                           MOVE 'CUENTA ORIGEN BLOQUEADA POR ORDEN '
                               & 'JUDICIAL' TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

               IF WS-NOVEDAD-VALIDA = 'S'
                   MOVE NOVEDADES-RECORD(25:13) TO WS-MONTO-STR
                   IF FUNCTION TRIM(WS-MONTO-STR) = SPACES
                       MOVE 0 TO WS-MONTO-NUM
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-MONTO-STR)
                           TO WS-MONTO-NUM
                   END-IF
                   IF WS-MONTO-NUM = 0
                       MOVE 'MONTO CERO O INVALIDO' TO WS-MOTIVO-ERROR
                       SET WS-NOVEDAD-VALIDA TO 'N'
                   END-IF
               END-IF.

               IF WS-NOVEDAD-VALIDA = 'S'
                   MOVE NOVEDADES-RECORD(39:1) TO WS-PERIODICIDAD-NOV
                   IF WS-PERIODICIDAD-NOV NOT = 'M'
                       AND WS-PERIODICIDAD-NOV NOT = 'B'
                       AND WS-PERIODICIDAD-NOV NOT = 'T'
                       AND WS-PERIODICIDAD-NOV NOT = 'S'
                       AND WS-PERIODICIDAD-NOV NOT = 'A'
                       MOVE 'PERIODICIDAD INVALIDA' TO WS-MOTIVO-ERROR
                       SET WS-NOVEDAD-VALIDA TO 'N'
                   END-IF
               END-IF.

               IF WS-NOVEDAD-VALIDA = 'S'
                   IF NOVEDADES-RECORD(41:2) NOT NUMERIC
                       MOVE 'DIA DE EJECUCION INVALIDO'
                           TO WS-MOTIVO-ERROR
                       SET WS-NOVEDAD-VALIDA TO 'N'
                   ELSE
                       MOVE NOVEDADES-RECORD(41:2) TO WS-DIA-NOV
                       IF WS-DIA-NOV < 1 OR WS-DIA-NOV > 31
                           MOVE 'DIA DE EJECUCION INVALIDO'
                               TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       END-IF
                   END-IF
               END-IF.

               IF WS-NOVEDAD-VALIDA = 'S'
                   IF NOVEDADES-RECORD(44:8) NOT NUMERIC
                       MOVE 'FECHA DE VENCIMIENTO INVALIDA'
                           TO WS-MOTIVO-ERROR
                       SET WS-NOVEDAD-VALIDA TO 'N'
                   ELSE
                       MOVE NOVEDADES-RECORD(44:8)
                           TO WS-VENCIMIENTO-NOV
                       MOVE NOVEDADES-RECORD(48:2) TO WS-VENC-MES
                       MOVE NOVEDADES-RECORD(50:2) TO WS-VENC-DIA
                       EVALUATE TRUE
                           WHEN WS-VENC-MES < 1 OR WS-VENC-MES > 12
                               OR WS-VENC-DIA < 1 OR WS-VENC-DIA > 31
                               MOVE 'FECHA DE VENCIMIENTO INVALIDA'
                                   TO WS-MOTIVO-ERROR
                               SET WS-NOVEDAD-VALIDA TO 'N'
                           WHEN WS-VENCIMIENTO-NOV <= WS-FECHA-HOY
                               MOVE 'FECHA DE VENCIMIENTO YA PASADA'
                                   TO WS-MOTIVO-ERROR
                               SET WS-NOVEDAD-VALIDA TO 'N'
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF.

               IF WS-NOVEDAD-VALIDA = 'S'
                   PERFORM BUSCAR-ORDEN-DUPLICADA
                   IF WS-ORD-ENC > 0
                       MOVE 'YA HAY ORDEN ACTIVA CON ESE ORIGEN Y MONTO'
                           TO WS-MOTIVO-ERROR
                       SET WS-NOVEDAD-VALIDA TO 'N'
                   END-IF
               END-IF.

               IF WS-NOVEDAD-VALIDA = 'S'
                   AND WS-TOTAL-ORDENES >= WS-MAX-ORDENES
                   MOVE 'ARCHIVO DE ORDENES LLENO, ALTA RECHAZADA'
                       TO WS-MOTIVO-ERROR
                   SET WS-NOVEDAD-VALIDA TO 'N'
               END-IF.

           VALIDAR-BAJA.
               IF NOVEDADES-RECORD(3:6) NOT NUMERIC
                   MOVE 'NUMERO DE ORDEN NO NUMERICO' TO WS-MOTIVO-ERROR
                   SET WS-NOVEDAD-VALIDA TO 'N'
               ELSE
                   MOVE NOVEDADES-RECORD(3:6) TO WS-NUMERO-NOV
                   PERFORM BUSCAR-ORDEN
                   EVALUATE TRUE
                       WHEN WS-ORD-ENC = 0
                           MOVE 'ORDEN NO ENCONTRADA' TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       WHEN ORD-IMAGEN(WS-ORD-ENC)(67:1) = 'C'
                           MOVE 'ORDEN YA DADA DE BAJA'
                               TO WS-MOTIVO-ERROR
                           SET WS-NOVEDAD-VALIDA TO 'N'
                       WHEN ORD-IMAGEN(WS-ORD-ENC)(67:1) = 'V'
                           MOVE 'ORDEN VENCIDA' TO WS-MOTIVO-ERROR
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

           BUSCAR-ORDEN.
               MOVE 0 TO WS-ORD-ENC.
               MOVE 1 TO WS-ORD-IDX.
               PERFORM UNTIL WS-ORD-IDX > WS-TOTAL-ORDENES
                   IF ORD-NUMERO(WS-ORD-IDX) = WS-NUMERO-NOV
                       MOVE WS-ORD-IDX TO WS-ORD-ENC
                       MOVE WS-TOTAL-ORDENES TO WS-ORD-IDX
                   END-IF
                   ADD 1 TO WS-ORD-IDX
               END-PERFORM.

           *> Los rechazos de la camara (linea OPE de excepciones) no
           *> traen la cuenta destino: ORDENES-PERMANENTES los casa con
           *> la orden por cuenta origen y monto. Dos ordenes activas
           *> con el mismo origen y el mismo monto no podrian
           *> distinguirse al leer esos rechazos aunque cambien el
           *> destino, la periodicidad o el dia: la segunda se rechaza.
           BUSCAR-ORDEN-DUPLICADA.
               MOVE 0 TO WS-ORD-ENC.
               MOVE WS-MONTO-NUM TO WS-MONTO-OUT.
               MOVE 1 TO WS-ORD-IDX.
               PERFORM UNTIL WS-ORD-IDX > WS-TOTAL-ORDENES
                   IF ORD-IMAGEN(WS-ORD-IDX)(67:1) = 'A'
                       AND ORD-IMAGEN(WS-ORD-IDX)(8:10)
                           = NOVEDADES-RECORD(3:10)
                       AND ORD-IMAGEN(WS-ORD-IDX)(30:13) = WS-MONTO-OUT
                       MOVE WS-ORD-IDX TO WS-ORD-ENC
                       MOVE WS-TOTAL-ORDENES TO WS-ORD-IDX
                   END-IF
                   ADD 1 TO WS-ORD-IDX
               END-PERFORM.

           *> La orden nueva toma el numero siguiente al mayor del
           *> archivo y nace activa, sin reintentos ni generaciones.
           APLICAR-ALTA.
               ADD 1 TO WS-ULTIMO-NUMERO.
               ADD 1 TO WS-TOTAL-ORDENES.
               ADD 1 TO WS-TOTAL-ALTAS.
               MOVE WS-ULTIMO-NUMERO TO ORD-NUMERO(WS-TOTAL-ORDENES).
               MOVE SPACES TO ORD-IMAGEN(WS-TOTAL-ORDENES).
               MOVE WS-ULTIMO-NUMERO
                   TO ORD-IMAGEN(WS-TOTAL-ORDENES)(1:6).
               MOVE WS-ORIGEN-NOV TO ORD-IMAGEN(WS-TOTAL-ORDENES)(8:10).
               MOVE WS-DESTINO-NOV
                   TO ORD-IMAGEN(WS-TOTAL-ORDENES)(19:10).
               MOVE WS-MONTO-NUM TO WS-MONTO-OUT.
               MOVE WS-MONTO-OUT TO ORD-IMAGEN(WS-TOTAL-ORDENES)(30:13).
               MOVE WS-PERIODICIDAD-NOV
                   TO ORD-IMAGEN(WS-TOTAL-ORDENES)(44:1).
               MOVE WS-DIA-NOV TO ORD-IMAGEN(WS-TOTAL-ORDENES)(46:2).
               MOVE WS-FECHA-HOY TO ORD-IMAGEN(WS-TOTAL-ORDENES)(49:8).
               MOVE WS-VENCIMIENTO-NOV
                   TO ORD-IMAGEN(WS-TOTAL-ORDENES)(58:8).
               MOVE 'A' TO ORD-IMAGEN(WS-TOTAL-ORDENES)(67:1).
               MOVE '00' TO ORD-IMAGEN(WS-TOTAL-ORDENES)(71:2).
               MOVE '00000000' TO ORD-IMAGEN(WS-TOTAL-ORDENES)(74:8).

               MOVE WS-MONTO-NUM TO WS-MONTO-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'ALTA  Orden ' DELIMITED BY SIZE
                   WS-ULTIMO-NUMERO DELIMITED BY SIZE
                   '  Origen ' DELIMITED BY SIZE
                   WS-ORIGEN-NOV DELIMITED BY SIZE
                   '  Destino ' DELIMITED BY SIZE
                   WS-DESTINO-NOV DELIMITED BY SIZE
                   '  Monto ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   '  Period. ' DELIMITED BY SIZE
                   WS-PERIODICIDAD-NOV DELIMITED BY SIZE
                   '  Dia ' DELIMITED BY SIZE
                   WS-DIA-NOV DELIMITED BY SIZE
                   '  Vence ' DELIMITED BY SIZE
                   WS-VENCIMIENTO-NOV DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           APLICAR-BAJA.
               ADD 1 TO WS-TOTAL-BAJAS.
               MOVE 'C' TO ORD-IMAGEN(WS-ORD-ENC)(67:1).
               MOVE SPACE TO ORD-IMAGEN(WS-ORD-ENC)(69:1).
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'BAJA  Orden ' DELIMITED BY SIZE
                   WS-NUMERO-NOV DELIMITED BY SIZE
                   '  Origen ' DELIMITED BY SIZE
                   ORD-IMAGEN(WS-ORD-ENC)(8:10) DELIMITED BY SIZE
                   '  Destino ' DELIMITED BY SIZE
                   ORD-IMAGEN(WS-ORD-ENC)(19:10) DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           ESCRIBIR-RECHAZO.
               MOVE WS-LINEA-NOV TO WS-LINEA-NOV-STR.
               MOVE SPACES TO WS-LINEA-RECHAZO.
               STRING 'LINEA ' DELIMITED BY SIZE
                   WS-LINEA-NOV-STR DELIMITED BY SIZE
                   ' | CODIGO ' DELIMITED BY SIZE
                   WS-CODIGO-NOV DELIMITED BY SIZE
                   ' | DATOS ' DELIMITED BY SIZE
                   NOVEDADES-RECORD(3:49) DELIMITED BY SIZE
                   ' | MOTIVO ' DELIMITED BY SIZE
                   WS-MOTIVO-ERROR DELIMITED BY SIZE
                   INTO WS-LINEA-RECHAZO
               WRITE RECHAZOS-RECORD FROM WS-LINEA-RECHAZO.

           REESCRIBIR-ORDENES.
               OPEN OUTPUT ORDENES-FILE.
               MOVE 1 TO WS-ORD-IDX.
               PERFORM UNTIL WS-ORD-IDX > WS-TOTAL-ORDENES
                   WRITE ORDENES-RECORD FROM ORD-IMAGEN(WS-ORD-IDX)
                   ADD 1 TO WS-ORD-IDX
               END-PERFORM.
               CLOSE ORDENES-FILE.

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
               MOVE 'ORDENES-MANTENIMIENTO' TO AUDITORIA-RECORD(17:24).
               MOVE WS-AUD-RC TO AUDITORIA-RECORD(42:3).
               MOVE WS-LINEA-NOV TO AUDITORIA-RECORD(46:9).
               MOVE WS-TOTAL-APLICADAS TO AUDITORIA-RECORD(56:9).
               MOVE WS-TOTAL-RECHAZADAS TO AUDITORIA-RECORD(66:9).
               MOVE SPACES TO WS-AUD-DETALLE.
               STRING 'novedades=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOVEDADES-PATH)
                       DELIMITED BY SIZE
                   ' ordenes=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ORDENES-PATH) DELIMITED BY SIZE
                   ' maestro=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAESTRO-PATH) DELIMITED BY SIZE
                   INTO WS-AUD-DETALLE.
               MOVE WS-AUD-DETALLE TO AUDITORIA-RECORD(76:175).
               OPEN EXTEND AUDITORIA-FILE.
               WRITE AUDITORIA-RECORD.
               CLOSE AUDITORIA-FILE.
