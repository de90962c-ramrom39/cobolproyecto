           *> datos no monetarios que hasta ahora se resolvian
           *> editando data/maestro.dat a mano (lo que ya rompio una
           *> vez el hash-total de las generaciones): cambio de
           *> nombre del titular, cambio de producto de la cuenta y
           *> asignacion de la oficina de radicacion.
           *> Cada novedad se valida antes de tocar nada, al estilo
           *> de VALIDADOR-MOVIMIENTOS (cuenta existente, producto
           *> valido contra el archivo de tasas, nombre no vacio);
                   FILE STATUS IS WS-NOVEDADES-STATUS.

               SELECT MAESTRO-FILE ASSIGN TO DYNAMIC WS-MAESTRO-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAESTRO-CLAVE
                   FILE STATUS IS WS-MAESTRO-STATUS.

               SELECT TASAS-FILE ASSIGN TO DYNAMIC WS-TASAS-PATH
           01 NOVEDADES-RECORD PIC X(60).

           FD MAESTRO-FILE.
           01 MAESTRO-RECORD.
              05 MAESTRO-CLAVE PIC X(10).
              05 FILLER PIC X(90).

           FD TASAS-FILE.
           01 TASAS-RECORD PIC X(60).

           *> El maestro entero, registro por registro tal como vino,
           *> con el numero de cuenta aparte para buscar; las
           *> novedades tocan solo las columnas del nombre (11:30),
           *> del producto (63:2) o de la oficina de radicacion
           *> (97:3) del registro crudo, asi ninguna otra columna
           *> puede moverse por accidente.
           01 TABLA-MAESTRO.
              05 CUENTA-REG OCCURS 5000 TIMES.
                 10 REG-CUENTA PIC 9(10).
               WRITE RECHAZOS-RECORD FROM WS-LINEA-RECHAZO.

           *> Layout de NOVEDADES-RECORD: cuenta (1:10), codigo de
           *> novedad (12:1, 'N' cambio de nombre, 'P' cambio de
           *> producto u 'O' oficina de radicacion) y el dato nuevo
           *> desde la columna 14: el nombre (14:30), el producto
           *> (14:2) o la oficina (14:3). Las lineas en blanco o
           *> comentadas con '*' se saltan.
           PROCESAR-NOVEDADES.
               SET WS-EOF-NOVEDADES TO 'N'.
               PERFORM UNTIL WS-EOF-NOVEDADES = 'S'
                           END-IF
                       WHEN 'P'
                           PERFORM VALIDAR-PRODUCTO-NUEVO
                       WHEN 'O'
                           PERFORM VALIDAR-OFICINA-NUEVA
                       WHEN OTHER
                           MOVE 'CODIGO DE NOVEDAD INVALIDO'
                               TO WS-MOTIVO-ERROR
                   SET WS-NOVEDAD-VALIDA TO 'N'
               END-IF.

           *> Los codigos que el batch reserva para sus propios
           *> movimientos (camara, comisiones, interes, ordenes
           *> permanentes, plazos fijos y el '---' de movimiento sin
           *> oficina) no son sucursales: una cuenta no puede quedar
           *> radicada en ellos.
           VALIDAR-OFICINA-NUEVA.
               IF WS-DATO-NOV(1:3) = SPACES
                   MOVE 'OFICINA NUEVA EN BLANCO' TO WS-MOTIVO-ERROR
                   SET WS-NOVEDAD-VALIDA TO 'N'
               ELSE
                   IF WS-DATO-NOV(1:3) = 'CAM' OR 'COM' OR 'INT'
                       OR 'OPE' OR 'PFI' OR '---'
                       MOVE 'OFICINA RESERVADA DEL BATCH'
                           TO WS-MOTIVO-ERROR
                       SET WS-NOVEDAD-VALIDA TO 'N'
                   END-IF
               END-IF.

           BUSCAR-CUENTA-MAESTRO.
               MOVE 0 TO WS-CTA-ENC.
               MOVE 1 TO WS-CTA-IDX.
                   MOVE WS-DATO-NOV
                       TO REG-IMAGEN(WS-CTA-ENC)(11:30)
                   MOVE WS-DATO-NOV TO WS-VALOR-DESPUES
               END-IF.
               IF WS-CODIGO-NOV = 'P'
                   MOVE 'PRODUCTO' TO WS-ROTULO-CAMPO
                   MOVE SPACES TO WS-VALOR-ANTES
                   MOVE REG-IMAGEN(WS-CTA-ENC)(63:2)
                   MOVE SPACES TO WS-VALOR-DESPUES
                   MOVE WS-DATO-NOV(1:2) TO WS-VALOR-DESPUES(1:2)
               END-IF.
               IF WS-CODIGO-NOV = 'O'
                   MOVE 'OFICINA' TO WS-ROTULO-CAMPO
                   MOVE SPACES TO WS-VALOR-ANTES
                   MOVE REG-IMAGEN(WS-CTA-ENC)(97:3)
                       TO WS-VALOR-ANTES(1:3)
                   MOVE WS-DATO-NOV(1:3)
                       TO REG-IMAGEN(WS-CTA-ENC)(97:3)
                   MOVE SPACES TO WS-VALOR-DESPUES
                   MOVE WS-DATO-NOV(1:3) TO WS-VALOR-DESPUES(1:3)
               END-IF.

               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Cuenta ' DELIMITED BY SIZE
                   INTO WS-LINEA-RECHAZO
               WRITE RECHAZOS-RECORD FROM WS-LINEA-RECHAZO.

           *> Reescribe el maestro en el mismo orden en que vino
           *> (el de la clave de cuenta del archivo indexado, que es
           *> el que exige la grabacion secuencial de vuelta), con
           *> las imagenes ya corregidas; las columnas que las
           *> novedades no tocan quedan identicas byte a byte, asi
           *> que el hash-total de saldos de las generaciones no se
           *> mueve. Si el maestro no se puede crear o una cuenta no
           *> se puede grabar (clave repetida o fuera de orden), la
           *> corrida se corta con RETURN-CODE 16 en vez de terminar
           *> bien con cuentas perdidas; el maestro se recupera de la
           *> ultima generacion con RESTAURADOR-MAESTRO y se vuelven a
           *> aplicar las novedades.
           REESCRIBIR-MAESTRO.
               OPEN OUTPUT MAESTRO-FILE.
               IF WS-MAESTRO-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo crear el maestro '
                       FUNCTION TRIM(WS-MAESTRO-PATH)
                       ' (estado ' WS-MAESTRO-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               MOVE 1 TO WS-CTA-IDX.
               PERFORM UNTIL WS-CTA-IDX > WS-TOTAL-CUENTAS
                   WRITE MAESTRO-RECORD
                       FROM REG-IMAGEN(WS-CTA-IDX)
                       INVALID KEY
                           DISPLAY 'ERROR: la cuenta '
                               REG-IMAGEN(WS-CTA-IDX)(1:10)
                               ' no se pudo grabar en el maestro '
                               FUNCTION TRIM(WS-MAESTRO-PATH)
                               ' (estado ' WS-MAESTRO-STATUS ')'
                           CLOSE MAESTRO-FILE
                           MOVE 16 TO RETURN-CODE
                           PERFORM GRABAR-AUDITORIA
                           STOP RUN
                   END-WRITE
                   ADD 1 TO WS-CTA-IDX
               END-PERFORM.
               CLOSE MAESTRO-FILE.
