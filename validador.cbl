               END-IF.

           *> Mismo layout documentado que consume PROCESADOR-BATCH:
           *> cuenta (1:10) numerica, tipo (12:1) en A/D/R/C/T/I/B/L/X
           *> ('B' bloqueo judicial, 'L' levantar bloqueo y 'X'
           *> reverso de un movimiento anterior), monto
           *> (14:20) numerico con punto decimal opcional, fecha
           *> AAAAMMDD (35:8) de calendario real; en un alta ('A') las
           *> columnas 44-73 llevan el nombre del titular y en una
           *> transferencia ('T') las columnas 44-53 la cuenta destino.
           *> Un reverso ('X') lleva en 44-51 la fecha AAAAMMDD del
           *> movimiento original, en 53 su tipo (D/R/T/I) y en 55-57
           *> su oficina; la existencia del original la comprueba
           *> PROCESADOR-BATCH contra el diario.
           *> Cada registro se rechaza con la primera columna que
           *> falla; los registros limpios pasan tal cual al archivo
           *> limpio.

               IF WS-REGISTRO-VALIDO = 'S'
                   IF WS-TIPO-STR = 'A' OR 'D' OR 'R' OR 'C' OR 'T'
                       OR 'I' OR 'B' OR 'L' OR 'X'
                       CONTINUE
                   ELSE
                       MOVE 12 TO WS-COLUMNA-ERROR
                           SET WS-REGISTRO-VALIDO TO 'N'
                       END-IF
                   END-IF
                   IF WS-TIPO-STR = 'X'
                       IF MOVIMIENTOS-RECORD(44:8) NOT NUMERIC
                           MOVE 44 TO WS-COLUMNA-ERROR
                           MOVE 'FECHA ORIGINAL' TO WS-CAMPO-ERROR
                           MOVE 'FECHA DEL ORIGINAL NO NUMERICA'
                               TO WS-MOTIVO-ERROR
                           SET WS-REGISTRO-VALIDO TO 'N'
                       ELSE
                           IF MOVIMIENTOS-RECORD(53:1) NOT = 'D'
                               AND NOT = 'R' AND NOT = 'T'
                               AND NOT = 'I'
                               MOVE 53 TO WS-COLUMNA-ERROR
                               MOVE 'TIPO ORIGINAL' TO WS-CAMPO-ERROR
                               MOVE 'TIPO ORIGINAL NO ADMITE REVERSO'
                                   TO WS-MOTIVO-ERROR
                               SET WS-REGISTRO-VALIDO TO 'N'
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           *> El monto admite digitos y un unico punto decimal, con
