           *> coincidan con lo asentado en el catalogo <maestro>.gens
           *> cuando la generacion se corto; si no cuadran, no toca el
           *> maestro y termina con error.
           *> El maestro es indexado por numero de cuenta y las copias
           *> son planas: restaurar es recargar el indexado desde la
           *> copia, que tiene que venir en orden de clave y sin
           *> cuentas repetidas. Con el primer parametro CARGA el
           *> programa carga el maestro desde un archivo plano con el
           *> mismo layout que no figura en el catalogo (el maestro de
           *> lineas de antes del indice, o uno armado a mano); en ese
           *> caso no hay nada contra que cotejar y solo se informan
           *> la cantidad de registros y el hash-total cargados.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   FILE STATUS IS WS-CATALOGO-STATUS.

               SELECT MAESTRO-FILE ASSIGN TO DYNAMIC WS-MAESTRO-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAESTRO-CLAVE
                   FILE STATUS IS WS-MAESTRO-STATUS.

               SELECT OPTIONAL AUDITORIA-FILE
                   ASSIGN TO DYNAMIC WS-AUDITORIA-PATH
           01 CATALOGO-RECORD PIC X(60).

           FD MAESTRO-FILE.
           01 MAESTRO-RECORD.
              05 MAESTRO-CLAVE PIC X(10).
              05 FILLER PIC X(90).

           FD AUDITORIA-FILE.
           01 AUDITORIA-RECORD PIC X(250).
           01 WS-PARAMETROS.
              05 WS-MAESTRO-PATH PIC X(100) VALUE 'data/maestro.dat'.
              05 WS-GEN-PARM PIC X(10) VALUE SPACES.
              05 WS-PARM-2 PIC X(100) VALUE SPACES.
              05 WS-PARM-3 PIC X(100) VALUE SPACES.
              05 WS-MODO-CARGA PIC X VALUE 'N'.
              05 WS-PARM-LINE PIC X(300).

           01 WS-VARIABLES.
              05 WS-GENERACION-PATH PIC X(110).
              05 WS-CATALOGO-PATH PIC X(110).
              05 WS-GENERACION-STATUS PIC XX.
              05 WS-MAESTRO-STATUS PIC XX.
              05 WS-CLAVE-ANTERIOR PIC X(10).
              05 WS-FUERA-DE-ORDEN PIC 9(5).
              05 WS-NO-GRABADAS PIC 9(5).
              05 WS-CATALOGO-STATUS PIC XX.
              05 WS-EOF-CATALOGO PIC X.
              05 WS-EOF-GENERACION PIC X.

           PROCEDURE DIVISION.
               PERFORM OBTENER-PARAMETROS.
               IF WS-MODO-CARGA = 'N'
                   PERFORM BUSCAR-EN-CATALOGO
               END-IF.
               PERFORM VERIFICAR-GENERACION.
               PERFORM RESTAURAR-MAESTRO.

               IF WS-NO-GRABADAS > 0
                   DISPLAY 'ERROR: ' WS-NO-GRABADAS
                       ' registros no se pudieron grabar en '
                       FUNCTION TRIM(WS-MAESTRO-PATH)
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               PERFORM GRABAR-AUDITORIA.
               IF WS-MODO-CARGA = 'S'
                   MOVE WS-GEN-HASH TO WS-HASH-DISPLAY
                   DISPLAY 'Maestro cargado desde '
                       FUNCTION TRIM(WS-GENERACION-PATH)
                       ' (' WS-GEN-REGISTROS ' registros, hash-total '
                       FUNCTION TRIM(WS-HASH-DISPLAY) ') en '
                       FUNCTION TRIM(WS-MAESTRO-PATH)
               ELSE
                   DISPLAY 'Maestro restaurado a la generacion '
                       WS-GEN-NUM-X ' cortada el ' WS-CAT-FECHA
                       ' (' WS-GEN-REGISTROS ' registros) en '
                       FUNCTION TRIM(WS-MAESTRO-PATH)
               END-IF.
               STOP RUN.

           *> Asienta en la pista de auditoria comun quien restauro
               MOVE WS-AUD-CANT TO AUDITORIA-RECORD(56:9).
               MOVE ZERO TO AUDITORIA-RECORD(66:9).
               MOVE SPACES TO WS-AUD-DETALLE.
               IF WS-MODO-CARGA = 'S'
                   STRING 'carga maestro=' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MAESTRO-PATH) DELIMITED BY SIZE
                       ' plano=' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GENERACION-PATH)
                           DELIMITED BY SIZE
                       INTO WS-AUD-DETALLE
               ELSE
                   STRING 'generacion=' DELIMITED BY SIZE
                       WS-GEN-NUM-X DELIMITED BY SIZE
                       ' maestro=' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MAESTRO-PATH) DELIMITED BY SIZE
                       ' copia=' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GENERACION-PATH)
                           DELIMITED BY SIZE
                       INTO WS-AUD-DETALLE
               END-IF.
               MOVE WS-AUD-DETALLE TO AUDITORIA-RECORD(76:175).
               OPEN EXTEND AUDITORIA-FILE.
               WRITE AUDITORIA-RECORD.
           *> segundo parametro opcional, la ruta del maestro (por
           *> defecto data/maestro.dat). La copia y el catalogo se
           *> derivan de esa ruta igual que al cortarlas:
           *> <maestro>.gNNNN y <maestro>.gens. Para una carga desde
           *> archivo plano: CARGA <archivo-plano> [<maestro>].
           OBTENER-PARAMETROS.
               ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
               IF WS-PARM-LINE NOT = SPACES
                   UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
                       INTO WS-GEN-PARM
                           WS-PARM-2
                           WS-PARM-3
               END-IF.
               IF WS-GEN-PARM = SPACES
                   OR (WS-GEN-PARM = 'CARGA' AND WS-PARM-2 = SPACES)
                   DISPLAY 'USO: restaurador <generacion> [<maestro>]'
                   DISPLAY '     restaurador CARGA <archivo-plano> '
                       '[<maestro>]'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               IF WS-GEN-PARM = 'CARGA'
                   MOVE 'S' TO WS-MODO-CARGA
                   MOVE 0 TO WS-GEN-NUM-X
                   MOVE WS-PARM-2 TO WS-GENERACION-PATH
                   IF WS-PARM-3 NOT = SPACES
                       MOVE WS-PARM-3 TO WS-MAESTRO-PATH
                   END-IF
               ELSE
                   IF WS-PARM-2 NOT = SPACES
                       MOVE WS-PARM-2 TO WS-MAESTRO-PATH
                   END-IF
                   PERFORM ARMAR-RUTAS-GENERACION
               END-IF.

           ARMAR-RUTAS-GENERACION.
               MOVE FUNCTION NUMVAL(WS-GEN-PARM) TO WS-GEN-PEDIDA.
               MOVE WS-GEN-PEDIDA TO WS-GEN-NUM-X.

           *> compara con
           *> lo asentado en el catalogo. Cualquier diferencia
           *> significa una copia incompleta o manoseada y corta el
           *> programa sin tocar el maestro. Tambien corta si la copia
           *> no viene en orden creciente de cuenta o repite una
           *> cuenta, porque el maestro indexado no la admitiria
           *> entera.
           VERIFICAR-GENERACION.
               MOVE 0 TO WS-GEN-REGISTROS.
               MOVE 0 TO WS-GEN-HASH.
               MOVE 0 TO WS-FUERA-DE-ORDEN.
               MOVE LOW-VALUES TO WS-CLAVE-ANTERIOR.
               OPEN INPUT GENERACION-FILE.
               IF WS-GENERACION-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir la copia '
                           ELSE
                               ADD WS-GEN-SALDO-NUM TO WS-GEN-HASH
                           END-IF
                           IF GENERACION-RECORD(1:10)
                               NOT > WS-CLAVE-ANTERIOR
                               ADD 1 TO WS-FUERA-DE-ORDEN
                               DISPLAY '  Cuenta fuera de orden o '
                                   'repetida: ' GENERACION-RECORD(1:10)
                           END-IF
                           MOVE GENERACION-RECORD(1:10)
                               TO WS-CLAVE-ANTERIOR
                   END-READ
               END-PERFORM.
               CLOSE GENERACION-FILE.

               IF WS-FUERA-DE-ORDEN > 0
                   DISPLAY 'ERROR: la copia '
                       FUNCTION TRIM(WS-GENERACION-PATH)
                       ' tiene ' WS-FUERA-DE-ORDEN
                       ' cuentas fuera de orden o repetidas'
                   DISPLAY 'El maestro NO fue modificado'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.

               IF WS-MODO-CARGA = 'N'
                   AND (WS-GEN-REGISTROS NOT = WS-CAT-REGISTROS
                   OR WS-GEN-HASH NOT = WS-CAT-HASH)
                   DISPLAY 'ERROR: la copia '
                       FUNCTION TRIM(WS-GENERACION-PATH)
                       ' no cuadra con el catalogo'
               END-IF.

           RESTAURAR-MAESTRO.
               MOVE 0 TO WS-NO-GRABADAS.
               OPEN INPUT GENERACION-FILE.
               OPEN OUTPUT MAESTRO-FILE.
               IF WS-MAESTRO-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo crear el maestro '
                       FUNCTION TRIM(WS-MAESTRO-PATH)
                       ' (estado ' WS-MAESTRO-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               SET WS-EOF-GENERACION TO 'N'.
               PERFORM UNTIL WS-EOF-GENERACION = 'S'
                   READ GENERACION-FILE INTO GENERACION-RECORD
                           SET WS-EOF-GENERACION TO 'S'
                       NOT AT END
                           WRITE MAESTRO-RECORD FROM GENERACION-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-NO-GRABADAS
                                   DISPLAY '  Cuenta no grabada: '
                                       GENERACION-RECORD(1:10)
                                       ' (estado ' WS-MAESTRO-STATUS
                                       ')'
                           END-WRITE
                   END-READ
               END-PERFORM.
               CLOSE GENERACION-FILE.
