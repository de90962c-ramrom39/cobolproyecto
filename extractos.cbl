                   FILE STATUS IS WS-DIARIO-STATUS.

               SELECT MAESTRO-FILE ASSIGN TO DYNAMIC WS-MAESTRO-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAESTRO-CLAVE
                   FILE STATUS IS WS-MAESTRO-STATUS.

               SELECT EXTRACTO-FILE ASSIGN TO DYNAMIC WS-EXTRACTO-PATH
           01 CATALOGO-RECORD PIC X(150).

           FD MAESTRO-FILE.
           01 MAESTRO-RECORD.
              05 MAESTRO-CLAVE PIC X(10).
              05 FILLER PIC X(90).

           FD EXTRACTO-FILE.
           01 EXTRACTO-RECORD PIC X(100).
              05 WS-MAX-MOVS PIC 9(4) VALUE 1000.
              05 WS-MOVS-PERDIDOS PIC 9(4) VALUE 0.
              05 WS-IDX-MOV PIC 9(4).
              05 WS-IDX-REV PIC 9(4).
              05 WS-IDX-ORIG PIC 9(4).
              05 WS-SIGNO-LINEA PIC X(1).
              05 WS-PAGINA PIC 9(3) VALUE 0.
              05 WS-LINEAS-PAGINA PIC 9(2).
              05 WS-LINEAS-POR-PAGINA PIC 9(2) VALUE 15.
                 10 MAS-SALDO PIC S9(10)V99.
                 10 MAS-CONTRAPARTE PIC 9(10).
                 10 MAS-OFICINA PIC X(3).
                 10 MAS-REF-FECHA PIC X(8).
                 10 MAS-REF-TIPO PIC X(1).
                 10 MAS-REF-OFICINA PIC X(3).

           *> Movimientos del rango pedido, en el orden del diario
           *> (cronologico, porque el diario se agrega corrida a
           *> corrida). Un reverso 'X' trae la fecha, el tipo y la
           *> oficina del movimiento que anula; EXT-REVERSADO-EL queda
           *> con la fecha del reverso en el original anulado cuando
           *> los dos caen dentro del rango.
           01 TABLA-EXTRACTO.
              05 MOV-EXTRACTO OCCURS 1000 TIMES.
                 10 EXT-FECHA PIC X(8).
                 10 EXT-SALDO PIC S9(10)V99.
                 10 EXT-CONTRAPARTE PIC 9(10).
                 10 EXT-OFICINA PIC X(3).
                 10 EXT-REF-FECHA PIC X(8).
                 10 EXT-REF-TIPO PIC X(1).
                 10 EXT-REF-OFICINA PIC X(3).
                 10 EXT-REVERSADO-EL PIC X(8).

           PROCEDURE DIVISION.
               PERFORM OBTENER-PARAMETROS.
                       TO EXT-CONTRAPARTE(WS-TOTAL-MOVS)
                   MOVE DIARIO-RECORD(57:3)
                       TO EXT-OFICINA(WS-TOTAL-MOVS)
                   MOVE DIARIO-RECORD(62:8)
                       TO EXT-REF-FECHA(WS-TOTAL-MOVS)
                   MOVE DIARIO-RECORD(71:1)
                       TO EXT-REF-TIPO(WS-TOTAL-MOVS)
                   MOVE DIARIO-RECORD(73:3)
                       TO EXT-REF-OFICINA(WS-TOTAL-MOVS)
                   MOVE SPACES TO EXT-REVERSADO-EL(WS-TOTAL-MOVS)
               END-IF.

           *> Saldo de apertura al inicio del rango: el saldo
                       TO MAS-CONTRAPARTE(WS-TOTAL-MASIVO)
                   MOVE DIARIO-RECORD(57:3)
                       TO MAS-OFICINA(WS-TOTAL-MASIVO)
                   MOVE DIARIO-RECORD(62:8)
                       TO MAS-REF-FECHA(WS-TOTAL-MASIVO)
                   MOVE DIARIO-RECORD(71:1)
                       TO MAS-REF-TIPO(WS-TOTAL-MASIVO)
                   MOVE DIARIO-RECORD(73:3)
                       TO MAS-REF-OFICINA(WS-TOTAL-MASIVO)
               END-IF.

           *> Emite al spool el extracto de cada cuenta del maestro,
                       TO EXT-CONTRAPARTE(WS-TOTAL-MOVS)
                   MOVE MAS-OFICINA(WS-MAS-IDX)
                       TO EXT-OFICINA(WS-TOTAL-MOVS)
                   MOVE MAS-REF-FECHA(WS-MAS-IDX)
                       TO EXT-REF-FECHA(WS-TOTAL-MOVS)
                   MOVE MAS-REF-TIPO(WS-MAS-IDX)
                       TO EXT-REF-TIPO(WS-TOTAL-MOVS)
                   MOVE MAS-REF-OFICINA(WS-MAS-IDX)
                       TO EXT-REF-OFICINA(WS-TOTAL-MOVS)
                   MOVE SPACES TO EXT-REVERSADO-EL(WS-TOTAL-MOVS)
               END-IF.

           ESCRIBIR-SEPARADOR.
               WRITE EXTRACTO-RECORD FROM WS-LINEA-SALIDA.

           GENERAR-EXTRACTO.
               PERFORM VINCULAR-REVERSOS.
               PERFORM ENCABEZADO-PAGINA.

               MOVE WS-SALDO-APERTURA TO WS-SALDO-DISPLAY.
                   WRITE EXTRACTO-RECORD FROM WS-LINEA-SALIDA
               END-IF.

           *> Empareja cada reverso 'X' del rango con el original que
           *> anula (mismo monto, fecha, tipo y oficina, el primero
           *> todavia sin reversar), para que el extracto muestre el
           *> original marcado con la fecha de su reverso. Si el
           *> original cae antes del rango, el reverso igual muestra
           *> a que movimiento anula.
           VINCULAR-REVERSOS.
               MOVE 1 TO WS-IDX-REV.
               PERFORM UNTIL WS-IDX-REV > WS-TOTAL-MOVS
                   IF EXT-TIPO(WS-IDX-REV) = 'X'
                       PERFORM MARCAR-ORIGINAL-REVERSADO
                   END-IF
                   ADD 1 TO WS-IDX-REV
               END-PERFORM.

           MARCAR-ORIGINAL-REVERSADO.
               MOVE 1 TO WS-IDX-ORIG.
               PERFORM UNTIL WS-IDX-ORIG >= WS-IDX-REV
                   IF EXT-TIPO(WS-IDX-ORIG) = EXT-REF-TIPO(WS-IDX-REV)
                       AND EXT-FECHA(WS-IDX-ORIG)
                           = EXT-REF-FECHA(WS-IDX-REV)
                       AND EXT-OFICINA(WS-IDX-ORIG)
                           = EXT-REF-OFICINA(WS-IDX-REV)
                       AND EXT-MONTO(WS-IDX-ORIG) = EXT-MONTO(WS-IDX-REV)
                       AND EXT-REVERSADO-EL(WS-IDX-ORIG) = SPACES
                       MOVE EXT-FECHA(WS-IDX-REV)
                           TO EXT-REVERSADO-EL(WS-IDX-ORIG)
                       MOVE WS-IDX-REV TO WS-IDX-ORIG
                   ELSE
                       ADD 1 TO WS-IDX-ORIG
                   END-IF
               END-PERFORM.

           ENCABEZADO-PAGINA.
               ADD 1 TO WS-PAGINA.
               IF WS-PAGINA > 1
                       WS-OFICINA-DISPLAY DELIMITED BY SIZE
                       INTO WS-LINEA-SALIDA
               ELSE
                   *> Un reverso muestra su signo, que depende de la
                   *> pata del original que anula.
                   IF EXT-TIPO(WS-IDX-MOV) = 'X'
                       MOVE EXT-SIGNO(WS-IDX-MOV) TO WS-SIGNO-LINEA
                   ELSE
                       MOVE SPACE TO WS-SIGNO-LINEA
                   END-IF
                   STRING '  ' DELIMITED BY SIZE
                       WS-FECHA-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EXT-TIPO(WS-IDX-MOV) DELIMITED BY SIZE
                       WS-SIGNO-LINEA DELIMITED BY SIZE
                       WS-MONTO-DISPLAY DELIMITED BY SIZE
                       '  Saldo: ' DELIMITED BY SIZE
                       WS-SALDO-DISPLAY DELIMITED BY SIZE
               WRITE EXTRACTO-RECORD FROM WS-LINEA-SALIDA.
               ADD 1 TO WS-LINEAS-PAGINA.

               *> El reverso y su original quedan vinculados con una
               *> linea de referencia debajo de cada uno.
               IF EXT-TIPO(WS-IDX-MOV) = 'X'
                   MOVE EXT-REF-FECHA(WS-IDX-MOV) TO WS-FECHA-REG
                   PERFORM FORMATEAR-FECHA
                   MOVE SPACES TO WS-LINEA-SALIDA
                   STRING '      ** REVERSO DE ' DELIMITED BY SIZE
                       EXT-REF-TIPO(WS-IDX-MOV) DELIMITED BY SIZE
                       ' DEL ' DELIMITED BY SIZE
                       WS-FECHA-DISPLAY DELIMITED BY SIZE
                       ' OF ' DELIMITED BY SIZE
                       EXT-REF-OFICINA(WS-IDX-MOV) DELIMITED BY SIZE
                       INTO WS-LINEA-SALIDA
                   WRITE EXTRACTO-RECORD FROM WS-LINEA-SALIDA
                   ADD 1 TO WS-LINEAS-PAGINA
               END-IF.
               IF EXT-REVERSADO-EL(WS-IDX-MOV) NOT = SPACES
                   MOVE EXT-REVERSADO-EL(WS-IDX-MOV) TO WS-FECHA-REG
                   PERFORM FORMATEAR-FECHA
                   MOVE SPACES TO WS-LINEA-SALIDA
                   STRING '      ** REVERSADO EL ' DELIMITED BY SIZE
                       WS-FECHA-DISPLAY DELIMITED BY SIZE
                       INTO WS-LINEA-SALIDA
                   WRITE EXTRACTO-RECORD FROM WS-LINEA-SALIDA
                   ADD 1 TO WS-LINEAS-PAGINA
               END-IF.

           FORMATEAR-FECHA.
               MOVE SPACES TO WS-FECHA-DISPLAY.
               STRING WS-FECHA-REG(1:4) DELIMITED BY SIZE
