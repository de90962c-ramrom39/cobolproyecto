           *> cuentas sin cliente asignado, para que los oficiales de
           *> cuenta las reclamen y completen. El total por cliente es
           *> tambien la base del control del tope regulatorio de
           *> saldo por persona. Los plazos fijos vigentes del
           *> maestro de plazos fijos (CONSTITUCION-PLAZO-FIJO) entran
           *> en la posicion del titular de su cuenta vinculada, por
           *> su capital, y suman al total del cliente.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   FILE STATUS IS WS-CLIENTES-STATUS.

               SELECT MAESTRO-FILE ASSIGN TO DYNAMIC WS-MAESTRO-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAESTRO-CLAVE
                   FILE STATUS IS WS-MAESTRO-STATUS.

               SELECT OPTIONAL PLAZOS-FILE
                   ASSIGN TO DYNAMIC WS-PLAZOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT REPORTE-FILE ASSIGN TO DYNAMIC WS-REPORTE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

           01 CLIENTES-RECORD PIC X(60).

           FD MAESTRO-FILE.
           01 MAESTRO-RECORD.
              05 MAESTRO-CLAVE PIC X(10).
              05 FILLER PIC X(90).

           FD PLAZOS-FILE.
           01 PLAZOS-RECORD PIC X(140).

           FD REPORTE-FILE.
           01 REPORTE-RECORD PIC X(100).
                  VALUE 'data/posicion_clientes.txt'.
              05 WS-REPORTE-CSV-PATH PIC X(100)
                  VALUE 'data/posicion_clientes.csv'.
              05 WS-PLAZOS-PATH PIC X(100)
                  VALUE 'data/plazos_fijos.dat'.
              05 WS-PARM-LINE PIC X(500).

           01 WS-VARIABLES.
              05 WS-CLIENTES-STATUS PIC XX.
              05 WS-MAESTRO-STATUS PIC XX.
              05 WS-EOF-CLIENTES PIC X.
              05 WS-EOF-MAESTRO PIC X.
              05 WS-EOF-PLAZOS PIC X.
              05 WS-TOTAL-CLIENTES PIC 9(4) VALUE 0.
              05 WS-MAX-CLIENTES PIC 9(4) VALUE 2000.
              05 WS-TOTAL-CUENTAS PIC 9(5) VALUE 0.
              05 WS-MAX-CUENTAS PIC 9(5) VALUE 5000.
              05 WS-CLI-IDX PIC 9(4).
              05 WS-CTA-IDX PIC 9(5).
              05 WS-TOTAL-PLAZOS PIC 9(5) VALUE 0.
              05 WS-MAX-PLAZOS PIC 9(5) VALUE 2000.
              05 WS-PLZ-IDX PIC 9(5).
              05 WS-CUENTAS-CLIENTE PIC 9(4).
              05 WS-PLAZOS-CLIENTE PIC 9(4).
              05 WS-TOTAL-CLIENTE PIC S9(15)V99.
              05 WS-SIN-CLIENTE PIC 9(5) VALUE 0.
              05 WS-PLAZOS-SIN-CLIENTE PIC 9(5) VALUE 0.
              05 WS-NUM-CUENTA-STR PIC X(10).
              05 WS-SALDO-STR PIC X(20).
              05 WS-LINEA-SALIDA PIC X(100).
              05 WS-SALDO-DISPLAY PIC -(10)9.99.
              05 WS-TOTAL-DISPLAY PIC -(14)9.99.
              05 WS-CANT-DISPLAY PIC Z(3)9.
              05 WS-CANT-PLAZOS-DISPLAY PIC Z(3)9.

           *> Maestro de clientes: una linea por titular. Layout de
           *> CLIENTES-RECORD: numero de cliente (1:6), nombre (8:30)
                 10 CTA-CLIENTE PIC 9(6).
                 10 CTA-LISTADA PIC X(1).

           *> Plazos fijos de la cartera vigente (estado 'V' vigente o
           *> 'L' en liquidacion: el capital ya salio de la cuenta
           *> vinculada y todavia no volvio), con el cliente de la
           *> cuenta vinculada; el layout del maestro de plazos fijos
           *> es el documentado en CARGAR-PLAZOS de
           *> CONSTITUCION-PLAZO-FIJO.
           01 TABLA-PLAZOS.
              05 PLAZO-FIJO OCCURS 2000 TIMES.
                 10 PLZ-NUMERO PIC 9(6).
                 10 PLZ-CUENTA PIC 9(10).
                 10 PLZ-CAPITAL PIC S9(10)V99.
                 10 PLZ-VENCIMIENTO PIC X(8).
                 10 PLZ-ESTADO PIC X(1).
                 10 PLZ-CLIENTE PIC 9(6).
                 10 PLZ-LISTADO PIC X(1).

           PROCEDURE DIVISION.
               PERFORM OBTENER-PARAMETROS.
               PERFORM CARGAR-CLIENTES.
               PERFORM CARGAR-MAESTRO.
               PERFORM CARGAR-PLAZOS.

               OPEN OUTPUT REPORTE-FILE.
               OPEN OUTPUT REPORTE-CSV-FILE.
               STOP RUN.

           *> Parametros opcionales: rutas del maestro de clientes,
           *> del maestro de cuentas, del reporte de texto, del CSV y
           *> del maestro de plazos fijos, en ese orden; sin
           *> parametros se usan las rutas por defecto bajo data/.
           OBTENER-PARAMETROS.
               ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
               IF WS-PARM-LINE NOT = SPACES
                           WS-MAESTRO-PATH
                           WS-REPORTE-PATH
                           WS-REPORTE-CSV-PATH
                           WS-PLAZOS-PATH
               END-IF.

           *> Sin maestro de clientes no hay posicion: mejor cortar
               END-IF.
               MOVE 'N' TO CTA-LISTADA(WS-CTA-IDX).

           *> Sin maestro de plazos fijos (ningun plazo fijo
           *> constituido todavia) la posicion sale solo con las
           *> cuentas. Un plazo fijo cuya cuenta vinculada no esta en
           *> el maestro queda con cliente 000000 y sale en la
           *> seccion de sin cliente asignado. Un plazo fijo en
           *> liquidacion con el capital ya acreditado (96:1 en 'E')
           *> no se carga: ese capital ya esta en el saldo de la
           *> cuenta vinculada.
           CARGAR-PLAZOS.
               OPEN INPUT PLAZOS-FILE.
               SET WS-EOF-PLAZOS TO 'N'.
               PERFORM UNTIL WS-EOF-PLAZOS = 'S'
                   READ PLAZOS-FILE INTO PLAZOS-RECORD
                       AT END
                           SET WS-EOF-PLAZOS TO 'S'
                       NOT AT END
                           IF PLAZOS-RECORD(1:6) NUMERIC
                               AND (PLAZOS-RECORD(65:1) = 'V'
                                   OR (PLAZOS-RECORD(65:1) = 'L'
                                       AND PLAZOS-RECORD(96:1)
                                           NOT = 'E'))
                               IF WS-TOTAL-PLAZOS >= WS-MAX-PLAZOS
                                   DISPLAY 'ERROR: '
                                       FUNCTION TRIM(WS-PLAZOS-PATH)
                                       ' excede los ' WS-MAX-PLAZOS
                                       ' plazos fijos soportados'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-TOTAL-PLAZOS
                               PERFORM GUARDAR-PLAZO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PLAZOS-FILE.

           GUARDAR-PLAZO.
               MOVE WS-TOTAL-PLAZOS TO WS-PLZ-IDX.
               MOVE PLAZOS-RECORD(1:6) TO PLZ-NUMERO(WS-PLZ-IDX).
               MOVE FUNCTION NUMVAL(PLAZOS-RECORD(8:10))
                   TO PLZ-CUENTA(WS-PLZ-IDX).
               MOVE FUNCTION NUMVAL(PLAZOS-RECORD(19:13))
                   TO PLZ-CAPITAL(WS-PLZ-IDX).
               MOVE PLAZOS-RECORD(56:8) TO PLZ-VENCIMIENTO(WS-PLZ-IDX).
               MOVE PLAZOS-RECORD(65:1) TO PLZ-ESTADO(WS-PLZ-IDX).
               MOVE ZERO TO PLZ-CLIENTE(WS-PLZ-IDX).
               MOVE 'N' TO PLZ-LISTADO(WS-PLZ-IDX).
               MOVE 1 TO WS-CTA-IDX.
               PERFORM UNTIL WS-CTA-IDX > WS-TOTAL-CUENTAS
                   IF CTA-NUMERO(WS-CTA-IDX) = PLZ-CUENTA(WS-PLZ-IDX)
                       MOVE CTA-CLIENTE(WS-CTA-IDX)
                           TO PLZ-CLIENTE(WS-PLZ-IDX)
                       MOVE WS-TOTAL-CUENTAS TO WS-CTA-IDX
                   END-IF
                   ADD 1 TO WS-CTA-IDX
               END-PERFORM.

           GENERAR-POSICION.
               MOVE 'POSICION CONSOLIDADA POR CLIENTE'
                   TO WS-LINEA-SALIDA.
               END-PERFORM.

           *> Posicion del cliente WS-CLI-IDX: encabezado con nombre y
           *> documento, una linea por cuenta, una por plazo fijo y
           *> el total. Un cliente del maestro de clientes sin
           *> ninguna cuenta tambien sale, con cero cuentas, para que
           *> el oficial vea que existe.
           GENERAR-POSICION-CLIENTE.
               MOVE 0 TO WS-CUENTAS-CLIENTE.
               MOVE 0 TO WS-TOTAL-CLIENTE.
                   ADD 1 TO WS-CTA-IDX
               END-PERFORM.

               MOVE 0 TO WS-PLAZOS-CLIENTE.
               MOVE 1 TO WS-PLZ-IDX.
               PERFORM UNTIL WS-PLZ-IDX > WS-TOTAL-PLAZOS
                   IF PLZ-CLIENTE(WS-PLZ-IDX)
                       = CLI-NUMERO(WS-CLI-IDX)
                       AND PLZ-CLIENTE(WS-PLZ-IDX) NOT = ZERO
                       MOVE 'S' TO PLZ-LISTADO(WS-PLZ-IDX)
                       ADD 1 TO WS-PLAZOS-CLIENTE
                       ADD PLZ-CAPITAL(WS-PLZ-IDX) TO WS-TOTAL-CLIENTE
                       PERFORM IMPRIMIR-PLAZO-CLIENTE
                   END-IF
                   ADD 1 TO WS-PLZ-IDX
               END-PERFORM.

               MOVE WS-TOTAL-CLIENTE TO WS-TOTAL-DISPLAY.
               MOVE WS-CUENTAS-CLIENTE TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               IF WS-PLAZOS-CLIENTE = 0
                   STRING '  Total del cliente (' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CANT-DISPLAY) DELIMITED BY SIZE
                       ' cuentas): ' DELIMITED BY SIZE
                       WS-TOTAL-DISPLAY DELIMITED BY SIZE
                       INTO WS-LINEA-SALIDA
               ELSE
                   MOVE WS-PLAZOS-CLIENTE TO WS-CANT-PLAZOS-DISPLAY
                   STRING '  Total del cliente (' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CANT-DISPLAY) DELIMITED BY SIZE
                       ' cuentas, ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CANT-PLAZOS-DISPLAY)
                           DELIMITED BY SIZE
                       ' plazos fijos): ' DELIMITED BY SIZE
                       WS-TOTAL-DISPLAY DELIMITED BY SIZE
                       INTO WS-LINEA-SALIDA
               END-IF.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               PERFORM ESCRIBIR-TOTAL-CSV.
                   INTO WS-LINEA-CSV
               WRITE REPORTE-CSV-RECORD FROM WS-LINEA-CSV.

           *> Los plazos fijos van con el producto 'PF', su numero en
           *> lugar del numero de cuenta (la cuenta vinculada sale en
           *> el texto) y el capital como saldo.
           IMPRIMIR-PLAZO-CLIENTE.
               MOVE PLZ-CAPITAL(WS-PLZ-IDX) TO WS-SALDO-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING '  Plazo fijo ' DELIMITED BY SIZE
                   PLZ-NUMERO(WS-PLZ-IDX) DELIMITED BY SIZE
                   '  PF  Estado ' DELIMITED BY SIZE
                   PLZ-ESTADO(WS-PLZ-IDX) DELIMITED BY SIZE
                   '  Cta. ' DELIMITED BY SIZE
                   PLZ-CUENTA(WS-PLZ-IDX) DELIMITED BY SIZE
                   '  Vence ' DELIMITED BY SIZE
                   PLZ-VENCIMIENTO(WS-PLZ-IDX) DELIMITED BY SIZE
                   '  Capital: ' DELIMITED BY SIZE
                   WS-SALDO-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               MOVE SPACES TO WS-NOMBRE-CSV.
               STRING '"' DELIMITED BY SIZE
                   FUNCTION TRIM(CLI-NOMBRE(WS-CLI-IDX))
                       DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   INTO WS-NOMBRE-CSV.
               MOVE SPACES TO WS-LINEA-CSV.
               STRING CLI-NUMERO(WS-CLI-IDX) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(CLI-DOCUMENTO(WS-CLI-IDX))
                       DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOMBRE-CSV) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   PLZ-NUMERO(WS-PLZ-IDX) DELIMITED BY SIZE
                   ',PF,' DELIMITED BY SIZE
                   PLZ-ESTADO(WS-PLZ-IDX) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SALDO-DISPLAY) DELIMITED BY SIZE
                   INTO WS-LINEA-CSV
               WRITE REPORTE-CSV-RECORD FROM WS-LINEA-CSV.

           *> La fila de total del cliente lleva 'TOTAL' en la columna
           *> de cuenta, para que el consumidor del CSV distinga el
           *> detalle del total sin contar filas.
                   END-IF
                   ADD 1 TO WS-CTA-IDX
               END-PERFORM.
               MOVE 1 TO WS-PLZ-IDX.
               PERFORM UNTIL WS-PLZ-IDX > WS-TOTAL-PLAZOS
                   IF PLZ-LISTADO(WS-PLZ-IDX) = 'N'
                       ADD 1 TO WS-PLAZOS-SIN-CLIENTE
                   END-IF
                   ADD 1 TO WS-PLZ-IDX
               END-PERFORM.

               IF WS-SIN-CLIENTE = 0 AND WS-PLAZOS-SIN-CLIENTE = 0
                   CONTINUE
               ELSE
                   MOVE SPACES TO WS-LINEA-SALIDA
                       END-IF
                       ADD 1 TO WS-CTA-IDX
                   END-PERFORM
                   MOVE 1 TO WS-PLZ-IDX
                   PERFORM UNTIL WS-PLZ-IDX > WS-TOTAL-PLAZOS
                       IF PLZ-LISTADO(WS-PLZ-IDX) = 'N'
                           PERFORM IMPRIMIR-PLAZO-SIN-CLIENTE
                       END-IF
                       ADD 1 TO WS-PLZ-IDX
                   END-PERFORM
               END-IF.

           IMPRIMIR-CUENTA-SIN-CLIENTE.
                   FUNCTION TRIM(WS-SALDO-DISPLAY) DELIMITED BY SIZE
                   INTO WS-LINEA-CSV
               WRITE REPORTE-CSV-RECORD FROM WS-LINEA-CSV.

           IMPRIMIR-PLAZO-SIN-CLIENTE.
               MOVE PLZ-CAPITAL(WS-PLZ-IDX) TO WS-SALDO-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING '  Plazo fijo ' DELIMITED BY SIZE
                   PLZ-NUMERO(WS-PLZ-IDX) DELIMITED BY SIZE
                   ' Cta. ' DELIMITED BY SIZE
                   PLZ-CUENTA(WS-PLZ-IDX) DELIMITED BY SIZE
                   ' Cliente ' DELIMITED BY SIZE
                   PLZ-CLIENTE(WS-PLZ-IDX) DELIMITED BY SIZE
                   '  Capital: ' DELIMITED BY SIZE
                   WS-SALDO-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               MOVE SPACES TO WS-LINEA-CSV.
               STRING '000000,,,' DELIMITED BY SIZE
                   PLZ-NUMERO(WS-PLZ-IDX) DELIMITED BY SIZE
                   ',PF,' DELIMITED BY SIZE
                   PLZ-ESTADO(WS-PLZ-IDX) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SALDO-DISPLAY) DELIMITED BY SIZE
                   INTO WS-LINEA-CSV
               WRITE REPORTE-CSV-RECORD FROM WS-LINEA-CSV.
