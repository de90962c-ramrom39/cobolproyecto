           *> entero, lo cobrado parcial, lo pendiente y lo castigado,
           *> que es lo que conciliacion perseguia a mano cuando los
           *> cargos rebotaban por SALDO INSUFICIENTE y se esfumaban.
           *> Cada comision cobrada (entera o parcial) y cada cargo
           *> castigado se informa ademas al cliente en el archivo de
           *> alertas para el proveedor de SMS y correo, con el mismo
           *> formato de intercambio que documenta GENERAR-ALERTAS en
           *> PROCESADOR-BATCH.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MAESTRO-FILE ASSIGN TO DYNAMIC WS-MAESTRO-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAESTRO-CLAVE
                   FILE STATUS IS WS-MAESTRO-STATUS.

               SELECT COMISIONES-FILE
                   ASSIGN TO DYNAMIC WS-AUDITORIA-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL CLIENTES-FILE
                   ASSIGN TO DYNAMIC WS-CLIENTES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL CONTACTOS-FILE
                   ASSIGN TO DYNAMIC WS-CONTACTOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERTAS-FILE ASSIGN TO DYNAMIC WS-ALERTAS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD MAESTRO-FILE.
           01 MAESTRO-RECORD.
              05 MAESTRO-CLAVE PIC X(10).
              05 FILLER PIC X(90).

           FD COMISIONES-FILE.
           01 COMISIONES-RECORD PIC X(60).
           FD AUDITORIA-FILE.
           01 AUDITORIA-RECORD PIC X(250).

           FD CLIENTES-FILE.
           01 CLIENTES-RECORD PIC X(60).

           FD CONTACTOS-FILE.
           01 CONTACTOS-RECORD PIC X(80).

           FD ALERTAS-FILE.
           01 ALERTAS-RECORD PIC X(200).

           WORKING-STORAGE SECTION.
           01 WS-PARAMETROS.
              05 WS-MAESTRO-PATH PIC X(100) VALUE 'data/maestro.dat'.
                  VALUE 'data/comision_reporte.txt'.
              05 WS-AUDITORIA-PATH PIC X(100)
                  VALUE 'data/auditoria.dat'.
              05 WS-ALERTAS-PATH PIC X(100)
                  VALUE 'data/alertas_comision.dat'.
              05 WS-CLIENTES-PATH PIC X(100)
                  VALUE 'data/clientes.dat'.
              05 WS-CONTACTOS-PATH PIC X(100)
                  VALUE 'data/clientes_contactos.dat'.
              05 WS-PARM-LINE PIC X(700).

           01 WS-VARIABLES.
              05 WS-MAESTRO-STATUS PIC XX.
              05 WS-TOTAL-PENDIENTES PIC 9(5) VALUE 0.
              05 WS-MAX-PENDIENTES PIC 9(5) VALUE 5000.
              05 WS-CTA-IDX PIC 9(5).
              05 WS-CTA-ENC PIC 9(5).
              05 WS-COM-IDX PIC 9(2).
              05 WS-PEN-IDX PIC 9(5).
              05 WS-MAX-INTENTOS PIC 9(2) VALUE 6.
              05 WS-AUD-RC PIC 9(3).
              05 WS-AUD-CANT PIC 9(9).
              05 WS-AUD-DETALLE PIC X(175).
              05 WS-EOF-ALERTAS PIC X.
              05 WS-TOTAL-CLIENTES PIC 9(4) VALUE 0.
              05 WS-MAX-CLIENTES PIC 9(4) VALUE 2000.
              05 WS-TOTAL-CONTACTOS PIC 9(4) VALUE 0.
              05 WS-MAX-CONTACTOS PIC 9(4) VALUE 2000.
              05 WS-CLI-IDX PIC 9(4).
              05 WS-CLI-ENC PIC 9(4).
              05 WS-CON-ENC PIC 9(4).
              05 WS-ALR-EXCLUSION PIC X(1).
              05 WS-HORA-ALERTA PIC 9(8).
              05 WS-ALR-SECUENCIA PIC 9(5) VALUE 0.
              05 WS-ALR-TIPO PIC X(3).
              05 WS-ALR-CUENTA PIC 9(10).
              05 WS-ALR-CLIENTE PIC 9(6).
              05 WS-ALR-MONTO PIC 9(10)V99.
              05 WS-ALR-CANT PIC 9(9).
              05 WS-ALR-ENVIADAS PIC 9(7) VALUE 0.
              05 WS-ALR-EXCLUIDAS PIC 9(7) VALUE 0.
              05 WS-ALR-CTAS-SIN-ALERTAS PIC 9(5) VALUE 0.
              05 WS-ALR-CTAS-SIN-CONTACTO PIC 9(5) VALUE 0.
              05 WS-ALR-TOTAL-MONTOS PIC 9(15)V99 VALUE 0.
              05 WS-ALR-TOTAL-EDIT PIC 9(15).99.

           *> Cuentas del maestro con lo que necesita el cobro; el
           *> layout del maestro es el documentado en CARGAR-MAESTRO
           *> mantenimiento; una bloqueada (columna 74) no puede
           *> recibir retiros, asi que su cargo va entero a
           *> pendientes en vez de generar un movimiento que
           *> rebotaria en el batch. El cliente (columnas 77-82) es
           *> a quien se le avisa del cargo; CTA-EXCLUIDA marca la
           *> cuenta ya contada como excluida de las alertas.
           01 TABLA-CUENTAS.
              05 CUENTA OCCURS 5000 TIMES.
                 10 CTA-NUMERO PIC 9(10).
                 10 CTA-ESTADO PIC X(1).
                 10 CTA-PRODUCTO PIC X(2).
                 10 CTA-BLOQUEO PIC X(1).
                 10 CTA-CLIENTE PIC 9(6).
                 10 CTA-EXCLUIDA PIC X(1).

           *> Comision mensual por producto, cargada del archivo de
           *> comisiones. Layout de COMISIONES-RECORD: producto (1:2)
                 10 PEN-INTENTOS PIC 9(2).
                 10 PEN-USADO PIC X(1).

           *> Clientes y datos de contacto para las alertas; mismos
           *> archivos y layouts que CARGAR-DATOS-ALERTAS de
           *> PROCESADOR-BATCH.
           01 TABLA-CLIENTES.
              05 CLIENTE OCCURS 2000 TIMES.
                 10 CLI-NUMERO PIC 9(6).
                 10 CLI-NOMBRE PIC X(30).
                 10 CLI-DOCUMENTO PIC X(15).

           01 TABLA-CONTACTOS.
              05 CONTACTO OCCURS 2000 TIMES.
                 10 CON-CLIENTE PIC 9(6).
                 10 CON-ACEPTA PIC X(1).
                 10 CON-TELEFONO PIC X(15).
                 10 CON-CORREO PIC X(50).

           PROCEDURE DIVISION.
               PERFORM OBTENER-PARAMETROS.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               PERFORM CARGAR-COMISIONES.
               PERFORM CARGAR-MAESTRO.
               PERFORM CARGAR-PENDIENTES.
               PERFORM CARGAR-DATOS-ALERTAS.

               OPEN OUTPUT MOVIMIENTOS-SALIDA-FILE.
               OPEN OUTPUT REPORTE-FILE.
               PERFORM ABRIR-ALERTAS.
               PERFORM INICIALIZAR-REPORTE.
               PERFORM GENERAR-CARGOS.
               PERFORM CASTIGAR-PENDIENTES-HUERFANOS.
               PERFORM GENERAR-TOTALES-REPORTE.
               CLOSE MOVIMIENTOS-SALIDA-FILE.
               CLOSE REPORTE-FILE.
               PERFORM CERRAR-ALERTAS.

               PERFORM REESCRIBIR-PENDIENTES.
               PERFORM GRABAR-AUDITORIA.

           *> Parametros opcionales: rutas del maestro, del archivo de
           *> comisiones por producto, del archivo de comisiones
           *> pendientes, de los movimientos de salida, del reporte y
           *> del archivo de alertas a clientes, en ese orden; sin
           *> parametros se usan las rutas por defecto bajo data/.
           OBTENER-PARAMETROS.
               ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
               IF WS-PARM-LINE NOT = SPACES
                           WS-PENDIENTES-PATH
                           WS-MOVIMIENTOS-PATH
                           WS-REPORTE-PATH
                           WS-ALERTAS-PATH
               END-IF.

           *> Sin archivo de comisiones no hay corrida: mejor cortar
                       TO CTA-PRODUCTO(WS-CTA-IDX)
               END-IF.
               MOVE MAESTRO-RECORD(74:1) TO CTA-BLOQUEO(WS-CTA-IDX).
               IF MAESTRO-RECORD(77:6) NUMERIC
                   MOVE MAESTRO-RECORD(77:6) TO CTA-CLIENTE(WS-CTA-IDX)
               ELSE
                   MOVE ZERO TO CTA-CLIENTE(WS-CTA-IDX)
               END-IF.
               MOVE 'N' TO CTA-EXCLUIDA(WS-CTA-IDX).

           *> El archivo de pendientes es OPTIONAL: el primer mes no
           *> existe y se arranca sin arrastre.
               IF WS-MONTO-COBRAR > 0
                   PERFORM GENERAR-MOVIMIENTO-CARGO
                   ADD WS-MONTO-COBRAR TO WS-TOTAL-COBRADO
                   MOVE 'COM' TO WS-ALR-TIPO
                   MOVE WS-MONTO-COBRAR TO WS-ALR-MONTO
                   PERFORM ALERTA-CUENTA-CARGO
               END-IF.

               EVALUATE TRUE
                   ADD 1 TO WS-CANT-CASTIGO
                   ADD WS-MONTO-RESTO TO WS-TOTAL-CASTIGADO
                   MOVE 'CASTIGADO' TO WS-SITUACION
                   MOVE 'CAS' TO WS-ALR-TIPO
                   MOVE WS-MONTO-RESTO TO WS-ALR-MONTO
                   PERFORM ALERTA-CUENTA-CARGO
               ELSE
                   ADD WS-MONTO-RESTO TO WS-TOTAL-EN-PENDIENTE
                   IF WS-TOTAL-PENDIENTES >= WS-MAX-PENDIENTES

           *> Pendientes de cuentas que ya no figuran en el maestro
           *> (o cerradas antes de cobrarse): se castigan para que el
           *> archivo no arrastre para siempre cargos incobrables. El
           *> castigo se alerta al cliente de la cuenta si sigue en el
           *> maestro (cerrada); si ya no figura, no hay a quien
           *> avisarle y cuenta como excluida sin datos de contacto.
           CASTIGAR-PENDIENTES-HUERFANOS.
               MOVE 1 TO WS-PEN-IDX.
               PERFORM UNTIL WS-PEN-IDX > WS-TOTAL-PENDIENTES
                               DELIMITED BY SIZE
                           INTO WS-LINEA-SALIDA
                       WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
                       MOVE 'CAS' TO WS-ALR-TIPO
                       MOVE PEN-MONTO(WS-PEN-IDX) TO WS-ALR-MONTO
                       PERFORM ALERTA-PENDIENTE-HUERFANO
                       MOVE ZERO TO PEN-MONTO(WS-PEN-IDX)
                   END-IF
                   ADD 1 TO WS-PEN-IDX
                   ADD 1 TO WS-PEN-IDX
               END-PERFORM.
               CLOSE PENDIENTES-FILE.

           *> data/clientes.dat y data/clientes_contactos.dat, los dos
           *> opcionales; si una tabla se llena se avisa y el resto
           *> de las lineas se ignora (esas cuentas quedan excluidas
           *> de las alertas por falta de contacto).
           CARGAR-DATOS-ALERTAS.
               OPEN INPUT CLIENTES-FILE.
               SET WS-EOF-ALERTAS TO 'N'.
               PERFORM UNTIL WS-EOF-ALERTAS = 'S'
                   READ CLIENTES-FILE
                       AT END
                           SET WS-EOF-ALERTAS TO 'S'
                       NOT AT END
                           IF CLIENTES-RECORD(1:6) NUMERIC
                               IF WS-TOTAL-CLIENTES < WS-MAX-CLIENTES
                                   ADD 1 TO WS-TOTAL-CLIENTES
                                   MOVE CLIENTES-RECORD(1:6)
                                       TO CLI-NUMERO(WS-TOTAL-CLIENTES)
                                   MOVE CLIENTES-RECORD(8:30)
                                       TO CLI-NOMBRE(WS-TOTAL-CLIENTES)
                                   MOVE CLIENTES-RECORD(39:15)
                                       TO CLI-DOCUMENTO(WS-TOTAL-CLIENTES)
                               ELSE
                                   DISPLAY 'AVISO: mas de '
                                       WS-MAX-CLIENTES
                                       ' clientes para alertas, se '
                                       'ignora el cliente '
                                       CLIENTES-RECORD(1:6)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CLIENTES-FILE.

               OPEN INPUT CONTACTOS-FILE.
               SET WS-EOF-ALERTAS TO 'N'.
               PERFORM UNTIL WS-EOF-ALERTAS = 'S'
                   READ CONTACTOS-FILE
                       AT END
                           SET WS-EOF-ALERTAS TO 'S'
                       NOT AT END
                           IF CONTACTOS-RECORD(1:6) NUMERIC
                               IF WS-TOTAL-CONTACTOS < WS-MAX-CONTACTOS
                                   ADD 1 TO WS-TOTAL-CONTACTOS
                                   MOVE CONTACTOS-RECORD(1:6)
                                       TO CON-CLIENTE(WS-TOTAL-CONTACTOS)
                                   MOVE CONTACTOS-RECORD(8:1)
                                       TO CON-ACEPTA(WS-TOTAL-CONTACTOS)
                                   MOVE CONTACTOS-RECORD(10:15)
                                       TO CON-TELEFONO(WS-TOTAL-CONTACTOS)
                                   MOVE CONTACTOS-RECORD(26:50)
                                       TO CON-CORREO(WS-TOTAL-CONTACTOS)
                               ELSE
                                   DISPLAY 'AVISO: mas de '
                                       WS-MAX-CONTACTOS
                                       ' contactos para alertas, se '
                                       'ignora el del cliente '
                                       CONTACTOS-RECORD(1:6)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CONTACTOS-FILE.

           ABRIR-ALERTAS.
               ACCEPT WS-HORA-ALERTA FROM TIME.
               OPEN OUTPUT ALERTAS-FILE.
               MOVE SPACES TO ALERTAS-RECORD.
               MOVE 'CAB' TO ALERTAS-RECORD(1:3).
               MOVE 'COMISION-BATCH' TO ALERTAS-RECORD(5:24).
               MOVE WS-FECHA-HOY TO ALERTAS-RECORD(30:8).
               MOVE WS-HORA-ALERTA(1:6) TO ALERTAS-RECORD(39:6).
               WRITE ALERTAS-RECORD.

           CERRAR-ALERTAS.
               MOVE SPACES TO ALERTAS-RECORD.
               MOVE 'TOT' TO ALERTAS-RECORD(1:3).
               MOVE WS-ALR-ENVIADAS TO WS-ALR-CANT.
               MOVE WS-ALR-CANT TO ALERTAS-RECORD(5:9).
               MOVE WS-ALR-TOTAL-MONTOS TO WS-ALR-TOTAL-EDIT.
               MOVE WS-ALR-TOTAL-EDIT TO ALERTAS-RECORD(15:18).
               WRITE ALERTAS-RECORD.
               CLOSE ALERTAS-FILE.
               DISPLAY 'Alertas a clientes: ' WS-ALR-ENVIADAS
                   ' enviadas a ' FUNCTION TRIM(WS-ALERTAS-PATH)
                   ', ' WS-ALR-EXCLUIDAS ' excluidas'.
               DISPLAY '  Cuentas excluidas, cliente no quiere alertas: '
                   WS-ALR-CTAS-SIN-ALERTAS.
               DISPLAY '  Cuentas excluidas, sin datos de contacto:     '
                   WS-ALR-CTAS-SIN-CONTACTO.

           *> Alerta WS-ALR-TIPO por WS-ALR-MONTO de la cuenta
           *> WS-CTA-IDX que se esta cobrando.
           ALERTA-CUENTA-CARGO.
               MOVE CTA-NUMERO(WS-CTA-IDX) TO WS-ALR-CUENTA.
               MOVE CTA-CLIENTE(WS-CTA-IDX) TO WS-ALR-CLIENTE.
               PERFORM EMITIR-ALERTA.

           *> El pendiente WS-PEN-IDX no tuvo cuenta activa que lo
           *> cobrara; se busca la cuenta en el maestro solo para
           *> saber su cliente (WS-CTA-IDX queda en cero si no esta).
           ALERTA-PENDIENTE-HUERFANO.
               MOVE PEN-CUENTA(WS-PEN-IDX) TO WS-ALR-CUENTA.
               MOVE ZERO TO WS-ALR-CLIENTE.
               MOVE 0 TO WS-CTA-ENC.
               MOVE 1 TO WS-CTA-IDX.
               PERFORM UNTIL WS-CTA-IDX > WS-TOTAL-CUENTAS
                   IF CTA-NUMERO(WS-CTA-IDX) = WS-ALR-CUENTA
                       MOVE WS-CTA-IDX TO WS-CTA-ENC
                       MOVE WS-TOTAL-CUENTAS TO WS-CTA-IDX
                   END-IF
                   ADD 1 TO WS-CTA-IDX
               END-PERFORM.
               MOVE WS-CTA-ENC TO WS-CTA-IDX.
               IF WS-CTA-IDX > 0
                   MOVE CTA-CLIENTE(WS-CTA-IDX) TO WS-ALR-CLIENTE
               END-IF.
               PERFORM EMITIR-ALERTA.

           *> Envia (o excluye) la alerta de WS-ALR-CUENTA /
           *> WS-ALR-CLIENTE; las exclusiones se cuentan una sola vez
           *> por cuenta del maestro.
           EMITIR-ALERTA.
               PERFORM BUSCAR-CONTACTO-ALERTA.
               EVALUATE WS-ALR-EXCLUSION
                   WHEN 'N'
                       ADD 1 TO WS-ALR-EXCLUIDAS
                       IF WS-CTA-IDX = 0
                           ADD 1 TO WS-ALR-CTAS-SIN-ALERTAS
                       ELSE
                           IF CTA-EXCLUIDA(WS-CTA-IDX) = 'N'
                               MOVE 'S' TO CTA-EXCLUIDA(WS-CTA-IDX)
                               ADD 1 TO WS-ALR-CTAS-SIN-ALERTAS
                           END-IF
                       END-IF
                   WHEN 'C'
                       ADD 1 TO WS-ALR-EXCLUIDAS
                       IF WS-CTA-IDX = 0
                           ADD 1 TO WS-ALR-CTAS-SIN-CONTACTO
                       ELSE
                           IF CTA-EXCLUIDA(WS-CTA-IDX) = 'N'
                               MOVE 'S' TO CTA-EXCLUIDA(WS-CTA-IDX)
                               ADD 1 TO WS-ALR-CTAS-SIN-CONTACTO
                           END-IF
                       END-IF
                   WHEN OTHER
                       PERFORM ESCRIBIR-ALERTA
               END-EVALUATE.

           BUSCAR-CONTACTO-ALERTA.
               MOVE 0 TO WS-CLI-ENC.
               MOVE 0 TO WS-CON-ENC.
               IF WS-ALR-CLIENTE NOT = ZERO
                   MOVE 1 TO WS-CLI-IDX
                   PERFORM UNTIL WS-CLI-IDX > WS-TOTAL-CLIENTES
                       OR WS-CLI-ENC NOT = 0
                       IF CLI-NUMERO(WS-CLI-IDX) = WS-ALR-CLIENTE
                           MOVE WS-CLI-IDX TO WS-CLI-ENC
                       END-IF
                       ADD 1 TO WS-CLI-IDX
                   END-PERFORM
                   MOVE 1 TO WS-CLI-IDX
                   PERFORM UNTIL WS-CLI-IDX > WS-TOTAL-CONTACTOS
                       OR WS-CON-ENC NOT = 0
                       IF CON-CLIENTE(WS-CLI-IDX) = WS-ALR-CLIENTE
                           MOVE WS-CLI-IDX TO WS-CON-ENC
                       END-IF
                       ADD 1 TO WS-CLI-IDX
                   END-PERFORM
               END-IF.

               *> 'N' el cliente pidio no recibir alertas, 'C' no hay
               *> cliente, contacto, telefono ni correo; blanco se
               *> envia.
               MOVE 'C' TO WS-ALR-EXCLUSION.
               IF WS-CON-ENC NOT = 0
                   IF CON-ACEPTA(WS-CON-ENC) = 'N'
                       MOVE 'N' TO WS-ALR-EXCLUSION
                   ELSE
                       IF WS-CLI-ENC NOT = 0
                           AND (CON-TELEFONO(WS-CON-ENC) NOT = SPACES
                               OR CON-CORREO(WS-CON-ENC) NOT = SPACES)
                           MOVE SPACE TO WS-ALR-EXCLUSION
                       END-IF
                   END-IF
               END-IF.

           *> Registro DET del formato de intercambio; el id de
           *> mensaje lleva 'C' (este programa), la fecha y hora de la
           *> corrida y la secuencia.
           ESCRIBIR-ALERTA.
               ADD 1 TO WS-ALR-SECUENCIA.
               ADD 1 TO WS-ALR-ENVIADAS.
               MOVE SPACES TO ALERTAS-RECORD.
               MOVE 'DET' TO ALERTAS-RECORD(1:3).
               MOVE 'C' TO ALERTAS-RECORD(5:1).
               MOVE WS-FECHA-HOY TO ALERTAS-RECORD(6:8).
               MOVE WS-HORA-ALERTA(1:6) TO ALERTAS-RECORD(14:6).
               MOVE WS-ALR-SECUENCIA TO ALERTAS-RECORD(20:5).
               MOVE WS-ALR-TIPO TO ALERTAS-RECORD(26:3).
               MOVE WS-ALR-CUENTA TO ALERTAS-RECORD(30:10).
               MOVE WS-ALR-CLIENTE TO ALERTAS-RECORD(41:6).
               MOVE CLI-DOCUMENTO(WS-CLI-ENC) TO ALERTAS-RECORD(48:15).
               MOVE CLI-NOMBRE(WS-CLI-ENC) TO ALERTAS-RECORD(64:30).
               MOVE WS-FECHA-HOY TO ALERTAS-RECORD(95:8).
               MOVE WS-ALR-MONTO TO WS-MONTO-OUT.
               MOVE WS-MONTO-OUT TO ALERTAS-RECORD(104:13).
               ADD WS-ALR-MONTO TO WS-ALR-TOTAL-MONTOS.
               EVALUATE TRUE
                   WHEN CON-TELEFONO(WS-CON-ENC) = SPACES
                       MOVE 'E' TO ALERTAS-RECORD(119:1)
                   WHEN CON-CORREO(WS-CON-ENC) = SPACES
                       MOVE 'S' TO ALERTAS-RECORD(119:1)
                   WHEN OTHER
                       MOVE 'A' TO ALERTAS-RECORD(119:1)
               END-EVALUATE.
               MOVE CON-TELEFONO(WS-CON-ENC) TO ALERTAS-RECORD(121:15).
               MOVE CON-CORREO(WS-CON-ENC) TO ALERTAS-RECORD(137:50).
               WRITE ALERTAS-RECORD.
