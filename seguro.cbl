       IDENTIFICATION DIVISION.
           PROGRAM-ID. COBERTURA-SEGURO.
           AUTHOR. Ramón Romero Montilla.
           *> Este programa arma el informe mensual del seguro de
           *> depositos para el regulador. Parte del maestro de cuentas
           *> y del maestro de clientes (data/clientes.dat), igual que
           *> POSICION-CLIENTES, y toma el tope de saldo por persona y
           *> el monto de cobertura del archivo de parametros
           *> regulatorios vigente a la fecha de corte. Por titular
           *> separa lo cubierto por el seguro del excedente no
           *> cubierto, lista los titulares que superan el tope y
           *> totaliza la exposicion por producto y por oficina de
           *> radicacion. Solo cuentan los saldos acreedores: una cuenta
           *> en descubierto no resta de la cobertura de las demas
           *> cuentas del mismo titular (el descubierto se informa
           *> aparte). Los plazos fijos vigentes (data/plazos_fijos.dat)
           *> tambien son depositos: su capital se suma al titular de la
           *> cuenta vinculada y sale como producto 'PF' en la oficina
           *> de esa cuenta. Las cuentas con cliente 000000, o con un
           *> cliente que no figura en el maestro de clientes, van a un
           *> anexo del informe y no al archivo del regulador, que no
           *> acepta saldos sin titular identificado.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARAMETROS-FILE ASSIGN TO DYNAMIC WS-PARAMETROS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAMETROS-STATUS.

               SELECT CLIENTES-FILE ASSIGN TO DYNAMIC WS-CLIENTES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
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

               SELECT REGULADOR-FILE ASSIGN TO DYNAMIC WS-REGULADOR-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL AUDITORIA-FILE
                   ASSIGN TO DYNAMIC WS-AUDITORIA-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD PARAMETROS-FILE.
           01 PARAMETROS-RECORD PIC X(60).

           FD CLIENTES-FILE.
           01 CLIENTES-RECORD PIC X(60).

           FD MAESTRO-FILE.
           01 MAESTRO-RECORD.
              05 MAESTRO-CLAVE PIC X(10).
              05 FILLER PIC X(90).

           FD PLAZOS-FILE.
           01 PLAZOS-RECORD PIC X(140).

           FD REPORTE-FILE.
           01 REPORTE-RECORD PIC X(150).

           FD REGULADOR-FILE.
           01 REGULADOR-RECORD PIC X(120).

           FD AUDITORIA-FILE.
           01 AUDITORIA-RECORD PIC X(250).

           WORKING-STORAGE SECTION.
           01 WS-PARAMETROS.
              05 WS-FECHA-CORTE-PARM PIC X(10) VALUE SPACES.
              05 WS-PARAMETROS-PATH PIC X(100)
                  VALUE 'data/seguro_parametros.dat'.
              05 WS-CLIENTES-PATH PIC X(100)
                  VALUE 'data/clientes.dat'.
              05 WS-MAESTRO-PATH PIC X(100) VALUE 'data/maestro.dat'.
              05 WS-REPORTE-PATH PIC X(100)
                  VALUE 'data/seguro_reporte.txt'.
              05 WS-REGULADOR-PATH PIC X(100)
                  VALUE 'data/seguro_regulador.dat'.
              05 WS-PLAZOS-PATH PIC X(100)
                  VALUE 'data/plazos_fijos.dat'.
              05 WS-AUDITORIA-PATH PIC X(100)
                  VALUE 'data/auditoria.dat'.
              05 WS-PARM-LINE PIC X(700).

           01 WS-VARIABLES.
              05 WS-PARAMETROS-STATUS PIC XX.
              05 WS-CLIENTES-STATUS PIC XX.
              05 WS-MAESTRO-STATUS PIC XX.
              05 WS-EOF-PARAMETROS PIC X.
              05 WS-EOF-CLIENTES PIC X.
              05 WS-EOF-MAESTRO PIC X.
              05 WS-EOF-PLAZOS PIC X.
              05 WS-FECHA-CORTE PIC X(8).
              05 WS-FECHA-HOY PIC 9(8).
              05 WS-VIGENCIA PIC X(8) VALUE SPACES.
              05 WS-TOPE PIC 9(13)V99 VALUE 0.
              05 WS-COBERTURA PIC 9(13)V99 VALUE 0.
              05 WS-CAMPO-IMPORTE PIC X(13).
              05 WS-TOTAL-CLIENTES PIC 9(4) VALUE 0.
              05 WS-MAX-CLIENTES PIC 9(4) VALUE 2000.
              05 WS-TOTAL-CUENTAS PIC 9(5) VALUE 0.
              05 WS-MAX-CUENTAS PIC 9(5) VALUE 5000.
              05 WS-CUENTAS-MAESTRO PIC 9(5) VALUE 0.
              05 WS-PLAZOS-CARGADOS PIC 9(5) VALUE 0.
              05 WS-TOTAL-PRODUCTOS PIC 9(2) VALUE 0.
              05 WS-MAX-PRODUCTOS PIC 9(2) VALUE 20.
              05 WS-TOTAL-OFICINAS PIC 9(3) VALUE 0.
              05 WS-MAX-OFICINAS PIC 9(3) VALUE 200.
              05 WS-CLI-IDX PIC 9(4).
              05 WS-CTA-IDX PIC 9(5).
              05 WS-PROD-IDX PIC 9(2).
              05 WS-OFI-IDX PIC 9(3).
              05 WS-CLI-ENC PIC 9(4).
              05 WS-VINC-IDX PIC 9(5).
              05 WS-VINC-ENC PIC 9(5).
              05 WS-PROD-ENC PIC 9(2).
              05 WS-OFI-ENC PIC 9(3).
              05 WS-GRUPO-CODIGO PIC X(3).
              05 WS-NUM-CUENTA-STR PIC X(10).
              05 WS-SALDO-STR PIC X(13).
              05 WS-CUENTA-CUBIERTO PIC S9(13)V99.
              05 WS-TITULARES-INFORMADOS PIC 9(9) VALUE 0.
              05 WS-TITULARES-SOBRE-TOPE PIC 9(9) VALUE 0.
              05 WS-CUENTAS-INFORMADAS PIC 9(9) VALUE 0.
              05 WS-CUENTAS-ANEXO PIC 9(9) VALUE 0.
              05 WS-TOTAL-DEPOSITOS PIC S9(13)V99 VALUE 0.
              05 WS-TOTAL-CUBIERTO PIC S9(13)V99 VALUE 0.
              05 WS-TOTAL-NO-CUBIERTO PIC S9(13)V99 VALUE 0.
              05 WS-TOTAL-DESCUBIERTOS PIC S9(13)V99 VALUE 0.
              05 WS-TOTAL-ANEXO PIC S9(13)V99 VALUE 0.
              05 WS-MOTIVO-ANEXO PIC X(30).
              05 WS-IMPORTE-REG PIC 9(13)V99.
              05 WS-IMPORTE-REG-X REDEFINES WS-IMPORTE-REG PIC X(15).
              05 WS-IMPORTE-DISPLAY PIC -(12)9.99.
              05 WS-IMPORTE-2-DISPLAY PIC -(12)9.99.
              05 WS-IMPORTE-3-DISPLAY PIC -(12)9.99.
              05 WS-IMPORTE-4-DISPLAY PIC -(12)9.99.
              05 WS-CANT-DISPLAY PIC Z(8)9.
              05 WS-CUENTAS-DISPLAY PIC ZZZ9.
              05 WS-MARCA-TOPE PIC X(1).
              05 WS-LINEA-SALIDA PIC X(150).
              05 WS-LINEA-REGULADOR PIC X(120).
              05 WS-FECHA-AUD PIC 9(8).
              05 WS-HORA-AUD PIC 9(8).
              05 WS-AUD-RC PIC 9(3).
              05 WS-AUD-CANT PIC 9(9).
              05 WS-AUD-DETALLE PIC X(175).

           *> Titulares del maestro de clientes (layout: ver
           *> TABLA-CLIENTES en POSICION-CLIENTES) con sus
           *> acumulados: depositos = suma de los saldos acreedores,
           *> descubierto = suma de los deudores (solo informativo),
           *> cubierto = la parte de los depositos hasta el monto de
           *> cobertura. CLI-ASIGNADO y CLI-POSITIVAS-PEND sirven para
           *> repartir lo cubierto entre las cuentas del titular (ver
           *> REPARTIR-COBERTURA).
           01 TABLA-CLIENTES.
              05 CLIENTE OCCURS 2000 TIMES.
                 10 CLI-NUMERO PIC 9(6).
                 10 CLI-NOMBRE PIC X(30).
                 10 CLI-DOCUMENTO PIC X(15).
                 10 CLI-CUENTAS PIC 9(4).
                 10 CLI-POSITIVAS-PEND PIC 9(4).
                 10 CLI-DEPOSITOS PIC S9(13)V99.
                 10 CLI-DESCUBIERTO PIC S9(13)V99.
                 10 CLI-CUBIERTO PIC S9(13)V99.
                 10 CLI-ASIGNADO PIC S9(13)V99.

           *> Cuentas del maestro (layout: ver CARGAR-MAESTRO en
           *> PROCESADOR-BATCH) y, a continuacion, los plazos fijos
           *> vigentes (ver CARGAR-PLAZOS). CTA-CLI-IDX apunta al
           *> titular en TABLA-CLIENTES, o es cero si la cuenta va al
           *> anexo. Una oficina de radicacion en blanco se informa
           *> como '---', el mismo codigo que usa el batch para los
           *> movimientos sin oficina.
           01 TABLA-CUENTAS.
              05 CUENTA OCCURS 5000 TIMES.
                 10 CTA-NUMERO PIC 9(10).
                 10 CTA-NOMBRE PIC X(30).
                 10 CTA-SALDO PIC S9(10)V99.
                 10 CTA-PRODUCTO PIC X(2).
                 10 CTA-OFICINA PIC X(3).
                 10 CTA-CLIENTE PIC 9(6).
                 10 CTA-CLI-IDX PIC 9(4).

           *> Exposicion por producto y por oficina de radicacion:
           *> cuentas, depositos, parte cubierta y no cubierta (la
           *> cobertura de cada titular repartida entre sus cuentas) y
           *> descubiertos, solo de titulares identificados.
           01 TABLA-PRODUCTOS.
              05 PRODUCTO OCCURS 20 TIMES.
                 10 PROD-CODIGO PIC X(3).
                 10 PROD-CUENTAS PIC 9(6).
                 10 PROD-DEPOSITOS PIC S9(13)V99.
                 10 PROD-CUBIERTO PIC S9(13)V99.
                 10 PROD-DESCUBIERTO PIC S9(13)V99.

           01 TABLA-OFICINAS.
              05 OFICINA OCCURS 200 TIMES.
                 10 OFI-CODIGO PIC X(3).
                 10 OFI-CUENTAS PIC 9(6).
                 10 OFI-DEPOSITOS PIC S9(13)V99.
                 10 OFI-CUBIERTO PIC S9(13)V99.
                 10 OFI-DESCUBIERTO PIC S9(13)V99.

           PROCEDURE DIVISION.
               PERFORM OBTENER-PARAMETROS.
               PERFORM CARGAR-PARAMETROS-REGULATORIOS.
               PERFORM CARGAR-CLIENTES.
               PERFORM CARGAR-MAESTRO.
               PERFORM CARGAR-PLAZOS.
               PERFORM CALCULAR-COBERTURA.
               PERFORM REPARTIR-COBERTURA.

               OPEN OUTPUT REPORTE-FILE.
               OPEN OUTPUT REGULADOR-FILE.
               PERFORM ENCABEZADO-REPORTE.
               PERFORM INFORMAR-TITULARES.
               PERFORM INFORMAR-SOBRE-TOPE.
               PERFORM INFORMAR-EXPOSICION.
               PERFORM INFORMAR-ANEXO.
               PERFORM PIE-REPORTE.
               CLOSE REPORTE-FILE.
               CLOSE REGULADOR-FILE.

               IF WS-CUENTAS-ANEXO > 0
                   DISPLAY 'AVISO: ' WS-CUENTAS-ANEXO
                       ' cuentas sin titular identificado quedaron en '
                       'el anexo, fuera del archivo del regulador'
               END-IF.
               PERFORM GRABAR-AUDITORIA.
               DISPLAY 'Cobertura al ' WS-FECHA-CORTE ': '
                   WS-TITULARES-INFORMADOS ' titulares, '
                   WS-TITULARES-SOBRE-TOPE ' sobre el tope. Reporte en '
                   FUNCTION TRIM(WS-REPORTE-PATH).
               STOP RUN.

           *> Parametros: fecha de corte AAAAMMDD ('*' o sin
           *> parametros: hoy) y, opcionalmente, las rutas del archivo
           *> de parametros regulatorios, del maestro de clientes, del
           *> maestro de cuentas, del reporte, del archivo para el
           *> regulador y del maestro de plazos fijos, en ese orden.
           *> Ejemplo:
           *> seguro 20260930 data/seguro_parametros.dat
           OBTENER-PARAMETROS.
               ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
               IF WS-PARM-LINE NOT = SPACES
                   UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
                       INTO WS-FECHA-CORTE-PARM
                           WS-PARAMETROS-PATH
                           WS-CLIENTES-PATH
                           WS-MAESTRO-PATH
                           WS-REPORTE-PATH
                           WS-REGULADOR-PATH
                           WS-PLAZOS-PATH
               END-IF.
               IF WS-FECHA-CORTE-PARM = SPACES
                   OR WS-FECHA-CORTE-PARM = '*'
                   ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
                   MOVE WS-FECHA-HOY TO WS-FECHA-CORTE
               ELSE
                   IF WS-FECHA-CORTE-PARM(1:8) NOT NUMERIC
                       OR WS-FECHA-CORTE-PARM(9:2) NOT = SPACES
                       DISPLAY 'ERROR: fecha de corte invalida: '
                           WS-FECHA-CORTE-PARM
                       DISPLAY 'USO: seguro [<AAAAMMDD>|*] '
                           '[<parametros> <clientes> <maestro> '
                           '<reporte> <archivo-regulador> '
                           '<plazos-fijos>]'
                       MOVE 16 TO RETURN-CODE
                       PERFORM GRABAR-AUDITORIA
                       STOP RUN
                   END-IF
                   MOVE WS-FECHA-CORTE-PARM(1:8) TO WS-FECHA-CORTE
               END-IF.

           *> Layout de PARAMETROS-RECORD: fecha de vigencia AAAAMMDD
           *> (1:8), tope de saldo por persona (10:13) y monto de
           *> cobertura por titular (24:13), ambos en el formato de
           *> saldo del maestro (0000100000.00). Cada cambio del
           *> regulador agrega una linea; rige la de vigencia mas
           *> reciente que no sea posterior a la fecha de corte, asi
           *> un informe de un mes ya cerrado se puede volver a
           *> emitir con los montos de entonces. Lineas en blanco o
           *> comentadas con '*' se saltan, como en el archivo de
           *> tasas.
           CARGAR-PARAMETROS-REGULATORIOS.
               OPEN INPUT PARAMETROS-FILE.
               IF WS-PARAMETROS-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el archivo de '
                       'parametros regulatorios '
                       FUNCTION TRIM(WS-PARAMETROS-PATH)
                       ' (estado ' WS-PARAMETROS-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               SET WS-EOF-PARAMETROS TO 'N'.
               PERFORM UNTIL WS-EOF-PARAMETROS = 'S'
                   READ PARAMETROS-FILE INTO PARAMETROS-RECORD
                       AT END
                           SET WS-EOF-PARAMETROS TO 'S'
                       NOT AT END
                           IF PARAMETROS-RECORD(1:8) NUMERIC
                               AND PARAMETROS-RECORD(1:8)
                                   NOT > WS-FECHA-CORTE
                               AND (WS-VIGENCIA = SPACES
                                   OR PARAMETROS-RECORD(1:8)
                                       NOT < WS-VIGENCIA)
                               MOVE PARAMETROS-RECORD(1:8)
                                   TO WS-VIGENCIA
                               MOVE PARAMETROS-RECORD(10:13)
                                   TO WS-CAMPO-IMPORTE
                               MOVE FUNCTION NUMVAL(WS-CAMPO-IMPORTE)
                                   TO WS-TOPE
                               MOVE PARAMETROS-RECORD(24:13)
                                   TO WS-CAMPO-IMPORTE
                               MOVE FUNCTION NUMVAL(WS-CAMPO-IMPORTE)
                                   TO WS-COBERTURA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PARAMETROS-FILE.
               IF WS-VIGENCIA = SPACES
                   DISPLAY 'ERROR: '
                       FUNCTION TRIM(WS-PARAMETROS-PATH)
                       ' no tiene parametros vigentes al '
                       WS-FECHA-CORTE
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               IF WS-COBERTURA = 0 OR WS-TOPE = 0
                   DISPLAY 'ERROR: tope o cobertura en cero en la '
                       'vigencia ' WS-VIGENCIA ' de '
                       FUNCTION TRIM(WS-PARAMETROS-PATH)
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.

           *> Sin maestro de clientes no hay informe: todas las
           *> cuentas quedarian en el anexo.
           CARGAR-CLIENTES.
               OPEN INPUT CLIENTES-FILE.
               IF WS-CLIENTES-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el maestro de '
                       'clientes ' FUNCTION TRIM(WS-CLIENTES-PATH)
                       ' (estado ' WS-CLIENTES-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               SET WS-EOF-CLIENTES TO 'N'.
               PERFORM UNTIL WS-EOF-CLIENTES = 'S'
                   READ CLIENTES-FILE INTO CLIENTES-RECORD
                       AT END
                           SET WS-EOF-CLIENTES TO 'S'
                       NOT AT END
                           IF CLIENTES-RECORD(1:6) NUMERIC
                               AND CLIENTES-RECORD(1:1) NOT = '*'
                               PERFORM GUARDAR-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CLIENTES-FILE.

           GUARDAR-CLIENTE.
               IF WS-TOTAL-CLIENTES >= WS-MAX-CLIENTES
                   DISPLAY 'ERROR: '
                       FUNCTION TRIM(WS-CLIENTES-PATH)
                       ' excede la capacidad maxima de '
                       WS-MAX-CLIENTES ' clientes soportada'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               ADD 1 TO WS-TOTAL-CLIENTES.
               MOVE WS-TOTAL-CLIENTES TO WS-CLI-IDX.
               MOVE CLIENTES-RECORD(1:6) TO CLI-NUMERO(WS-CLI-IDX).
               MOVE CLIENTES-RECORD(8:30) TO CLI-NOMBRE(WS-CLI-IDX).
               MOVE CLIENTES-RECORD(39:15)
                   TO CLI-DOCUMENTO(WS-CLI-IDX).
               MOVE 0 TO CLI-CUENTAS(WS-CLI-IDX).
               MOVE 0 TO CLI-POSITIVAS-PEND(WS-CLI-IDX).
               MOVE 0 TO CLI-DEPOSITOS(WS-CLI-IDX).
               MOVE 0 TO CLI-DESCUBIERTO(WS-CLI-IDX).
               MOVE 0 TO CLI-CUBIERTO(WS-CLI-IDX).
               MOVE 0 TO CLI-ASIGNADO(WS-CLI-IDX).

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
                           ADD 1 TO WS-TOTAL-CUENTAS
                           PERFORM GUARDAR-CUENTA
                   END-READ
               END-PERFORM.
               CLOSE MAESTRO-FILE.
               MOVE WS-TOTAL-CUENTAS TO WS-CUENTAS-MAESTRO.

           GUARDAR-CUENTA.
               MOVE WS-TOTAL-CUENTAS TO WS-CTA-IDX.
               MOVE MAESTRO-RECORD(1:10) TO WS-NUM-CUENTA-STR.
               MOVE FUNCTION NUMVAL(WS-NUM-CUENTA-STR)
                   TO CTA-NUMERO(WS-CTA-IDX).
               MOVE MAESTRO-RECORD(11:30) TO CTA-NOMBRE(WS-CTA-IDX).
               MOVE MAESTRO-RECORD(41:13) TO WS-SALDO-STR.
               MOVE FUNCTION NUMVAL(WS-SALDO-STR)
                   TO CTA-SALDO(WS-CTA-IDX).
               IF MAESTRO-RECORD(54:1) = '-'
                   COMPUTE CTA-SALDO(WS-CTA-IDX) =
                       0 - CTA-SALDO(WS-CTA-IDX)
               END-IF.
               IF MAESTRO-RECORD(63:2) = SPACES
                   MOVE 'BA' TO CTA-PRODUCTO(WS-CTA-IDX)
               ELSE
                   MOVE MAESTRO-RECORD(63:2)
                       TO CTA-PRODUCTO(WS-CTA-IDX)
               END-IF.
               IF MAESTRO-RECORD(97:3) = SPACES
                   MOVE '---' TO CTA-OFICINA(WS-CTA-IDX)
               ELSE
                   MOVE MAESTRO-RECORD(97:3)
                       TO CTA-OFICINA(WS-CTA-IDX)
               END-IF.
               IF MAESTRO-RECORD(77:6) NUMERIC
                   MOVE MAESTRO-RECORD(77:6)
                       TO CTA-CLIENTE(WS-CTA-IDX)
               ELSE
                   MOVE ZERO TO CTA-CLIENTE(WS-CTA-IDX)
               END-IF.
               PERFORM ASIGNAR-TITULAR.

           *> Sin maestro de plazos fijos (ningun plazo fijo
           *> constituido todavia) el informe sale solo con las
           *> cuentas. Se cargan los plazos fijos que cuenta
           *> POSICION-CLIENTES en CARGAR-PLAZOS: vigentes, o en
           *> liquidacion con el capital todavia sin acreditar (con
           *> 96:1 en 'E' el capital ya esta en el saldo de la cuenta
           *> vinculada y contarlo de nuevo lo duplicaria). Cada uno
           *> entra como una fila mas de TABLA-CUENTAS, producto 'PF',
           *> con su capital como saldo y el cliente y la oficina de
           *> la cuenta vinculada; si esa cuenta no esta en el
           *> maestro queda con cliente 000000 y sale en el anexo.
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
                               IF WS-TOTAL-CUENTAS >= WS-MAX-CUENTAS
                                   DISPLAY 'ERROR: el maestro y '
                                       FUNCTION TRIM(WS-PLAZOS-PATH)
                                       ' exceden la capacidad maxima '
                                       'de ' WS-MAX-CUENTAS
                                       ' cuentas soportada'
                                   MOVE 16 TO RETURN-CODE
                                   PERFORM GRABAR-AUDITORIA
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-TOTAL-CUENTAS
                               ADD 1 TO WS-PLAZOS-CARGADOS
                               PERFORM GUARDAR-PLAZO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PLAZOS-FILE.

           GUARDAR-PLAZO.
               MOVE WS-TOTAL-CUENTAS TO WS-CTA-IDX.
               MOVE FUNCTION NUMVAL(PLAZOS-RECORD(8:10))
                   TO CTA-NUMERO(WS-CTA-IDX).
               MOVE SPACES TO CTA-NOMBRE(WS-CTA-IDX).
               STRING 'PLAZO FIJO ' DELIMITED BY SIZE
                   PLAZOS-RECORD(1:6) DELIMITED BY SIZE
                   INTO CTA-NOMBRE(WS-CTA-IDX).
               MOVE FUNCTION NUMVAL(PLAZOS-RECORD(19:13))
                   TO CTA-SALDO(WS-CTA-IDX).
               MOVE 'PF' TO CTA-PRODUCTO(WS-CTA-IDX).
               MOVE '---' TO CTA-OFICINA(WS-CTA-IDX).
               MOVE ZERO TO CTA-CLIENTE(WS-CTA-IDX).
               MOVE 0 TO WS-VINC-ENC.
               MOVE 1 TO WS-VINC-IDX.
               PERFORM UNTIL WS-VINC-IDX > WS-CUENTAS-MAESTRO
                   IF CTA-NUMERO(WS-VINC-IDX) = CTA-NUMERO(WS-CTA-IDX)
                       MOVE WS-VINC-IDX TO WS-VINC-ENC
                       MOVE WS-CUENTAS-MAESTRO TO WS-VINC-IDX
                   END-IF
                   ADD 1 TO WS-VINC-IDX
               END-PERFORM.
               IF WS-VINC-ENC > 0
                   MOVE CTA-OFICINA(WS-VINC-ENC)
                       TO CTA-OFICINA(WS-CTA-IDX)
                   MOVE CTA-CLIENTE(WS-VINC-ENC)
                       TO CTA-CLIENTE(WS-CTA-IDX)
               END-IF.
               PERFORM ASIGNAR-TITULAR.

           *> Suma la cuenta WS-CTA-IDX a los acumulados de su
           *> titular y deja el titular en CTA-CLI-IDX (cero: anexo).
           ASIGNAR-TITULAR.
               PERFORM BUSCAR-TITULAR.
               IF WS-CLI-IDX > 0
                   ADD 1 TO CLI-CUENTAS(WS-CLI-IDX)
                   IF CTA-SALDO(WS-CTA-IDX) > 0
                       ADD 1 TO CLI-POSITIVAS-PEND(WS-CLI-IDX)
                       ADD CTA-SALDO(WS-CTA-IDX)
                           TO CLI-DEPOSITOS(WS-CLI-IDX)
                   ELSE
                       ADD CTA-SALDO(WS-CTA-IDX)
                           TO CLI-DESCUBIERTO(WS-CLI-IDX)
                   END-IF
               END-IF.
               MOVE WS-CLI-IDX TO CTA-CLI-IDX(WS-CTA-IDX).

           *> Deja en WS-CLI-IDX el titular de la cuenta WS-CTA-IDX,
           *> o cero si la cuenta no tiene cliente (000000) o su
           *> cliente no figura en el maestro de clientes.
           BUSCAR-TITULAR.
               MOVE 0 TO WS-CLI-ENC.
               IF CTA-CLIENTE(WS-CTA-IDX) NOT = 0
                   MOVE 1 TO WS-CLI-IDX
                   PERFORM UNTIL WS-CLI-IDX > WS-TOTAL-CLIENTES
                       IF CLI-NUMERO(WS-CLI-IDX)
                           = CTA-CLIENTE(WS-CTA-IDX)
                           MOVE WS-CLI-IDX TO WS-CLI-ENC
                           MOVE WS-TOTAL-CLIENTES TO WS-CLI-IDX
                       END-IF
                       ADD 1 TO WS-CLI-IDX
                   END-PERFORM
               END-IF.
               MOVE WS-CLI-ENC TO WS-CLI-IDX.

           *> La cobertura es por titular: lo cubierto es el total de
           *> sus depositos hasta el monto de cobertura; el resto es
           *> excedente no cubierto. El tope es un control aparte:
           *> titulares cuyos depositos lo superan.
           CALCULAR-COBERTURA.
               MOVE 1 TO WS-CLI-IDX.
               PERFORM UNTIL WS-CLI-IDX > WS-TOTAL-CLIENTES
                   IF CLI-DEPOSITOS(WS-CLI-IDX) > WS-COBERTURA
                       MOVE WS-COBERTURA TO CLI-CUBIERTO(WS-CLI-IDX)
                   ELSE
                       MOVE CLI-DEPOSITOS(WS-CLI-IDX)
                           TO CLI-CUBIERTO(WS-CLI-IDX)
                   END-IF
                   IF CLI-CUENTAS(WS-CLI-IDX) > 0
                       ADD 1 TO WS-TITULARES-INFORMADOS
                       ADD CLI-DEPOSITOS(WS-CLI-IDX)
                           TO WS-TOTAL-DEPOSITOS
                       ADD CLI-CUBIERTO(WS-CLI-IDX)
                           TO WS-TOTAL-CUBIERTO
                       ADD CLI-DESCUBIERTO(WS-CLI-IDX)
                           TO WS-TOTAL-DESCUBIERTOS
                       IF CLI-DEPOSITOS(WS-CLI-IDX) > WS-TOPE
                           ADD 1 TO WS-TITULARES-SOBRE-TOPE
                       END-IF
                   END-IF
                   ADD 1 TO WS-CLI-IDX
               END-PERFORM.
               COMPUTE WS-TOTAL-NO-CUBIERTO =
                   WS-TOTAL-DEPOSITOS - WS-TOTAL-CUBIERTO.

           *> Reparte lo cubierto de cada titular entre sus cuentas
           *> acreedoras en proporcion al saldo, para la exposicion
           *> por producto y por oficina. La ultima cuenta acreedora
           *> del titular se lleva el resto, asi el reparto suma
           *> exactamente lo cubierto a pesar del redondeo.
           REPARTIR-COBERTURA.
               MOVE 1 TO WS-CTA-IDX.
               PERFORM UNTIL WS-CTA-IDX > WS-TOTAL-CUENTAS
                   MOVE CTA-CLI-IDX(WS-CTA-IDX) TO WS-CLI-IDX
                   IF WS-CLI-IDX = 0
                       ADD 1 TO WS-CUENTAS-ANEXO
                       ADD CTA-SALDO(WS-CTA-IDX) TO WS-TOTAL-ANEXO
                   ELSE
                       ADD 1 TO WS-CUENTAS-INFORMADAS
                       MOVE 0 TO WS-CUENTA-CUBIERTO
                       IF CTA-SALDO(WS-CTA-IDX) > 0
                           SUBTRACT 1
                               FROM CLI-POSITIVAS-PEND(WS-CLI-IDX)
                           IF CLI-POSITIVAS-PEND(WS-CLI-IDX) = 0
                               COMPUTE WS-CUENTA-CUBIERTO =
                                   CLI-CUBIERTO(WS-CLI-IDX)
                                   - CLI-ASIGNADO(WS-CLI-IDX)
                           ELSE
                               COMPUTE WS-CUENTA-CUBIERTO ROUNDED =
                                   CTA-SALDO(WS-CTA-IDX)
                                   * CLI-CUBIERTO(WS-CLI-IDX)
                                   / CLI-DEPOSITOS(WS-CLI-IDX)
                           END-IF
                           ADD WS-CUENTA-CUBIERTO
                               TO CLI-ASIGNADO(WS-CLI-IDX)
                       END-IF
                       PERFORM ACUMULAR-PRODUCTO
                       PERFORM ACUMULAR-OFICINA
                   END-IF
                   ADD 1 TO WS-CTA-IDX
               END-PERFORM.

           ACUMULAR-PRODUCTO.
               MOVE SPACES TO WS-GRUPO-CODIGO.
               MOVE CTA-PRODUCTO(WS-CTA-IDX) TO WS-GRUPO-CODIGO(1:2).
               MOVE 0 TO WS-PROD-ENC.
               MOVE 1 TO WS-PROD-IDX.
               PERFORM UNTIL WS-PROD-IDX > WS-TOTAL-PRODUCTOS
                   IF PROD-CODIGO(WS-PROD-IDX) = WS-GRUPO-CODIGO
                       MOVE WS-PROD-IDX TO WS-PROD-ENC
                       MOVE WS-TOTAL-PRODUCTOS TO WS-PROD-IDX
                   END-IF
                   ADD 1 TO WS-PROD-IDX
               END-PERFORM.
               MOVE WS-PROD-ENC TO WS-PROD-IDX.
               IF WS-PROD-IDX = 0
                   IF WS-TOTAL-PRODUCTOS >= WS-MAX-PRODUCTOS
                       DISPLAY 'ERROR: mas de ' WS-MAX-PRODUCTOS
                           ' productos distintos en el maestro'
                       MOVE 16 TO RETURN-CODE
                       PERFORM GRABAR-AUDITORIA
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TOTAL-PRODUCTOS
                   MOVE WS-TOTAL-PRODUCTOS TO WS-PROD-IDX
                   MOVE WS-GRUPO-CODIGO TO PROD-CODIGO(WS-PROD-IDX)
                   MOVE 0 TO PROD-CUENTAS(WS-PROD-IDX)
                   MOVE 0 TO PROD-DEPOSITOS(WS-PROD-IDX)
                   MOVE 0 TO PROD-CUBIERTO(WS-PROD-IDX)
                   MOVE 0 TO PROD-DESCUBIERTO(WS-PROD-IDX)
               END-IF.
               ADD 1 TO PROD-CUENTAS(WS-PROD-IDX).
               IF CTA-SALDO(WS-CTA-IDX) > 0
                   ADD CTA-SALDO(WS-CTA-IDX)
                       TO PROD-DEPOSITOS(WS-PROD-IDX)
                   ADD WS-CUENTA-CUBIERTO
                       TO PROD-CUBIERTO(WS-PROD-IDX)
               ELSE
                   ADD CTA-SALDO(WS-CTA-IDX)
                       TO PROD-DESCUBIERTO(WS-PROD-IDX)
               END-IF.

           ACUMULAR-OFICINA.
               MOVE 0 TO WS-OFI-ENC.
               MOVE 1 TO WS-OFI-IDX.
               PERFORM UNTIL WS-OFI-IDX > WS-TOTAL-OFICINAS
                   IF OFI-CODIGO(WS-OFI-IDX) = CTA-OFICINA(WS-CTA-IDX)
                       MOVE WS-OFI-IDX TO WS-OFI-ENC
                       MOVE WS-TOTAL-OFICINAS TO WS-OFI-IDX
                   END-IF
                   ADD 1 TO WS-OFI-IDX
               END-PERFORM.
               MOVE WS-OFI-ENC TO WS-OFI-IDX.
               IF WS-OFI-IDX = 0
                   IF WS-TOTAL-OFICINAS >= WS-MAX-OFICINAS
                       DISPLAY 'ERROR: mas de ' WS-MAX-OFICINAS
                           ' oficinas distintas en el maestro'
                       MOVE 16 TO RETURN-CODE
                       PERFORM GRABAR-AUDITORIA
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TOTAL-OFICINAS
                   MOVE WS-TOTAL-OFICINAS TO WS-OFI-IDX
                   MOVE CTA-OFICINA(WS-CTA-IDX)
                       TO OFI-CODIGO(WS-OFI-IDX)
                   MOVE 0 TO OFI-CUENTAS(WS-OFI-IDX)
                   MOVE 0 TO OFI-DEPOSITOS(WS-OFI-IDX)
                   MOVE 0 TO OFI-CUBIERTO(WS-OFI-IDX)
                   MOVE 0 TO OFI-DESCUBIERTO(WS-OFI-IDX)
               END-IF.
               ADD 1 TO OFI-CUENTAS(WS-OFI-IDX).
               IF CTA-SALDO(WS-CTA-IDX) > 0
                   ADD CTA-SALDO(WS-CTA-IDX)
                       TO OFI-DEPOSITOS(WS-OFI-IDX)
                   ADD WS-CUENTA-CUBIERTO
                       TO OFI-CUBIERTO(WS-OFI-IDX)
               ELSE
                   ADD CTA-SALDO(WS-CTA-IDX)
                       TO OFI-DESCUBIERTO(WS-OFI-IDX)
               END-IF.

           *> Layout del archivo del regulador (REGULADOR-RECORD),
           *> registros de ancho fijo e importes en centavos sin
           *> punto ni signo (13 enteros y 2 decimales):
           *>   cabecera 'CAB' (1:3), fecha de corte (4:8), vigencia
           *>   de los parametros (12:8), tope (20:15), cobertura
           *>   (35:15);
           *>   detalle  'DET' (1:3) por titular: documento (4:15),
           *>   cliente (19:6), nombre (25:30), cuentas (55:4),
           *>   depositos (59:15), cubierto (74:15), no cubierto
           *>   (89:15), supera el tope 'S'/'N' (104:1);
           *>   pie 'TOT' (1:3): titulares (4:9), depositos (13:15),
           *>   cubierto (28:15), no cubierto (43:15), titulares
           *>   sobre el tope (58:9).
           ENCABEZADO-REPORTE.
               MOVE 'INFORME DE COBERTURA DEL SEGURO DE DEPOSITOS'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '=========================================================='
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Fecha de corte: ' DELIMITED BY SIZE
                   WS-FECHA-CORTE DELIMITED BY SIZE
                   '   Parametros vigentes desde: ' DELIMITED BY SIZE
                   WS-VIGENCIA DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-TOPE TO WS-IMPORTE-DISPLAY.
               MOVE WS-COBERTURA TO WS-IMPORTE-2-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Tope por persona: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IMPORTE-DISPLAY) DELIMITED BY SIZE
                   '   Cobertura por titular: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IMPORTE-2-DISPLAY)
                       DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               MOVE SPACES TO WS-LINEA-REGULADOR.
               MOVE 'CAB' TO WS-LINEA-REGULADOR(1:3).
               MOVE WS-FECHA-CORTE TO WS-LINEA-REGULADOR(4:8).
               MOVE WS-VIGENCIA TO WS-LINEA-REGULADOR(12:8).
               MOVE WS-TOPE TO WS-IMPORTE-REG.
               MOVE WS-IMPORTE-REG-X TO WS-LINEA-REGULADOR(20:15).
               MOVE WS-COBERTURA TO WS-IMPORTE-REG.
               MOVE WS-IMPORTE-REG-X TO WS-LINEA-REGULADOR(35:15).
               WRITE REGULADOR-RECORD FROM WS-LINEA-REGULADOR.

           *> Un renglon por titular con al menos una cuenta, en el
           *> orden del maestro de clientes; el '*' al final marca a
           *> los que superan el tope.
           INFORMAR-TITULARES.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 'COBERTURA POR TITULAR' TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '----------------------------------------------------------'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'CLIENTE DOCUMENTO       NOMBRE' DELIMITED BY SIZE
                   '                          CTAS' DELIMITED BY SIZE
                   '       DEPOSITOS        CUBIERTO' DELIMITED BY SIZE
                   '     NO CUBIERTO     DESCUBIERTO' DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 1 TO WS-CLI-IDX.
               PERFORM UNTIL WS-CLI-IDX > WS-TOTAL-CLIENTES
                   IF CLI-CUENTAS(WS-CLI-IDX) > 0
                       PERFORM INFORMAR-TITULAR
                   END-IF
                   ADD 1 TO WS-CLI-IDX
               END-PERFORM.

           INFORMAR-TITULAR.
               IF CLI-DEPOSITOS(WS-CLI-IDX) > WS-TOPE
                   MOVE 'S' TO WS-MARCA-TOPE
               ELSE
                   MOVE 'N' TO WS-MARCA-TOPE
               END-IF.
               MOVE CLI-CUENTAS(WS-CLI-IDX) TO WS-CUENTAS-DISPLAY.
               MOVE CLI-DEPOSITOS(WS-CLI-IDX) TO WS-IMPORTE-DISPLAY.
               MOVE CLI-CUBIERTO(WS-CLI-IDX) TO WS-IMPORTE-2-DISPLAY.
               COMPUTE WS-IMPORTE-3-DISPLAY =
                   CLI-DEPOSITOS(WS-CLI-IDX) - CLI-CUBIERTO(WS-CLI-IDX).
               MOVE CLI-DESCUBIERTO(WS-CLI-IDX) TO WS-IMPORTE-4-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING CLI-NUMERO(WS-CLI-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CLI-DOCUMENTO(WS-CLI-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CLI-NOMBRE(WS-CLI-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CUENTAS-DISPLAY DELIMITED BY SIZE
                   WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   WS-IMPORTE-2-DISPLAY DELIMITED BY SIZE
                   WS-IMPORTE-3-DISPLAY DELIMITED BY SIZE
                   WS-IMPORTE-4-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               IF WS-MARCA-TOPE = 'S'
                   MOVE '*' TO WS-LINEA-SALIDA(125:1)
               END-IF.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               MOVE SPACES TO WS-LINEA-REGULADOR.
               MOVE 'DET' TO WS-LINEA-REGULADOR(1:3).
               MOVE CLI-DOCUMENTO(WS-CLI-IDX)
                   TO WS-LINEA-REGULADOR(4:15).
               MOVE CLI-NUMERO(WS-CLI-IDX) TO WS-LINEA-REGULADOR(19:6).
               MOVE CLI-NOMBRE(WS-CLI-IDX) TO WS-LINEA-REGULADOR(25:30).
               MOVE CLI-CUENTAS(WS-CLI-IDX) TO WS-LINEA-REGULADOR(55:4).
               MOVE CLI-DEPOSITOS(WS-CLI-IDX) TO WS-IMPORTE-REG.
               MOVE WS-IMPORTE-REG-X TO WS-LINEA-REGULADOR(59:15).
               MOVE CLI-CUBIERTO(WS-CLI-IDX) TO WS-IMPORTE-REG.
               MOVE WS-IMPORTE-REG-X TO WS-LINEA-REGULADOR(74:15).
               COMPUTE WS-IMPORTE-REG =
                   CLI-DEPOSITOS(WS-CLI-IDX) - CLI-CUBIERTO(WS-CLI-IDX).
               MOVE WS-IMPORTE-REG-X TO WS-LINEA-REGULADOR(89:15).
               MOVE WS-MARCA-TOPE TO WS-LINEA-REGULADOR(104:1).
               WRITE REGULADOR-RECORD FROM WS-LINEA-REGULADOR.

           INFORMAR-SOBRE-TOPE.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 'TITULARES QUE SUPERAN EL TOPE DE SALDO POR PERSONA'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '----------------------------------------------------------'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 1 TO WS-CLI-IDX.
               PERFORM UNTIL WS-CLI-IDX > WS-TOTAL-CLIENTES
                   IF CLI-CUENTAS(WS-CLI-IDX) > 0
                       AND CLI-DEPOSITOS(WS-CLI-IDX) > WS-TOPE
                       MOVE CLI-DEPOSITOS(WS-CLI-IDX)
                           TO WS-IMPORTE-DISPLAY
                       COMPUTE WS-IMPORTE-2-DISPLAY =
                           CLI-DEPOSITOS(WS-CLI-IDX) - WS-TOPE
                       MOVE SPACES TO WS-LINEA-SALIDA
                       STRING CLI-NUMERO(WS-CLI-IDX) DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           CLI-DOCUMENTO(WS-CLI-IDX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           CLI-NOMBRE(WS-CLI-IDX) DELIMITED BY SIZE
                           ' Depositos: ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-IMPORTE-DISPLAY)
                               DELIMITED BY SIZE
                           '  Exceso sobre el tope: ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-IMPORTE-2-DISPLAY)
                               DELIMITED BY SIZE
                           INTO WS-LINEA-SALIDA
                       WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
                   END-IF
                   ADD 1 TO WS-CLI-IDX
               END-PERFORM.
               IF WS-TITULARES-SOBRE-TOPE = 0
                   MOVE '  (ninguno)' TO WS-LINEA-SALIDA
                   WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
               END-IF.

           INFORMAR-EXPOSICION.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 'EXPOSICION POR PRODUCTO' TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               PERFORM TITULOS-EXPOSICION.
               MOVE 1 TO WS-PROD-IDX.
               PERFORM UNTIL WS-PROD-IDX > WS-TOTAL-PRODUCTOS
                   MOVE PROD-CODIGO(WS-PROD-IDX) TO WS-GRUPO-CODIGO
                   MOVE PROD-CUENTAS(WS-PROD-IDX) TO WS-CANT-DISPLAY
                   MOVE PROD-DEPOSITOS(WS-PROD-IDX)
                       TO WS-IMPORTE-DISPLAY
                   MOVE PROD-CUBIERTO(WS-PROD-IDX)
                       TO WS-IMPORTE-2-DISPLAY
                   COMPUTE WS-IMPORTE-3-DISPLAY =
                       PROD-DEPOSITOS(WS-PROD-IDX)
                       - PROD-CUBIERTO(WS-PROD-IDX)
                   MOVE PROD-DESCUBIERTO(WS-PROD-IDX)
                       TO WS-IMPORTE-4-DISPLAY
                   PERFORM LINEA-EXPOSICION
                   ADD 1 TO WS-PROD-IDX
               END-PERFORM.

               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'EXPOSICION POR OFICINA DE RADICACION '
                       DELIMITED BY SIZE
                   '(--- = cuenta sin radicar)' DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               PERFORM TITULOS-EXPOSICION.
               MOVE 1 TO WS-OFI-IDX.
               PERFORM UNTIL WS-OFI-IDX > WS-TOTAL-OFICINAS
                   MOVE OFI-CODIGO(WS-OFI-IDX) TO WS-GRUPO-CODIGO
                   MOVE OFI-CUENTAS(WS-OFI-IDX) TO WS-CANT-DISPLAY
                   MOVE OFI-DEPOSITOS(WS-OFI-IDX)
                       TO WS-IMPORTE-DISPLAY
                   MOVE OFI-CUBIERTO(WS-OFI-IDX)
                       TO WS-IMPORTE-2-DISPLAY
                   COMPUTE WS-IMPORTE-3-DISPLAY =
                       OFI-DEPOSITOS(WS-OFI-IDX)
                       - OFI-CUBIERTO(WS-OFI-IDX)
                   MOVE OFI-DESCUBIERTO(WS-OFI-IDX)
                       TO WS-IMPORTE-4-DISPLAY
                   PERFORM LINEA-EXPOSICION
                   ADD 1 TO WS-OFI-IDX
               END-PERFORM.

           TITULOS-EXPOSICION.
               MOVE '----------------------------------------------------------'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'COD    CUENTAS' DELIMITED BY SIZE
                   '       DEPOSITOS        CUBIERTO' DELIMITED BY SIZE
                   '     NO CUBIERTO     DESCUBIERTO' DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           LINEA-EXPOSICION.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING WS-GRUPO-CODIGO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   WS-IMPORTE-2-DISPLAY DELIMITED BY SIZE
                   WS-IMPORTE-3-DISPLAY DELIMITED BY SIZE
                   WS-IMPORTE-4-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           *> Cuentas sin titular identificado: cliente 000000 o un
           *> numero de cliente que no figura en el maestro de
           *> clientes. Salen con su saldo para que se completen; no
           *> entran en ningun total ni en el archivo del regulador.
           INFORMAR-ANEXO.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 'ANEXO: CUENTAS SIN TITULAR IDENTIFICADO'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '----------------------------------------------------------'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 1 TO WS-CTA-IDX.
               PERFORM UNTIL WS-CTA-IDX > WS-TOTAL-CUENTAS
                   IF CTA-CLI-IDX(WS-CTA-IDX) = 0
                       PERFORM INFORMAR-CUENTA-ANEXO
                   END-IF
                   ADD 1 TO WS-CTA-IDX
               END-PERFORM.
               IF WS-CUENTAS-ANEXO = 0
                   MOVE '  (ninguna)' TO WS-LINEA-SALIDA
                   WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
               ELSE
                   MOVE WS-TOTAL-ANEXO TO WS-IMPORTE-DISPLAY
                   MOVE SPACES TO WS-LINEA-SALIDA
                   STRING '  Total del anexo: ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-IMPORTE-DISPLAY)
                           DELIMITED BY SIZE
                       INTO WS-LINEA-SALIDA
                   WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
               END-IF.

           INFORMAR-CUENTA-ANEXO.
               IF CTA-CLIENTE(WS-CTA-IDX) = 0
                   MOVE 'SIN CLIENTE ASIGNADO' TO WS-MOTIVO-ANEXO
               ELSE
                   MOVE 'CLIENTE NO FIGURA EN CLIENTES'
                       TO WS-MOTIVO-ANEXO
               END-IF.
               MOVE CTA-SALDO(WS-CTA-IDX) TO WS-IMPORTE-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING '  Cuenta ' DELIMITED BY SIZE
                   CTA-NUMERO(WS-CTA-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CTA-NOMBRE(WS-CTA-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CTA-PRODUCTO(WS-CTA-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CTA-OFICINA(WS-CTA-IDX) DELIMITED BY SIZE
                   ' Cliente ' DELIMITED BY SIZE
                   CTA-CLIENTE(WS-CTA-IDX) DELIMITED BY SIZE
                   ' Saldo:' DELIMITED BY SIZE
                   WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-MOTIVO-ANEXO DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           PIE-REPORTE.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 'TOTALES' TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '----------------------------------------------------------'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-TITULARES-INFORMADOS TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Titulares informados:      ' DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-CUENTAS-INFORMADAS TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Cuentas informadas:        ' DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-TITULARES-SOBRE-TOPE TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Titulares sobre el tope:   ' DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-TOTAL-DEPOSITOS TO WS-IMPORTE-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Depositos:             ' DELIMITED BY SIZE
                   WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-TOTAL-CUBIERTO TO WS-IMPORTE-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Cubierto:              ' DELIMITED BY SIZE
                   WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-TOTAL-NO-CUBIERTO TO WS-IMPORTE-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'No cubierto:           ' DELIMITED BY SIZE
                   WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-TOTAL-DESCUBIERTOS TO WS-IMPORTE-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Descubiertos (aparte): ' DELIMITED BY SIZE
                   WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-CUENTAS-ANEXO TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Cuentas en el anexo:       ' DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               MOVE SPACES TO WS-LINEA-REGULADOR.
               MOVE 'TOT' TO WS-LINEA-REGULADOR(1:3).
               MOVE WS-TITULARES-INFORMADOS
                   TO WS-LINEA-REGULADOR(4:9).
               MOVE WS-TOTAL-DEPOSITOS TO WS-IMPORTE-REG.
               MOVE WS-IMPORTE-REG-X TO WS-LINEA-REGULADOR(13:15).
               MOVE WS-TOTAL-CUBIERTO TO WS-IMPORTE-REG.
               MOVE WS-IMPORTE-REG-X TO WS-LINEA-REGULADOR(28:15).
               MOVE WS-TOTAL-NO-CUBIERTO TO WS-IMPORTE-REG.
               MOVE WS-IMPORTE-REG-X TO WS-LINEA-REGULADOR(43:15).
               MOVE WS-TITULARES-SOBRE-TOPE
                   TO WS-LINEA-REGULADOR(58:9).
               WRITE REGULADOR-RECORD FROM WS-LINEA-REGULADOR.

           *> Asienta el final de la corrida en la pista de auditoria
           *> comun (layout: ver GRABAR-AUDITORIA en PROCESADOR-BATCH):
           *> cuentas del maestro leidas, titulares informados al
           *> regulador y cuentas que quedaron en el anexo (plazos
           *> fijos incluidos; los plazos fijos cargados van en el
           *> detalle).
           GRABAR-AUDITORIA.
               ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AUD FROM TIME.
               MOVE RETURN-CODE TO WS-AUD-RC.
               MOVE SPACES TO AUDITORIA-RECORD.
               MOVE WS-FECHA-AUD TO AUDITORIA-RECORD(1:8).
               MOVE WS-HORA-AUD(1:6) TO AUDITORIA-RECORD(10:6).
               MOVE 'COBERTURA-SEGURO' TO AUDITORIA-RECORD(17:24).
               MOVE WS-AUD-RC TO AUDITORIA-RECORD(42:3).
               MOVE WS-CUENTAS-MAESTRO TO WS-AUD-CANT.
               MOVE WS-AUD-CANT TO AUDITORIA-RECORD(46:9).
               MOVE WS-TITULARES-INFORMADOS TO AUDITORIA-RECORD(56:9).
               MOVE WS-CUENTAS-ANEXO TO AUDITORIA-RECORD(66:9).
               MOVE SPACES TO WS-AUD-DETALLE.
               STRING 'corte=' DELIMITED BY SIZE
                   WS-FECHA-CORTE DELIMITED BY SIZE
                   ' vigencia=' DELIMITED BY SIZE
                   WS-VIGENCIA DELIMITED BY SIZE
                   ' plazos=' DELIMITED BY SIZE
                   WS-PLAZOS-CARGADOS DELIMITED BY SIZE
                   ' maestro=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAESTRO-PATH) DELIMITED BY SIZE
                   ' regulador=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REGULADOR-PATH) DELIMITED BY SIZE
                   INTO WS-AUD-DETALLE.
               MOVE WS-AUD-DETALLE TO AUDITORIA-RECORD(76:175).
               OPEN EXTEND AUDITORIA-FILE.
               WRITE AUDITORIA-RECORD.
               CLOSE AUDITORIA-FILE.
