       IDENTIFICATION DIVISION.
           PROGRAM-ID. ALERTAS-FALLIDAS.
           AUTHOR. Ramón Romero Montilla.
           *> Este programa procesa el acuse que devuelve el proveedor
           *> de SMS y correo con los mensajes que no pudo entregar, y
           *> arma el reporte de alertas fallidas para que cada
           *> sucursal contacte al cliente por otra via. Cada linea
           *> del acuse trae el id de mensaje que PROCESADOR-BATCH o
           *> COMISION-BATCH le pusieron a la alerta en el archivo de
           *> intercambio (ver GENERAR-ALERTAS en PROCESADOR-BATCH);
           *> con ese id se recupera de los archivos enviados la
           *> cuenta, el cliente, su documento, nombre y datos de
           *> contacto, el tipo de alerta, la fecha y el monto. La
           *> sucursal es la oficina de radicacion de la cuenta en el
           *> maestro ('---' si la cuenta no esta radicada o ya no
           *> figura). Los acuses cuyo id no aparece en los archivos
           *> enviados (por ejemplo, de una corrida anterior cuyo
           *> archivo ya se piso) se listan aparte para reclamar al
           *> proveedor. Como cada corrida del batch reescribe su
           *> archivo de alertas, el acuse debe procesarse antes de la
           *> corrida siguiente.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACUSE-FILE ASSIGN TO DYNAMIC WS-ACUSE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACUSE-STATUS.

               SELECT OPTIONAL ENVIADOS-FILE
                   ASSIGN TO DYNAMIC WS-ENVIADOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT MAESTRO-FILE ASSIGN TO DYNAMIC WS-MAESTRO-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAESTRO-CLAVE
                   FILE STATUS IS WS-MAESTRO-STATUS.

               SELECT REPORTE-FILE ASSIGN TO DYNAMIC WS-REPORTE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL AUDITORIA-FILE
                   ASSIGN TO DYNAMIC WS-AUDITORIA-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD ACUSE-FILE.
           01 ACUSE-RECORD PIC X(80).

           FD ENVIADOS-FILE.
           01 ENVIADOS-RECORD PIC X(200).

           FD MAESTRO-FILE.
           01 MAESTRO-RECORD.
              05 MAESTRO-CLAVE PIC X(10).
              05 FILLER PIC X(90).

           FD REPORTE-FILE.
           01 REPORTE-RECORD PIC X(150).

           FD AUDITORIA-FILE.
           01 AUDITORIA-RECORD PIC X(250).

           WORKING-STORAGE SECTION.
           01 WS-PARAMETROS.
              05 WS-ACUSE-PATH PIC X(100)
                  VALUE 'data/alertas_acuse.dat'.
              05 WS-REPORTE-PATH PIC X(100)
                  VALUE 'data/alertas_fallidas.txt'.
              05 WS-ENV-PROCESADOR-PATH PIC X(100)
                  VALUE 'data/alertas_procesador.dat'.
              05 WS-ENV-COMISION-PATH PIC X(100)
                  VALUE 'data/alertas_comision.dat'.
              05 WS-MAESTRO-PATH PIC X(100) VALUE 'data/maestro.dat'.
              05 WS-ENVIADOS-PATH PIC X(100).
              05 WS-AUDITORIA-PATH PIC X(100)
                  VALUE 'data/auditoria.dat'.
              05 WS-PARM-LINE PIC X(600).

           01 WS-VARIABLES.
              05 WS-ACUSE-STATUS PIC XX.
              05 WS-MAESTRO-STATUS PIC XX.
              05 WS-EOF-ACUSE PIC X.
              05 WS-EOF-ENVIADOS PIC X.
              05 WS-EOF-MAESTRO PIC X.
              05 WS-TOTAL-ENVIADAS PIC 9(5) VALUE 0.
              05 WS-MAX-ENVIADAS PIC 9(5) VALUE 20000.
              05 WS-TOTAL-FALLIDAS PIC 9(5) VALUE 0.
              05 WS-MAX-FALLIDAS PIC 9(5) VALUE 5000.
              05 WS-TOTAL-CUENTAS PIC 9(5) VALUE 0.
              05 WS-MAX-CUENTAS PIC 9(5) VALUE 5000.
              05 WS-ENV-IDX PIC 9(5).
              05 WS-FAL-IDX PIC 9(5).
              05 WS-CTA-IDX PIC 9(5).
              05 WS-ENV-ENC PIC 9(5).
              05 WS-CTA-ENC PIC 9(5).
              05 WS-NUM-CUENTA-STR PIC X(10).
              05 WS-CUENTA-BUSCADA PIC 9(10).
              05 WS-OFICINA-ANTERIOR PIC X(3).
              05 WS-OFICINA-ACTUAL PIC X(3).
              05 WS-ACUSES-LEIDOS PIC 9(9) VALUE 0.
              05 WS-SIN-ALERTA PIC 9(9) VALUE 0.
              05 WS-INFORMADAS PIC 9(9) VALUE 0.
              05 WS-SUCURSALES PIC 9(9) VALUE 0.
              05 WS-EN-SUCURSAL PIC 9(9).
              05 WS-MONTO PIC S9(10)V99.
              05 WS-MONTO-DISPLAY PIC -(10)9.99.
              05 WS-CANT-DISPLAY PIC Z(8)9.
              05 WS-FECHA-DISPLAY PIC X(10).
              05 WS-TIPO-DESC PIC X(20).
              05 WS-CANAL-DESC PIC X(6).
              05 WS-LINEA-SALIDA PIC X(150).
              05 WS-FECHA-HOY PIC 9(8).
              05 WS-FECHA-AUD PIC 9(8).
              05 WS-HORA-AUD PIC 9(8).
              05 WS-AUD-RC PIC 9(3).
              05 WS-AUD-CANT PIC 9(9).
              05 WS-AUD-DETALLE PIC X(175).

           *> Alertas enviadas (registros DET de los archivos de
           *> intercambio, layout en GENERAR-ALERTAS de
           *> PROCESADOR-BATCH).
           01 TABLA-ENVIADAS.
              05 ENVIADA OCCURS 20000 TIMES.
                 10 ENV-ID PIC X(20).
                 10 ENV-TIPO PIC X(3).
                 10 ENV-CUENTA PIC 9(10).
                 10 ENV-CLIENTE PIC X(6).
                 10 ENV-DOCUMENTO PIC X(15).
                 10 ENV-NOMBRE PIC X(30).
                 10 ENV-FECHA PIC X(8).
                 10 ENV-MONTO PIC X(13).
                 10 ENV-SIGNO PIC X(1).
                 10 ENV-TELEFONO PIC X(15).
                 10 ENV-CORREO PIC X(50).

           *> Lineas del acuse: FAL-ENV-IDX apunta a la alerta enviada
           *> o es cero si el id no se encontro; FAL-OFICINA es la
           *> sucursal por la que se lista.
           01 TABLA-FALLIDAS.
              05 FALLIDA OCCURS 5000 TIMES.
                 10 FAL-ID PIC X(20).
                 10 FAL-CANAL PIC X(1).
                 10 FAL-CODIGO PIC X(3).
                 10 FAL-DESCRIPCION PIC X(40).
                 10 FAL-ENV-IDX PIC 9(5).
                 10 FAL-OFICINA PIC X(3).

           *> Cuenta y oficina de radicacion del maestro (layout: ver
           *> CARGAR-MAESTRO en PROCESADOR-BATCH).
           01 TABLA-CUENTAS.
              05 CUENTA OCCURS 5000 TIMES.
                 10 CTA-NUMERO PIC 9(10).
                 10 CTA-OFICINA PIC X(3).

           PROCEDURE DIVISION.
               PERFORM OBTENER-PARAMETROS.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

               MOVE WS-ENV-PROCESADOR-PATH TO WS-ENVIADOS-PATH.
               PERFORM CARGAR-ENVIADOS.
               MOVE WS-ENV-COMISION-PATH TO WS-ENVIADOS-PATH.
               PERFORM CARGAR-ENVIADOS.
               PERFORM CARGAR-MAESTRO.
               PERFORM CARGAR-ACUSE.
               PERFORM ASIGNAR-SUCURSALES.

               OPEN OUTPUT REPORTE-FILE.
               PERFORM ENCABEZADO-REPORTE.
               PERFORM INFORMAR-SUCURSALES.
               PERFORM INFORMAR-SIN-ALERTA.
               PERFORM PIE-REPORTE.
               CLOSE REPORTE-FILE.

               IF WS-SIN-ALERTA > 0
                   DISPLAY 'AVISO: ' WS-SIN-ALERTA
                       ' mensajes del acuse no corresponden a ninguna '
                       'alerta enviada; ver el final del reporte'
               END-IF.
               PERFORM GRABAR-AUDITORIA.
               DISPLAY 'Alertas fallidas: ' WS-INFORMADAS
                   ' en ' WS-SUCURSALES ' sucursales. Reporte en '
                   FUNCTION TRIM(WS-REPORTE-PATH).
               STOP RUN.

           *> Parametros opcionales: rutas del acuse del proveedor,
           *> del reporte, de los archivos de alertas enviadas por
           *> PROCESADOR-BATCH y por COMISION-BATCH y del maestro, en
           *> ese orden. Ejemplo:
           *> alertas data/alertas_acuse.dat data/alertas_fallidas.txt
           OBTENER-PARAMETROS.
               ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
               IF WS-PARM-LINE NOT = SPACES
                   UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
                       INTO WS-ACUSE-PATH
                           WS-REPORTE-PATH
                           WS-ENV-PROCESADOR-PATH
                           WS-ENV-COMISION-PATH
                           WS-MAESTRO-PATH
               END-IF.

           *> Los archivos de alertas enviadas son opcionales: un dia
           *> sin corrida de comisiones no hay archivo de comision.
           *> Solo interesan los registros DET.
           CARGAR-ENVIADOS.
               OPEN INPUT ENVIADOS-FILE.
               SET WS-EOF-ENVIADOS TO 'N'.
               PERFORM UNTIL WS-EOF-ENVIADOS = 'S'
                   READ ENVIADOS-FILE INTO ENVIADOS-RECORD
                       AT END
                           SET WS-EOF-ENVIADOS TO 'S'
                       NOT AT END
                           IF ENVIADOS-RECORD(1:3) = 'DET'
                               PERFORM GUARDAR-ENVIADA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ENVIADOS-FILE.

           GUARDAR-ENVIADA.
               IF WS-TOTAL-ENVIADAS >= WS-MAX-ENVIADAS
                   DISPLAY 'ERROR: '
                       FUNCTION TRIM(WS-ENVIADOS-PATH)
                       ' excede la capacidad maxima de '
                       WS-MAX-ENVIADAS ' alertas enviadas soportada'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               ADD 1 TO WS-TOTAL-ENVIADAS.
               MOVE WS-TOTAL-ENVIADAS TO WS-ENV-IDX.
               MOVE ENVIADOS-RECORD(5:20) TO ENV-ID(WS-ENV-IDX).
               MOVE ENVIADOS-RECORD(26:3) TO ENV-TIPO(WS-ENV-IDX).
               IF ENVIADOS-RECORD(30:10) NUMERIC
                   MOVE ENVIADOS-RECORD(30:10) TO ENV-CUENTA(WS-ENV-IDX)
               ELSE
                   MOVE ZERO TO ENV-CUENTA(WS-ENV-IDX)
               END-IF.
               MOVE ENVIADOS-RECORD(41:6) TO ENV-CLIENTE(WS-ENV-IDX).
               MOVE ENVIADOS-RECORD(48:15) TO ENV-DOCUMENTO(WS-ENV-IDX).
               MOVE ENVIADOS-RECORD(64:30) TO ENV-NOMBRE(WS-ENV-IDX).
               MOVE ENVIADOS-RECORD(95:8) TO ENV-FECHA(WS-ENV-IDX).
               MOVE ENVIADOS-RECORD(104:13) TO ENV-MONTO(WS-ENV-IDX).
               MOVE ENVIADOS-RECORD(117:1) TO ENV-SIGNO(WS-ENV-IDX).
               MOVE ENVIADOS-RECORD(121:15) TO ENV-TELEFONO(WS-ENV-IDX).
               MOVE ENVIADOS-RECORD(137:50) TO ENV-CORREO(WS-ENV-IDX).

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
                           MOVE WS-TOTAL-CUENTAS TO WS-CTA-IDX
                           MOVE MAESTRO-RECORD(1:10)
                               TO WS-NUM-CUENTA-STR
                           MOVE FUNCTION NUMVAL(WS-NUM-CUENTA-STR)
                               TO CTA-NUMERO(WS-CTA-IDX)
                           IF MAESTRO-RECORD(97:3) = SPACES
                               MOVE '---' TO CTA-OFICINA(WS-CTA-IDX)
                           ELSE
                               MOVE MAESTRO-RECORD(97:3)
                                   TO CTA-OFICINA(WS-CTA-IDX)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE MAESTRO-FILE.

           *> Layout del acuse del proveedor (ACUSE-RECORD): id de
           *> mensaje (1:20), canal que fallo 'S' SMS o 'E' correo
           *> (22:1), codigo de rechazo del proveedor (24:3) y su
           *> descripcion (28:40). Un mensaje enviado por los dos
           *> canales que no llego por ninguno trae una linea por
           *> canal. Lineas en blanco o comentadas con '*' se saltan.
           *> Sin acuse no hay reporte.
           CARGAR-ACUSE.
               OPEN INPUT ACUSE-FILE.
               IF WS-ACUSE-STATUS NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el acuse del '
                       'proveedor ' FUNCTION TRIM(WS-ACUSE-PATH)
                       ' (estado ' WS-ACUSE-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               SET WS-EOF-ACUSE TO 'N'.
               PERFORM UNTIL WS-EOF-ACUSE = 'S'
                   READ ACUSE-FILE INTO ACUSE-RECORD
                       AT END
                           SET WS-EOF-ACUSE TO 'S'
                       NOT AT END
                           IF ACUSE-RECORD NOT = SPACES
                               AND ACUSE-RECORD(1:1) NOT = '*'
                               PERFORM GUARDAR-FALLIDA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ACUSE-FILE.

           GUARDAR-FALLIDA.
               IF WS-TOTAL-FALLIDAS >= WS-MAX-FALLIDAS
                   DISPLAY 'ERROR: '
                       FUNCTION TRIM(WS-ACUSE-PATH)
                       ' excede la capacidad maxima de '
                       WS-MAX-FALLIDAS ' mensajes soportada'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRABAR-AUDITORIA
                   STOP RUN
               END-IF.
               ADD 1 TO WS-ACUSES-LEIDOS.
               ADD 1 TO WS-TOTAL-FALLIDAS.
               MOVE WS-TOTAL-FALLIDAS TO WS-FAL-IDX.
               MOVE ACUSE-RECORD(1:20) TO FAL-ID(WS-FAL-IDX).
               MOVE ACUSE-RECORD(22:1) TO FAL-CANAL(WS-FAL-IDX).
               MOVE ACUSE-RECORD(24:3) TO FAL-CODIGO(WS-FAL-IDX).
               MOVE ACUSE-RECORD(28:40) TO FAL-DESCRIPCION(WS-FAL-IDX).
               MOVE '---' TO FAL-OFICINA(WS-FAL-IDX).
               MOVE 0 TO WS-ENV-ENC.
               MOVE 1 TO WS-ENV-IDX.
               PERFORM UNTIL WS-ENV-IDX > WS-TOTAL-ENVIADAS
                   IF ENV-ID(WS-ENV-IDX) = FAL-ID(WS-FAL-IDX)
                       MOVE WS-ENV-IDX TO WS-ENV-ENC
                       MOVE WS-TOTAL-ENVIADAS TO WS-ENV-IDX
                   END-IF
                   ADD 1 TO WS-ENV-IDX
               END-PERFORM.
               MOVE WS-ENV-ENC TO FAL-ENV-IDX(WS-FAL-IDX).
               IF WS-ENV-ENC = 0
                   ADD 1 TO WS-SIN-ALERTA
               ELSE
                   ADD 1 TO WS-INFORMADAS
               END-IF.

           *> La sucursal de cada alerta fallida es la oficina de
           *> radicacion actual de su cuenta.
           ASIGNAR-SUCURSALES.
               MOVE 1 TO WS-FAL-IDX.
               PERFORM UNTIL WS-FAL-IDX > WS-TOTAL-FALLIDAS
                   IF FAL-ENV-IDX(WS-FAL-IDX) > 0
                       MOVE ENV-CUENTA(FAL-ENV-IDX(WS-FAL-IDX))
                           TO WS-CUENTA-BUSCADA
                       MOVE 0 TO WS-CTA-ENC
                       MOVE 1 TO WS-CTA-IDX
                       PERFORM UNTIL WS-CTA-IDX > WS-TOTAL-CUENTAS
                           IF CTA-NUMERO(WS-CTA-IDX)
                               = WS-CUENTA-BUSCADA
                               MOVE WS-CTA-IDX TO WS-CTA-ENC
                               MOVE WS-TOTAL-CUENTAS TO WS-CTA-IDX
                           END-IF
                           ADD 1 TO WS-CTA-IDX
                       END-PERFORM
                       IF WS-CTA-ENC > 0
                           MOVE CTA-OFICINA(WS-CTA-ENC)
                               TO FAL-OFICINA(WS-FAL-IDX)
                       END-IF
                   END-IF
                   ADD 1 TO WS-FAL-IDX
               END-PERFORM.

           ENCABEZADO-REPORTE.
               MOVE 'REPORTE DE ALERTAS A CLIENTES NO ENTREGADAS'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '=========================================================='
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Fecha: ' DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   '   Acuse: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ACUSE-PATH) DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Contactar al cliente por otra via e informarle '
                       DELIMITED BY SIZE
                   'el aviso; verificar y actualizar sus datos de '
                       DELIMITED BY SIZE
                   'contacto.' DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           *> Una seccion por sucursal, en orden de codigo de oficina
           *> (las cuentas sin radicar, '---', salen primero): en cada
           *> vuelta se toma la menor oficina mayor que la ya
           *> informada.
           INFORMAR-SUCURSALES.
               MOVE LOW-VALUES TO WS-OFICINA-ANTERIOR.
               MOVE SPACES TO WS-OFICINA-ACTUAL.
               PERFORM UNTIL WS-OFICINA-ACTUAL = HIGH-VALUES
                   MOVE HIGH-VALUES TO WS-OFICINA-ACTUAL
                   MOVE 1 TO WS-FAL-IDX
                   PERFORM UNTIL WS-FAL-IDX > WS-TOTAL-FALLIDAS
                       IF FAL-ENV-IDX(WS-FAL-IDX) > 0
                           AND FAL-OFICINA(WS-FAL-IDX)
                               > WS-OFICINA-ANTERIOR
                           AND FAL-OFICINA(WS-FAL-IDX)
                               < WS-OFICINA-ACTUAL
                           MOVE FAL-OFICINA(WS-FAL-IDX)
                               TO WS-OFICINA-ACTUAL
                       END-IF
                       ADD 1 TO WS-FAL-IDX
                   END-PERFORM
                   IF WS-OFICINA-ACTUAL NOT = HIGH-VALUES
                       PERFORM INFORMAR-SUCURSAL
                       MOVE WS-OFICINA-ACTUAL TO WS-OFICINA-ANTERIOR
                   END-IF
               END-PERFORM.
               IF WS-INFORMADAS = 0
                   MOVE SPACES TO WS-LINEA-SALIDA
                   WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
                   MOVE '  (ninguna alerta fallida)' TO WS-LINEA-SALIDA
                   WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
               END-IF.

           INFORMAR-SUCURSAL.
               ADD 1 TO WS-SUCURSALES.
               MOVE 0 TO WS-EN-SUCURSAL.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'SUCURSAL ' DELIMITED BY SIZE
                   WS-OFICINA-ACTUAL DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '----------------------------------------------------------'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 1 TO WS-FAL-IDX.
               PERFORM UNTIL WS-FAL-IDX > WS-TOTAL-FALLIDAS
                   IF FAL-ENV-IDX(WS-FAL-IDX) > 0
                       AND FAL-OFICINA(WS-FAL-IDX) = WS-OFICINA-ACTUAL
                       PERFORM INFORMAR-FALLIDA
                   END-IF
                   ADD 1 TO WS-FAL-IDX
               END-PERFORM.
               MOVE WS-EN-SUCURSAL TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING '  Alertas a contactar en la sucursal: '
                       DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           *> Tres renglones por alerta: cuenta y cliente; que se le
           *> queria avisar y por que no llego; datos de contacto
           *> registrados (a verificar).
           INFORMAR-FALLIDA.
               ADD 1 TO WS-EN-SUCURSAL.
               MOVE FAL-ENV-IDX(WS-FAL-IDX) TO WS-ENV-IDX.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING '  Cuenta ' DELIMITED BY SIZE
                   ENV-CUENTA(WS-ENV-IDX) DELIMITED BY SIZE
                   '  Cliente ' DELIMITED BY SIZE
                   ENV-CLIENTE(WS-ENV-IDX) DELIMITED BY SIZE
                   '  Doc. ' DELIMITED BY SIZE
                   ENV-DOCUMENTO(WS-ENV-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ENV-NOMBRE(WS-ENV-IDX) DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               EVALUATE ENV-TIPO(WS-ENV-IDX)
                   WHEN 'SMI'
                       MOVE 'SALDO BAJO MINIMO' TO WS-TIPO-DESC
                   WHEN 'DES'
                       MOVE 'ENTRADA EN DESCUBIERTO' TO WS-TIPO-DESC
                   WHEN 'BLQ'
                       MOVE 'BLOQUEO JUDICIAL' TO WS-TIPO-DESC
                   WHEN 'LEV'
                       MOVE 'LEVANTAMIENTO BLOQUEO' TO WS-TIPO-DESC
                   WHEN 'ALT'
                       MOVE 'ALTA DE CUENTA' TO WS-TIPO-DESC
                   WHEN 'BAJ'
                       MOVE 'BAJA DE CUENTA' TO WS-TIPO-DESC
                   WHEN 'RRS'
                       MOVE 'RETIRO RECHAZADO' TO WS-TIPO-DESC
                   WHEN 'COM'
                       MOVE 'COMISION COBRADA' TO WS-TIPO-DESC
                   WHEN 'CAS'
                       MOVE 'COMISION CASTIGADA' TO WS-TIPO-DESC
                   WHEN 'INA'
                       MOVE 'CUENTA INACTIVA' TO WS-TIPO-DESC
                   WHEN OTHER
                       MOVE ENV-TIPO(WS-ENV-IDX) TO WS-TIPO-DESC
               END-EVALUATE.
               EVALUATE FAL-CANAL(WS-FAL-IDX)
                   WHEN 'S'
                       MOVE 'SMS' TO WS-CANAL-DESC
                   WHEN 'E'
                       MOVE 'CORREO' TO WS-CANAL-DESC
                   WHEN OTHER
                       MOVE FAL-CANAL(WS-FAL-IDX) TO WS-CANAL-DESC
               END-EVALUATE.
               MOVE FUNCTION NUMVAL(ENV-MONTO(WS-ENV-IDX)) TO WS-MONTO.
               IF ENV-SIGNO(WS-ENV-IDX) = '-'
                   COMPUTE WS-MONTO = 0 - WS-MONTO
               END-IF.
               MOVE WS-MONTO TO WS-MONTO-DISPLAY.
               MOVE SPACES TO WS-FECHA-DISPLAY.
               STRING ENV-FECHA(WS-ENV-IDX)(1:4) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   ENV-FECHA(WS-ENV-IDX)(5:2) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   ENV-FECHA(WS-ENV-IDX)(7:2) DELIMITED BY SIZE
                   INTO WS-FECHA-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING '    ' DELIMITED BY SIZE
                   WS-TIPO-DESC DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FECHA-DISPLAY DELIMITED BY SIZE
                   ' Monto:' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   '  No entregada por ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CANAL-DESC) DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   FAL-CODIGO(WS-FAL-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FAL-DESCRIPCION(WS-FAL-IDX) DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING '    Telefono: ' DELIMITED BY SIZE
                   ENV-TELEFONO(WS-ENV-IDX) DELIMITED BY SIZE
                   '  Correo: ' DELIMITED BY SIZE
                   ENV-CORREO(WS-ENV-IDX) DELIMITED BY SIZE
                   '  Mensaje: ' DELIMITED BY SIZE
                   FAL-ID(WS-FAL-IDX) DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           *> Ids del acuse que no estan en los archivos enviados: no
           *> se sabe de que cuenta son; se listan para reclamarlos al
           *> proveedor.
           INFORMAR-SIN-ALERTA.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 'MENSAJES DEL ACUSE SIN ALERTA ENVIADA'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '----------------------------------------------------------'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 1 TO WS-FAL-IDX.
               PERFORM UNTIL WS-FAL-IDX > WS-TOTAL-FALLIDAS
                   IF FAL-ENV-IDX(WS-FAL-IDX) = 0
                       MOVE SPACES TO WS-LINEA-SALIDA
                       STRING '  Mensaje ' DELIMITED BY SIZE
                           FAL-ID(WS-FAL-IDX) DELIMITED BY SIZE
                           ' Canal ' DELIMITED BY SIZE
                           FAL-CANAL(WS-FAL-IDX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           FAL-CODIGO(WS-FAL-IDX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           FAL-DESCRIPCION(WS-FAL-IDX)
                               DELIMITED BY SIZE
                           INTO WS-LINEA-SALIDA
                       WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
                   END-IF
                   ADD 1 TO WS-FAL-IDX
               END-PERFORM.
               IF WS-SIN-ALERTA = 0
                   MOVE '  (ninguno)' TO WS-LINEA-SALIDA
                   WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA
               END-IF.

           PIE-REPORTE.
               MOVE SPACES TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE 'TOTALES' TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE '----------------------------------------------------------'
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-ACUSES-LEIDOS TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Mensajes no entregados en el acuse: '
                       DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-INFORMADAS TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Alertas fallidas informadas:        '
                       DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-SUCURSALES TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Sucursales con alertas fallidas:    '
                       DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.
               MOVE WS-SIN-ALERTA TO WS-CANT-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Mensajes sin alerta enviada:        '
                       DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

           *> Asienta el final de la corrida en la pista de auditoria
           *> comun (layout: ver GRABAR-AUDITORIA en PROCESADOR-BATCH):
           *> mensajes del acuse leidos, alertas fallidas informadas y
           *> mensajes que no corresponden a ninguna alerta enviada.
           GRABAR-AUDITORIA.
               ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AUD FROM TIME.
               MOVE RETURN-CODE TO WS-AUD-RC.
               MOVE SPACES TO AUDITORIA-RECORD.
               MOVE WS-FECHA-AUD TO AUDITORIA-RECORD(1:8).
               MOVE WS-HORA-AUD(1:6) TO AUDITORIA-RECORD(10:6).
               MOVE 'ALERTAS-FALLIDAS' TO AUDITORIA-RECORD(17:24).
               MOVE WS-AUD-RC TO AUDITORIA-RECORD(42:3).
               MOVE WS-ACUSES-LEIDOS TO WS-AUD-CANT.
               MOVE WS-AUD-CANT TO AUDITORIA-RECORD(46:9).
               MOVE WS-INFORMADAS TO WS-AUD-CANT.
               MOVE WS-AUD-CANT TO AUDITORIA-RECORD(56:9).
               MOVE WS-SIN-ALERTA TO WS-AUD-CANT.
               MOVE WS-AUD-CANT TO AUDITORIA-RECORD(66:9).
               MOVE SPACES TO WS-AUD-DETALLE.
               STRING 'acuse=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ACUSE-PATH) DELIMITED BY SIZE
                   ' enviados=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENV-PROCESADOR-PATH)
                       DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENV-COMISION-PATH)
                       DELIMITED BY SIZE
                   ' reporte=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REPORTE-PATH) DELIMITED BY SIZE
                   INTO WS-AUD-DETALLE.
               MOVE WS-AUD-DETALLE TO AUDITORIA-RECORD(76:175).
               OPEN EXTEND AUDITORIA-FILE.
               WRITE AUDITORIA-RECORD.
               CLOSE AUDITORIA-FILE.
