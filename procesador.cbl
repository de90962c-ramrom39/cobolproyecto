           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MAESTRO-FILE ASSIGN TO DYNAMIC WS-MAESTRO-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAESTRO-CLAVE.

               SELECT MAESTRO-SALIDA-FILE
                   ASSIGN TO DYNAMIC WS-MAESTRO-SALIDA-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAESTRO-SALIDA-CLAVE
                   FILE STATUS IS WS-MAESTRO-SALIDA-STATUS.

               SELECT MOVIMIENTOS-FILE ASSIGN TO DYNAMIC WS-MOVIMIENTOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOGO-STATUS.

               SELECT OPTIONAL DIARIO-CONSULTA-FILE
                   ASSIGN TO DYNAMIC WS-DIARIO-CONSULTA-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DIARIO-CONSULTA-STATUS.

               SELECT OPTIONAL CATALOGO-SEGS-FILE
                   ASSIGN TO DYNAMIC WS-CATALOGO-SEGS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL CLIENTES-FILE
                   ASSIGN TO DYNAMIC WS-CLIENTES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL CONTACTOS-FILE
                   ASSIGN TO DYNAMIC WS-CONTACTOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL MINIMOS-FILE
                   ASSIGN TO DYNAMIC WS-MINIMOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERTAS-FILE ASSIGN TO DYNAMIC WS-ALERTAS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD MAESTRO-FILE.
           01 MAESTRO-RECORD.
              05 MAESTRO-CLAVE PIC X(10).
              05 FILLER PIC X(90).

           FD MAESTRO-SALIDA-FILE.
           01 MAESTRO-SALIDA-RECORD.
              05 MAESTRO-SALIDA-CLAVE PIC X(10).
              05 FILLER PIC X(90).

           FD MOVIMIENTOS-FILE.
           01 MOVIMIENTOS-RECORD PIC X(100).
           FD CATALOGO-FILE.
           01 CATALOGO-RECORD PIC X(60).

           FD DIARIO-CONSULTA-FILE.
           01 DIARIO-CONSULTA-RECORD PIC X(100).

           FD CATALOGO-SEGS-FILE.
           01 CATALOGO-SEGS-RECORD PIC X(150).

           FD CLIENTES-FILE.
           01 CLIENTES-RECORD PIC X(60).

           FD CONTACTOS-FILE.
           01 CONTACTOS-RECORD PIC X(80).

           FD MINIMOS-FILE.
           01 MINIMOS-RECORD PIC X(60).

           FD ALERTAS-FILE.
           01 ALERTAS-RECORD PIC X(200).

           WORKING-STORAGE SECTION.
           01 WS-PARAMETROS.
              05 WS-MAESTRO-PATH PIC X(100) VALUE 'data/maestro.dat'.
                  VALUE 'data/descubiertos.txt'.
              05 WS-AUDITORIA-PATH PIC X(100)
                  VALUE 'data/auditoria.dat'.
              05 WS-ALERTAS-PATH PIC X(100)
                  VALUE 'data/alertas_procesador.dat'.
              05 WS-CLIENTES-PATH PIC X(100)
                  VALUE 'data/clientes.dat'.
              05 WS-CONTACTOS-PATH PIC X(100)
                  VALUE 'data/clientes_contactos.dat'.
              05 WS-MINIMOS-PATH PIC X(100)
                  VALUE 'data/alertas_minimos.dat'.
              05 WS-PARM-LINE PIC X(600).

           01 WS-VARIABLES.
              05 WS-CUENTA-ENCONTRADA PIC X VALUE 'N'.
              05 WS-INDICE PIC 999 VALUE 1.
              05 WS-TOTAL-CUENTAS PIC 9(5) VALUE 0.
              05 WS-EOF-MAESTRO PIC X VALUE 'N'.
              05 WS-MAESTRO-SALIDA-STATUS PIC XX.
              05 WS-EOF-MOVIMIENTOS PIC X VALUE 'N'.
              05 WS-LINEA-SALIDA PIC X(100).
              05 WS-POS PIC 999.
              05 WS-HORA-AUD PIC 9(8).
              05 WS-AUD-RC PIC 9(3).
              05 WS-AUD-DETALLE PIC X(175).
              05 WS-REF-FECHA PIC X(8).
              05 WS-REF-TIPO PIC X(1).
              05 WS-REF-OFICINA PIC X(3).
              05 WS-REF-PERIODO PIC X(6).
              05 WS-ORIG-CANTIDAD PIC 9(5).
              05 WS-REV-CANTIDAD PIC 9(5).
              05 WS-ORIG-SIGNO PIC X(1).
              05 WS-ORIG-CONTRAPARTE PIC 9(10).
              05 WS-CUENTA-CLAVE PIC 9(10).
              05 WS-MONTO-CLAVE PIC 9(10).99.
              05 WS-IDX-OTRA PIC 9(5).
              05 WS-TOTAL-REV-CREDITOS PIC 9(15)V99 VALUE 0.
              05 WS-TOTAL-REV-DEBITOS PIC 9(15)V99 VALUE 0.
              05 WS-TOTAL-REVERSOS PIC 9(15)V99.
              05 WS-REV-EDIT PIC 9(12).99.
              05 WS-DIARIO-CONSULTA-PATH PIC X(100).
              05 WS-DIARIO-CONSULTA-STATUS PIC XX.
              05 WS-EOF-CONSULTA PIC X.
              05 WS-CATALOGO-SEGS-PATH PIC X(110).
              05 WS-EOF-CATALOGO-SEGS PIC X.
              05 WS-SEG-RUTA PIC X(100).
              05 WS-TOTAL-SEGS-CONSULTADOS PIC 9(3).
              05 WS-MAX-SEGS-CONSULTADOS PIC 9(3) VALUE 120.
              05 WS-SEG-IDX PIC 9(3).
              05 WS-SEG-YA-LEIDO PIC X.
              05 WS-HIDX-REV PIC 9(6).
              05 WS-HIDX-ORIG PIC 9(6).
              05 WS-LINEA-VINCULO PIC X(100).
              05 WS-SIGNO-LINEA PIC X(1).
              05 WS-EOF-ALERTAS PIC X.
              05 WS-TOTAL-CLIENTES PIC 9(4) VALUE 0.
              05 WS-MAX-CLIENTES PIC 9(4) VALUE 2000.
              05 WS-TOTAL-CONTACTOS PIC 9(4) VALUE 0.
              05 WS-MAX-CONTACTOS PIC 9(4) VALUE 2000.
              05 WS-TOTAL-MINIMOS PIC 9(2) VALUE 0.
              05 WS-MAX-MINIMOS PIC 9(2) VALUE 20.
              05 WS-CLI-IDX PIC 9(4).
              05 WS-CLI-ENC PIC 9(4).
              05 WS-CON-ENC PIC 9(4).
              05 WS-ALR-EXCLUSION PIC X(1).
              05 WS-MIN-IDX PIC 9(2).
              05 WS-SALDO-MINIMO PIC 9(10)V99.
              05 WS-HORA-ALERTA PIC 9(8).
              05 WS-ALR-SECUENCIA PIC 9(5) VALUE 0.
              05 WS-ALR-TIPO PIC X(3).
              05 WS-ALR-FECHA PIC X(8).
              05 WS-ALR-MONTO PIC S9(10)V99.
              05 WS-ALR-ULTIMA-LINEA PIC 9(9) VALUE 0.
              05 WS-ALR-LINEA-NUM PIC 9(9).
              05 WS-ALR-ENVIADAS PIC 9(7) VALUE 0.
              05 WS-ALR-EXCLUIDAS PIC 9(7) VALUE 0.
              05 WS-ALR-CTAS-SIN-ALERTAS PIC 9(5) VALUE 0.
              05 WS-ALR-CTAS-SIN-CONTACTO PIC 9(5) VALUE 0.
              05 WS-ALR-TOTAL-MONTOS PIC 9(15)V99 VALUE 0.

           *> Segmentos de CIERRE-DIARIO ya recorridos al buscar el
           *> original de un reverso (ver BUSCAR-ORIGINAL-REVERSO).
           01 TABLA-SEGS-CONSULTADOS.
              05 SEG-CONSULTADO OCCURS 120 TIMES PIC X(100).

           01 TABLA-CUENTAS.
              05 CUENTA OCCURS 5000 TIMES INDEXED BY IDX.
                 10 BLOQUEO-CUENTA PIC X(01).
                 10 CLIENTE-CUENTA PIC 9(06).
                 10 LIMITE-DESCUBIERTO PIC 9(10)V99.
                 10 OFICINA-CUENTA PIC X(03).
                 10 PASO-INACTIVA PIC X(01).
                 10 ALERTA-EXCLUIDA PIC X(01).

           01 TABLA-HISTORIA.
              05 HISTORIA OCCURS 50000 TIMES INDEXED BY HIDX.
                 10 HIST-SIGNO PIC X(1).
                 10 HIST-CONTRAPARTE PIC 9(10).
                 10 HIST-OFICINA PIC X(3).
                 10 HIST-REF-FECHA PIC X(8).
                 10 HIST-REF-TIPO PIC X(1).
                 10 HIST-REF-OFICINA PIC X(3).
                 10 HIST-REVERSADO PIC X(1).

           *> Totales de control de depositos y retiros aplicados por
           *> oficina de origen, para que cada sucursal pueda cuadrar
                 10 OFI-DEPOSITOS PIC 9(15)V99.
                 10 OFI-RETIROS PIC 9(15)V99.

           *> Clientes, datos de contacto y saldos minimos por producto
           *> con los que GENERAR-ALERTAS arma el archivo de alertas a
           *> clientes (ver CARGAR-DATOS-ALERTAS por los layouts).
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

           01 TABLA-MINIMOS.
              05 MINIMO OCCURS 20 TIMES.
                 10 MIN-PRODUCTO PIC X(2).
                 10 MIN-SALDO PIC 9(10)V99.

           PROCEDURE DIVISION.
               PERFORM OBTENER-PARAMETROS.
               PERFORM VERIFICAR-LOTE.
               CLOSE REPORTE-FILE.
               CLOSE EXCEPCIONES-FILE.
               CLOSE REPORTE-CSV-FILE.
               PERFORM GENERAR-ALERTAS.

               PERFORM GRABAR-AUDITORIA.
               DISPLAY 'Procesamiento completado. Reporte en '
           *> los extractos por rango de fechas. El duodecimo
           *> parametro es la ruta del reporte diario de cuentas en
           *> descubierto (por defecto data/descubiertos.txt), que
           *> riesgo revisa cada manana. El decimotercero es la ruta
           *> del archivo de alertas a clientes para el proveedor de
           *> mensajeria (por defecto data/alertas_procesador.dat, ver
           *> GENERAR-ALERTAS). Si no
           *> se recibe nada por linea de comandos, o se reciben menos
           *> de cuatro rutas, se usan las rutas por defecto bajo data/
           *> para el resto.
                           WS-INACTIVAS-PATH
                           WS-DIARIO-PATH
                           WS-DESCUBIERTOS-PATH
                           WS-ALERTAS-PATH
               END-IF.
               IF WS-MESES-PARM NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-MESES-PARM)
           *> (data/clientes.dat), con el que POSICION-CLIENTES arma
           *> la posicion consolidada por titular; un maestro anterior
           *> a esa columna, o una cuenta dada de alta por movimiento
           *> 'A' que no trae el cliente, queda con cliente 000000
           *> (sin asignar) hasta que se complete. Las columnas 84-96
           *> llevan el limite de descubierto autorizado de la cuenta
           *> (mismo formato que el saldo, sin signo): los retiros y la
           *> pata de origen de las transferencias pueden dejar el
           *> saldo negativo hasta ese limite, y recien se rechazan al
           *> superarlo; un maestro anterior a esa columna, o una
           *> cuenta sin descubierto, trae limite cero y se comporta
           *> como siempre. Las columnas 97-99 llevan la oficina de
           *> radicacion de la cuenta, la que la abrio: un alta 'A' la
           *> toma de la oficina del movimiento y NOVEDADES-MAESTRO la
           *> asigna a las cuentas anteriores a esa columna, que
           *> mientras tanto quedan en blanco (sin radicar).
           *> El maestro es un archivo indexado con clave en el
           *> numero de cuenta (1:10), para que CONSULTA-CUENTA pueda
           *> leer una cuenta suelta sin recorrer el archivo; este
           *> programa lo sigue leyendo entero, en orden de clave.
           *> TABLA-CUENTAS se mantiene ordenada por numero de cuenta
           *> desde la carga: cada registro se inserta en su posicion
           *> (ver BUSCAR-CUENTA y ABRIR-HUECO-CUENTA), de modo que
                                   NUMVAL(WS-SALDO-STR(1:13))
                                   TO LIMITE-DESCUBIERTO(IDX)
                           END-IF
                           MOVE MAESTRO-RECORD(97:3)
                               TO OFICINA-CUENTA(IDX)
                   END-READ
               END-PERFORM.

                       TO MAESTRO-SALIDA-RECORD(77:6)
                   MOVE LIMITE-DESCUBIERTO(IDX) TO WS-SALDO-OUT
                   MOVE WS-SALDO-OUT TO MAESTRO-SALIDA-RECORD(84:13)
                   MOVE OFICINA-CUENTA(IDX)
                       TO MAESTRO-SALIDA-RECORD(97:3)
                   WRITE MAESTRO-SALIDA-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR: la cuenta ' NUM-CUENTA(IDX)
                               ' no se pudo grabar en el maestro '
                               FUNCTION TRIM(WS-MAESTRO-SALIDA-PATH)
                               ' (estado ' WS-MAESTRO-SALIDA-STATUS ')'
                           MOVE 16 TO RETURN-CODE
                   END-WRITE
                   SET IDX UP BY 1
               END-PERFORM.

           *> llevan el nombre del titular; en una transferencia ('T')
           *> las columnas 44-53 llevan la cuenta destino. Las columnas
           *> 75-77 llevan el codigo de la oficina que origino el
           *> movimiento (y, en un alta, las 79-84 el numero de cliente
           *> del titular, si ya lo tiene), sellado por
           *> CONSOLIDADOR-MOVIMIENTOS; un archivo sin consolidar las
           *> trae en blanco y se agrupa bajo '---'.
           *> Los registros ya aplicados antes del ultimo checkpoint se
           *> leen pero no se reaplican, para soportar un reinicio sin
           *> duplicar movimientos sobre SALDO-ACTUAL.
                       PERFORM PROCESAR-ALTA-CUENTA
                   WHEN 'T'
                       PERFORM PROCESAR-TRANSFERENCIA
                   WHEN 'X'
                       PERFORM PROCESAR-REVERSO
                   WHEN OTHER
                       PERFORM ACTUALIZAR-CUENTA-EXISTENTE
               END-EVALUATE.

           *> Tipo 'A' (alta) da de alta una cuenta nueva a partir de
           *> los propios campos del movimiento: el numero de cuenta,
           *> el nombre del titular (columnas 44-73), el monto como
           *> saldo inicial y, si viene, el numero de cliente del
           *> titular (columnas 79-84), sin el cual la alerta del alta
           *> no tiene a quien llegar. Se rechaza si la cuenta ya
           *> existe o si la tabla de cuentas esta llena.
           PROCESAR-ALTA-CUENTA.
               MOVE WS-NUM-CUENTA-NUM TO WS-CUENTA-BUSCADA.
               PERFORM BUSCAR-CUENTA.
                       MOVE 'BA' TO PRODUCTO-CUENTA(IDX)
                       MOVE WS-FECHA-STR TO FECHA-ULT-MOV(IDX)
                       MOVE SPACE TO BLOQUEO-CUENTA(IDX)
                       IF MOVIMIENTOS-RECORD(79:6) NUMERIC
                           MOVE MOVIMIENTOS-RECORD(79:6)
                               TO CLIENTE-CUENTA(IDX)
                       ELSE
                           MOVE ZERO TO CLIENTE-CUENTA(IDX)
                       END-IF
                       MOVE ZERO TO LIMITE-DESCUBIERTO(IDX)
                       MOVE WS-OFICINA-STR TO OFICINA-CUENTA(IDX)
                       SET WS-IDX-APLICADO TO IDX
                       ADD WS-MONTO-NUM TO WS-TOTAL-DEPOSITOS
                       ADD 1 TO WS-MOVS-APLICADOS
                   ADD 1 TO WS-MOVS-APLICADOS
               END-IF.

           *> Tipo 'X' (reverso) anula un movimiento ya aplicado, que
           *> se identifica por la cuenta y el monto del propio
           *> registro mas la fecha (columnas 44-51), el tipo (53) y la
           *> oficina (55-57) del movimiento original; la oficina del
           *> reverso es la de siempre (75-77). Solo se reversan 'D',
           *> 'R', 'T' e 'I'. El original se busca en el diario (vivo
           *> y segmentos de CIERRE-DIARIO desde su periodo) y en la
           *> historia de esta corrida, y se cuentan tambien los
           *> reversos que ya lo referencian: si no hay original, o ya
           *> hay tantos reversos como originales iguales, el reverso
           *> se rechaza. El reverso aplica el efecto contrario del
           *> original (debita un deposito o interes, acredita un
           *> retiro) y, si el original fue una transferencia, anula
           *> las dos patas. La cuenta que queda debitada no puede
           *> pasar su limite de descubierto; el bloqueo judicial no
           *> corta un reverso, que es una correccion y no un retiro
           *> del titular, y por lo mismo no cuenta como actividad.
           *> Los reversos no entran en los totales de depositos y
           *> retiros ni en los de oficina: van en sus propios totales
           *> (WS-TOTAL-REV-CREDITOS y WS-TOTAL-REV-DEBITOS).
           PROCESAR-REVERSO.
               SET WS-MOVIMIENTO-RECHAZADO TO 'N'.
               MOVE MOVIMIENTOS-RECORD(44:8) TO WS-REF-FECHA.
               MOVE MOVIMIENTOS-RECORD(53:1) TO WS-REF-TIPO.
               MOVE MOVIMIENTOS-RECORD(55:3) TO WS-REF-OFICINA.
               IF WS-REF-OFICINA = SPACES
                   MOVE '---' TO WS-REF-OFICINA
               END-IF.
               MOVE ZERO TO WS-IDX-OTRA.
               MOVE ZERO TO WS-HIST-CONTRAPARTE.

               MOVE WS-NUM-CUENTA-NUM TO WS-CUENTA-BUSCADA.
               PERFORM BUSCAR-CUENTA.
               EVALUATE TRUE
                   WHEN WS-CUENTA-ENCONTRADA NOT = 'S'
                       SET WS-MOVIMIENTO-RECHAZADO TO 'S'
                       MOVE 'CUENTA NO ENCONTRADA EN MAESTRO'
                           TO WS-MOTIVO-EXC
                   WHEN ESTADO-CUENTA(WS-IDX-ENCONTRADO) = 'C'
                       SET WS-MOVIMIENTO-RECHAZADO TO 'S'
                       MOVE 'CUENTA CERRADA, MOVIMIENTO RECHAZADO'
                           TO WS-MOTIVO-EXC
                   WHEN WS-REF-TIPO NOT = 'D' AND NOT = 'R'
                       AND NOT = 'T' AND NOT = 'I'
                       SET WS-MOVIMIENTO-RECHAZADO TO 'S'
                       MOVE 'TIPO ORIGINAL NO ADMITE REVERSO'
                           TO WS-MOTIVO-EXC
                   WHEN WS-REF-FECHA NOT NUMERIC
                       OR WS-MONTO-NUM NOT > ZERO
                       SET WS-MOVIMIENTO-RECHAZADO TO 'S'
                       MOVE 'MOVIMIENTO ORIGINAL NO EXISTE EN DIARIO'
                           TO WS-MOTIVO-EXC
                   WHEN OTHER
                       MOVE WS-IDX-ENCONTRADO TO WS-IDX-APLICADO
                       PERFORM BUSCAR-ORIGINAL-REVERSO
               END-EVALUATE.

               IF WS-MOVIMIENTO-RECHAZADO = 'N'
                   EVALUATE TRUE
                       WHEN WS-ORIG-CANTIDAD = ZERO
                           SET WS-MOVIMIENTO-RECHAZADO TO 'S'
                           MOVE 'MOVIMIENTO ORIGINAL NO EXISTE EN DIARIO'
                               TO WS-MOTIVO-EXC
                       WHEN WS-REV-CANTIDAD >= WS-ORIG-CANTIDAD
                           SET WS-MOVIMIENTO-RECHAZADO TO 'S'
                           MOVE 'MOVIMIENTO ORIGINAL YA FUE REVERSADO'
                               TO WS-MOTIVO-EXC
                       WHEN OTHER
                           PERFORM VALIDAR-EFECTO-REVERSO
                   END-EVALUATE
               END-IF.

               IF WS-MOVIMIENTO-RECHAZADO = 'S'
                   PERFORM ESCRIBIR-EXCEPCION
               ELSE
                   PERFORM APLICAR-REVERSO
                   ADD 1 TO WS-MOVS-APLICADOS
               END-IF.

           *> Con el original ya ubicado, revisa que el efecto
           *> contrario se pueda aplicar: la cuenta que se debita no
           *> puede pasar su limite de descubierto y la que se acredita
           *> no puede pasar el saldo maximo. En una transferencia la
           *> otra pata es la contraparte del original, que tambien
           *> debe existir y no estar cerrada.
           VALIDAR-EFECTO-REVERSO.
               IF WS-REF-TIPO = 'T'
                   MOVE WS-ORIG-CONTRAPARTE TO WS-CUENTA-BUSCADA
                   PERFORM BUSCAR-CUENTA
                   IF WS-CUENTA-ENCONTRADA NOT = 'S'
                       SET WS-MOVIMIENTO-RECHAZADO TO 'S'
                       MOVE 'CONTRAPARTE DEL ORIGINAL NO DISPONIBLE'
                           TO WS-MOTIVO-EXC
                   ELSE
                       MOVE WS-IDX-ENCONTRADO TO WS-IDX-OTRA
                       IF ESTADO-CUENTA(WS-IDX-OTRA) = 'C'
                           SET WS-MOVIMIENTO-RECHAZADO TO 'S'
                           MOVE 'CONTRAPARTE DEL ORIGINAL NO DISPONIBLE'
                               TO WS-MOTIVO-EXC
                       END-IF
                   END-IF
               END-IF.

               IF WS-MOVIMIENTO-RECHAZADO = 'N'
                   IF WS-ORIG-SIGNO = '+'
                       MOVE WS-IDX-APLICADO TO WS-IDX-ORIGEN
                       MOVE WS-IDX-OTRA TO WS-IDX-DESTINO
                   ELSE
                       MOVE WS-IDX-OTRA TO WS-IDX-ORIGEN
                       MOVE WS-IDX-APLICADO TO WS-IDX-DESTINO
                   END-IF
                   IF WS-IDX-ORIGEN NOT = ZERO
                       IF WS-MONTO-NUM > SALDO-ACTUAL(WS-IDX-ORIGEN)
                           + LIMITE-DESCUBIERTO(WS-IDX-ORIGEN)
                           SET WS-MOVIMIENTO-RECHAZADO TO 'S'
                           MOVE 'REVERSO EXCEDE LIMITE DE DESCUBIERTO'
                               TO WS-MOTIVO-EXC
                       END-IF
                   END-IF
               END-IF.

               IF WS-MOVIMIENTO-RECHAZADO = 'N'
                   AND WS-IDX-DESTINO NOT = ZERO
                   COMPUTE WS-SALDO-CHECK =
                       SALDO-ACTUAL(WS-IDX-DESTINO) + WS-MONTO-NUM
                   IF WS-SALDO-CHECK > WS-SALDO-MAXIMO
                       SET WS-MOVIMIENTO-RECHAZADO TO 'S'
                       MOVE 'SALDO EXCEDERIA EL MAXIMO PERMITIDO'
                           TO WS-MOTIVO-EXC
                   END-IF
               END-IF.

           *> Aplica el reverso ya validado: WS-IDX-ORIGEN es la cuenta
           *> que se debita y WS-IDX-DESTINO la que se acredita (en un
           *> reverso de una sola pata una de las dos queda en cero).
           *> Cada pata queda en TABLA-HISTORIA como tipo 'X' con la
           *> referencia al original, para que el estado de cuenta y
           *> el diario los muestren vinculados.
           APLICAR-REVERSO.
               IF WS-IDX-ORIGEN NOT = ZERO
                   SUBTRACT WS-MONTO-NUM
                       FROM SALDO-ACTUAL(WS-IDX-ORIGEN)
                   ADD WS-MONTO-NUM TO WS-TOTAL-REV-DEBITOS
                   MOVE WS-IDX-ORIGEN TO WS-IDX-APLICADO
                   MOVE '-' TO WS-HIST-SIGNO
                   IF WS-IDX-DESTINO NOT = ZERO
                       MOVE NUM-CUENTA(WS-IDX-DESTINO)
                           TO WS-HIST-CONTRAPARTE
                   END-IF
                   PERFORM REGISTRAR-HISTORIA
               END-IF.
               IF WS-IDX-DESTINO NOT = ZERO
                   ADD WS-MONTO-NUM TO SALDO-ACTUAL(WS-IDX-DESTINO)
                   ADD WS-MONTO-NUM TO WS-TOTAL-REV-CREDITOS
                   MOVE WS-IDX-DESTINO TO WS-IDX-APLICADO
                   MOVE '+' TO WS-HIST-SIGNO
                   MOVE ZERO TO WS-HIST-CONTRAPARTE
                   IF WS-IDX-ORIGEN NOT = ZERO
                       MOVE NUM-CUENTA(WS-IDX-ORIGEN)
                           TO WS-HIST-CONTRAPARTE
                   END-IF
                   PERFORM REGISTRAR-HISTORIA
               END-IF.

           *> Cuenta, para la cuenta WS-IDX-APLICADO, cuantos
           *> movimientos iguales al original referenciado hay
           *> (WS-ORIG-CANTIDAD) y cuantos reversos ya lo apuntan
           *> (WS-REV-CANTIDAD), y guarda el signo y la contraparte del
           *> primero. El diario de dias anteriores ya puede estar
           *> cortado en segmentos por CIERRE-DIARIO: se recorren los
           *> del catalogo <diario>.segs cuyo periodo no es anterior al
           *> del original (un reverso de ese original solo puede estar
           *> en esos), luego el diario vivo y por ultimo la historia
           *> de esta corrida, que todavia no esta en el diario.
           BUSCAR-ORIGINAL-REVERSO.
               MOVE ZERO TO WS-ORIG-CANTIDAD.
               MOVE ZERO TO WS-REV-CANTIDAD.
               MOVE SPACE TO WS-ORIG-SIGNO.
               MOVE ZERO TO WS-ORIG-CONTRAPARTE.
               MOVE NUM-CUENTA(WS-IDX-APLICADO) TO WS-CUENTA-CLAVE.
               MOVE WS-MONTO-NUM TO WS-MONTO-CLAVE.
               MOVE WS-REF-FECHA(1:6) TO WS-REF-PERIODO.

               MOVE ZERO TO WS-TOTAL-SEGS-CONSULTADOS.
               MOVE SPACES TO WS-CATALOGO-SEGS-PATH.
               STRING FUNCTION TRIM(WS-DIARIO-PATH) DELIMITED BY SIZE
                   '.segs' DELIMITED BY SIZE
                   INTO WS-CATALOGO-SEGS-PATH.
               MOVE 'N' TO WS-EOF-CATALOGO-SEGS.
               OPEN INPUT CATALOGO-SEGS-FILE.
               PERFORM UNTIL WS-EOF-CATALOGO-SEGS = 'S'
                   READ CATALOGO-SEGS-FILE
                       AT END
                           SET WS-EOF-CATALOGO-SEGS TO 'S'
                       NOT AT END
                           IF CATALOGO-SEGS-RECORD(1:6)
                                   NOT < WS-REF-PERIODO
                               AND CATALOGO-SEGS-RECORD(46:100)
                                   NOT = SPACES
                               MOVE CATALOGO-SEGS-RECORD(46:100)
                                   TO WS-SEG-RUTA
                               PERFORM CONSULTAR-SEGMENTO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CATALOGO-SEGS-FILE.

               MOVE WS-DIARIO-PATH TO WS-DIARIO-CONSULTA-PATH.
               PERFORM CONTAR-EN-DIARIO-CONSULTA.

               SET HIDX TO 1.
               PERFORM UNTIL HIDX > WS-TOTAL-HISTORIA
                   IF HIST-CUENTA(HIDX) = WS-CUENTA-CLAVE
                       AND HIST-MONTO(HIDX) = WS-MONTO-NUM
                       IF HIST-TIPO(HIDX) = WS-REF-TIPO
                           AND HIST-FECHA(HIDX) = WS-REF-FECHA
                           AND HIST-OFICINA(HIDX) = WS-REF-OFICINA
                           ADD 1 TO WS-ORIG-CANTIDAD
                           IF WS-ORIG-CANTIDAD = 1
                               MOVE HIST-SIGNO(HIDX) TO WS-ORIG-SIGNO
                               MOVE HIST-CONTRAPARTE(HIDX)
                                   TO WS-ORIG-CONTRAPARTE
                           END-IF
                       END-IF
                       IF HIST-TIPO(HIDX) = 'X'
                           AND HIST-REF-FECHA(HIDX) = WS-REF-FECHA
                           AND HIST-REF-TIPO(HIDX) = WS-REF-TIPO
                           AND HIST-REF-OFICINA(HIDX) = WS-REF-OFICINA
                           ADD 1 TO WS-REV-CANTIDAD
                       END-IF
                   END-IF
                   SET HIDX UP BY 1
               END-PERFORM.

           *> Un mismo segmento puede figurar mas de una vez en el
           *> catalogo (un periodo recortado en dos noches escribe dos
           *> lineas con la misma ruta): se recorre una sola vez.
           CONSULTAR-SEGMENTO.
               MOVE 'N' TO WS-SEG-YA-LEIDO.
               MOVE 1 TO WS-SEG-IDX.
               PERFORM UNTIL WS-SEG-IDX > WS-TOTAL-SEGS-CONSULTADOS
                   OR WS-SEG-YA-LEIDO = 'S'
                   IF SEG-CONSULTADO(WS-SEG-IDX) = WS-SEG-RUTA
                       MOVE 'S' TO WS-SEG-YA-LEIDO
                   END-IF
                   ADD 1 TO WS-SEG-IDX
               END-PERFORM.
               IF WS-SEG-YA-LEIDO = 'N'
                   IF WS-TOTAL-SEGS-CONSULTADOS < WS-MAX-SEGS-CONSULTADOS
                       ADD 1 TO WS-TOTAL-SEGS-CONSULTADOS
                       MOVE WS-SEG-RUTA
                           TO SEG-CONSULTADO(WS-TOTAL-SEGS-CONSULTADOS)
                   END-IF
                   MOVE WS-SEG-RUTA TO WS-DIARIO-CONSULTA-PATH
                   PERFORM CONTAR-EN-DIARIO-CONSULTA
               END-IF.

           *> Recorre WS-DIARIO-CONSULTA-PATH (diario vivo o segmento,
           *> mismo layout que GRABAR-DIARIO) sumando originales y
           *> reversos de la cuenta WS-CUENTA-CLAVE por el monto
           *> WS-MONTO-CLAVE. Un reverso lleva la referencia a su
           *> original en 62:8 (fecha), 71:1 (tipo) y 73:3 (oficina).
           CONTAR-EN-DIARIO-CONSULTA.
               MOVE 'N' TO WS-EOF-CONSULTA.
               OPEN INPUT DIARIO-CONSULTA-FILE.
               IF WS-DIARIO-CONSULTA-STATUS NOT = '00'
                   AND WS-DIARIO-CONSULTA-STATUS NOT = '05'
                   DISPLAY 'AVISO: no se pudo leer '
                       FUNCTION TRIM(WS-DIARIO-CONSULTA-PATH)
                       ' al buscar el original de un reverso (status '
                       WS-DIARIO-CONSULTA-STATUS ')'
                   MOVE 'S' TO WS-EOF-CONSULTA
               END-IF.
               PERFORM UNTIL WS-EOF-CONSULTA = 'S'
                   READ DIARIO-CONSULTA-FILE
                       AT END
                           SET WS-EOF-CONSULTA TO 'S'
                       NOT AT END
                           IF DIARIO-CONSULTA-RECORD(1:10)
                                   = WS-CUENTA-CLAVE
                               AND DIARIO-CONSULTA-RECORD(21:13)
                                   = WS-MONTO-CLAVE
                               PERFORM CONTAR-REGISTRO-CONSULTA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-DIARIO-CONSULTA-STATUS = '00'
                   OR WS-DIARIO-CONSULTA-STATUS = '10'
                   CLOSE DIARIO-CONSULTA-FILE
               END-IF.

           CONTAR-REGISTRO-CONSULTA.
               IF DIARIO-CONSULTA-RECORD(19:1) = WS-REF-TIPO
                   AND DIARIO-CONSULTA-RECORD(11:8) = WS-REF-FECHA
                   AND DIARIO-CONSULTA-RECORD(57:3) = WS-REF-OFICINA
                   ADD 1 TO WS-ORIG-CANTIDAD
                   IF WS-ORIG-CANTIDAD = 1
                       MOVE DIARIO-CONSULTA-RECORD(20:1)
                           TO WS-ORIG-SIGNO
                       IF DIARIO-CONSULTA-RECORD(47:10) NUMERIC
                           MOVE DIARIO-CONSULTA-RECORD(47:10)
                               TO WS-ORIG-CONTRAPARTE
                       END-IF
                   END-IF
               END-IF.
               IF DIARIO-CONSULTA-RECORD(19:1) = 'X'
                   AND DIARIO-CONSULTA-RECORD(62:8) = WS-REF-FECHA
                   AND DIARIO-CONSULTA-RECORD(71:1) = WS-REF-TIPO
                   AND DIARIO-CONSULTA-RECORD(73:3) = WS-REF-OFICINA
                   ADD 1 TO WS-REV-CANTIDAD
               END-IF.

           *> Deja constancia en la cuenta WS-IDX-APLICADO de que hubo
           *> actividad de cliente en la fecha del movimiento, y
           *> reactiva una cuenta marcada inactiva ('I'): el estado
           *> Las cuentas sin fecha de ultimo movimiento (un maestro
           *> anterior a esa columna, sin actividad desde entonces) no
           *> pueden medirse y se saltan. El estado 'I' se reescribe
           *> al maestro pero no bloquea ningun movimiento. Las que
           *> pasan de 'A' a 'I' en esta corrida quedan marcadas en
           *> PASO-INACTIVA para la alerta al cliente; una cuenta que
           *> ya venia inactiva se vuelve a listar pero no se alerta
           *> otra vez.
           MARCAR-INACTIVAS.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               COMPUTE WS-HOY-EN-MESES =

               SET IDX TO 1.
               PERFORM UNTIL IDX > WS-TOTAL-CUENTAS
                   MOVE 'N' TO PASO-INACTIVA(IDX)
                   IF ESTADO-CUENTA(IDX) NOT = 'C'
                       AND FECHA-ULT-MOV(IDX) NUMERIC
                       COMPUTE WS-ULT-EN-MESES =
                       COMPUTE WS-MESES-INACTIVO =
                           WS-HOY-EN-MESES - WS-ULT-EN-MESES
                       IF WS-MESES-INACTIVO > WS-MESES-LIMITE
                           IF ESTADO-CUENTA(IDX) = 'A'
                               MOVE 'S' TO PASO-INACTIVA(IDX)
                           END-IF
                           MOVE 'I' TO ESTADO-CUENTA(IDX)
                           ADD 1 TO WS-TOTAL-INACTIVAS
                           PERFORM ESCRIBIR-CUENTA-INACTIVA
                   MOVE WS-HIST-SIGNO TO HIST-SIGNO(HIDX)
                   MOVE WS-HIST-CONTRAPARTE TO HIST-CONTRAPARTE(HIDX)
                   MOVE WS-OFICINA-STR TO HIST-OFICINA(HIDX)
                   IF WS-TIPO-STR = 'X'
                       MOVE WS-REF-FECHA TO HIST-REF-FECHA(HIDX)
                       MOVE WS-REF-TIPO TO HIST-REF-TIPO(HIDX)
                       MOVE WS-REF-OFICINA TO HIST-REF-OFICINA(HIDX)
                   ELSE
                       MOVE SPACES TO HIST-REF-FECHA(HIDX)
                       MOVE SPACE TO HIST-REF-TIPO(HIDX)
                       MOVE SPACES TO HIST-REF-OFICINA(HIDX)
                   END-IF
                   MOVE 'N' TO HIST-REVERSADO(HIDX)
               ELSE
                   IF WS-HISTORIA-LLENA-AVISO = 'N'
                       DISPLAY
                   TO WS-LINEA-SALIDA.
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               PERFORM VINCULAR-REVERSOS.

               SET IDX TO 1.
               PERFORM UNTIL IDX > WS-TOTAL-CUENTAS
                   PERFORM GENERAR-ESTADO-CUENTA
                   SET IDX UP BY 1
               END-PERFORM.

           *> Marca en TABLA-HISTORIA los movimientos de esta corrida
           *> que un reverso 'X' posterior de la misma corrida anulo,
           *> para que el estado de cuenta muestre el original junto a
           *> su reverso. Cada reverso marca un solo original (el
           *> primero igual todavia sin marcar), de modo que dos
           *> depositos identicos con un solo reverso dejan uno vivo.
           VINCULAR-REVERSOS.
               SET HIDX TO 1.
               PERFORM UNTIL HIDX > WS-TOTAL-HISTORIA
                   IF HIST-TIPO(HIDX) = 'X'
                       SET WS-HIDX-REV TO HIDX
                       PERFORM MARCAR-ORIGINAL-REVERSADO
                       SET HIDX TO WS-HIDX-REV
                   END-IF
                   SET HIDX UP BY 1
               END-PERFORM.

           MARCAR-ORIGINAL-REVERSADO.
               MOVE 1 TO WS-HIDX-ORIG.
               PERFORM UNTIL WS-HIDX-ORIG >= WS-HIDX-REV
                   SET HIDX TO WS-HIDX-ORIG
                   IF HIST-CUENTA(HIDX) = HIST-CUENTA(WS-HIDX-REV)
                       AND HIST-TIPO(HIDX) = HIST-REF-TIPO(WS-HIDX-REV)
                       AND HIST-FECHA(HIDX) = HIST-REF-FECHA(WS-HIDX-REV)
                       AND HIST-OFICINA(HIDX)
                           = HIST-REF-OFICINA(WS-HIDX-REV)
                       AND HIST-MONTO(HIDX) = HIST-MONTO(WS-HIDX-REV)
                       AND HIST-REVERSADO(HIDX) = 'N'
                       MOVE 'S' TO HIST-REVERSADO(HIDX)
                       MOVE WS-HIDX-REV TO WS-HIDX-ORIG
                   ELSE
                       ADD 1 TO WS-HIDX-ORIG
                   END-IF
               END-PERFORM.

           *> Imprime el estado de cuenta de CUENTA(IDX): saldo de
           *> apertura, cada movimiento aplicado en orden con su fecha
           *> y el saldo resultante, y el saldo actual de cierre.
                       WS-OFICINA-DISPLAY DELIMITED BY SIZE
                       INTO WS-LINEA-SALIDA
               ELSE
                   *> Un reverso muestra su signo, que depende de la
                   *> pata del original que anula.
                   IF HIST-TIPO(HIDX) = 'X'
                       MOVE HIST-SIGNO(HIDX) TO WS-SIGNO-LINEA
                   ELSE
                       MOVE SPACE TO WS-SIGNO-LINEA
                   END-IF
                   STRING '    ' DELIMITED BY SIZE
                       WS-FECHA-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       HIST-TIPO(HIDX) DELIMITED BY SIZE
                       WS-SIGNO-LINEA DELIMITED BY SIZE
                       WS-MONTO-DISPLAY DELIMITED BY SIZE
                       '  Saldo: ' DELIMITED BY SIZE
                       WS-SALDO-DISPLAY DELIMITED BY SIZE
               END-IF
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               *> Un reverso lleva debajo la referencia a su original y
               *> un original reversado en la misma corrida, la marca.
               IF HIST-TIPO(HIDX) = 'X'
                   MOVE SPACES TO WS-LINEA-VINCULO
                   STRING '        ** REVERSO DE ' DELIMITED BY SIZE
                       HIST-REF-TIPO(HIDX) DELIMITED BY SIZE
                       ' DEL ' DELIMITED BY SIZE
                       HIST-REF-FECHA(HIDX)(1:4) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       HIST-REF-FECHA(HIDX)(5:2) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       HIST-REF-FECHA(HIDX)(7:2) DELIMITED BY SIZE
                       ' OF ' DELIMITED BY SIZE
                       HIST-REF-OFICINA(HIDX) DELIMITED BY SIZE
                       INTO WS-LINEA-VINCULO
                   WRITE REPORTE-RECORD FROM WS-LINEA-VINCULO
               END-IF.
               IF HIST-REVERSADO(HIDX) = 'S'
                   MOVE '        ** REVERSADO EN ESTA CORRIDA'
                       TO WS-LINEA-VINCULO
                   WRITE REPORTE-RECORD FROM WS-LINEA-VINCULO
               END-IF.

           *> Layout de CHECKPOINT-RECORD: un registro de cabecera
           *> 'CKPT' + linea (5:9) + apertura total (14:18) + total
           *> depositos (32:18) + total retiros (50:18) + cantidad de
           *> cuentas (68:5) + cantidad de movimientos en TABLA-HISTORIA
           *> (73:6) + cantidad de oficinas (79:2) + movimientos
           *> aplicados (81:9) + rechazados (90:9) + altas (99:5) +
           *> bajas (104:5) + reversos acreditados (111:18) y debitados
           *> (129:18), seguido de un registro por cuenta con el mismo
           *> layout de TABLA-CUENTAS (cuenta 1:10, nombre 11:30, saldo
           *> actual 41:13, saldo de apertura 55:13, estado de la cuenta
           *> 69:1, producto 70:2, fecha de ultimo movimiento 72:8,
           *> marca de bloqueo judicial 80:1, numero de cliente 81:6,
           *> signo del saldo actual 87:1 y del de apertura 88:1 ('-'
           *> cuando son negativos por descubierto) y limite de
           *> descubierto 89:13, oficina de radicacion 102:3; el
           *> signo del saldo de apertura total de la cabecera viaja
           *> en su columna 110) y,
           *> a continuacion, un registro por cada movimiento
           *> de TABLA-HISTORIA (cuenta 1:10, fecha 11:8, tipo 19:1,
           *> monto 20:13, saldo resultante 33:13, signo 46:1, cuenta
           *> contraparte 47:10, oficina 57:3, signo '-' del saldo
           *> resultante 61:1 y, en los reversos 'X', fecha 62:8, tipo
           *> 71:1 y oficina 73:3 del original) y, al final, un registro
           *> por oficina de TABLA-OFICINAS (codigo 1:3, depositos
           *> 5:18, retiros 24:18), cuya cantidad viaja en la cabecera
           *> (79:2). Las cantidades de la
                               MOVE FUNCTION NUMVAL(WS-CKPT-ALTA-STR)
                                   TO WS-TOTAL-BAJAS
                           END-IF
                           MOVE CHECKPOINT-RECORD(111:18)
                               TO WS-CKPT-TOTAL-STR
                           IF WS-CKPT-TOTAL-STR NOT = SPACES
                               MOVE FUNCTION NUMVAL(WS-CKPT-TOTAL-STR)
                                   TO WS-TOTAL-REV-CREDITOS
                           END-IF
                           MOVE CHECKPOINT-RECORD(129:18)
                               TO WS-CKPT-TOTAL-STR
                           IF WS-CKPT-TOTAL-STR NOT = SPACES
                               MOVE FUNCTION NUMVAL(WS-CKPT-TOTAL-STR)
                                   TO WS-TOTAL-REV-DEBITOS
                           END-IF
                   END-READ
                   IF WS-EXISTE-CHECKPOINT = 'S'
                       PERFORM CARGAR-CUENTAS-DE-CHECKPOINT
                                   NUMVAL(WS-CKPT-SALDO-STR)
                                   TO LIMITE-DESCUBIERTO(IDX)
                           END-IF
                           MOVE CHECKPOINT-RECORD(102:3)
                               TO OFICINA-CUENTA(IDX)
                           ADD 1 TO WS-CONTADOR-CKPT
                   END-READ
               END-PERFORM.
                                   TO HIST-CONTRAPARTE(HIDX)
                               MOVE CHECKPOINT-RECORD(57:3)
                                   TO HIST-OFICINA(HIDX)
                               MOVE CHECKPOINT-RECORD(62:8)
                                   TO HIST-REF-FECHA(HIDX)
                               MOVE CHECKPOINT-RECORD(71:1)
                                   TO HIST-REF-TIPO(HIDX)
                               MOVE CHECKPOINT-RECORD(73:3)
                                   TO HIST-REF-OFICINA(HIDX)
                               MOVE 'N' TO HIST-REVERSADO(HIDX)
                           END-IF
                           ADD 1 TO WS-CONTADOR-CKPT
                   END-READ
               MOVE WS-MOVS-RECHAZADOS TO CHECKPOINT-RECORD(90:9).
               MOVE WS-TOTAL-ALTAS TO CHECKPOINT-RECORD(99:5).
               MOVE WS-TOTAL-BAJAS TO CHECKPOINT-RECORD(104:5).
               MOVE WS-TOTAL-REV-CREDITOS TO WS-CKPT-TOTAL-EDIT.
               MOVE WS-CKPT-TOTAL-EDIT TO CHECKPOINT-RECORD(111:18).
               MOVE WS-TOTAL-REV-DEBITOS TO WS-CKPT-TOTAL-EDIT.
               MOVE WS-CKPT-TOTAL-EDIT TO CHECKPOINT-RECORD(129:18).
               WRITE CHECKPOINT-RECORD.

               SET IDX TO 1.
                   MOVE CLIENTE-CUENTA(IDX) TO CHECKPOINT-RECORD(81:6)
                   MOVE LIMITE-DESCUBIERTO(IDX) TO WS-CKPT-SALDO-EDIT
                   MOVE WS-CKPT-SALDO-EDIT TO CHECKPOINT-RECORD(89:13)
                   MOVE OFICINA-CUENTA(IDX) TO CHECKPOINT-RECORD(102:3)
                   WRITE CHECKPOINT-RECORD
                   SET IDX UP BY 1
               END-PERFORM.
                   MOVE HIST-CONTRAPARTE(HIDX)
                       TO CHECKPOINT-RECORD(47:10)
                   MOVE HIST-OFICINA(HIDX) TO CHECKPOINT-RECORD(57:3)
                   MOVE HIST-REF-FECHA(HIDX) TO CHECKPOINT-RECORD(62:8)
                   MOVE HIST-REF-TIPO(HIDX) TO CHECKPOINT-RECORD(71:1)
                   MOVE HIST-REF-OFICINA(HIDX) TO CHECKPOINT-RECORD(73:3)
                   WRITE CHECKPOINT-RECORD
                   SET HIDX UP BY 1
               END-PERFORM.
           *> VERIFICAR-LOTE-DUPLICADO consulta para frenar un
           *> archivo repetido. El saldo de cierre viaja sin signo en
           *> 90:18 con su signo '-' en la columna 134 cuando el
           *> total queda negativo por descubiertos. El total de los
           *> reversos 'X' aplicados (acreditados mas debitados) va en
           *> 136:15, aparte de depositos y retiros.
           GRABAR-HISTORIAL-CORRIDA.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE SPACES TO HISTORIAL-RECORD.
               IF WS-LOTE-PRESENTE = 'S'
                   MOVE WS-LOTE-NUMERO TO HISTORIAL-RECORD(128:6)
               END-IF.
               COMPUTE WS-TOTAL-REVERSOS =
                   WS-TOTAL-REV-CREDITOS + WS-TOTAL-REV-DEBITOS.
               MOVE WS-TOTAL-REVERSOS TO WS-REV-EDIT.
               MOVE WS-REV-EDIT TO HISTORIAL-RECORD(136:15).
               WRITE HISTORIAL-RECORD.
               CLOSE HISTORIAL-FILE.

           *> monto (21:13), saldo resultante (34:13, sin signo),
           *> cuenta contraparte (47:10), oficina (57:3) y signo del
           *> saldo resultante (60:1, '-' cuando la cuenta quedo en
           *> descubierto). Un reverso 'X' lleva ademas la referencia a
           *> su original: fecha (62:8), tipo (71:1) y oficina (73:3).
           *> Todo registro lleva el numero de corrida (77:4): el de la
           *> generacion del maestro que se corta en esta corrida, es
           *> decir el maestro tal como estaba antes de aplicar estos
           *> movimientos (ver GRABAR-GENERACION-MAESTRO). Se escribe
           *> una sola vez, al cierre exitoso de la corrida: una
           *> corrida reanudada desde checkpoint trae en
           *> TABLA-HISTORIA tambien lo aplicado antes del corte, que
           *> aun no habia llegado al diario, asi que no se duplica
           *> nada.
           GRABAR-DIARIO.
               PERFORM DETERMINAR-GENERACION-SIGUIENTE.
               MOVE WS-GEN-SIGUIENTE TO WS-GEN-NUM-X.
               OPEN EXTEND DIARIO-FILE.
               SET HIDX TO 1.
               PERFORM UNTIL HIDX > WS-TOTAL-HISTORIA
                   MOVE WS-CKPT-SALDO-EDIT TO DIARIO-RECORD(34:13)
                   MOVE HIST-CONTRAPARTE(HIDX) TO DIARIO-RECORD(47:10)
                   MOVE HIST-OFICINA(HIDX) TO DIARIO-RECORD(57:3)
                   IF HIST-TIPO(HIDX) = 'X'
                       MOVE HIST-REF-FECHA(HIDX) TO DIARIO-RECORD(62:8)
                       MOVE HIST-REF-TIPO(HIDX) TO DIARIO-RECORD(71:1)
                       MOVE HIST-REF-OFICINA(HIDX) TO DIARIO-RECORD(73:3)
                   END-IF
                   MOVE WS-GEN-NUM-X TO DIARIO-RECORD(77:4)
                   WRITE DIARIO-RECORD
                   SET HIDX UP BY 1
               END-PERFORM.
           *> corte queda asentado en el catalogo <maestro>.gens con
           *> la fecha, la cantidad de registros y el hash-total de
           *> saldos (suma de la columna 41:13 con el signo de la
           *> columna 54), que es lo que RESTAURADOR-MAESTRO verifica
           *> antes de devolver una generacion al sitio, y el corte
           *> del diario (42:4): el primer numero de corrida del
           *> diario (77:4, ver GRABAR-DIARIO) que no entro en la
           *> copia, con el que RECONSTRUCCION-SALDOS sabe que
           *> registros aplicarle. Se conservan las ultimas
           *> WS-GEN-CONSERVAR generaciones; la que queda fuera de la
           *> ventana se borra del disco (el catalogo completo se
           *> conserva como rastro). La copia es un archivo plano de
           *> lineas, en orden de clave, aunque el maestro sea
           *> indexado: se puede leer y comparar con cualquier
           *> herramienta y RESTAURADOR-MAESTRO rearma el indice.
           GRABAR-GENERACION-MAESTRO.
               PERFORM DETERMINAR-GENERACION-SIGUIENTE.

               MOVE WS-FECHA-HOY TO CATALOGO-RECORD(6:8).
               MOVE WS-GEN-REG-EDIT TO CATALOGO-RECORD(15:5).
               MOVE WS-GEN-HASH-EDIT TO CATALOGO-RECORD(21:18).
               MOVE WS-GEN-NUM-X TO CATALOGO-RECORD(42:4).
               WRITE CATALOGO-RECORD.
               CLOSE CATALOGO-FILE.

           *> Totales de control: compara el saldo de apertura mas los
           *> depositos menos los retiros aplicados contra el saldo de
           *> cierre real, para detectar cualquier descuadre del batch.
           *> Los reversos 'X' se informan en sus propias lineas, sin
           *> mezclarse con depositos y retiros: lo acreditado por
           *> reversos suma y lo debitado resta.
           GENERAR-RECONCILIACION.
               MOVE 0 TO WS-SALDO-CIERRE-TOTAL.
               SET IDX TO 1.

               COMPUTE WS-SALDO-ESPERADO =
                   WS-SALDO-APERTURA-TOTAL + WS-TOTAL-DEPOSITOS
                       - WS-TOTAL-RETIROS + WS-TOTAL-REV-CREDITOS
                       - WS-TOTAL-REV-DEBITOS.
               COMPUTE WS-DIFERENCIA =
                   WS-SALDO-CIERRE-TOTAL - WS-SALDO-ESPERADO.

                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               MOVE WS-TOTAL-REV-CREDITOS TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Reversos Acreditados:   ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               MOVE WS-TOTAL-REV-DEBITOS TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Reversos Debitados:     ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               WRITE REPORTE-RECORD FROM WS-LINEA-SALIDA.

               MOVE WS-SALDO-CIERRE-TOTAL TO WS-CIERRE-DISPLAY.
               MOVE SPACES TO WS-LINEA-SALIDA.
               STRING 'Saldo Cierre Total:     ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ULTIMA-FECHA-DISPLAY) DELIMITED BY SIZE
                   INTO WS-LINEA-CSV
               WRITE REPORTE-CSV-RECORD FROM WS-LINEA-CSV.

           *> Archivo de alertas a clientes para el proveedor de SMS y
           *> correo electronico, que se arma al cierre de la corrida
           *> con lo que quedo en memoria (y por eso da lo mismo si la
           *> corrida vino de un checkpoint):
           *>   ALT alta, BAJ baja, BLQ bloqueo y LEV levantamiento,
           *>       sacados de TABLA-HISTORIA;
           *>   RRS retiro rechazado por saldo insuficiente, sacado del
           *>       archivo de excepciones de la corrida;
           *>   DES entrada en descubierto (abrio con saldo no negativo
           *>       y cerro negativo);
           *>   SMI saldo por debajo del minimo de su producto (abrio
           *>       en o por encima del minimo y cerro por debajo, sin
           *>       llegar a negativo);
           *>   INA cuenta que paso a inactiva en esta corrida.
           *> Cada alerta lleva la cuenta, el cliente, su documento y
           *> su nombre tomados de data/clientes.dat, el tipo, la fecha
           *> y el monto. El telefono y el correo salen de
           *> data/clientes_contactos.dat; si el cliente pidio no
           *> recibir alertas, o la cuenta no tiene cliente asignado o
           *> el cliente no tiene ni telefono ni correo, la alerta no
           *> se envia y la cuenta se cuenta como excluida por uno u
           *> otro motivo.
           *>
           *> Formato de intercambio (registros de 200 posiciones):
           *>   CAB: 'CAB' 1:3, programa origen 5:24, fecha 30:8,
           *>        hora 39:6.
           *>   DET: 'DET' 1:3, id de mensaje 5:20, tipo de alerta
           *>        26:3, cuenta 30:10, cliente 41:6, documento 48:15,
           *>        nombre 64:30, fecha del evento 95:8, monto 104:13
           *>        (9999999999.99), signo 117:1 ('-' o blanco), canal
           *>        119:1 ('S' solo SMS, 'E' solo correo, 'A' ambos),
           *>        telefono 121:15, correo 137:50.
           *>   TOT: 'TOT' 1:3, cantidad de DET 5:9, suma de montos
           *>        15:18.
           *> El id de mensaje es 'P' (este programa), la fecha y la
           *> hora de la corrida y una secuencia de 5 digitos; es el
           *> que el proveedor devuelve en el acuse de mensajes no
           *> entregados que procesa ALERTAS-FALLIDAS.
           GENERAR-ALERTAS.
               PERFORM CARGAR-DATOS-ALERTAS.
               ACCEPT WS-HORA-ALERTA FROM TIME.

               OPEN OUTPUT ALERTAS-FILE.
               MOVE SPACES TO ALERTAS-RECORD.
               MOVE 'CAB' TO ALERTAS-RECORD(1:3).
               MOVE 'PROCESADOR-BATCH' TO ALERTAS-RECORD(5:24).
               MOVE WS-FECHA-HOY TO ALERTAS-RECORD(30:8).
               MOVE WS-HORA-ALERTA(1:6) TO ALERTAS-RECORD(39:6).
               WRITE ALERTAS-RECORD.

               SET IDX TO 1.
               PERFORM UNTIL IDX > WS-TOTAL-CUENTAS
                   MOVE 'N' TO ALERTA-EXCLUIDA(IDX)
                   SET IDX UP BY 1
               END-PERFORM.

               PERFORM ALERTAS-DE-HISTORIA.
               PERFORM ALERTAS-DE-EXCEPCIONES.
               PERFORM ALERTAS-DE-SALDOS.

               MOVE SPACES TO ALERTAS-RECORD.
               MOVE 'TOT' TO ALERTAS-RECORD(1:3).
               MOVE WS-ALR-ENVIADAS TO WS-ALR-LINEA-NUM.
               MOVE WS-ALR-LINEA-NUM TO ALERTAS-RECORD(5:9).
               MOVE WS-ALR-TOTAL-MONTOS TO WS-CKPT-TOTAL-EDIT.
               MOVE WS-CKPT-TOTAL-EDIT TO ALERTAS-RECORD(15:18).
               WRITE ALERTAS-RECORD.
               CLOSE ALERTAS-FILE.

               DISPLAY 'Alertas a clientes: ' WS-ALR-ENVIADAS
                   ' enviadas a ' FUNCTION TRIM(WS-ALERTAS-PATH)
                   ', ' WS-ALR-EXCLUIDAS ' excluidas'.
               DISPLAY '  Cuentas excluidas, cliente no quiere alertas: '
                   WS-ALR-CTAS-SIN-ALERTAS.
               DISPLAY '  Cuentas excluidas, sin datos de contacto:     '
                   WS-ALR-CTAS-SIN-CONTACTO.

           *> data/clientes.dat: numero de cliente 1:6, nombre 8:30,
           *> documento 39:15 (el mismo que lee POSICION-CLIENTES).
           *> data/clientes_contactos.dat: numero de cliente 1:6,
           *> acepta alertas 8:1 ('N' si el cliente pidio no
           *> recibirlas; cualquier otro valor las acepta), telefono
           *> 10:15, correo electronico 26:50.
           *> data/alertas_minimos.dat: producto 1:2, saldo minimo 4:13
           *> (como data/comisiones.dat); un producto sin linea no
           *> genera alerta de saldo minimo.
           *> Los tres son opcionales y admiten lineas '*' de
           *> comentario y lineas en blanco. Si una tabla se llena se
           *> avisa y el resto de las lineas se ignora: esas cuentas
           *> quedan excluidas por falta de contacto, pero la corrida,
           *> que ya reescribio el maestro, no se corta por esto.
           CARGAR-DATOS-ALERTAS.
               MOVE 0 TO WS-TOTAL-CLIENTES.
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

               MOVE 0 TO WS-TOTAL-CONTACTOS.
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

               MOVE 0 TO WS-TOTAL-MINIMOS.
               OPEN INPUT MINIMOS-FILE.
               SET WS-EOF-ALERTAS TO 'N'.
               PERFORM UNTIL WS-EOF-ALERTAS = 'S'
                   READ MINIMOS-FILE
                       AT END
                           SET WS-EOF-ALERTAS TO 'S'
                       NOT AT END
                           IF MINIMOS-RECORD NOT = SPACES
                               AND MINIMOS-RECORD(1:1) NOT = '*'
                               IF WS-TOTAL-MINIMOS < WS-MAX-MINIMOS
                                   ADD 1 TO WS-TOTAL-MINIMOS
                                   MOVE MINIMOS-RECORD(1:2)
                                       TO MIN-PRODUCTO(WS-TOTAL-MINIMOS)
                                   MOVE FUNCTION NUMVAL(MINIMOS-RECORD(4:13))
                                       TO MIN-SALDO(WS-TOTAL-MINIMOS)
                               ELSE
                                   DISPLAY 'AVISO: mas de '
                                       WS-MAX-MINIMOS
                                       ' saldos minimos, se ignora el '
                                       'del producto '
                                       MINIMOS-RECORD(1:2)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE MINIMOS-FILE.

           *> Altas, bajas, bloqueos y levantamientos aplicados en la
           *> corrida. El alta informa el deposito inicial; las otras
           *> tres, el saldo en que quedo la cuenta.
           ALERTAS-DE-HISTORIA.
               SET HIDX TO 1.
               PERFORM UNTIL HIDX > WS-TOTAL-HISTORIA
                   MOVE SPACES TO WS-ALR-TIPO
                   EVALUATE HIST-TIPO(HIDX)
                       WHEN 'A'
                           MOVE 'ALT' TO WS-ALR-TIPO
                           MOVE HIST-MONTO(HIDX) TO WS-ALR-MONTO
                       WHEN 'C'
                           MOVE 'BAJ' TO WS-ALR-TIPO
                           MOVE HIST-SALDO(HIDX) TO WS-ALR-MONTO
                       WHEN 'B'
                           MOVE 'BLQ' TO WS-ALR-TIPO
                           MOVE HIST-SALDO(HIDX) TO WS-ALR-MONTO
                       WHEN 'L'
                           MOVE 'LEV' TO WS-ALR-TIPO
                           MOVE HIST-SALDO(HIDX) TO WS-ALR-MONTO
                   END-EVALUATE
                   IF WS-ALR-TIPO NOT = SPACES
                       MOVE HIST-CUENTA(HIDX) TO WS-CUENTA-BUSCADA
                       PERFORM BUSCAR-CUENTA
                       IF WS-CUENTA-ENCONTRADA = 'S'
                           SET IDX TO WS-IDX-ENCONTRADO
                           MOVE HIST-FECHA(HIDX) TO WS-ALR-FECHA
                           PERFORM EMITIR-ALERTA
                       END-IF
                   END-IF
                   SET HIDX UP BY 1
               END-PERFORM.

           *> Retiros rechazados por saldo insuficiente, tal como
           *> quedaron en el archivo de excepciones (ver
           *> ESCRIBIR-EXCEPCION: numero de linea 7:9, cuenta 26:10,
           *> tipo 44:1, monto 54:13, motivo 91:40). Si la corrida se
           *> retomo de un checkpoint, las excepciones posteriores al
           *> ultimo checkpoint pueden estar dos veces; como el numero
           *> de linea del lote solo avanza, se descarta toda linea que
           *> no supere a la ultima ya alertada.
           ALERTAS-DE-EXCEPCIONES.
               MOVE 0 TO WS-ALR-ULTIMA-LINEA.
               OPEN INPUT EXCEPCIONES-FILE.
               SET WS-EOF-ALERTAS TO 'N'.
               PERFORM UNTIL WS-EOF-ALERTAS = 'S'
                   READ EXCEPCIONES-FILE
                       AT END
                           SET WS-EOF-ALERTAS TO 'S'
                       NOT AT END
                           IF EXCEPCIONES-RECORD(1:6) = 'LINEA '
                               AND EXCEPCIONES-RECORD(7:9) NUMERIC
                               AND EXCEPCIONES-RECORD(44:1) = 'R'
                               AND EXCEPCIONES-RECORD(91:30) =
                                   'SALDO INSUFICIENTE PARA RETIRO'
                               PERFORM ALERTA-RETIRO-RECHAZADO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE EXCEPCIONES-FILE.

           ALERTA-RETIRO-RECHAZADO.
               MOVE EXCEPCIONES-RECORD(7:9) TO WS-ALR-LINEA-NUM.
               IF WS-ALR-LINEA-NUM > WS-ALR-ULTIMA-LINEA
                   MOVE WS-ALR-LINEA-NUM TO WS-ALR-ULTIMA-LINEA
                   IF EXCEPCIONES-RECORD(26:10) NUMERIC
                       MOVE EXCEPCIONES-RECORD(26:10) TO WS-CUENTA-BUSCADA
                       PERFORM BUSCAR-CUENTA
                       IF WS-CUENTA-ENCONTRADA = 'S'
                           SET IDX TO WS-IDX-ENCONTRADO
                           MOVE 'RRS' TO WS-ALR-TIPO
                           MOVE WS-FECHA-HOY TO WS-ALR-FECHA
                           MOVE FUNCTION NUMVAL(EXCEPCIONES-RECORD(54:13))
                               TO WS-ALR-MONTO
                           PERFORM EMITIR-ALERTA
                       END-IF
                   END-IF
               END-IF.

           *> Descubierto, saldo minimo e inactividad, mirando el saldo
           *> de apertura y el de cierre de cada cuenta que no este
           *> dada de baja. Solo se alerta el cruce del umbral en esta
           *> corrida, no la cuenta que ya venia por debajo.
           ALERTAS-DE-SALDOS.
               MOVE WS-FECHA-HOY TO WS-ALR-FECHA.
               SET IDX TO 1.
               PERFORM UNTIL IDX > WS-TOTAL-CUENTAS
                   IF ESTADO-CUENTA(IDX) NOT = 'C'
                       IF SALDO-APERTURA(IDX) >= 0
                           AND SALDO-ACTUAL(IDX) < 0
                           MOVE 'DES' TO WS-ALR-TIPO
                           MOVE SALDO-ACTUAL(IDX) TO WS-ALR-MONTO
                           PERFORM EMITIR-ALERTA
                       END-IF
                       PERFORM BUSCAR-MINIMO-PRODUCTO
                       IF WS-SALDO-MINIMO > 0
                           AND SALDO-APERTURA(IDX) >= WS-SALDO-MINIMO
                           AND SALDO-ACTUAL(IDX) >= 0
                           AND SALDO-ACTUAL(IDX) < WS-SALDO-MINIMO
                           MOVE 'SMI' TO WS-ALR-TIPO
                           MOVE SALDO-ACTUAL(IDX) TO WS-ALR-MONTO
                           PERFORM EMITIR-ALERTA
                       END-IF
                       IF PASO-INACTIVA(IDX) = 'S'
                           MOVE 'INA' TO WS-ALR-TIPO
                           MOVE SALDO-ACTUAL(IDX) TO WS-ALR-MONTO
                           PERFORM EMITIR-ALERTA
                       END-IF
                   END-IF
                   SET IDX UP BY 1
               END-PERFORM.

           BUSCAR-MINIMO-PRODUCTO.
               MOVE 0 TO WS-SALDO-MINIMO.
               MOVE 1 TO WS-MIN-IDX.
               PERFORM UNTIL WS-MIN-IDX > WS-TOTAL-MINIMOS
                   IF MIN-PRODUCTO(WS-MIN-IDX) = PRODUCTO-CUENTA(IDX)
                       MOVE MIN-SALDO(WS-MIN-IDX) TO WS-SALDO-MINIMO
                   END-IF
                   ADD 1 TO WS-MIN-IDX
               END-PERFORM.

           *> Envia (o excluye) la alerta WS-ALR-TIPO de la cuenta IDX
           *> con WS-ALR-FECHA y WS-ALR-MONTO.
           EMITIR-ALERTA.
               PERFORM BUSCAR-CONTACTO-ALERTA.
               EVALUATE WS-ALR-EXCLUSION
                   WHEN 'N'
                       ADD 1 TO WS-ALR-EXCLUIDAS
                       IF ALERTA-EXCLUIDA(IDX) = 'N'
                           MOVE 'S' TO ALERTA-EXCLUIDA(IDX)
                           ADD 1 TO WS-ALR-CTAS-SIN-ALERTAS
                       END-IF
                   WHEN 'C'
                       ADD 1 TO WS-ALR-EXCLUIDAS
                       IF ALERTA-EXCLUIDA(IDX) = 'N'
                           MOVE 'S' TO ALERTA-EXCLUIDA(IDX)
                           ADD 1 TO WS-ALR-CTAS-SIN-CONTACTO
                       END-IF
                   WHEN OTHER
                       PERFORM ESCRIBIR-ALERTA
               END-EVALUATE.

           BUSCAR-CONTACTO-ALERTA.
               MOVE 0 TO WS-CLI-ENC.
               MOVE 0 TO WS-CON-ENC.
               IF CLIENTE-CUENTA(IDX) NOT = ZERO
                   MOVE 1 TO WS-CLI-IDX
                   PERFORM UNTIL WS-CLI-IDX > WS-TOTAL-CLIENTES
                       OR WS-CLI-ENC NOT = 0
                       IF CLI-NUMERO(WS-CLI-IDX) = CLIENTE-CUENTA(IDX)
                           MOVE WS-CLI-IDX TO WS-CLI-ENC
                       END-IF
                       ADD 1 TO WS-CLI-IDX
                   END-PERFORM
                   MOVE 1 TO WS-CLI-IDX
                   PERFORM UNTIL WS-CLI-IDX > WS-TOTAL-CONTACTOS
                       OR WS-CON-ENC NOT = 0
                       IF CON-CLIENTE(WS-CLI-IDX) = CLIENTE-CUENTA(IDX)
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

           ESCRIBIR-ALERTA.
               ADD 1 TO WS-ALR-SECUENCIA.
               ADD 1 TO WS-ALR-ENVIADAS.
               MOVE SPACES TO ALERTAS-RECORD.
               MOVE 'DET' TO ALERTAS-RECORD(1:3).
               MOVE 'P' TO ALERTAS-RECORD(5:1).
               MOVE WS-FECHA-HOY TO ALERTAS-RECORD(6:8).
               MOVE WS-HORA-ALERTA(1:6) TO ALERTAS-RECORD(14:6).
               MOVE WS-ALR-SECUENCIA TO ALERTAS-RECORD(20:5).
               MOVE WS-ALR-TIPO TO ALERTAS-RECORD(26:3).
               MOVE NUM-CUENTA(IDX) TO ALERTAS-RECORD(30:10).
               MOVE CLIENTE-CUENTA(IDX) TO ALERTAS-RECORD(41:6).
               MOVE CLI-DOCUMENTO(WS-CLI-ENC) TO ALERTAS-RECORD(48:15).
               MOVE CLI-NOMBRE(WS-CLI-ENC) TO ALERTAS-RECORD(64:30).
               MOVE WS-ALR-FECHA TO ALERTAS-RECORD(95:8).
               IF WS-ALR-MONTO < 0
                   COMPUTE WS-SALDO-ABS = 0 - WS-ALR-MONTO
                   MOVE '-' TO ALERTAS-RECORD(117:1)
               ELSE
                   MOVE WS-ALR-MONTO TO WS-SALDO-ABS
               END-IF.
               MOVE WS-SALDO-ABS TO WS-SALDO-OUT.
               MOVE WS-SALDO-OUT TO ALERTAS-RECORD(104:13).
               ADD WS-SALDO-ABS TO WS-ALR-TOTAL-MONTOS.
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
