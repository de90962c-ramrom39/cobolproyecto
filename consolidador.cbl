                  VALUE 'data/ultimo_lote.dat'.
              05 WS-AUDITORIA-PATH PIC X(100)
                  VALUE 'data/auditoria.dat'.
              05 WS-PARM-LINE PIC X(1200).

           *> Hasta diez pares (codigo de oficina, ruta) recibidos por
           *> linea de comandos despues de la ruta de salida: las
           *> sucursales y los generadores automaticos que entran como
           *> una oficina mas (CAM, OPE, PFI).
           01 WS-OFICINAS-PARM.
              05 WS-OFI-PARM OCCURS 10 TIMES.
                 10 WS-OFI-CODIGO-PARM PIC X(3).
                 10 WS-OFI-RUTA-PARM PIC X(100).

              05 WS-EOF-ENTRADA PIC X.
              05 WS-EOF-SECUENCIA PIC X.
              05 WS-OFI-IDX PIC 9(2).
              05 WS-MAX-OFICINAS PIC 9(2) VALUE 10.
              05 WS-REGISTROS-OFICINA PIC 9(9).
              05 WS-REGISTROS-TOTAL PIC 9(9) VALUE 0.
              05 WS-OFICINAS-LEIDAS PIC 9(2) VALUE 0.
               MOVE 1 TO WS-PASADA.
               PERFORM CONSOLIDAR-OFICINA
                   VARYING WS-OFI-IDX FROM 1 BY 1
                   UNTIL WS-OFI-IDX > WS-MAX-OFICINAS.

               OPEN OUTPUT SALIDA-FILE.
               PERFORM ESCRIBIR-CONTROL-LOTE.
               MOVE 2 TO WS-PASADA.
               PERFORM CONSOLIDAR-OFICINA
                   VARYING WS-OFI-IDX FROM 1 BY 1
                   UNTIL WS-OFI-IDX > WS-MAX-OFICINAS.
               CLOSE SALIDA-FILE.

               PERFORM GRABAR-NUMERO-LOTE.
               CLOSE AUDITORIA-FILE.

           *> Parametros: la ruta del archivo consolidado de salida y,
           *> a continuacion, hasta diez pares codigo-de-oficina ruta
           *> (por ejemplo: consolidador data/movimientos.dat
           *> 001 data/mov_centro.dat 002 data/mov_norte.dat). Se
           *> exige al menos la salida y un par completo.
                           WS-OFI-CODIGO-PARM(3) WS-OFI-RUTA-PARM(3)
                           WS-OFI-CODIGO-PARM(4) WS-OFI-RUTA-PARM(4)
                           WS-OFI-CODIGO-PARM(5) WS-OFI-RUTA-PARM(5)
                           WS-OFI-CODIGO-PARM(6) WS-OFI-RUTA-PARM(6)
                           WS-OFI-CODIGO-PARM(7) WS-OFI-RUTA-PARM(7)
                           WS-OFI-CODIGO-PARM(8) WS-OFI-RUTA-PARM(8)
                           WS-OFI-CODIGO-PARM(9) WS-OFI-RUTA-PARM(9)
                           WS-OFI-CODIGO-PARM(10) WS-OFI-RUTA-PARM(10)
               END-IF.
               IF WS-SALIDA-PATH = SPACES
                   OR WS-OFI-CODIGO-PARM(1) = SPACES
