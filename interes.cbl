           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MAESTRO-FILE ASSIGN TO 'data/maestro.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAESTRO-CLAVE.

               SELECT REPORTE-FILE ASSIGN TO 'data/interes_reporte.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
           DATA DIVISION.
           FILE SECTION.
           FD MAESTRO-FILE.
           01 MAESTRO-RECORD.
              05 MAESTRO-CLAVE PIC X(10).
              05 FILLER PIC X(90).

           FD REPORTE-FILE.
           01 REPORTE-RECORD PIC X(100).
