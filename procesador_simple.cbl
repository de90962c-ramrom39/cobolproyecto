       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-FILE ASSIGN TO 'data/maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAESTRO-CLAVE.
           
           SELECT MOVIMIENTOS-FILE ASSIGN TO 'data/movimientos.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD MAESTRO-FILE.
       01 MAESTRO-RECORD.
          05 MAESTRO-CLAVE PIC X(10).
          05 FILLER PIC X(90).

       FD MOVIMIENTOS-FILE.
       01 MOVIMIENTOS-RECORD PIC X(100).
