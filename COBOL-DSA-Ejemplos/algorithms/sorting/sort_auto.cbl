       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SORT-INPUT-FILE
               ASSIGN USING SORT-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORT-INPUT-FILE-STATUS.
           SELECT SORT-OUTPUT-FILE ASSIGN USING SORT-OUTPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORT-OUTPUT-FILE-STATUS.
      *> Historial de metricas de ordenamiento (ver benchrec.cpy):
      *> aqui queda la eleccion de cada corrida.
           SELECT OPTIONAL BENCH-FILE ASSIGN USING BENCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENCH-FILE-STATUS.

       01 SP-I PIC 9(3).

       COPY elapsedw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 SORT-INPUT-FILE-NAME  PIC X(40) VALUE "SRTAUTOIN".
          05 SORT-OUTPUT-FILE-NAME PIC X(40) VALUE "SRTAUTOUT".
          05 BENCH-FILE-NAME       PIC X(40) VALUE "SRTBENCH".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-INPUT-LIST.
       IF N = 0
           DISPLAY "SRTAUTOIN vacio o ausente; nada que ordenar."
           CLOSE BENCH-FILE.

       COPY elapsedp.

       COPY fenvp.
