       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BENCH-FILE ASSIGN USING BENCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENCH-FILE-STATUS.
           SELECT TREND-REPORT-FILE ASSIGN USING TREND-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TREND-REPORT-STATUS.

       01 FIRST-ROW PIC 9(3).
       01 LAST-ROW  PIC 9(3).
       01 GROUP-ROWS PIC 9(3).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 BENCH-FILE-NAME        PIC X(40) VALUE "SRTBENCH".
          05 TREND-REPORT-FILE-NAME PIC X(40) VALUE "BENCHRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-BENCH-ROWS.
       IF ROW-COUNT = 0
           DISPLAY "SRTBENCH esta vacio o no existe; sin metricas que "
       END-IF.

       OPEN OUTPUT TREND-REPORT-FILE.
       MOVE "TENDENCIA DE METRICAS DE ORDENAMIENTO (SRTBENCH)"
           TO REPORT-LINE.
       WRITE REPORT-LINE.

       PERFORM VARYING A FROM 1 BY 1 UNTIL A > ALG-COUNT
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE TREND-REPORT-FILE.
       MOVE TREND-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "BENCH-TREND-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Tendencia grabada en BENCHRPT (" ALG-COUNT
           " algoritmo(s), " ROW-COUNT " corrida(s)).".
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE
               "  FECHA     N       COMPARACIONES  TIEMPO(cs)  PROGRAMA"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO FIRST-ROW.
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       COPY fenvp.
       COPY rarcp.
