       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Bitacora compartida de corridas (request 048).
           SELECT OPTIONAL HISTORY-FILE ASSIGN USING HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

      *> Historial de metricas de ordenamiento (ver benchrec.cpy).
           SELECT OPTIONAL BENCH-FILE ASSIGN USING BENCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENCH-FILE-STATUS.

       01 BENCH-ELAPSED  PIC 9(8).

       COPY elapsedw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 HISTORY-FILE-NAME   PIC X(40) VALUE "HISTLOG".
          05 OPS-ALERT-FILE-NAME PIC X(40) VALUE "OPSALERT".
          05 BENCH-FILE-NAME     PIC X(40) VALUE "SRTBENCH".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-STABLE-MODE.

       MOVE 10 TO ELEMENTS(1).
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N - 1
               IF ELEMENTS(I) > ELEMENTS(I + 1)
                   SET SORT-INVALID TO TRUE
                   DISPLAY
                       "ERROR: la lista no quedo ordenada en la "
                       "posicion "
                       I
                   EXIT PERFORM
               END-IF
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

           CLOSE BENCH-FILE.

       COPY elapsedp.

       COPY fenvp.
       COPY rsnalp.
