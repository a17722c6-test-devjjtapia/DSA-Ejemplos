       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SORT-INPUT-FILE
               ASSIGN USING SORT-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORT-INPUT-FILE-STATUS.

      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

      *> Archivo compartido de rechazos (ver rjctrec.cpy): nada se
      *> descarta sin dejar rastro.
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
      *> Bitacora compartida de corridas, mismo patron que las demas
      *> demos.
           SELECT OPTIONAL HISTORY-FILE ASSIGN USING HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

      *> Historial de metricas de ordenamiento (ver benchrec.cpy).
           SELECT OPTIONAL BENCH-FILE ASSIGN USING BENCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENCH-FILE-STATUS.

       01 BENCH-ELAPSED  PIC 9(8).

       COPY elapsedw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 SORT-INPUT-FILE-NAME PIC X(40) VALUE "SRTCMPIN".
          05 OPS-ALERT-FILE-NAME  PIC X(40) VALUE "OPSALERT".
          05 REJECT-FILE-NAME     PIC X(40) VALUE "RJCTFILE".
          05 HISTORY-FILE-NAME    PIC X(40) VALUE "HISTLOG".
          05 BENCH-FILE-NAME      PIC X(40) VALUE "SRTBENCH".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-SOURCE-LIST.

       IF REJECTED-COUNT > 0
           DISPLAY "Registros rechazados por validacion: "
               REJECTED-COUNT
       END-IF.

       PERFORM COPY-SOURCE-TO-WORK-LISTS.
       PERFORM RUN-SELECTION-SORT.
       PERFORM RUN-HEAP-SORT.

       DISPLAY
           "---------------------------------------------------------".
       DISPLAY "Algoritmo   Comparaciones  Intercambios  Tiempo(cs)".
       DISPLAY "Bubble      " BUBBLE-COMPARISONS "    " BUBBLE-SWAPS
           "    " BUBBLE-ELAPSED.
       DISPLAY "Insertion   " INSERTION-COMPARISONS "    "
           INSERTION-SWAPS
           "    " INSERTION-ELAPSED.
       DISPLAY "Merge       " MERGE-COMPARISONS "    " MERGE-SWAPS
           "    " MERGE-ELAPSED.
       DISPLAY "Quick       " QUICK-COMPARISONS "    " QUICK-SWAPS
           "    " QUICK-ELAPSED.
       DISPLAY "Selection   " SELECTION-COMPARISONS "    "
           SELECTION-SWAPS
           "    " SELECTION-ELAPSED.
       DISPLAY "Heap        " HEAP-COMPARISONS "    " HEAP-SWAPS
           "    " HEAP-ELAPSED.
           MOVE "Y" TO EDIT-VALID-SW.
           IF EDIT-VALUE IS NOT NUMERIC
               MOVE "N" TO EDIT-VALID-SW
               DISPLAY "ERROR: valor rechazado (no numerico): "
                   EDIT-VALUE
               MOVE "NO-NUMERICO" TO REJECT-REASON-CODE
               PERFORM WRITE-REJECT-RECORD
           ELSE
               IF FUNCTION ABS(EDIT-VALUE) > MAX-VALID-VALUE
                   MOVE "N" TO EDIT-VALID-SW
                   DISPLAY
                       "ERROR: valor rechazado (fuera de rango, maximo "
                       MAX-VALID-VALUE "): " EDIT-VALUE
                   MOVE "FUERA-DE-RANGO" TO REJECT-REASON-CODE
                   PERFORM WRITE-REJECT-RECORD
                   OR BUBBLE-ELEMENTS(I) NOT = HEAP-ELEMENTS(I)
                   SET SORT-INVALID TO TRUE
                   DISPLAY
                       "ERROR: los algoritmos no coinciden en la "
                           "posicion " I
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RJ-DATE.
           MOVE SPACE TO RJ-STATUS.
           MOVE SPACES TO RJ-REPAIR-DATE.
           PERFORM CHECK-REJECT-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.

           CLOSE BENCH-FILE.

       COPY elapsedp.

       COPY fenvp.
       COPY rsnalp.
       COPY rsnrjp.
