       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARGET-FILE ASSIGN USING TARGET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARGET-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN USING SUSPENSE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.
      *> Checkpoint del modo por lote (misma cortesia que MRGCKPT le
      *> volver a bitacorar en SRCHSUSP, que duplicaba el backlog --
      *> los objetivos ya completados, y una corrida que termina
      *> limpia lo deja vacio.
           SELECT OPTIONAL SEARCH-CHECKPOINT-FILE
               ASSIGN USING SEARCH-CHECKPOINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEARCH-CHECKPOINT-STATUS.
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

      *> Archivo compartido de rechazos (ver rjctrec.cpy): nada se
      *> descarta sin dejar rastro.
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

      *> Resultados de busqueda persistidos (ver srchres.cpy).
           SELECT OPTIONAL RESULTS-FILE ASSIGN USING RESULTS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-FILE-STATUS.

       01 FOUND-INDEX  PIC 9(2) VALUE 0.
       01 I            PIC 9(2).

      *> Modo de busqueda (request 042, mismo vocabulario que
      *> SEARCH-MODE en binary_search.cbl): 1=primera ocurrencia
      *> (comportamiento historico, EXIT PERFORM en el primer match),
      *> 3=todas las ocurrencias, para barridos de deteccion de
      *> duplicados donde hace falta saber cuantas veces aparece un
      *> valor, no solo si aparece.
       01 SEARCH-MODE  PIC 9(1) VALUE 1.
           88 SEARCH-FIRST-MATCH VALUE 1.
           88 SEARCH-ALL-MATCHES VALUE 3.
      *> invocan por CALL a SEARCH-SERVICE).
       01 SEARCH-PARM.
           COPY srchparm.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 TARGET-FILE-NAME            PIC X(40) VALUE "SRCHTGT".
          05 SUSPENSE-FILE-NAME          PIC X(40) VALUE "SRCHSUSP".
          05 SEARCH-CHECKPOINT-FILE-NAME PIC X(40) VALUE "SRCHCKPT".
          05 HISTORY-FILE-NAME           PIC X(40) VALUE "HISTLOG".
          05 OPS-ALERT-FILE-NAME         PIC X(40) VALUE "OPSALERT".
          05 REJECT-FILE-NAME            PIC X(40) VALUE "RJCTFILE".
          05 RESULTS-FILE-NAME           PIC X(40) VALUE "SRCHRES".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 7 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 7.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       MOVE 10 TO ELEMENTS(1).
       MOVE 50 TO ELEMENTS(2).
       MOVE 30 TO ELEMENTS(3).
                   END-READ
               END-PERFORM
               IF REJECTED-COUNT > 0
                   DISPLAY "Registros rechazados por validacion: "
                       REJECTED-COUNT
               END-IF
               CLOSE TARGET-FILE
               IF RESUMED-TARGETS > 0
                   DISPLAY "Reinicio: " RESUMED-TARGETS
                       " objetivo(s) ya "
                       "completados en SRCHCKPT se saltearon."
               END-IF
               PERFORM CLEAR-SEARCH-CHECKPOINT
               PERFORM DISPLAY-SEARCH-RESULT

               DISPLAY " "
               DISPLAY
                   "--- CONTEO DE OCURRENCIAS (deteccion de "
                   "duplicados) ---"
               SET SEARCH-ALL-MATCHES TO TRUE
               MOVE 80 TO TARGET-VALUE
               PERFORM LINEAR-SEARCH-ROUTINE
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
                   IF MATCH-COUNT > 0
                       DISPLAY "El elemento " TARGET-VALUE " aparece "
                           MATCH-COUNT " vez/veces, en los indices: "
                       PERFORM VARYING I FROM 1 BY 1 UNTIL I >
                           MATCH-COUNT
                           DISPLAY MATCH-INDEXES(I) WITH NO ADVANCING
                               " "
                       END-PERFORM
                       DISPLAY " "
                   ELSE
                       DISPLAY "El elemento " TARGET-VALUE
                           " no se encontro en la lista."
                       PERFORM LOG-SUSPENSE
                   END-IF
               WHEN OTHER
                   IF FOUND-INDEX > 0
                       DISPLAY "El elemento " TARGET-VALUE
                           " se encuentra en el indice: " FOUND-INDEX
                   ELSE
                       DISPLAY "El elemento " TARGET-VALUE
                           " no se encontro en la lista."
                       PERFORM LOG-SUSPENSE
                   END-IF
           END-EVALUATE.
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

               MOVE SPACES TO SR-INDEXES
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SR-DATE.
           MOVE SPACES TO SR-ALIAS.
           WRITE RESULTS-RECORD.
           CLOSE RESULTS-FILE.

                   WITH POINTER INDEX-LIST-PTR
               END-STRING
           END-PERFORM.

       COPY fenvp.
       COPY rsnalp.
       COPY rsnrjp.
