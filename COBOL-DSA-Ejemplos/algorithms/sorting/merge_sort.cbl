       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MERGE-INPUT-FILE
               ASSIGN USING MERGE-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-INPUT-FILE-STATUS.
           SELECT MERGE-OUTPUT-FILE ASSIGN USING MERGE-OUTPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-OUTPUT-FILE-STATUS.
           SELECT WORK-FILE-1 ASSIGN USING WORK-FILE-1-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-1-STATUS.
           SELECT WORK-FILE-2 ASSIGN USING WORK-FILE-2-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-2-STATUS.
           SELECT WORK-FILE-3 ASSIGN USING WORK-FILE-3-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-3-STATUS.
           SELECT WORK-FILE-4 ASSIGN USING WORK-FILE-4-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-4-STATUS.
      *> Fusion externa de a cuatro: cuatro archivos de entrada
      *> numero de pasadas crece como log4 del numero de corridas en
      *> vez de log2 -- a volumen real, la version de a dos se pasaba
      *> la ventana copiando datos entre pasadas.
           SELECT WORK-FILE-5 ASSIGN USING WORK-FILE-5-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-5-STATUS.
           SELECT WORK-FILE-6 ASSIGN USING WORK-FILE-6-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-6-STATUS.
           SELECT WORK-FILE-7 ASSIGN USING WORK-FILE-7-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-7-STATUS.
           SELECT WORK-FILE-8 ASSIGN USING WORK-FILE-8-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-8-STATUS.
      *> Checkpoint/restart (request 038) para la corrida en memoria de
      *> FRUTASDAT/QUEUEDAT graban un registro por item en vez de un
      *> solo bloque, asi un rerun retoma la ultima pasada completa en
      *> vez de arrancar de cero si el job aborto a mitad de camino.
           SELECT OPTIONAL MERGE-CHECKPOINT-FILE
               ASSIGN USING MERGE-CHECKPOINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-CHECKPOINT-FILE-STATUS.
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

      *> Historial de metricas de ordenamiento (ver benchrec.cpy).
           SELECT OPTIONAL BENCH-FILE ASSIGN USING BENCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENCH-FILE-STATUS.

       01 BENCH-ELAPSED  PIC 9(8).

       COPY elapsedw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 MERGE-INPUT-FILE-NAME      PIC X(40) VALUE "MERGEIN".
          05 MERGE-OUTPUT-FILE-NAME     PIC X(40) VALUE "MERGEOUT".
          05 WORK-FILE-1-FILE-NAME      PIC X(40) VALUE "MRGWK1".
          05 WORK-FILE-2-FILE-NAME      PIC X(40) VALUE "MRGWK2".
          05 WORK-FILE-3-FILE-NAME      PIC X(40) VALUE "MRGWK3".
          05 WORK-FILE-4-FILE-NAME      PIC X(40) VALUE "MRGWK4".
          05 WORK-FILE-5-FILE-NAME      PIC X(40) VALUE "MRGWK5".
          05 WORK-FILE-6-FILE-NAME      PIC X(40) VALUE "MRGWK6".
          05 WORK-FILE-7-FILE-NAME      PIC X(40) VALUE "MRGWK7".
          05 WORK-FILE-8-FILE-NAME      PIC X(40) VALUE "MRGWK8".
          05 MERGE-CHECKPOINT-FILE-NAME PIC X(40) VALUE "MRGCKPT".
          05 HISTORY-FILE-NAME          PIC X(40) VALUE "HISTLOG".
          05 OPS-ALERT-FILE-NAME        PIC X(40) VALUE "OPSALERT".
          05 REJECT-FILE-NAME           PIC X(40) VALUE "RJCTFILE".
          05 BENCH-FILE-NAME            PIC X(40) VALUE "SRTBENCH".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 15 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 15.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       OPEN INPUT MERGE-INPUT-FILE.
       IF MERGE-INPUT-FILE-OK
           CLOSE MERGE-INPUT-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N - 1
               IF ELEMENTS(I) > ELEMENTS(I + 1)
                   SET SORT-INVALID TO TRUE
                   DISPLAY
                       "ERROR: la lista no quedo ordenada en la "
                       "posicion "
                       I
                   EXIT PERFORM
               END-IF
                       IF HAS-PREV AND PREV-VALUE > MERGE-OUTPUT-RECORD
                           SET SORT-INVALID TO TRUE
                           DISPLAY
                               "ERROR: MERGEOUT no quedo ordenado en "
                                   "el registro "
                               REC-NUM
                       END-IF
                       MOVE MERGE-OUTPUT-RECORD TO PREV-VALUE
      *> llego a terminar, retoma N, CURRENT-SIZE, LEFT-START y el
      *> contenido completo de ELEMENTS tal como quedaron en la ultima
      *> pasada grabada; si el archivo no existe o esta vacio (como lo
      *> deja CLEAR-CHECKPOINT al terminar una corrida completa),
      *> arranca de cero igual que siempre.
           MOVE "N" TO RESUMED-FROM-CHECKPOINT-SW.
           OPEN INPUT MERGE-CHECKPOINT-FILE.
           IF MERGE-CHECKPOINT-FILE-OK
      *> detener la secuencia de lectura por bloques: un dato corrupto
      *> simplemente no ocupa un lugar en el chunk actual.
           MOVE "N" TO MERGE-INPUT-HAS-VALUE.
           PERFORM UNTIL MERGE-INPUT-HAS-VALUE = "Y"
               OR MERGE-INPUT-FILE-EOF
               IF MERGE-INPUT-FILE-EOF
                   CONTINUE
               ELSE
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
               " elemento(s) leido(s) de MERGEIN en " PASS-NUM
               " pasada(s) de fusion, resultado en MERGEOUT.".
           IF REJECTED-COUNT > 0
               DISPLAY "Registros rechazados por validacion: "
                   REJECTED-COUNT
           END-IF.
           OPEN INPUT MERGE-OUTPUT-FILE.
           MOVE 0 TO N.
               END-PERFORM
               DISPLAY " "
           ELSE
               DISPLAY "Primeros " N
                   " elemento(s) de la lista ordenada: "
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
                   DISPLAY ELEMENTS(I) WITH NO ADVANCING " "
               END-PERFORM
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
