      *> por registro como siempre, y la linea de control prueba
      *> entrados, salidos y suma intacta -- una consolidacion que no
      *> muestra sus totales es como se pierden los numeros.
      *>
      *> Las claves salen de las tarjetas de control PRODCTL (ver
      *> sortcf.cpy): hasta 6 claves con posicion, longitud, tipo y
      *> sentido, una condicion INCLUIR/OMITIR y el campo SUMA que
      *> llevan los totales. Sin PRODCTL rige la clave de siempre, el
      *> num2 del registro entero ascendente, y la salida es la de
      *> antes. Con tarjetas el registro se ordena entero (hasta 200
      *> caracteres) y el RESUMIR deja por clave los campos clave
      *> seguidos, el conteo y la suma del campo SUMA. La
      *> especificacion en efecto queda en la salida del job y en
      *> BM-REASON de la fila de SRTBENCH.

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
           SELECT SORT-WORK-FILE ASSIGN TO "PRODWRK".
      *> Archivo compartido de rechazos (ver rjctrec.cpy).
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

      *> Historial de metricas de ordenamiento (ver benchrec.cpy).
           SELECT OPTIONAL BENCH-FILE ASSIGN USING BENCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENCH-FILE-STATUS.

      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           COPY sortcs.

       DATA DIVISION.
       FILE SECTION.
      *> caracteres): sin esto el registro del archivo mediria menos
      *> que la linea HDR y el LINE SEQUENTIAL la partiria en dos.
           05 IN-CTL-REST  PIC X(14).
      *> Vista del registro entero para las claves de PRODCTL.
       01  IN-RECORD-IMAGE PIC X(200).

       FD  SORT-OUTPUT-FILE.
       01  OUT-RECORD-IMAGE PIC X(200).
       01  OUT-CONTROL.
           05 OUT-CTL-TAG   PIC X(3).
           05 OUT-CTL-COUNT PIC 9(6).
           05 OUT-HDR-TAG     PIC X(3).
           05 OUT-HDR-DATE    PIC X(8).
           05 OUT-HDR-PROGRAM PIC X(24).

      *> Clave compuesta armada por BUILD-SORT-KEY (ver sortcw.cpy) y
      *> el registro tal como entro.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-COMPOSITE-KEY PIC X(180).
           05 SW-RECORD        PIC X(200).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY sortcf.

       WORKING-STORAGE SECTION.
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 REJECT-REASON-CODE PIC X(16).

      *> Mismas reglas de validacion que las demos.
       01 EDIT-VALID-SW PIC X VALUE "Y".
           88 EDIT-VALID VALUE "Y".
       01 MAX-VALID-VALUE PIC 9(9) VALUE 99999.
       01 REJECTED-COUNT  PIC 9(6) VALUE 0.
       01 OMITTED-COUNT   PIC 9(6) VALUE 0.

      *> Totales de control de la entrada (HDR/TRL) y de la salida.
       01 CONTROL-EXPECTED-COUNT PIC 9(6) VALUE 0.
           88 CONSOLIDATE-MODE VALUE "Y".
       01 GROUP-OPEN-SW PIC X VALUE "N".
           88 GROUP-OPEN VALUE "Y".
       01 GROUP-KEY PIC X(180).
      *> Registro consolidado del modo RESUMIR: los campos clave del
      *> grupo seguidos de esta cola con las ocurrencias y la cantidad
      *> sumada (con la clave de siempre, el num2 de diez posiciones).
       01 GROUP-KEY-FIELDS     PIC X(180).
       01 GROUP-KEY-FIELDS-LEN PIC 9(3).
       01 CONSOLIDATED-TAIL.
          05 OC-COUNT PIC 9(6).
          05 OC-SUM   PIC S9(12) SIGN LEADING SEPARATE.
       01 GROUP-COUNT PIC 9(6) VALUE 0.
       01 GROUP-SUM PIC S9(12) SIGN LEADING SEPARATE VALUE 0.
       01 SORT-PARM.
       01 BENCH-ELAPSED  PIC 9(8).

       COPY elapsedw.
       COPY sortcw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 SORT-INPUT-FILE-NAME  PIC X(40) VALUE "PRODIN".
          05 SORT-OUTPUT-FILE-NAME PIC X(40) VALUE "PRODOUT".
          05 REJECT-FILE-NAME      PIC X(40) VALUE "RJCTFILE".
          05 BENCH-FILE-NAME       PIC X(40) VALUE "SRTBENCH".
          05 OPS-ALERT-FILE-NAME   PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT BENCH-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
               "un registro por clave con suma y conteo."
       END-IF.

       MOVE MAX-VALID-VALUE TO SORT-SIGNED-LIMIT.
       PERFORM LOAD-SORT-CONTROL.
       IF SORT-CTL-ERROR
           DISPLAY "ERROR: PRODCTL con errores; no se ordena y PRODOUT "
               "queda como estaba."
           MOVE "TARJETA-CONTROL" TO ALERT-REASON
           MOVE SPACES TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM MARK-ELAPSED-START.
       SORT SORT-WORK-FILE
           ON ASCENDING KEY SW-COMPOSITE-KEY
           INPUT PROCEDURE IS FEED-SORT-INPUT
           OUTPUT PROCEDURE IS WRITE-SORT-OUTPUT.
       PERFORM MARK-ELAPSED-END.
       DISPLAY "Ordenados " RELEASED-COUNT " registro(s) con el verbo "
           "SORT en " NATIVE-ELAPSED " centisegundo(s); rechazados: "
           REJECTED-COUNT ". Salida en PRODOUT.".
       IF SORT-FILTER-KIND NOT = SPACE
           DISPLAY "Descartados por la condicion de PRODCTL: "
               OMITTED-COUNT " registro(s)."
       END-IF.
      *> Linea de control de la consolidacion: entrados, salidos y la
      *> suma que debe quedar intacta.
       IF CONSOLIDATE-MODE
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY
                   "PRODIN vacio o ausente; no hay nada que ordenar."
           END-IF.
           CLOSE SORT-INPUT-FILE.

                   END-IF
               WHEN OTHER
                   ADD 1 TO CONTROL-ACTUAL-COUNT
                   MOVE IN-RECORD-IMAGE TO SORT-RECORD-IMAGE
                   PERFORM TAKE-SORT-SUM-FIELD
                   IF SORT-SUM-VALID
                       ADD SORT-SUM-VALUE TO CONTROL-ACTUAL-SUM
                   END-IF
                   PERFORM TEST-SORT-FILTER
                   IF SORT-RECORD-SELECTED
                       PERFORM RELEASE-SELECTED-RECORD
                   ELSE
                       ADD 1 TO OMITTED-COUNT
                   END-IF
           END-EVALUATE.

       RELEASE-SELECTED-RECORD.
           PERFORM VALIDATE-INPUT-VALUE.
           IF EDIT-VALID
               MOVE SORT-COMPOSITE-KEY TO SW-COMPOSITE-KEY
               MOVE SORT-RECORD-IMAGE TO SW-RECORD
               RELEASE SORT-WORK-RECORD
               ADD 1 TO RELEASED-COUNT
               ADD SORT-SUM-VALUE TO RELEASED-SUM
      *> La referencia contra los modulos de la casa solo entiende la
      *> clave num2 de siempre.
               IF SORT-CTL-DEFAULT AND BENCH-COUNT < 100
                   ADD 1 TO BENCH-COUNT
                   MOVE SORT-SUM-VALUE TO BENCH-ELEM(BENCH-COUNT)
               END-IF
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF.

       WRITE-SORT-OUTPUT.
           OPEN OUTPUT SORT-OUTPUT-FILE.
           MOVE "HDR" TO OUT-HDR-TAG.
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SW-RECORD TO SORT-RECORD-IMAGE
                       PERFORM TAKE-SORT-SUM-FIELD
                       IF CONSOLIDATE-MODE
                           PERFORM CONSOLIDATE-ONE-RECORD
                       ELSE
                           MOVE SW-RECORD TO OUT-RECORD-IMAGE
                           WRITE OUT-RECORD-IMAGE
                           ADD 1 TO OUT-COUNT-ACCUM
                           ADD SORT-SUM-VALUE TO OUT-SUM-ACCUM
                       END-IF
               END-RETURN
           END-PERFORM.
       CONSOLIDATE-ONE-RECORD.
      *> El SORT ya dejo las claves iguales contiguas: la corrida de
      *> cada clave se acumula y se descarga al cambiar la clave.
           IF GROUP-OPEN AND SW-COMPOSITE-KEY = GROUP-KEY
               ADD 1 TO GROUP-COUNT
               ADD SORT-SUM-VALUE TO GROUP-SUM
           ELSE
               IF GROUP-OPEN
                   PERFORM FLUSH-CONSOLIDATED-GROUP
               END-IF
               SET GROUP-OPEN TO TRUE
               MOVE SW-COMPOSITE-KEY TO GROUP-KEY
               PERFORM BUILD-SORT-KEY
               MOVE SORT-KEY-FIELDS TO GROUP-KEY-FIELDS
               MOVE SORT-KEY-FIELDS-LEN TO GROUP-KEY-FIELDS-LEN
               MOVE 1 TO GROUP-COUNT
               MOVE SORT-SUM-VALUE TO GROUP-SUM
           END-IF.

       FLUSH-CONSOLIDATED-GROUP.
           MOVE GROUP-COUNT TO OC-COUNT.
           MOVE GROUP-SUM TO OC-SUM.
           MOVE SPACES TO OUT-RECORD-IMAGE.
           STRING GROUP-KEY-FIELDS(1:GROUP-KEY-FIELDS-LEN)
               CONSOLIDATED-TAIL
               DELIMITED BY SIZE INTO OUT-RECORD-IMAGE
           END-STRING.
           WRITE OUT-RECORD-IMAGE.
           ADD 1 TO OUT-COUNT-ACCUM.
           ADD GROUP-SUM TO OUT-SUM-ACCUM.

       VALIDATE-INPUT-VALUE.
      *> Mismas reglas que las demos, ahora sobre cada clave: clase
      *> numerica en las U y S y rango razonable en las S, con el
      *> rechazo asentado en RJCTFILE.
           MOVE "Y" TO EDIT-VALID-SW.
           PERFORM BUILD-SORT-KEY.
           IF SORT-KEY-VALID
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO EDIT-VALID-SW.
           IF SORT-KEY-REJECT-REASON = "NO-NUMERICO"
               DISPLAY "ERROR: valor rechazado (no numerico): "
                   FUNCTION TRIM(SORT-KEY-BAD-VALUE TRAILING)
           ELSE
               DISPLAY
                   "ERROR: valor rechazado (fuera de rango, maximo "
                   MAX-VALID-VALUE "): "
                   FUNCTION TRIM(SORT-KEY-BAD-VALUE TRAILING)
           END-IF.
           MOVE SORT-KEY-REJECT-REASON TO REJECT-REASON-CODE.
           PERFORM WRITE-REJECT-RECORD.

       WRITE-REJECT-RECORD.
           OPEN EXTEND REJECT-FILE.
           MOVE "PROD-SORT" TO RJ-PROGRAM.
           MOVE "PRODIN" TO RJ-FILE.
           MOVE SPACES TO RJ-IMAGE.
      *> La imagen del rechazo es el registro tal como vino (con la
      *> clave de siempre, el num2 con signo y decimal implicito).
           MOVE SORT-RECORD-IMAGE(1:20) TO RJ-IMAGE.
           MOVE REJECT-REASON-CODE TO RJ-REASON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RJ-DATE.
           MOVE SPACE TO RJ-STATUS.
           MOVE SPACES TO RJ-REPAIR-DATE.
           PERFORM CHECK-REJECT-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.

       CHECK-CONTROL-TOTALS.
           MOVE "N" TO CONTROL-MISMATCH-SW.
      *> Sin campo SUMA en PRODCTL solo se controla el conteo.
           IF SORT-SUM-POSITION = 0
               MOVE CONTROL-ACTUAL-SUM TO CONTROL-EXPECTED-SUM
           END-IF.
           IF CONTROL-TRAILER-PRESENT
               IF CONTROL-EXPECTED-COUNT NOT = CONTROL-ACTUAL-COUNT
                   OR CONTROL-EXPECTED-SUM NOT = CONTROL-ACTUAL-SUM
      *> modulos de la casa, el mismo codigo que corre
      *> SORT-COMPARISON-DEMO: los tiempos lado a lado dicen donde
      *> cruza el verbo SORT a los algoritmos didacticos.
           IF NOT SORT-CTL-DEFAULT
               DISPLAY "La comparacion de referencia solo aplica a la "
                   "clave num2 de siempre (sin PRODCTL)."
               EXIT PARAGRAPH
           END-IF.
           IF BENCH-COUNT = 0
               DISPLAY "Sin datos para la comparacion de referencia."
               EXIT PARAGRAPH
           MOVE BENCH-SWAPS TO BM-SWAPS.
           MOVE BENCH-ELAPSED TO BM-ELAPSED.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BM-DATE.
      *> La especificacion de ordenamiento con que corrio.
           MOVE SORT-SPEC-TEXT TO BM-REASON.
           WRITE BENCH-RECORD.
           CLOSE BENCH-FILE.

           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY elapsedp.

       COPY sortcp.

       COPY fenvp.
       COPY rsnalp.
       COPY rsnrjp.
