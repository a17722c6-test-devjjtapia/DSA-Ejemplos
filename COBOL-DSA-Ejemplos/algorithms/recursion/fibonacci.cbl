       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL N-VALUE-FILE ASSIGN USING N-VALUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS N-VALUE-FILE-STATUS.
      *> Tabla de memoizacion persistida entre corridas (request 040):
      *> una vez resuelto un N-VALUE, FIB-RESULT se guarda aqui y las
      *> corridas siguientes lo reusan en vez de recalcularlo con
      *> FIB-ITERATIVE/FIB-RECURSIVE.
           SELECT OPTIONAL FIB-MEMO-FILE ASSIGN USING FIB-MEMO-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMO-N
      *> Bitacora compartida de corridas (request 048): cada una de las
      *> once demos le agrega una linea, igual que STACKJRNL acumula
      *> para una sola.
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

       01 ALERT-TIME-STAMP PIC 9(8).

       COPY runparmw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 N-VALUE-FILE-NAME   PIC X(40) VALUE "FIBNVAL".
          05 FIB-MEMO-FILE-NAME  PIC X(40) VALUE "FIBMEMO".
          05 HISTORY-FILE-NAME   PIC X(40) VALUE "HISTLOG".
          05 OPS-ALERT-FILE-NAME PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-RUN-PARMS.
       PERFORM APPLY-RUN-PARMS.

       PERFORM GET-N-VALUE.
       PERFORM VALIDATE-N-RANGE.

       DISPLAY "Calculando el Fibonacci de " N-VALUE
           " con diferentes metodos:".

       PERFORM LOOKUP-MEMO.
       IF MEMO-HIT
           DISPLAY " "
           DISPLAY "Termino " N-VALUE
               " ya esta en la tabla de memoizacion "
               "FIBMEMO: " FIB-RESULT ". No hace falta recalcularlo."
           MOVE FIB-RESULT TO ITERATIVE-RESULT
           MOVE "N" TO ITERATIVE-OVERFLOW-SW
           END-IF.

       VALIDATE-N-RANGE.
      *> La profundidad de RECURSIVE-STACK que llega a usar
      *> FIB-RECURSIVE para un N dado es N (ver comentario de la
      *> declaracion). Un N mayor ya no rechaza la corrida -- el
      *> iterativo y la duplicacion rapida lo calculan igual --, solo
      *> deja de correrse el enfoque recursivo simulado.
           MOVE "N" TO N-RANGE-INVALID-SW.
           IF N-VALUE > MAX-RECURSIVE-STACK
               SET N-RANGE-INVALID TO TRUE
           MOVE "N" TO RECONCILE-MISMATCH-SW.
           IF ITERATIVE-OVERFLOW-SW = "Y" OR DOUBLING-OVERFLOW
               DISPLAY " "
               DISPLAY
                   "Reconciliacion omitida (desbordamiento en alguno "
                   "de los metodos)."
               EXIT PARAGRAPH
           END-IF.
           IF ITERATIVE-RESULT NOT = DOUBLING-RESULT
               IF FIB-RESULT NOT = DOUBLING-RESULT
                   SET RECONCILE-MISMATCH TO TRUE
                   DISPLAY " "
                   DISPLAY
                       "*** EXCEPCION DE DATOS: el metodo recursivo ("
                       FIB-RESULT ") y la duplicacion rapida ("
                       DOUBLING-RESULT ") no coinciden para N="
                       N-VALUE " ***"
           END-IF.

       FIB-TABLE-REPORT.
           DISPLAY "--- TABLA DE REFERENCIA DE FIBONACCI (1 a "
               TABLE-UPPER-BOUND ") ---".
           DISPLAY "TERMINO   VALOR".
           PERFORM VARYING TABLE-N FROM 1 BY 1
                   UNTIL TABLE-N > TABLE-UPPER-BOUND
                       OR FIB-RESULT-OVERFLOW
               MOVE TABLE-N TO N-VALUE
               PERFORM LOOKUP-MEMO
               IF NOT MEMO-HIT
               ON EXCEPTION
                   MOVE SPACES TO TABLE-UPPER-PARM
           END-ACCEPT.
           IF TABLE-UPPER-PARM NOT = SPACES
                   AND FUNCTION TRIM(TABLE-UPPER-PARM) IS NUMERIC
               SET TABLE-MODE TO TRUE
               MOVE FUNCTION NUMVAL(TABLE-UPPER-PARM)
                   TO TABLE-UPPER-BOUND
           END-IF.

       FIB-ITERATIVE.
           END-IF.
           MOVE 0 TO A.
           MOVE 1 TO B.
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > N-VALUE
               OR FIB-RESULT-OVERFLOW
               COMPUTE FIB-RESULT = A + B
                   ON SIZE ERROR
                       SET FIB-RESULT-OVERFLOW TO TRUE
                       DISPLAY
                           "ERROR: FIB-RESULT (PIC 9(18)) se desbordo "
                           "calculando "
                           "el termino " I " del Fibonacci de " N-VALUE
                           " (enfoque iterativo)."
               END-COMPUTE
           MOVE 0 TO CALL-TYPE.
           PERFORM PUSH-STACK.

           PERFORM UNTIL STACK-TOP = 0 OR STACK-OVERFLOW
               OR FIB-RESULT-OVERFLOW
               MOVE STACK-N(STACK-TOP) TO CURRENT-N
               MOVE STACK-RETURN-ADDR(STACK-TOP) TO CALL-TYPE
               IF CURRENT-N <= 1
                       MOVE 0 TO CALL-TYPE
                       PERFORM PUSH-STACK
                   ELSE IF CALL-RIGHT
                       COMPUTE FIB-RESULT = STACK-RESULT(STACK-TOP)
                           + CHILD-RETURN
                           ON SIZE ERROR
                               SET FIB-RESULT-OVERFLOW TO TRUE
                               DISPLAY
                                   "ERROR: FIB-RESULT (PIC 9(18)) se "
                                   "desbordo calculando "
                                   "el Fibonacci de " N-VALUE
                                       " (enfoque recursivo)."
                       END-COMPUTE
                       MOVE FIB-RESULT TO CHILD-RETURN
                       PERFORM POP-STACK
           IF STACK-TOP >= MAX-RECURSIVE-STACK
               SET STACK-OVERFLOW TO TRUE
               DISPLAY "ERROR: RECURSIVE-STACK agotada (limite "
                   MAX-RECURSIVE-STACK
                       " entradas) calculando Fibonacci de "
                   N-VALUE ". Se detiene el enfoque recursivo."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY runparmp.

       COPY fenvp.
       COPY rsnalp.
