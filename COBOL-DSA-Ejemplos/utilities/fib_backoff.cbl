       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIB-BACKOFF.

      *> Servicio invocable por CALL que da la espera antes del
      *> intento N de un aviso repetido (ver fbkparm.cpy). Los
      *> avisos de escalamiento, de acuse y de backlog salian a ritmo
      *> fijo -- una misma condicion trabada re-alertaba igual para
      *> siempre y tapaba todo lo demas --; ahora cada repeticion
      *> espera el termino N de Fibonacci por la base del calendario,
      *> con un tope para que lo que sigue trabado vuelva igual.
      *>
      *> El termino sale de la tabla de memoizacion FIBMEMO que
      *> comparte con FIBONACCI-DEMO y FIB-MEMO-MAINT; si no esta, se
      *> calcula con el mismo iterativo de 18 digitos y se graba para
      *> la proxima. RUNPARMS se carga una sola vez por corrida y los
      *> terminos ya usados quedan en memoria (el modulo queda
      *> residente entre CALLs, igual que FILE-ENV y REASON-CHECK).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FIB-MEMO-FILE ASSIGN USING FIB-MEMO-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMO-N
               FILE STATUS IS FIB-MEMO-FILE-STATUS.

       COPY runparms.

       DATA DIVISION.
       FILE SECTION.
      *> Misma tabla de memoizacion que fibonacci.cbl.
       FD  FIB-MEMO-FILE.
       01  FIB-MEMO-RECORD.
           05 MEMO-N      PIC 9(2).
           05 MEMO-RESULT PIC 9(18).

       COPY runparmf.

       WORKING-STORAGE SECTION.
       01 FIB-MEMO-FILE-STATUS PIC XX VALUE "00".
           88 FIB-MEMO-FILE-OK VALUE "00".
       01 BACKOFF-LOADED-SW PIC X VALUE "N".
           88 BACKOFF-LOADED VALUE "Y".

      *> Iterativo de referencia, el mismo calculo de fibonacci.cbl.
       01 FIB-N PIC 9(2).
       01 FIB-VALUE PIC 9(18).
       01 FIB-A PIC 9(18).
       01 FIB-B PIC 9(18).
       01 FI PIC 9(2).
       01 FIB-OVERFLOW-SW PIC X VALUE "N".
           88 FIB-OVERFLOW VALUE "Y".

      *> Terminos ya resueltos en esta corrida. Pasado el 90 la serie
      *> desborda los 18 digitos: ese intento va directo al tope.
       01 TERM-TABLE.
          05 TERM-ENTRY OCCURS 90 TIMES.
             10 TERM-KNOWN-SW PIC X VALUE "N".
             10 TERM-VALUE    PIC 9(18).
       01 TERM-TABLE-CAPACITY PIC 9(2) VALUE 90.

       01 BACKOFF-BASE PIC 9(5).
       01 BACKOFF-CAP  PIC 9(5).
       01 BACKOFF-WAIT PIC 9(18).

       COPY runparmw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 FIB-MEMO-FILE-NAME PIC X(40) VALUE "FIBMEMO".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 1 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 1.
       COPY fenvw.

       LINKAGE SECTION.
       01 FIB-BACKOFF-PARM.
           COPY fbkparm.

       PROCEDURE DIVISION USING FIB-BACKOFF-PARM.

       IF NOT BACKOFF-LOADED
           PERFORM RESOLVE-FILE-NAMES
           PERFORM LOAD-RUN-PARMS
           SET BACKOFF-LOADED TO TRUE
       END-IF.

       PERFORM GET-SCHEDULE-LIMITS.
       MOVE "N" TO FB-CAPPED.
       IF FB-ATTEMPT = 0
           MOVE 1 TO FB-ATTEMPT
       END-IF.
       IF FB-ATTEMPT > TERM-TABLE-CAPACITY
           MOVE BACKOFF-CAP TO FB-INTERVAL
           SET FB-AT-CAP TO TRUE
           GOBACK
       END-IF.

       MOVE FB-ATTEMPT TO FIB-N.
       PERFORM GET-FIB-TERM.
       IF FIB-OVERFLOW
           MOVE BACKOFF-CAP TO FB-INTERVAL
           SET FB-AT-CAP TO TRUE
           GOBACK
       END-IF.
       COMPUTE BACKOFF-WAIT = FIB-VALUE * BACKOFF-BASE
           ON SIZE ERROR
               MOVE BACKOFF-CAP TO BACKOFF-WAIT
               SET FB-AT-CAP TO TRUE
       END-COMPUTE.
       IF BACKOFF-WAIT >= BACKOFF-CAP
           MOVE BACKOFF-CAP TO BACKOFF-WAIT
           SET FB-AT-CAP TO TRUE
       END-IF.
       MOVE BACKOFF-WAIT TO FB-INTERVAL.
       GOBACK.

       GET-SCHEDULE-LIMITS.
      *> Base y tope del calendario; una clave ausente, no numerica o
      *> en cero deja el defecto del llamador. Un tope menor que la
      *> base se lleva a la base: el primer aviso nunca se acorta.
           MOVE FB-DEFAULT-BASE TO BACKOFF-BASE.
           MOVE FB-DEFAULT-CAP TO BACKOFF-CAP.
           MOVE SPACES TO PARM-KEY-WANTED.
           STRING "BACKOFF-BASE-" FB-SCHEDULE
               DELIMITED BY SPACE INTO PARM-KEY-WANTED
           END-STRING.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
               IF FUNCTION NUMVAL(PARM-VALUE-FOUND) > 0
                   COMPUTE BACKOFF-BASE =
                       FUNCTION NUMVAL(PARM-VALUE-FOUND)
               END-IF
           END-IF.
           MOVE SPACES TO PARM-KEY-WANTED.
           STRING "BACKOFF-TOPE-" FB-SCHEDULE
               DELIMITED BY SPACE INTO PARM-KEY-WANTED
           END-STRING.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
               IF FUNCTION NUMVAL(PARM-VALUE-FOUND) > 0
                   COMPUTE BACKOFF-CAP =
                       FUNCTION NUMVAL(PARM-VALUE-FOUND)
               END-IF
           END-IF.
           IF BACKOFF-BASE = 0
               MOVE 1 TO BACKOFF-BASE
           END-IF.
           IF BACKOFF-CAP < BACKOFF-BASE
               MOVE BACKOFF-BASE TO BACKOFF-CAP
           END-IF.

       GET-FIB-TERM.
      *> Deja FIB-VALUE con el termino FIB-N: primero la memoria de
      *> la corrida, despues FIBMEMO, y recien entonces el iterativo.
           MOVE "N" TO FIB-OVERFLOW-SW.
           IF TERM-KNOWN-SW(FIB-N) = "S"
               MOVE TERM-VALUE(FIB-N) TO FIB-VALUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOOKUP-MEMO.
           IF TERM-KNOWN-SW(FIB-N) NOT = "S"
               PERFORM COMPUTE-FIB-ITERATIVE
               IF FIB-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               PERFORM SAVE-MEMO
               MOVE FIB-VALUE TO TERM-VALUE(FIB-N)
               MOVE "S" TO TERM-KNOWN-SW(FIB-N)
           END-IF.
           MOVE TERM-VALUE(FIB-N) TO FIB-VALUE.

       LOOKUP-MEMO.
           OPEN INPUT FIB-MEMO-FILE.
           IF FIB-MEMO-FILE-OK
               MOVE FIB-N TO MEMO-N
               READ FIB-MEMO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MEMO-RESULT TO TERM-VALUE(FIB-N)
                       MOVE "S" TO TERM-KNOWN-SW(FIB-N)
               END-READ
           END-IF.
      *> Cerrar en ambas ramas: un SELECT OPTIONAL ausente queda
      *> abierto con status "05" (ver LOOKUP-MEMO en fibonacci.cbl).
           CLOSE FIB-MEMO-FILE.

       SAVE-MEMO.
      *> Mismo "crear si no existe" que SAVE-MEMO en fibonacci.cbl.
           MOVE FIB-N TO MEMO-N.
           MOVE FIB-VALUE TO MEMO-RESULT.
           OPEN I-O FIB-MEMO-FILE.
           IF NOT FIB-MEMO-FILE-OK
               OPEN OUTPUT FIB-MEMO-FILE
               CLOSE FIB-MEMO-FILE
               OPEN I-O FIB-MEMO-FILE
           END-IF.
           IF FIB-MEMO-FILE-OK
               WRITE FIB-MEMO-RECORD
                   INVALID KEY
                       REWRITE FIB-MEMO-RECORD
               END-WRITE
               CLOSE FIB-MEMO-FILE
           END-IF.

       COMPUTE-FIB-ITERATIVE.
      *> El mismo iterativo de referencia de fibonacci.cbl, en los
      *> mismos 18 digitos.
           MOVE "N" TO FIB-OVERFLOW-SW.
           IF FIB-N <= 1
               MOVE FIB-N TO FIB-VALUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO FIB-A.
           MOVE 1 TO FIB-B.
           PERFORM VARYING FI FROM 2 BY 1
                   UNTIL FI > FIB-N OR FIB-OVERFLOW
               COMPUTE FIB-VALUE = FIB-A + FIB-B
                   ON SIZE ERROR
                       SET FIB-OVERFLOW TO TRUE
               END-COMPUTE
               MOVE FIB-B TO FIB-A
               MOVE FIB-VALUE TO FIB-B
           END-PERFORM.

       COPY runparmp.

       COPY fenvp.
