      *> verificador de bitacora ya existente) y se revisan las claves
      *> de FIBMEMO; cualquier hallazgo termina con RC 8 y el driver
      *> se niega a seguir antes de que alguna demo cambie nada.
      *> Tambien se recalcula el sello encadenado de STKLEDG, APPRLOG,
      *> CODMLOG y RPRMLOG (via CHAIN-VERIFY): un archivo tocado
      *> despues de asentado es un hallazgo.
      *> Un candado de corrida (ver lockdir.cpy) tomado hace mas de
      *> MINUTOS-CANDADO (RUNPARMS, defecto 120) tambien lo es: todo
      *> lo que venga detras fallaria con RC 12; se libera con
      *> LOCK-STATUS.
      *> El entorno de la corrida (ver fenvparm.cpy) se anuncia antes
      *> que nada; si el RUNPARMS del entorno dice pertenecer a otro
      *> entorno, los juegos de archivos estan mezclados y eso tambien
      *> es un hallazgo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT OPTIONAL FIB-MEMO-FILE ASSIGN USING FIB-MEMO-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMO-N
               FILE STATUS IS FIB-MEMO-FILE-STATUS.
           SELECT OPTIONAL CAPACITY-PARM-FILE
               ASSIGN USING CAPACITY-PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-PARM-STATUS.
      *> Numerador de claves de articulo (ver frutarec.cpy).
           SELECT OPTIONAL KEY-COUNTER-FILE
               ASSIGN USING KEY-COUNTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-COUNTER-STATUS.
      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
      *> Candados cooperativos de corrida (ver lockrec.cpy).
           SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
       COPY runparms.

       DATA DIVISION.
       FD  CAPACITY-PARM-FILE.
       01  CAPACITY-PARM-RECORD PIC X(3).

       FD  KEY-COUNTER-FILE.
       01  KEY-COUNTER-RECORD PIC 9(4).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.

       COPY runparmf.

       WORKING-STORAGE SECTION.
       01 ALERT-TIME-STAMP PIC 9(8).

       01 FINDING-COUNT PIC 9(3) VALUE 0.
       01 FRUIT-COUNT PIC 9(5) VALUE 0.
       01 PREV-FRUTA-KEY PIC 9(4) VALUE 0.
       01 FRUTAS-CAPACITY PIC 9(4) VALUE 9999.
       01 KEY-COUNTER-STATUS PIC XX VALUE "00".
           88 KEY-COUNTER-OK VALUE "00".
       01 KEY-COUNTER-VALUE PIC 9(4) VALUE 0.
       01 TICKET-COUNT PIC 9(4) VALUE 0.
       01 QUEUE-CAPACITY PIC 9(3) VALUE 200.
      *> Maximo fisico del pool de tiques de queue.cbl (su OCCURS
      *> encima de 87 solo puede ser basura.
       01 MEMO-UPPER-BOUND PIC 9(2) VALUE 87.
       01 VERIFY-RC PIC S9(4) VALUE 0.
       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-LIMIT-MINUTES PIC 9(4) VALUE 120.
       01 LOCK-AGE-MINUTES PIC 9(7).
       01 RUN-ENV-NAME   PIC X(8).
       01 RUN-ENV-PREFIX PIC X(9).
       01 RUN-ENV-ORIGIN PIC X(30).
       01 PARM-ENV       PIC X(12).

       COPY lockdir.
       COPY elapsedw.
       COPY runparmw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 FRUTAS-FILE-NAME        PIC X(40) VALUE "FRUTASDAT".
          05 QUEUE-FILE-NAME         PIC X(40) VALUE "QUEUEDAT".
          05 FIB-MEMO-FILE-NAME      PIC X(40) VALUE "FIBMEMO".
          05 CAPACITY-PARM-FILE-NAME PIC X(40) VALUE "QUEUEPRM".
          05 KEY-COUNTER-FILE-NAME   PIC X(40) VALUE "FRUTAKEY".
          05 OPS-ALERT-FILE-NAME     PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 6 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 6.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       DISPLAY "--- VERIFICACION PREVIA AL VUELO ---".

       PERFORM CHECK-RUN-ENVIRONMENT.
       PERFORM CHECK-FRUTAS-MASTER.
       PERFORM CHECK-QUEUE-FILE.
       PERFORM CHECK-STACK-JOURNAL.
       PERFORM CHECK-CHAINED-FILES.
       PERFORM CHECK-FIB-MEMO.
       PERFORM CHECK-RUN-LOCKS.

       IF FINDING-COUNT = 0
           DISPLAY "Verificacion previa limpia: la secuencia puede "
       END-IF.
       GOBACK.

       CHECK-RUN-ENVIRONMENT.
      *> FILE-ENV ya fijo el entorno al resolver los nombres; aqui se
      *> anuncia y se confirma contra el RUNPARMS del propio entorno.
           MOVE SPACES TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-ENV TO RUN-ENV-NAME.
           MOVE FE-PREFIX TO RUN-ENV-PREFIX.
           EVALUATE FE-SOURCE
               WHEN "J"
                   MOVE "variable ENTORNO del job" TO RUN-ENV-ORIGIN
               WHEN "R"
                   MOVE "ENTORNO= del RUNPARMS base" TO RUN-ENV-ORIGIN
               WHEN OTHER
                   MOVE "por defecto" TO RUN-ENV-ORIGIN
           END-EVALUATE.
           DISPLAY "**************************************************".
           IF RUN-ENV-PREFIX = SPACES
               DISPLAY "**  ENTORNO: " FUNCTION TRIM(RUN-ENV-NAME)
                   " -- ARCHIVOS DE PRODUCCION"
           ELSE
               DISPLAY "**  ENTORNO: " FUNCTION TRIM(RUN-ENV-NAME)
                   " -- archivos " FUNCTION TRIM(RUN-ENV-PREFIX) "*"
           END-IF.
           DISPLAY "**  (" FUNCTION TRIM(RUN-ENV-ORIGIN) ")".
           DISPLAY "**************************************************".
           PERFORM LOAD-RUN-PARMS.
           MOVE "ENTORNO" TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PARM-VALUE-FOUND))
                   TO PARM-ENV
               IF PARM-ENV NOT = RUN-ENV-NAME
                   ADD 1 TO FINDING-COUNT
                   DISPLAY "HALLAZGO: "
                       FUNCTION TRIM(RUN-PARMS-FILE-NAME)
                       " dice ENTORNO=" FUNCTION TRIM(PARM-ENV)
                       " pero la corrida es del entorno "
                       FUNCTION TRIM(RUN-ENV-NAME)
                       "; juegos de archivos mezclados."
               END-IF
           END-IF.

       CHECK-FRUTAS-MASTER.
      *> Claves en orden estrictamente creciente y dentro de la
      *> capacidad del arreglo que las demos cargan.
                       " renglon(es); el arreglo de las demos carga "
                       "hasta " FRUTAS-CAPACITY "."
               END-IF
               PERFORM CHECK-KEY-COUNTER
               DISPLAY "  FRUTASDAT: " FRUIT-COUNT " renglon(es)."
           ELSE
               DISPLAY "  FRUTASDAT: no disponible (primera corrida o "
           END-IF.
           CLOSE FRUTAS-FILE.

       CHECK-KEY-COUNTER.
      *> El numerador FRUTAKEY nunca puede quedar por debajo de la
      *> clave mas alta del maestro: la proxima alta tomaria una clave
      *> que ya fue de otro articulo y mezclaria su historia en
      *> STKLEDG. Sin numerador no hay hallazgo: el alta parte de la
      *> clave mas alta del maestro.
           MOVE 0 TO KEY-COUNTER-VALUE.
           OPEN INPUT KEY-COUNTER-FILE.
           IF KEY-COUNTER-OK
               READ KEY-COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF KEY-COUNTER-RECORD IS NUMERIC
                           MOVE KEY-COUNTER-RECORD TO KEY-COUNTER-VALUE
                       ELSE
                           ADD 1 TO FINDING-COUNT
                           DISPLAY "HALLAZGO: FRUTAKEY no es numerico."
                       END-IF
               END-READ
               IF KEY-COUNTER-VALUE > 0
                       AND KEY-COUNTER-VALUE < PREV-FRUTA-KEY
                   ADD 1 TO FINDING-COUNT
                   DISPLAY "HALLAZGO: FRUTAKEY (" KEY-COUNTER-VALUE
                       ") por debajo de la clave mas alta de "
                       "FRUTASDAT (" PREV-FRUTA-KEY ")."
               END-IF
           END-IF.
           CLOSE KEY-COUNTER-FILE.

       CHECK-QUEUE-FILE.
           OPEN INPUT CAPACITY-PARM-FILE.
           IF CAPACITY-PARM-OK
      *> La capacidad efectiva se resuelve con la misma cadena que
      *> queue.cbl: RUNPARMS manda y QUEUEPRM es el respaldo; de lo
      *> contrario este paso cero juzgaria QUEUEDAT contra un tope que
      *> la demo no usa. RUNPARMS ya quedo cargado en
      *> CHECK-RUN-ENVIRONMENT.
           MOVE "CAPACIDAD-COLA" TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
                   "de integridad."
           END-IF.

       CHECK-CHAINED-FILES.
      *> Mismo esquema que STACKJRNL: el verificador del sello ya deja
      *> su propia alerta de severidad alta por archivo roto; aqui se
      *> toma su RETURN-CODE como hallazgo.
           CALL "CHAIN-VERIFY".
           MOVE RETURN-CODE TO VERIFY-RC.
           MOVE 0 TO RETURN-CODE.
           IF VERIFY-RC NOT = 0
               ADD 1 TO FINDING-COUNT
               DISPLAY "HALLAZGO: el sello encadenado de STKLEDG/"
                   "APPRLOG/CODMLOG/RPRMLOG no cierra."
           END-IF.

       CHECK-FIB-MEMO.
           MOVE 0 TO MEMO-COUNT.
           OPEN INPUT FIB-MEMO-FILE.
                           END-IF
                           IF MEMO-RESULT IS NOT NUMERIC
                               ADD 1 TO FINDING-COUNT
                               DISPLAY "HALLAZGO: FIBMEMO con "
                                   "resultado ilegible para N=" MEMO-N
                                   "."
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FIB-MEMO-FILE.

       CHECK-RUN-LOCKS.
      *> RUNPARMS ya quedo cargado en CHECK-RUN-ENVIRONMENT.
           MOVE "MINUTOS-CANDADO" TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
               COMPUTE LOCK-LIMIT-MINUTES =
                   FUNCTION NUMVAL(PARM-VALUE-FOUND)
           END-IF.
           PERFORM VARYING LD FROM 1 BY 1 UNTIL LD > LOCK-DIR-SIZE
               PERFORM CHECK-ONE-LOCK
           END-PERFORM.

       CHECK-ONE-LOCK.
           MOVE LD-LOCK-NAME(LD) TO LOCK-FILE-NAME.
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           MOVE SPACE TO LOCK-FLAG.
           SET LOCK-FILE-OK TO TRUE.
           OPEN INPUT LOCK-FILE.
           IF LOCK-FILE-OK
               READ LOCK-FILE
                   AT END MOVE SPACE TO LOCK-FLAG
               END-READ
           END-IF.
           CLOSE LOCK-FILE.
           IF LOCK-FLAG NOT = "H"
               EXIT PARAGRAPH
           END-IF.
      *> Un sello ilegible no permite medir: se lo trata como viejo.
           MOVE 9999999 TO LOCK-AGE-MINUTES.
           IF LOCK-DATE IS NUMERIC AND LOCK-TIME IS NUMERIC
               MOVE LOCK-DATE TO ELAPSED-START-DATE
               MOVE LOCK-TIME TO ELAPSED-START-TIME
               PERFORM MARK-ELAPSED-END
               IF ELAPSED-END-DAYS NOT < ELAPSED-START-DAYS
                   COMPUTE LOCK-AGE-MINUTES = ELAPSED-CS / 6000
               END-IF
           END-IF.
           IF LOCK-AGE-MINUTES > LOCK-LIMIT-MINUTES
               ADD 1 TO FINDING-COUNT
               DISPLAY "HALLAZGO: candado "
                   FUNCTION TRIM(LOCK-FILE-NAME) " tomado por "
                   FUNCTION TRIM(LOCK-PROGRAM)
                   " desde " LOCK-DATE " " LOCK-TIME " (mas de "
                   LOCK-LIMIT-MINUTES " minuto(s)); ver LOCK-STATUS."
           ELSE
               DISPLAY "  " FUNCTION TRIM(LOCK-FILE-NAME)
                   ": tomado por " FUNCTION TRIM(LOCK-PROGRAM)
                   " hace " LOCK-AGE-MINUTES " minuto(s)."
           END-IF.

       WRITE-OPS-ALERT.
      *> Mismo esquema de alerta central que el resto del arbol.
           OPEN EXTEND OPS-ALERT-FILE.
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY elapsedp.
       COPY runparmp.

       COPY fenvp.
       COPY rsnalp.
