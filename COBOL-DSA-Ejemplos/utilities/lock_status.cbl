
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCK-STATUS.

      *> Estado y liberacion supervisada de los candados cooperativos
      *> de corrida (ver lockrec.cpy y lockdir.cpy). Un programa que
      *> aborta entre la toma ("H") y la liberacion ("F") deja el
      *> candado tomado y todos los que vienen detras fallan con RC 12
      *> hasta que alguien edita el archivo a mano de madrugada.
      *>
      *> Sin parametros lista cada candado del directorio con su
      *> titular, fecha y hora de toma y antiguedad en minutos, y busca
      *> al titular en el RUNSUMM de la noche: si figura como paso
      *> terminado despues de tomar el candado, el candado esta
      *> huerfano. Un candado huerfano o tomado hace mas de
      *> MINUTOS-CANDADO (RUNPARMS, defecto 120) termina con RC 4.
      *> No libera nada.
      *>
      *> argv(1) = LIBERAR, argv(2) = candado (QUEUELCK, ...) y
      *> argv(3) = legajo del operador liberan ese candado a la fuerza.
      *> Sin legajo no se libera. Cada pedido queda en LOCKLOG (con el
      *> titular anterior y su sello), y cada liberacion hecha deja una
      *> alerta CANDADO-LIBERADO de severidad alta en OPSALERT con el
      *> programa que hay que correr para revisar el archivo protegido
      *> (QUEUE-RECOVER para QUEUEDAT, STACK-JOURNAL-VERIFY para
      *> STACKJRNL, ...), porque el titular murio a mitad de camino.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Candado cooperativo de corrida (ver lockrec.cpy).
           SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
      *> Resumen por paso de la secuencia nocturna (RUN-ALL-DEMOS).
           SELECT OPTIONAL RUN-SUMMARY-FILE
               ASSIGN USING RUN-SUMMARY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-SUMMARY-STATUS.
           SELECT OPTIONAL LOCK-LOG-FILE ASSIGN USING LOCK-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-LOG-STATUS.
      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
       COPY runparms.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.

      *> Mismo resumen que RUN-ALL-DEMOS.
       FD  RUN-SUMMARY-FILE.
       01  RUN-SUMMARY-RECORD.
           05 RS-TYPE       PIC X(4).
           05 RS-PROGRAM    PIC X(24).
           05 RS-START-DATE PIC X(8).
           05 RS-START-TIME PIC 9(8).
           05 RS-END-DATE   PIC X(8).
           05 RS-END-TIME   PIC 9(8).
           05 RS-ELAPSED-CS PIC 9(9).
           05 RS-RC         PIC 9(4).

      *> Bitacora de liberaciones forzadas: un renglon por pedido,
      *> hecho o rechazado.
       FD  LOCK-LOG-FILE.
       01  LOCK-LOG-RECORD.
           05 LL-DATE        PIC X(8).
           05 LL-TIME        PIC 9(8).
           05 LL-LOCK-NAME   PIC X(9).
           05 LL-HOLDER      PIC X(24).
           05 LL-LOCK-DATE   PIC X(8).
           05 LL-LOCK-TIME   PIC 9(8).
           05 LL-OPERATOR    PIC X(8).
           05 LL-RESULT      PIC X(30).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY runparmf.

       WORKING-STORAGE SECTION.
       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 RUN-SUMMARY-STATUS PIC XX VALUE "00".
           88 RUN-SUMMARY-OK  VALUE "00".
           88 RUN-SUMMARY-EOF VALUE "10".
       01 LOCK-LOG-STATUS PIC XX VALUE "00".
           88 LOCK-LOG-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).
       01 STAMP-TIME PIC 9(8).

       01 MODE-PARM     PIC X(10) VALUE SPACES.
       01 LOCK-PARM     PIC X(9)  VALUE SPACES.
       01 OPERATOR-PARM PIC X(8)  VALUE SPACES.

      *> Minutos que un candado puede estar tomado antes de tratarlo
      *> como sospechoso (RUNPARMS MINUTOS-CANDADO).
       01 LOCK-LIMIT-MINUTES PIC 9(4) VALUE 120.

      *> Lo leido del candado en curso.
       01 LOCK-PRESENT-SW PIC X(1).
           88 LOCK-PRESENT VALUE "S".
       01 HELD-FLAG    PIC X(1).
       01 HELD-BY      PIC X(24).
       01 HELD-DATE    PIC X(8).
       01 HELD-TIME    PIC 9(8).
       01 LOCK-AGE-MINUTES PIC 9(7).
       01 AGE-KNOWN-SW PIC X(1).
           88 AGE-KNOWN VALUE "S".
       01 HOLDER-FINISHED-SW PIC X(1).
           88 HOLDER-FINISHED VALUE "S".
       01 HOLDER-RC PIC 9(4).
       01 LOCK-VERDICT PIC X(30).

      *> Pasos terminados en el RUNSUMM de la noche.
       01 STEP-TABLE.
          05 STEP-COUNT PIC 9(3) VALUE 0.
          05 STEP-ENTRY OCCURS 200 TIMES.
             10 ST-PROGRAM  PIC X(24).
             10 ST-END-DATE PIC X(8).
             10 ST-END-TIME PIC 9(8).
             10 ST-RC       PIC 9(4).
       01 STEP-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 S PIC 9(3).

       01 HELD-COUNT    PIC 9(2) VALUE 0.
       01 SUSPECT-COUNT PIC 9(2) VALUE 0.

       COPY lockdir.
       COPY elapsedw.
       COPY runparmw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 RUN-SUMMARY-FILE-NAME PIC X(40) VALUE "RUNSUMM".
          05 LOCK-LOG-FILE-NAME    PIC X(40) VALUE "LOCKLOG".
          05 OPS-ALERT-FILE-NAME   PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-PARAMETERS.
       PERFORM LOAD-RUN-PARMS.
       MOVE "MINUTOS-CANDADO" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE LOCK-LIMIT-MINUTES =
               FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.
       PERFORM LOAD-RUN-SUMMARY.

       IF FUNCTION UPPER-CASE(MODE-PARM) = "LIBERAR"
           PERFORM FORCE-RELEASE
           GOBACK
       END-IF.

       DISPLAY "--- ESTADO DE CANDADOS DE CORRIDA ---".
       DISPLAY "Tope de antiguedad: " LOCK-LIMIT-MINUTES
           " minuto(s); pasos terminados en RUNSUMM: " STEP-COUNT.
       PERFORM VARYING LD FROM 1 BY 1 UNTIL LD > LOCK-DIR-SIZE
           PERFORM LIST-ONE-LOCK
       END-PERFORM.
       DISPLAY "Candados tomados: " HELD-COUNT
           "; sospechosos (huerfanos o viejos): " SUSPECT-COUNT ".".
       IF SUSPECT-COUNT > 0
           DISPLAY "Para liberar: LOCK-STATUS LIBERAR <candado> "
               "<legajo>."
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT MODE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO MODE-PARM
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT LOCK-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO LOCK-PARM
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT OPERATOR-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO OPERATOR-PARM
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(LOCK-PARM) TO LOCK-PARM.

       LOAD-RUN-SUMMARY.
      *> Solo los pasos: el renglon FIN es el del propio driver.
           MOVE 0 TO STEP-COUNT.
           OPEN INPUT RUN-SUMMARY-FILE.
           IF RUN-SUMMARY-OK
               PERFORM UNTIL RUN-SUMMARY-EOF
                   READ RUN-SUMMARY-FILE
                       AT END
                           SET RUN-SUMMARY-EOF TO TRUE
                       NOT AT END
                           IF RS-TYPE = "PASO"
                                   AND STEP-COUNT < STEP-TABLE-CAPACITY
                               ADD 1 TO STEP-COUNT
                               MOVE RS-PROGRAM
                                   TO ST-PROGRAM(STEP-COUNT)
                               MOVE RS-END-DATE
                                   TO ST-END-DATE(STEP-COUNT)
                               MOVE RS-END-TIME
                                   TO ST-END-TIME(STEP-COUNT)
                               MOVE RS-RC TO ST-RC(STEP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RUN-SUMMARY-FILE.

       READ-LOCK-STATE.
      *> Lee el candado LOCK-FILE-NAME; sin archivo no hay candado
      *> (nunca se tomo).
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           MOVE "N" TO LOCK-PRESENT-SW.
           MOVE SPACE TO HELD-FLAG.
           MOVE SPACES TO HELD-BY.
           MOVE SPACES TO HELD-DATE.
           MOVE 0 TO HELD-TIME.
           SET LOCK-FILE-OK TO TRUE.
           OPEN INPUT LOCK-FILE.
           IF LOCK-FILE-OK
               READ LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       SET LOCK-PRESENT TO TRUE
                       MOVE LOCK-FLAG TO HELD-FLAG
                       MOVE LOCK-PROGRAM TO HELD-BY
                       MOVE LOCK-DATE TO HELD-DATE
                       IF LOCK-TIME IS NUMERIC
                           MOVE LOCK-TIME TO HELD-TIME
                       END-IF
               END-READ
           END-IF.
           CLOSE LOCK-FILE.

       ASSESS-HELD-LOCK.
      *> Antiguedad en minutos (cruza la medianoche con el cronometro
      *> compartido) y si el titular ya figura terminado en RUNSUMM
      *> despues de haber tomado el candado.
           MOVE "N" TO AGE-KNOWN-SW.
           MOVE 0 TO LOCK-AGE-MINUTES.
           IF HELD-DATE IS NUMERIC
               MOVE HELD-DATE TO ELAPSED-START-DATE
               MOVE HELD-TIME TO ELAPSED-START-TIME
               PERFORM MARK-ELAPSED-END
               IF ELAPSED-END-DAYS NOT < ELAPSED-START-DAYS
                   COMPUTE LOCK-AGE-MINUTES = ELAPSED-CS / 6000
                   SET AGE-KNOWN TO TRUE
               END-IF
           END-IF.
           MOVE "N" TO HOLDER-FINISHED-SW.
           MOVE 0 TO HOLDER-RC.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > STEP-COUNT
               IF ST-PROGRAM(S) = HELD-BY
                   IF ST-END-DATE(S) > HELD-DATE
                       OR (ST-END-DATE(S) = HELD-DATE
                           AND ST-END-TIME(S) NOT < HELD-TIME)
                       SET HOLDER-FINISHED TO TRUE
                       MOVE ST-RC(S) TO HOLDER-RC
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN HOLDER-FINISHED
                   MOVE "HUERFANO: EL TITULAR TERMINO" TO LOCK-VERDICT
               WHEN NOT AGE-KNOWN
                   MOVE "SELLO ILEGIBLE" TO LOCK-VERDICT
               WHEN LOCK-AGE-MINUTES > LOCK-LIMIT-MINUTES
                   MOVE "VIEJO: SUPERA EL TOPE" TO LOCK-VERDICT
               WHEN OTHER
                   MOVE "EN USO" TO LOCK-VERDICT
           END-EVALUATE.

       LIST-ONE-LOCK.
           MOVE LD-LOCK-NAME(LD) TO LOCK-FILE-NAME.
           PERFORM READ-LOCK-STATE.
           IF NOT LOCK-PRESENT
               DISPLAY "  " LD-LOCK-NAME(LD) " (" LD-GUARDED(LD)
                   "): sin archivo, nunca tomado."
               EXIT PARAGRAPH
           END-IF.
           IF HELD-FLAG NOT = "H"
               DISPLAY "  " LD-LOCK-NAME(LD) " (" LD-GUARDED(LD)
                   "): libre; ultimo uso " FUNCTION TRIM(HELD-BY)
                   " " HELD-DATE " " HELD-TIME "."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO HELD-COUNT.
           PERFORM ASSESS-HELD-LOCK.
           DISPLAY "  " LD-LOCK-NAME(LD) " (" LD-GUARDED(LD)
               "): TOMADO por " FUNCTION TRIM(HELD-BY) " desde "
               HELD-DATE " " HELD-TIME ", " LOCK-AGE-MINUTES
               " minuto(s) -- " FUNCTION TRIM(LOCK-VERDICT).
           IF HOLDER-FINISHED
               DISPLAY "      el titular figura en RUNSUMM terminado "
                   "con RC " HOLDER-RC " sin haber liberado."
           END-IF.
           IF LOCK-VERDICT NOT = "EN USO"
               ADD 1 TO SUSPECT-COUNT
               DISPLAY "      tras liberar, revisar "
                   FUNCTION TRIM(LD-GUARDED(LD)) " con "
                   FUNCTION TRIM(LD-RECOVERY(LD)) "."
           END-IF.

       FORCE-RELEASE.
      *> Liberacion forzada: solo con candado conocido, tomado, y con
      *> el legajo de quien la pide. Todo pedido queda en LOCKLOG.
           MOVE 0 TO LD.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > LOCK-DIR-SIZE
               IF LD-LOCK-NAME(S) = LOCK-PARM
                   MOVE S TO LD
               END-IF
           END-PERFORM.
           MOVE LOCK-PARM TO LOCK-FILE-NAME.
           MOVE SPACE TO HELD-FLAG.
           MOVE SPACES TO HELD-BY.
           MOVE SPACES TO HELD-DATE.
           MOVE 0 TO HELD-TIME.
           EVALUATE TRUE
               WHEN LD = 0
                   DISPLAY "ERROR: candado desconocido '"
                       FUNCTION TRIM(LOCK-PARM) "' (argv: LIBERAR "
                       "<candado> <legajo>)."
                   MOVE "RECHAZADA: CANDADO DESCONOCIDO" TO LL-RESULT
                   PERFORM WRITE-LOCK-LOG
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               WHEN OPERATOR-PARM = SPACES
                   DISPLAY "ERROR: la liberacion forzada exige el "
                       "legajo del operador (argv 3)."
                   PERFORM READ-LOCK-STATE
                   MOVE "RECHAZADA: SIN LEGAJO" TO LL-RESULT
                   PERFORM WRITE-LOCK-LOG
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM READ-LOCK-STATE.
           IF HELD-FLAG NOT = "H"
               DISPLAY "Candado " FUNCTION TRIM(LOCK-PARM)
                   " no esta tomado; no hay nada que liberar."
               MOVE "SIN CAMBIO: NO ESTABA TOMADO" TO LL-RESULT
               PERFORM WRITE-LOCK-LOG
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ASSESS-HELD-LOCK.
           OPEN OUTPUT LOCK-FILE.
           MOVE "F" TO LOCK-FLAG.
           MOVE "LOCK-STATUS" TO LOCK-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE.
           ACCEPT STAMP-TIME FROM TIME.
           MOVE STAMP-TIME TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.
           IF HOLDER-FINISHED
               MOVE "LIBERADA: TITULAR TERMINO" TO LL-RESULT
           ELSE
               MOVE "LIBERADA: TITULAR SIN FIN" TO LL-RESULT
           END-IF.
           PERFORM WRITE-LOCK-LOG.
           DISPLAY "Candado " FUNCTION TRIM(LOCK-PARM)
               " liberado por " FUNCTION TRIM(OPERATOR-PARM)
               " (era de " FUNCTION TRIM(HELD-BY) " desde " HELD-DATE
               " " HELD-TIME ").".
           DISPLAY "Revisar " FUNCTION TRIM(LD-GUARDED(LD)) " con "
               FUNCTION TRIM(LD-RECOVERY(LD))
               " antes de seguir la secuencia.".
      *> El valor de la alerta es el programa recomendado: ya nombra
      *> el archivo afectado (uno por candado del directorio).
           MOVE "CANDADO-LIBERADO" TO ALERT-REASON.
           MOVE LD-RECOVERY(LD) TO ALERT-VALUE.
           PERFORM WRITE-OPS-ALERT.
           MOVE 0 TO RETURN-CODE.

       WRITE-LOCK-LOG.
           OPEN EXTEND LOCK-LOG-FILE.
           IF NOT LOCK-LOG-OK
               CLOSE LOCK-LOG-FILE
               OPEN OUTPUT LOCK-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LL-DATE.
           ACCEPT STAMP-TIME FROM TIME.
           MOVE STAMP-TIME TO LL-TIME.
           MOVE LOCK-PARM TO LL-LOCK-NAME.
           MOVE HELD-BY TO LL-HOLDER.
           MOVE HELD-DATE TO LL-LOCK-DATE.
           MOVE HELD-TIME TO LL-LOCK-TIME.
           MOVE OPERATOR-PARM TO LL-OPERATOR.
           WRITE LOCK-LOG-RECORD.
           CLOSE LOCK-LOG-FILE.

       WRITE-OPS-ALERT.
      *> Un candado liberado a la fuerza deja un archivo a medio
      *> regrabar: severidad alta.
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "LOCK-STATUS" TO ALERT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-DATE.
           ACCEPT ALERT-TIME-STAMP FROM TIME.
           MOVE ALERT-TIME-STAMP TO ALERT-TIME.
           MOVE "N" TO ALERT-ACK.
           MOVE "A" TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY elapsedp.
       COPY runparmp.

       COPY fenvp.
       COPY rsnalp.
