       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPT-RELEASE.

      *> Suelta a la cola los turnos con cita cuya hora ya llego: lee
      *> APPTDAT (ver apptrec.cpy), y cada cita pendiente con fecha y
      *> hora iguales o anteriores al momento de la corrida entra a
      *> QUEUEDAT con numero de tique del numerador TICKCTR, la hora
      *> del turno como llegada y QD-ORIGIN en "C", y deja su asiento
      *> CITA en QUEJRNL. Todo bajo el candado QUEUELCK, igual que
      *> QUEUE-REINTAKE. Si la cola ya esta en su capacidad
      *> configurada (QUEUEPRM, pisada por CAPACIDAD-COLA de RUNPARMS)
      *> la cita se aparca en QUEOVFL como cualquier excedente y
      *> QUEUE-REINTAKE la devuelve cuando haya lugar. Las citas
      *> vencidas se sueltan de la mas temprana a la mas tardia, asi
      *> que con poco lugar entra primero la que tenia turno antes.
      *> Cita con fecha u hora invalida: queda marcada "E", no se
      *> suelta y la corrida termina con RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPT-FILE ASSIGN USING APPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPT-FILE-STATUS.
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT OPTIONAL QUEUE-OVERFLOW-FILE
               ASSIGN USING QUEUE-OVERFLOW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-OVERFLOW-STATUS.
           SELECT OPTIONAL QUEUE-JOURNAL
               ASSIGN USING QUEUE-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-JOURNAL-STATUS.
           SELECT OPTIONAL CAPACITY-PARM-FILE
               ASSIGN USING CAPACITY-PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-PARM-STATUS.
      *> Numerador de tiques compartido con queue.cbl.
           SELECT OPTIONAL TICKET-COUNTER-FILE
               ASSIGN USING TICKET-COUNTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKET-COUNTER-STATUS.

      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

      *> Candado cooperativo de corrida (ver lockrec.cpy).
           SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       COPY runparms.

       DATA DIVISION.
       FILE SECTION.
       FD  APPT-FILE.
       01  APPT-RECORD.
           COPY apptrec.

       FD  QUEUE-FILE.
       01  QUEUE-FILE-RECORD.
           COPY quedrec.

       FD  QUEUE-OVERFLOW-FILE.
       01  QUEUE-OVERFLOW-RECORD.
           COPY quedrec.

      *> Mismo registro de bitacora que queue.cbl.
       FD  QUEUE-JOURNAL.
       01  QUEUE-JOURNAL-RECORD.
           05 QJ-OP   PIC X(4).
           05 QJ-ITEM PIC X(10).
           05 QJ-TIME PIC 9(8).
           05 QJ-DATE PIC X(8).
           05 QJ-TICKET-ID PIC X(6).
           05 QJ-QUEUE-NAME PIC X(10).
           05 QJ-PRIORITY PIC X(1).
           05 QJ-OPERATOR PIC X(8).

       FD  CAPACITY-PARM-FILE.
       01  CAPACITY-PARM-RECORD PIC X(3).

       FD  TICKET-COUNTER-FILE.
       01  TICKET-COUNTER-RECORD PIC 9(6).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.

       COPY runparmf.

       WORKING-STORAGE SECTION.
       01 APPT-FILE-STATUS PIC XX VALUE "00".
           88 APPT-FILE-OK  VALUE "00".
           88 APPT-FILE-EOF VALUE "10".
       01 QUEUE-FILE-STATUS PIC XX VALUE "00".
           88 QUEUE-FILE-OK  VALUE "00".
           88 QUEUE-FILE-EOF VALUE "10".
       01 QUEUE-OVERFLOW-STATUS PIC XX VALUE "00".
           88 QUEUE-OVERFLOW-OK VALUE "00".
       01 QUEUE-JOURNAL-STATUS PIC XX VALUE "00".
           88 QUEUE-JOURNAL-OK VALUE "00".
       01 CAPACITY-PARM-STATUS PIC XX VALUE "00".
           88 CAPACITY-PARM-OK VALUE "00".
       01 TICKET-COUNTER-STATUS PIC XX VALUE "00".
           88 TICKET-COUNTER-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

       01 POOL-CAPACITY PIC 9(3) VALUE 200.
       01 POOL-MAX-ENTRIES PIC 9(3) VALUE 500.
       01 CURRENT-DEPTH PIC 9(3) VALUE 0.
       01 FREE-SLOTS PIC 9(3) VALUE 0.
       01 DEFAULT-QUEUE-NAME PIC X(10) VALUE "Caja1".
       01 NORMAL-PRIORITY-CLASS PIC X(1) VALUE "5".

      *> Citas cargadas completas, en el orden del archivo; se
      *> regraban asi con el estado nuevo.
       01 APPT-TABLE.
          05 APPT-COUNT PIC 9(4) VALUE 0.
          05 APPT-ENTRY OCCURS 2000 TIMES.
             10 AT-CUSTOMER     PIC X(10).
             10 AT-QUEUE-NAME   PIC X(10).
             10 AT-PRIORITY     PIC X(1).
             10 AT-DATE         PIC X(8).
             10 AT-TIME         PIC X(4).
             10 AT-STATUS       PIC X(1).
             10 AT-TICKET-ID    PIC X(6).
             10 AT-RELEASE-DATE PIC X(8).
       01 APPT-TABLE-CAPACITY PIC 9(4) VALUE 2000.
       01 APPT-TABLE-FULL-SW PIC X VALUE "N".
           88 APPT-TABLE-FULL VALUE "Y".
       01 A PIC 9(4).
       01 DUE-IDX PIC 9(4).

       01 NOW-DATE PIC X(8).
       01 NOW-HHMM PIC X(4).
       01 APPT-HH PIC 9(2).
       01 APPT-MM PIC 9(2).
       01 APPT-VALID-SW PIC X VALUE "Y".
           88 APPT-VALID VALUE "Y".
       01 APPT-ARRIVAL-TIME PIC X(8).
       01 NEXT-TICKET-ID PIC 9(6) VALUE 0.

       01 RELEASED-COUNT PIC 9(4) VALUE 0.
       01 PARKED-COUNT PIC 9(4) VALUE 0.
       01 INVALID-COUNT PIC 9(4) VALUE 0.
       01 NOT-DUE-COUNT PIC 9(4) VALUE 0.

       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).

       COPY runparmw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 APPT-FILE-NAME           PIC X(40) VALUE "APPTDAT".
          05 QUEUE-FILE-NAME          PIC X(40) VALUE "QUEUEDAT".
          05 QUEUE-OVERFLOW-FILE-NAME PIC X(40) VALUE "QUEOVFL".
          05 QUEUE-JOURNAL-FILE-NAME  PIC X(40) VALUE "QUEJRNL".
          05 CAPACITY-PARM-FILE-NAME  PIC X(40) VALUE "QUEUEPRM".
          05 TICKET-COUNTER-FILE-NAME PIC X(40) VALUE "TICKCTR".
          05 OPS-ALERT-FILE-NAME      PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 7 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 7.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       MOVE "QUEUELCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.

       MOVE FUNCTION CURRENT-DATE(1:8) TO NOW-DATE.
       MOVE FUNCTION CURRENT-DATE(9:4) TO NOW-HHMM.

       PERFORM LOAD-APPT-TABLE.
       IF APPT-TABLE-FULL
      *> Regrabar APPTDAT desde una tabla truncada perderia citas: no
      *> se toca nada.
           DISPLAY "ERROR: APPTDAT trae mas de " APPT-TABLE-CAPACITY
               " citas; no se solto ninguna."
           MOVE "CITAS-EXCEDIDAS" TO ALERT-REASON
           MOVE APPT-TABLE-CAPACITY TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           PERFORM RELEASE-RUN-LOCK
           MOVE 16 TO RETURN-CODE
           GOBACK
       END-IF.
       IF APPT-COUNT = 0
           DISPLAY "APPTDAT vacio o ausente; no hay citas que soltar."
           PERFORM RELEASE-RUN-LOCK
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM GET-QUEUE-CAPACITY.
       PERFORM LOAD-RUN-PARMS.
       MOVE "CAPACIDAD-COLA" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE POOL-CAPACITY = FUNCTION NUMVAL(PARM-VALUE-FOUND)
           IF POOL-CAPACITY > POOL-MAX-ENTRIES
               MOVE POOL-MAX-ENTRIES TO POOL-CAPACITY
           END-IF
       END-IF.

       PERFORM COUNT-CURRENT-DEPTH.
       IF CURRENT-DEPTH >= POOL-CAPACITY
           MOVE 0 TO FREE-SLOTS
       ELSE
           COMPUTE FREE-SLOTS = POOL-CAPACITY - CURRENT-DEPTH
       END-IF.

       PERFORM VALIDATE-PENDING-APPTS.
       PERFORM RELEASE-DUE-APPTS.
       PERFORM REWRITE-APPT-FILE.

       PERFORM RELEASE-RUN-LOCK.

       DISPLAY "Citas: " RELEASED-COUNT " soltada(s) a QUEUEDAT, "
           PARKED-COUNT " aparcada(s) en QUEOVFL por cola llena, "
           NOT-DUE-COUNT " todavia sin llegar a su hora, "
           INVALID-COUNT " invalida(s).".
       IF INVALID-COUNT > 0
           MOVE "CITAS-INVALIDAS" TO ALERT-REASON
           MOVE INVALID-COUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-APPT-TABLE.
           OPEN INPUT APPT-FILE.
           IF APPT-FILE-OK
               PERFORM UNTIL APPT-FILE-EOF OR APPT-TABLE-FULL
                   READ APPT-FILE
                       AT END
                           SET APPT-FILE-EOF TO TRUE
                       NOT AT END
                           IF APPT-COUNT >= APPT-TABLE-CAPACITY
                               SET APPT-TABLE-FULL TO TRUE
                           ELSE
                               PERFORM STORE-ONE-APPT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE APPT-FILE.

       STORE-ONE-APPT.
           ADD 1 TO APPT-COUNT.
           MOVE AP-CUSTOMER TO AT-CUSTOMER(APPT-COUNT).
           MOVE AP-QUEUE-NAME TO AT-QUEUE-NAME(APPT-COUNT).
           MOVE AP-PRIORITY TO AT-PRIORITY(APPT-COUNT).
           MOVE AP-DATE TO AT-DATE(APPT-COUNT).
           MOVE AP-TIME TO AT-TIME(APPT-COUNT).
           MOVE AP-STATUS TO AT-STATUS(APPT-COUNT).
           MOVE AP-TICKET-ID TO AT-TICKET-ID(APPT-COUNT).
           MOVE AP-RELEASE-DATE TO AT-RELEASE-DATE(APPT-COUNT).
           IF AT-STATUS(APPT-COUNT) = SPACE
               MOVE "P" TO AT-STATUS(APPT-COUNT)
           END-IF.

       GET-QUEUE-CAPACITY.
      *> Misma lectura de QUEUEPRM que queue.cbl; RUNPARMS la pisa si
      *> ambas estan.
           OPEN INPUT CAPACITY-PARM-FILE.
           IF CAPACITY-PARM-OK
               READ CAPACITY-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(CAPACITY-PARM-RECORD)
                               IS NUMERIC
                           COMPUTE POOL-CAPACITY = FUNCTION NUMVAL(
                               FUNCTION TRIM(CAPACITY-PARM-RECORD))
                       END-IF
               END-READ
           END-IF.
           CLOSE CAPACITY-PARM-FILE.
           IF POOL-CAPACITY = 0 OR POOL-CAPACITY > POOL-MAX-ENTRIES
               MOVE POOL-MAX-ENTRIES TO POOL-CAPACITY
           END-IF.

       COUNT-CURRENT-DEPTH.
           MOVE 0 TO CURRENT-DEPTH.
           SET QUEUE-FILE-OK TO TRUE.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-FILE-OK
               PERFORM UNTIL QUEUE-FILE-EOF
                   READ QUEUE-FILE
                       AT END
                           SET QUEUE-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO CURRENT-DEPTH
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE QUEUE-FILE.

       VALIDATE-PENDING-APPTS.
      *> Solo las pendientes: las ya soltadas o aparcadas no se tocan
      *> y una "E" queda asi hasta que alguien corrija el renglon y lo
      *> vuelva a dejar en blanco o "P".
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > APPT-COUNT
               IF AT-STATUS(A) = "P"
                   PERFORM CHECK-ONE-APPT
                   IF NOT APPT-VALID
                       MOVE "E" TO AT-STATUS(A)
                       ADD 1 TO INVALID-COUNT
                       DISPLAY "Cita invalida: '"
                           FUNCTION TRIM(AT-CUSTOMER(A)) "' el "
                           AT-DATE(A) " a las " AT-TIME(A)
                           "; no se suelta."
                   ELSE
                       IF AT-DATE(A) > NOW-DATE
                           OR (AT-DATE(A) = NOW-DATE
                               AND AT-TIME(A) > NOW-HHMM)
                           ADD 1 TO NOT-DUE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ONE-APPT.
           MOVE "Y" TO APPT-VALID-SW.
           IF AT-CUSTOMER(A) = SPACES
               MOVE "N" TO APPT-VALID-SW
               EXIT PARAGRAPH
           END-IF.
           IF AT-DATE(A) IS NOT NUMERIC
               MOVE "N" TO APPT-VALID-SW
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(AT-DATE(A)))
                   NOT = 0
               MOVE "N" TO APPT-VALID-SW
               EXIT PARAGRAPH
           END-IF.
           IF AT-TIME(A) IS NOT NUMERIC
               MOVE "N" TO APPT-VALID-SW
               EXIT PARAGRAPH
           END-IF.
           MOVE AT-TIME(A)(1:2) TO APPT-HH.
           MOVE AT-TIME(A)(3:2) TO APPT-MM.
           IF APPT-HH > 23 OR APPT-MM > 59
               MOVE "N" TO APPT-VALID-SW
           END-IF.

       RELEASE-DUE-APPTS.
      *> Cada vuelta toma la pendiente vencida mas temprana hasta que
      *> no quede ninguna; QUEUEDAT y QUEOVFL quedan abiertos en
      *> EXTEND toda la pasada.
           OPEN EXTEND QUEUE-FILE.
           IF NOT QUEUE-FILE-OK
               CLOSE QUEUE-FILE
               OPEN OUTPUT QUEUE-FILE
           END-IF.
           OPEN EXTEND QUEUE-OVERFLOW-FILE.
           IF NOT QUEUE-OVERFLOW-OK
               CLOSE QUEUE-OVERFLOW-FILE
               OPEN OUTPUT QUEUE-OVERFLOW-FILE
           END-IF.
           PERFORM FIND-EARLIEST-DUE.
           PERFORM UNTIL DUE-IDX = 0
               PERFORM RELEASE-ONE-APPT
               PERFORM FIND-EARLIEST-DUE
           END-PERFORM.
           CLOSE QUEUE-OVERFLOW-FILE.
           CLOSE QUEUE-FILE.

       FIND-EARLIEST-DUE.
           MOVE 0 TO DUE-IDX.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > APPT-COUNT
               IF AT-STATUS(A) = "P"
                   AND (AT-DATE(A) < NOW-DATE
                        OR (AT-DATE(A) = NOW-DATE
                            AND AT-TIME(A) <= NOW-HHMM))
                   IF DUE-IDX = 0
                       MOVE A TO DUE-IDX
                   ELSE
                       IF AT-DATE(A) < AT-DATE(DUE-IDX)
                           OR (AT-DATE(A) = AT-DATE(DUE-IDX)
                               AND AT-TIME(A) < AT-TIME(DUE-IDX))
                           MOVE A TO DUE-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       RELEASE-ONE-APPT.
      *> La llegada del tique es la hora del turno, no la de la
      *> corrida: la espera (y el abandono) se miden desde la cita.
           MOVE DUE-IDX TO A.
           IF AT-QUEUE-NAME(A) = SPACES
               MOVE DEFAULT-QUEUE-NAME TO AT-QUEUE-NAME(A)
           END-IF.
           IF AT-PRIORITY(A) IS NOT NUMERIC
                   OR AT-PRIORITY(A) < "1" OR AT-PRIORITY(A) > "9"
               MOVE NORMAL-PRIORITY-CLASS TO AT-PRIORITY(A)
           END-IF.
           PERFORM ASSIGN-TICKET-ID.
           MOVE NEXT-TICKET-ID TO AT-TICKET-ID(A).
           MOVE NOW-DATE TO AT-RELEASE-DATE(A).
           STRING AT-TIME(A) "0000" DELIMITED BY SIZE
               INTO APPT-ARRIVAL-TIME
           END-STRING.
           IF FREE-SLOTS > 0
               MOVE AT-CUSTOMER(A) TO QD-ITEM OF QUEUE-FILE-RECORD
               MOVE AT-DATE(A) TO QD-ARRIVAL-DATE OF QUEUE-FILE-RECORD
               MOVE APPT-ARRIVAL-TIME
                   TO QD-ARRIVAL-TIME OF QUEUE-FILE-RECORD
               MOVE AT-TICKET-ID(A) TO QD-TICKET-ID OF QUEUE-FILE-RECORD
               MOVE AT-QUEUE-NAME(A)
                   TO QD-QUEUE-NAME OF QUEUE-FILE-RECORD
               MOVE AT-PRIORITY(A) TO QD-PRIORITY OF QUEUE-FILE-RECORD
               MOVE "A" TO QD-STATUS OF QUEUE-FILE-RECORD
               MOVE "C" TO QD-ORIGIN OF QUEUE-FILE-RECORD
               MOVE SPACES TO QD-EST-WAIT-CS OF QUEUE-FILE-RECORD
               MOVE SPACES TO QD-CONTACT OF QUEUE-FILE-RECORD
               MOVE SPACE TO QD-NOTIFIED OF QUEUE-FILE-RECORD
               MOVE SPACES TO QD-CUSTOMER-ID OF QUEUE-FILE-RECORD
               WRITE QUEUE-FILE-RECORD
               MOVE "R" TO AT-STATUS(A)
               SUBTRACT 1 FROM FREE-SLOTS
               ADD 1 TO RELEASED-COUNT
               PERFORM WRITE-RELEASE-JOURNAL
               DISPLAY "Cita soltada: tique " AT-TICKET-ID(A) " ('"
                   FUNCTION TRIM(AT-CUSTOMER(A)) "', cola '"
                   FUNCTION TRIM(AT-QUEUE-NAME(A)) "', turno "
                   AT-DATE(A) " " AT-TIME(A) ")."
           ELSE
               MOVE AT-CUSTOMER(A) TO QD-ITEM OF QUEUE-OVERFLOW-RECORD
               MOVE AT-DATE(A)
                   TO QD-ARRIVAL-DATE OF QUEUE-OVERFLOW-RECORD
               MOVE APPT-ARRIVAL-TIME
                   TO QD-ARRIVAL-TIME OF QUEUE-OVERFLOW-RECORD
               MOVE AT-TICKET-ID(A)
                   TO QD-TICKET-ID OF QUEUE-OVERFLOW-RECORD
               MOVE AT-QUEUE-NAME(A)
                   TO QD-QUEUE-NAME OF QUEUE-OVERFLOW-RECORD
               MOVE AT-PRIORITY(A)
                   TO QD-PRIORITY OF QUEUE-OVERFLOW-RECORD
               MOVE "A" TO QD-STATUS OF QUEUE-OVERFLOW-RECORD
               MOVE "C" TO QD-ORIGIN OF QUEUE-OVERFLOW-RECORD
               MOVE SPACES TO QD-EST-WAIT-CS OF QUEUE-OVERFLOW-RECORD
               MOVE SPACES TO QD-CONTACT OF QUEUE-OVERFLOW-RECORD
               MOVE SPACE TO QD-NOTIFIED OF QUEUE-OVERFLOW-RECORD
               MOVE SPACES TO QD-CUSTOMER-ID OF QUEUE-OVERFLOW-RECORD
               WRITE QUEUE-OVERFLOW-RECORD
               MOVE "V" TO AT-STATUS(A)
               ADD 1 TO PARKED-COUNT
               DISPLAY "Cola llena: la cita de '"
                   FUNCTION TRIM(AT-CUSTOMER(A)) "' (tique "
                   AT-TICKET-ID(A) ") queda aparcada en QUEOVFL."
           END-IF.

       ASSIGN-TICKET-ID.
      *> Mismo numerador persistido TICKCTR que usa queue.cbl.
           MOVE 0 TO NEXT-TICKET-ID.
           OPEN INPUT TICKET-COUNTER-FILE.
           IF TICKET-COUNTER-OK
               READ TICKET-COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE TICKET-COUNTER-RECORD TO NEXT-TICKET-ID
               END-READ
           END-IF.
           CLOSE TICKET-COUNTER-FILE.
           ADD 1 TO NEXT-TICKET-ID.
           OPEN OUTPUT TICKET-COUNTER-FILE.
           MOVE NEXT-TICKET-ID TO TICKET-COUNTER-RECORD.
           WRITE TICKET-COUNTER-RECORD.
           CLOSE TICKET-COUNTER-FILE.

       WRITE-RELEASE-JOURNAL.
      *> Fecha y hora del asiento = las del turno, que son la llegada
      *> del tique si QUEUE-RECOVER tuviera que reponerlo.
           OPEN EXTEND QUEUE-JOURNAL.
           IF NOT QUEUE-JOURNAL-OK
               CLOSE QUEUE-JOURNAL
               OPEN OUTPUT QUEUE-JOURNAL
           END-IF.
           MOVE "CITA" TO QJ-OP.
           MOVE AT-CUSTOMER(A) TO QJ-ITEM.
           MOVE APPT-ARRIVAL-TIME TO QJ-TIME.
           MOVE AT-DATE(A) TO QJ-DATE.
           MOVE AT-TICKET-ID(A) TO QJ-TICKET-ID.
           MOVE AT-QUEUE-NAME(A) TO QJ-QUEUE-NAME.
           MOVE AT-PRIORITY(A) TO QJ-PRIORITY.
           MOVE SPACES TO QJ-OPERATOR.
           WRITE QUEUE-JOURNAL-RECORD.
           CLOSE QUEUE-JOURNAL.

       REWRITE-APPT-FILE.
           OPEN OUTPUT APPT-FILE.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > APPT-COUNT
               MOVE AT-CUSTOMER(A) TO AP-CUSTOMER
               MOVE AT-QUEUE-NAME(A) TO AP-QUEUE-NAME
               MOVE AT-PRIORITY(A) TO AP-PRIORITY
               MOVE AT-DATE(A) TO AP-DATE
               MOVE AT-TIME(A) TO AP-TIME
               MOVE AT-STATUS(A) TO AP-STATUS
               MOVE AT-TICKET-ID(A) TO AP-TICKET-ID
               MOVE AT-RELEASE-DATE(A) TO AP-RELEASE-DATE
               WRITE APPT-RECORD
           END-PERFORM.
           CLOSE APPT-FILE.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT.
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "APPT-RELEASE" TO ALERT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-DATE.
           ACCEPT ALERT-TIME-STAMP FROM TIME.
           MOVE ALERT-TIME-STAMP TO ALERT-TIME.
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       ACQUIRE-RUN-LOCK.
      *> Toma el candado LOCK-FILE-NAME; si ya esta tomado deja
      *> LOCK-BUSY prendido y el llamador decide (abortar la corrida o
      *> posponer la escritura puntual).
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           MOVE "N" TO LOCK-BUSY-SW.
           MOVE SPACES TO LOCK-HOLDER.
           SET LOCK-FILE-OK TO TRUE.
           OPEN INPUT LOCK-FILE.
           IF LOCK-FILE-OK
               READ LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LOCK-FLAG = "H"
                           SET LOCK-BUSY TO TRUE
                           MOVE LOCK-PROGRAM TO LOCK-HOLDER
                       END-IF
               END-READ
           END-IF.
           CLOSE LOCK-FILE.
           IF LOCK-BUSY
               DISPLAY "ERROR: el candado "
                   FUNCTION TRIM(LOCK-FILE-NAME)
                   " esta tomado por " FUNCTION TRIM(LOCK-HOLDER)
                   "; no se puede actualizar el archivo ahora."
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE "H" TO LOCK-FLAG
               MOVE "APPT-RELEASE" TO LOCK-PROGRAM
               MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE
               ACCEPT LOCK-TIME-STAMP FROM TIME
               MOVE LOCK-TIME-STAMP TO LOCK-TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           OPEN OUTPUT LOCK-FILE.
           MOVE "F" TO LOCK-FLAG.
           MOVE "APPT-RELEASE" TO LOCK-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE.
           ACCEPT LOCK-TIME-STAMP FROM TIME.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY runparmp.

       COPY fenvp.
       COPY rsnalp.
