       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPT-NOSHOW.

      *> Inasistencias de turnos con cita: lista los tiques que
      *> APPT-RELEASE solto a la cola (QD-ORIGIN / QH-ORIGIN "C") y
      *> que el cliente abandono -- los que terminaron cancelados en
      *> el historial QUEHIST, con su motivo, y los que siguen en
      *> QUEUEDAT o aparcados en QUEOVFL con una espera mayor que
      *> UMBRAL-ABANDONO de RUNPARMS (el mismo umbral que usa
      *> queue.cbl). La espera de una cita se cuenta desde la hora del
      *> turno. Sale en NOSHOWRPT con el total de citas soltadas de
      *> APPTDAT para poner las inasistencias en proporcion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPT-FILE ASSIGN USING APPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPT-FILE-STATUS.
           SELECT OPTIONAL QUEUE-HISTORY-FILE
               ASSIGN USING QUEUE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-HISTORY-STATUS.
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT OPTIONAL QUEUE-OVERFLOW-FILE
               ASSIGN USING QUEUE-OVERFLOW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-OVERFLOW-STATUS.
           SELECT NOSHOW-REPORT-FILE
               ASSIGN USING NOSHOW-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOSHOW-REPORT-STATUS.

       COPY runparms.

       DATA DIVISION.
       FILE SECTION.
       FD  APPT-FILE.
       01  APPT-RECORD.
           COPY apptrec.

       FD  QUEUE-HISTORY-FILE.
       01  QUEUE-HISTORY-RECORD.
           COPY quehist.

       FD  QUEUE-FILE.
       01  QUEUE-FILE-RECORD.
           COPY quedrec.

       FD  QUEUE-OVERFLOW-FILE.
       01  QUEUE-OVERFLOW-RECORD.
           COPY quedrec.

       FD  NOSHOW-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       COPY runparmf.

       WORKING-STORAGE SECTION.
       01 APPT-FILE-STATUS PIC XX VALUE "00".
           88 APPT-FILE-OK  VALUE "00".
           88 APPT-FILE-EOF VALUE "10".
       01 QUEUE-HISTORY-STATUS PIC XX VALUE "00".
           88 QUEUE-HISTORY-OK  VALUE "00".
           88 QUEUE-HISTORY-EOF VALUE "10".
       01 QUEUE-FILE-STATUS PIC XX VALUE "00".
           88 QUEUE-FILE-OK  VALUE "00".
           88 QUEUE-FILE-EOF VALUE "10".
       01 QUEUE-OVERFLOW-STATUS PIC XX VALUE "00".
           88 QUEUE-OVERFLOW-OK  VALUE "00".
           88 QUEUE-OVERFLOW-EOF VALUE "10".
       01 NOSHOW-REPORT-STATUS PIC XX VALUE "00".
           88 NOSHOW-REPORT-OK VALUE "00".

      *> Umbral de abandono en centisegundos, mismo defecto que
      *> queue.cbl (30 segundos) cuando RUNPARMS no lo trae.
       01 ABANDON-THRESHOLD PIC 9(9) VALUE 3000.

      *> Calculo de la espera desde la llegada (dias con
      *> INTEGER-OF-DATE mas HHMMSSCC en centisegundos, como
      *> COMPUTE-WAIT-CENTISECONDS de queue.cbl). Con signo y mas
      *> ancho: una cita olvidada puede llevar dias en la cola.
       01 WAIT-FROM-DATE PIC X(8).
       01 WAIT-FROM-TIME PIC 9(8).
       01 WAIT-FROM-PARTS REDEFINES WAIT-FROM-TIME.
          05 WF-HH PIC 9(2).
          05 WF-MM PIC 9(2).
          05 WF-SS PIC 9(2).
          05 WF-CC PIC 9(2).
       01 NOW-DATE PIC X(8).
       01 NOW-TIME PIC 9(8).
       01 NOW-PARTS REDEFINES NOW-TIME.
          05 NW-HH PIC 9(2).
          05 NW-MM PIC 9(2).
          05 NW-SS PIC 9(2).
          05 NW-CC PIC 9(2).
       01 WAIT-FROM-DAYS PIC 9(7).
       01 NOW-DAYS PIC 9(7).
       01 WAIT-CS PIC S9(11).
       01 WAIT-MINUTES PIC 9(7).
       01 EDITED-MINUTES PIC Z(6)9.

      *> Tique en evaluacion, venga de QUEUEDAT o de QUEOVFL.
       01 WORK-TICKET.
           COPY quedrec.

       01 WHERE-LABEL PIC X(10).
       01 RELEASED-COUNT PIC 9(5) VALUE 0.
       01 CANCELLED-COUNT PIC 9(5) VALUE 0.
       01 WAITING-COUNT PIC 9(5) VALUE 0.
       01 NOSHOW-TOTAL PIC 9(5) VALUE 0.

       COPY runparmw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 APPT-FILE-NAME           PIC X(40) VALUE "APPTDAT".
          05 QUEUE-HISTORY-FILE-NAME  PIC X(40) VALUE "QUEHIST".
          05 QUEUE-FILE-NAME          PIC X(40) VALUE "QUEUEDAT".
          05 QUEUE-OVERFLOW-FILE-NAME PIC X(40) VALUE "QUEOVFL".
          05 NOSHOW-REPORT-FILE-NAME  PIC X(40) VALUE "NOSHOWRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-RUN-PARMS.
       MOVE "UMBRAL-ABANDONO" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE ABANDON-THRESHOLD =
               FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO NOW-DATE.
       ACCEPT NOW-TIME FROM TIME.
       COMPUTE NOW-DAYS = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(NOW-DATE)).

       PERFORM COUNT-RELEASED-APPTS.

       OPEN OUTPUT NOSHOW-REPORT-FILE.
       MOVE "INASISTENCIAS DE TURNOS CON CITA" TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Fecha: " NOW-DATE "   Umbral de abandono: "
           ABANDON-THRESHOLD " cs"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.

       PERFORM LIST-CANCELLED-APPTS.
       PERFORM LIST-WAITING-APPTS.

       ADD CANCELLED-COUNT WAITING-COUNT GIVING NOSHOW-TOTAL.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Citas soltadas a la cola (APPTDAT): " RELEASED-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Canceladas: " CANCELLED-COUNT
           "   Siguen esperando mas que el umbral: " WAITING-COUNT
           "   Total inasistencias: " NOSHOW-TOTAL
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE NOSHOW-REPORT-FILE.
       MOVE NOSHOW-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "APPT-NOSHOW" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Inasistencias de citas grabadas en NOSHOWRPT ("
           NOSHOW-TOTAL " de " RELEASED-COUNT " cita(s) soltadas).".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       COUNT-RELEASED-APPTS.
      *> Soltadas = entraron a QUEUEDAT ("R") o quedaron aparcadas
      *> esperando lugar ("V"); ambas tienen tique.
           OPEN INPUT APPT-FILE.
           IF APPT-FILE-OK
               PERFORM UNTIL APPT-FILE-EOF
                   READ APPT-FILE
                       AT END
                           SET APPT-FILE-EOF TO TRUE
                       NOT AT END
                           IF AP-STATUS = "R" OR AP-STATUS = "V"
                               ADD 1 TO RELEASED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE APPT-FILE.

       LIST-CANCELLED-APPTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CITAS CANCELADAS SIN ATENDER (QUEHIST)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TIQUE   CLIENTE     COLA        TURNO          "
               "CIERRE    MOTIVO"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           OPEN INPUT QUEUE-HISTORY-FILE.
           IF QUEUE-HISTORY-OK
               PERFORM UNTIL QUEUE-HISTORY-EOF
                   READ QUEUE-HISTORY-FILE
                       AT END
                           SET QUEUE-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF QH-ORIGIN = "C" AND QH-STATUS = "X"
                               PERFORM WRITE-CANCELLED-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE QUEUE-HISTORY-FILE.
           IF CANCELLED-COUNT = 0
               MOVE "  (ninguna)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-CANCELLED-LINE.
           ADD 1 TO CANCELLED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING QH-TICKET-ID "  " QH-ITEM "  " QH-QUEUE-NAME "  "
               QH-ARRIVAL-DATE " " QH-ARRIVAL-TIME(1:4) "  "
               QH-COMPLETE-DATE "  " QH-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       LIST-WAITING-APPTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CITAS QUE SIGUEN ESPERANDO MAS QUE EL UMBRAL"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TIQUE   CLIENTE     COLA        TURNO          "
               "DONDE       ESPERA-MIN"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE "EN COLA" TO WHERE-LABEL.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-FILE-OK
               PERFORM UNTIL QUEUE-FILE-EOF
                   READ QUEUE-FILE
                       AT END
                           SET QUEUE-FILE-EOF TO TRUE
                       NOT AT END
                           IF QD-ORIGIN OF QUEUE-FILE-RECORD = "C"
                               MOVE QUEUE-FILE-RECORD TO WORK-TICKET
                               PERFORM CHECK-WAITING-APPT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE QUEUE-FILE.
      *> Las aparcadas tambien son clientes esperando.
           MOVE "APARCADA" TO WHERE-LABEL.
           OPEN INPUT QUEUE-OVERFLOW-FILE.
           IF QUEUE-OVERFLOW-OK
               PERFORM UNTIL QUEUE-OVERFLOW-EOF
                   READ QUEUE-OVERFLOW-FILE
                       AT END
                           SET QUEUE-OVERFLOW-EOF TO TRUE
                       NOT AT END
                           IF QD-ORIGIN OF QUEUE-OVERFLOW-RECORD = "C"
                               MOVE QUEUE-OVERFLOW-RECORD
                                   TO WORK-TICKET
                               PERFORM CHECK-WAITING-APPT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE QUEUE-OVERFLOW-FILE.
           IF WAITING-COUNT = 0
               MOVE "  (ninguna)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CHECK-WAITING-APPT.
           MOVE QD-ARRIVAL-DATE OF WORK-TICKET
               TO WAIT-FROM-DATE.
           IF QD-ARRIVAL-TIME OF WORK-TICKET IS NUMERIC
               MOVE QD-ARRIVAL-TIME OF WORK-TICKET
                   TO WAIT-FROM-TIME
           ELSE
               MOVE 0 TO WAIT-FROM-TIME
           END-IF.
           IF WAIT-FROM-DATE IS NUMERIC
               COMPUTE WAIT-FROM-DAYS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WAIT-FROM-DATE))
           ELSE
               MOVE NOW-DAYS TO WAIT-FROM-DAYS
           END-IF.
           COMPUTE WAIT-CS =
               (NOW-DAYS - WAIT-FROM-DAYS) * 8640000
               + NW-HH * 360000 + NW-MM * 6000 + NW-SS * 100 + NW-CC
               - WF-HH * 360000 - WF-MM * 6000 - WF-SS * 100 - WF-CC.
           IF WAIT-CS <= ABANDON-THRESHOLD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WAITING-COUNT.
           COMPUTE WAIT-MINUTES = WAIT-CS / 6000.
           MOVE WAIT-MINUTES TO EDITED-MINUTES.
           MOVE SPACES TO REPORT-LINE.
           STRING QD-TICKET-ID OF WORK-TICKET "  "
               QD-ITEM OF WORK-TICKET "  "
               QD-QUEUE-NAME OF WORK-TICKET "  "
               QD-ARRIVAL-DATE OF WORK-TICKET " "
               QD-ARRIVAL-TIME OF WORK-TICKET(1:4) "  "
               WHERE-LABEL "  " EDITED-MINUTES
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       COPY runparmp.

       COPY fenvp.
       COPY rarcp.
