       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT OPTIONAL QUEUE-JOURNAL
               ASSIGN USING QUEUE-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-JOURNAL-STATUS.
           SELECT REBALANCE-REPORT-FILE
               ASSIGN USING REBALANCE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REBALANCE-REPORT-STATUS.

             10 TK-QUEUE-NAME   PIC X(10).
             10 TK-PRIORITY     PIC X(1).
             10 TK-STATUS       PIC X(1).
             10 TK-ORIGIN       PIC X(1).
             10 TK-EST-WAIT-CS  PIC X(9).
             10 TK-CONTACT      PIC X(15).
             10 TK-NOTIFIED     PIC X(1).
             10 TK-CUSTOMER-ID  PIC X(10).
       01 TICKET-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 T PIC 9(3).


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
          05 QUEUE-FILE-NAME            PIC X(40) VALUE "QUEUEDAT".
          05 QUEUE-JOURNAL-FILE-NAME    PIC X(40) VALUE "QUEJRNL".
          05 REBALANCE-REPORT-FILE-NAME PIC X(40) VALUE "REBALRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       MOVE "QUEUELCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
                           MOVE QD-PRIORITY
                               TO TK-PRIORITY(TICKET-COUNT)
                           MOVE QD-STATUS TO TK-STATUS(TICKET-COUNT)
                           MOVE QD-ORIGIN TO TK-ORIGIN(TICKET-COUNT)
                           MOVE QD-EST-WAIT-CS
                               TO TK-EST-WAIT-CS(TICKET-COUNT)
                           MOVE QD-CONTACT TO TK-CONTACT(TICKET-COUNT)
                           MOVE QD-NOTIFIED TO TK-NOTIFIED(TICKET-COUNT)
                           MOVE QD-CUSTOMER-ID
                               TO TK-CUSTOMER-ID(TICKET-COUNT)
                   END-READ
               END-PERFORM
           END-IF.
               MOVE TK-QUEUE-NAME(T) TO QD-QUEUE-NAME
               MOVE TK-PRIORITY(T) TO QD-PRIORITY
               MOVE TK-STATUS(T) TO QD-STATUS
               MOVE TK-ORIGIN(T) TO QD-ORIGIN
               MOVE TK-EST-WAIT-CS(T) TO QD-EST-WAIT-CS
               MOVE TK-CONTACT(T) TO QD-CONTACT
               MOVE TK-NOTIFIED(T) TO QD-NOTIFIED
               MOVE TK-CUSTOMER-ID(T) TO QD-CUSTOMER-ID
               WRITE QUEUE-FILE-RECORD
           END-PERFORM.
           CLOSE QUEUE-FILE.
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE REBALANCE-REPORT-FILE.
           MOVE REBALANCE-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "QUEUE-REBALANCE" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

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
           END-IF.
           CLOSE LOCK-FILE.
           IF LOCK-BUSY
               DISPLAY "ERROR: el candado "
                   FUNCTION TRIM(LOCK-FILE-NAME)
                   " esta tomado por " FUNCTION TRIM(LOCK-HOLDER)
                   "; no se puede actualizar el archivo ahora."
           ELSE
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           OPEN OUTPUT LOCK-FILE.
           MOVE "F" TO LOCK-FLAG.
           MOVE "QUEUE-REBALANCE" TO LOCK-PROGRAM.
           CLOSE LOCK-FILE.

       COPY runparmp.

       COPY fenvp.
       COPY rarcp.
