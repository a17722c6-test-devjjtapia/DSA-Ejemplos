       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

             10 PK-QUEUE-NAME   PIC X(10).
             10 PK-PRIORITY     PIC X(1).
             10 PK-STATUS       PIC X(1).
             10 PK-ORIGIN       PIC X(1).
             10 PK-EST-WAIT-CS  PIC X(9).
             10 PK-CONTACT      PIC X(15).
             10 PK-NOTIFIED     PIC X(1).
             10 PK-CUSTOMER-ID  PIC X(10).
             10 PK-TAKEN-SW     PIC X(1).
       01 PARKED-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 P PIC 9(3).

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
          05 QUEUE-FILE-NAME          PIC X(40) VALUE "QUEUEDAT".
          05 QUEUE-OVERFLOW-FILE-NAME PIC X(40) VALUE "QUEOVFL".
          05 QUEUE-JOURNAL-FILE-NAME  PIC X(40) VALUE "QUEJRNL".
          05 CAPACITY-PARM-FILE-NAME  PIC X(40) VALUE "QUEUEPRM".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       MOVE "QUEUELCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
                               TO PK-PRIORITY(PARKED-COUNT)
                           MOVE QD-STATUS OF QUEUE-OVERFLOW-RECORD
                               TO PK-STATUS(PARKED-COUNT)
                           MOVE QD-ORIGIN OF QUEUE-OVERFLOW-RECORD
                               TO PK-ORIGIN(PARKED-COUNT)
                           MOVE QD-EST-WAIT-CS OF QUEUE-OVERFLOW-RECORD
                               TO PK-EST-WAIT-CS(PARKED-COUNT)
                           MOVE QD-CONTACT OF QUEUE-OVERFLOW-RECORD
                               TO PK-CONTACT(PARKED-COUNT)
                           MOVE QD-NOTIFIED OF QUEUE-OVERFLOW-RECORD
                               TO PK-NOTIFIED(PARKED-COUNT)
                           MOVE QD-CUSTOMER-ID OF QUEUE-OVERFLOW-RECORD
                               TO PK-CUSTOMER-ID(PARKED-COUNT)
                           MOVE "N" TO PK-TAKEN-SW(PARKED-COUNT)
                   END-READ
               END-PERFORM
               TO QD-QUEUE-NAME OF QUEUE-FILE-RECORD.
           MOVE PK-PRIORITY(P) TO QD-PRIORITY OF QUEUE-FILE-RECORD.
           MOVE "A" TO QD-STATUS OF QUEUE-FILE-RECORD.
           MOVE PK-ORIGIN(P) TO QD-ORIGIN OF QUEUE-FILE-RECORD.
           MOVE PK-EST-WAIT-CS(P)
               TO QD-EST-WAIT-CS OF QUEUE-FILE-RECORD.
           MOVE PK-CONTACT(P) TO QD-CONTACT OF QUEUE-FILE-RECORD.
           MOVE PK-NOTIFIED(P) TO QD-NOTIFIED OF QUEUE-FILE-RECORD.
           MOVE PK-CUSTOMER-ID(P)
               TO QD-CUSTOMER-ID OF QUEUE-FILE-RECORD.
           WRITE QUEUE-FILE-RECORD.
           MOVE "Y" TO PK-TAKEN-SW(P).
           SUBTRACT 1 FROM FREE-SLOTS.
                       TO QD-PRIORITY OF QUEUE-OVERFLOW-RECORD
                   MOVE PK-STATUS(P)
                       TO QD-STATUS OF QUEUE-OVERFLOW-RECORD
                   MOVE PK-ORIGIN(P)
                       TO QD-ORIGIN OF QUEUE-OVERFLOW-RECORD
                   MOVE PK-EST-WAIT-CS(P)
                       TO QD-EST-WAIT-CS OF QUEUE-OVERFLOW-RECORD
                   MOVE PK-CONTACT(P)
                       TO QD-CONTACT OF QUEUE-OVERFLOW-RECORD
                   MOVE PK-NOTIFIED(P)
                       TO QD-NOTIFIED OF QUEUE-OVERFLOW-RECORD
                   MOVE PK-CUSTOMER-ID(P)
                       TO QD-CUSTOMER-ID OF QUEUE-OVERFLOW-RECORD
                   WRITE QUEUE-OVERFLOW-RECORD
               END-IF
           END-PERFORM.
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
           MOVE "QUEUE-REINTAKE" TO LOCK-PROGRAM.
           CLOSE LOCK-FILE.

       COPY runparmp.

       COPY fenvp.
