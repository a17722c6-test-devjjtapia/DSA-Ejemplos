       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL RESTOCK-DETAIL-FILE
               ASSIGN USING RESTOCK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTOCK-DETAIL-STATUS.
           SELECT EXTRACT-FILE ASSIGN USING EXTRACT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
           SELECT OPTIONAL EXTRACT-COUNTER-FILE
               ASSIGN USING EXTRACT-COUNTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-COUNTER-STATUS.
      *> Manifiesto de envios (EXTEND): un renglon por transmision.
           SELECT OPTIONAL SEND-MANIFEST-FILE
               ASSIGN USING SEND-MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEND-MANIFEST-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
           05 SM-QTY-TOTAL PIC 9(9).
           05 SM-ACK       PIC X(1).
           05 SM-ACK-DATE  PIC X(8).
      *> Reclamos por falta de acuse (ver PARTNER-ACK-MATCH).
           05 SM-CHASE-COUNT PIC 9(3).
           05 SM-CHASE-DATE  PIC X(8).

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
       01 TICKET-LINES PIC 9(4) VALUE 0.
       01 ONHAND-QTY PIC 9(5).
       01 STAMP-TIME PIC 9(8).
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 FRUTAS-FILE-NAME          PIC X(40) VALUE "FRUTASDAT".
          05 RESTOCK-DETAIL-FILE-NAME  PIC X(40) VALUE "RSTKREQ".
          05 EXTRACT-FILE-NAME         PIC X(40) VALUE "PARTOUT".
          05 EXTRACT-COUNTER-FILE-NAME PIC X(40) VALUE "EXTCTR".
          05 SEND-MANIFEST-FILE-NAME   PIC X(40) VALUE "SENDMANF".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       PERFORM ASSIGN-EXTRACT-SEQUENCE.

       OPEN OUTPUT EXTRACT-FILE.
       MOVE "HDR" TO EH-TAG.
       MOVE EXTRACT-SEQUENCE TO EH-SEQUENCE.
       MOVE BUSINESS-DATE TO EH-DATE.
       MOVE "PARTNER-EXTRACT" TO EH-PROGRAM.
       WRITE EXTRACT-HEADER.

                           END-IF
                           MOVE ONHAND-QTY TO EX-QTY
                           MOVE SPACES TO EX-TICKET
                           MOVE BUSINESS-DATE TO EX-DATE
                           WRITE EXTRACT-DETAIL
                           ADD 1 TO DETAIL-COUNT
                           ADD 1 TO STOCK-LINES
           MOVE QTY-TOTAL TO SM-QTY-TOTAL.
           MOVE "N" TO SM-ACK.
           MOVE SPACES TO SM-ACK-DATE.
           MOVE 0 TO SM-CHASE-COUNT.
           MOVE SPACES TO SM-CHASE-DATE.
           WRITE SEND-MANIFEST-RECORD.
           CLOSE SEND-MANIFEST-FILE.

       COPY pdatep.

       COPY fenvp.
