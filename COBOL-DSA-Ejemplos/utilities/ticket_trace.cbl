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
           SELECT OPTIONAL RESTOCK-DETAIL-FILE
               ASSIGN USING RESTOCK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTOCK-DETAIL-STATUS.
           SELECT OPTIONAL CONFIRM-FILE ASSIGN USING CONFIRM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIRM-FILE-STATUS.
           SELECT OPTIONAL QUEUE-HISTORY-FILE
               ASSIGN USING QUEUE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-HISTORY-STATUS.
           SELECT OPTIONAL OPERATOR-JOURNAL
               ASSIGN USING OPERATOR-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-JOURNAL-STATUS.
           SELECT TRACE-REPORT-FILE ASSIGN USING TRACE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRACE-REPORT-STATUS.

          05 TP-MM PIC 9(2).
          05 TP-SS PIC 9(2).
          05 TP-CC PIC 9(2).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 QUEUE-FILE-NAME            PIC X(40) VALUE "QUEUEDAT".
          05 QUEUE-JOURNAL-FILE-NAME    PIC X(40) VALUE "QUEJRNL".
          05 RESTOCK-DETAIL-FILE-NAME   PIC X(40) VALUE "RSTKREQ".
          05 CONFIRM-FILE-NAME          PIC X(40) VALUE "RSTKCONF".
          05 QUEUE-HISTORY-FILE-NAME    PIC X(40) VALUE "QUEHIST".
          05 OPERATOR-JOURNAL-FILE-NAME PIC X(40) VALUE "OPERJRNL".
          05 TRACE-REPORT-FILE-NAME     PIC X(40) VALUE "TRACERPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 7 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 7.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT TICKET-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
                                       INTO EVENT-DESC
                                   END-STRING
                               END-IF
                               IF RR-HOLD = "B"
                                   STRING
                                       FUNCTION TRIM(EVENT-DESC)
                                       " (RETENIDA POR PRESUPUESTO)"
                                       DELIMITED BY SIZE
                                       INTO EVENT-DESC
                                   END-STRING
                               END-IF
                               PERFORM ADD-EVENT
                           END-IF
                   END-READ
               WRITE REPORT-LINE
           END-PERFORM.
           CLOSE TRACE-REPORT-FILE.
           MOVE TRACE-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "TICKET-TRACE" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       APPEND-INTERVAL.
      *> Intervalo desde la etapa anterior, en centisegundos
           END-IF.
           MOVE CURR-DAY-NUM TO PREV-DAY-NUM.
           MOVE CURR-CS TO PREV-CS.

       COPY fenvp.
       COPY rarcp.
