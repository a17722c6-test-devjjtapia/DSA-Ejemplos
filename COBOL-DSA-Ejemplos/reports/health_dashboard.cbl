       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-SUMMARY-FILE
               ASSIGN USING RUN-SUMMARY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-SUMMARY-STATUS.
      *> Promedios historicos por programa que mantiene
      *> RUN-ALL-DEMOS: el "lo normal" contra el que se mide el
      *> tiempo de la noche.
           SELECT OPTIONAL RUN-STATS-FILE
               ASSIGN USING RUN-STATS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATS-STATUS.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN USING SUSPENSE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN USING HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT DASHBOARD-FILE ASSIGN USING DASHBOARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DASHBOARD-STATUS.

       01 QUEUE-VERDICT PIC X(5).
       01 SUSPENSE-VERDICT PIC X(5).
       01 OVERALL-RC PIC 9(1) VALUE 0.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 RUN-SUMMARY-FILE-NAME PIC X(40) VALUE "RUNSUMM".
          05 RUN-STATS-FILE-NAME   PIC X(40) VALUE "RUNSTATS".
          05 OPS-ALERT-FILE-NAME   PIC X(40) VALUE "OPSALERT".
          05 QUEUE-FILE-NAME       PIC X(40) VALUE "QUEUEDAT".
          05 SUSPENSE-FILE-NAME    PIC X(40) VALUE "SRCHSUSP".
          05 HISTORY-FILE-NAME     PIC X(40) VALUE "HISTLOG".
          05 DASHBOARD-FILE-NAME   PIC X(40) VALUE "DASHRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 7 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 7.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM SCAN-RUN-SUMMARY.
       PERFORM SCAN-RUN-STATS.
       PERFORM SCAN-ALERTS.
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE DASHBOARD-FILE.
           MOVE DASHBOARD-FILE-NAME TO RA-FILE-NAME.
           MOVE "MORNING-DASHBOARD" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       COPY fenvp.
       COPY rarcp.
