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
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN USING SUSPENSE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.
           SELECT OPTIONAL STACK-JOURNAL
               ASSIGN USING STACK-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN USING HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT PACK-REPORT-FILE ASSIGN USING PACK-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PACK-REPORT-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  PACK-REPORT-FILE.
       01  REPORT-LINE PIC X(120).

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK  VALUE "00".
       01 PROGRAM-FOUND-SW PIC X VALUE "N".
           88 PROGRAM-FOUND VALUE "Y".
       01 HISTORY-TOTAL PIC 9(6) VALUE 0.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 FRUTAS-FILE-NAME        PIC X(40) VALUE "FRUTASDAT".
          05 QUEUE-FILE-NAME         PIC X(40) VALUE "QUEUEDAT".
          05 SUSPENSE-FILE-NAME      PIC X(40) VALUE "SRCHSUSP".
          05 STACK-JOURNAL-FILE-NAME PIC X(40) VALUE "STACKJRNL".
          05 HISTORY-FILE-NAME       PIC X(40) VALUE "HISTLOG".
          05 PACK-REPORT-FILE-NAME   PIC X(40) VALUE "EODRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 6 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 6.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       OPEN OUTPUT PACK-REPORT-FILE.

       PERFORM WRITE-INVENTORY-SECTION.
       MOVE "*** FIN DEL PAQUETE DE CIERRE ***" TO PACK-DETAIL.
       PERFORM WRITE-PACK-LINE.
       CLOSE PACK-REPORT-FILE.
       MOVE PACK-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "EOD-REPORT" TO RA-PROGRAM.
       MOVE PACK-PAGE-NUM TO RA-PAGES.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Paquete de cierre de jornada grabado en EODRPT ("
           PACK-PAGE-NUM " pagina(s)).".
               ADD 1 TO PACK-PAGE-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "PAQUETE DE CIERRE DE JORNADA  "
                   BUSINESS-DATE
                   "  (Pagina " PACK-PAGE-NUM ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           CLOSE SUSPENSE-FILE.
           MOVE SPACES TO PACK-DETAIL.
           STRING "  Entradas pendientes de seguimiento: "
               SUSPENSE-COUNT
               DELIMITED BY SIZE INTO PACK-DETAIL
           END-STRING.
           PERFORM WRITE-PACK-LINE.
               PERFORM WRITE-PACK-LINE
           END-PERFORM.
           MOVE SPACES TO PACK-DETAIL.
           STRING "  Operaciones acumuladas en la bitacora: "
               JOURNAL-OPS
               DELIMITED BY SIZE INTO PACK-DETAIL
           END-STRING.
           PERFORM WRITE-PACK-LINE.
           MOVE HIST-DATE TO PG-LAST-DATE(P).
           MOVE HIST-TIME TO PG-LAST-TIME(P).
           MOVE HIST-DETAIL TO PG-LAST-DETAIL(P).

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
