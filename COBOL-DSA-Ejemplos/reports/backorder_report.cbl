       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BACKORDER-FILE
               ASSIGN USING BACKORDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKORDER-FILE-STATUS.
           SELECT BACKORDER-REPORT-FILE
               ASSIGN USING BACKORDER-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKORDER-REPORT-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDER-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 BACKORDER-FILE-STATUS PIC XX VALUE "00".
           88 BACKORDER-FILE-OK  VALUE "00".
       01 TODAY-DAY-NUM PIC 9(7).
       01 ENTRY-DAY-NUM PIC 9(7).
       01 OVER-7-COUNT PIC 9(3) VALUE 0.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 BACKORDER-FILE-NAME        PIC X(40) VALUE "RSTKBACK".
          05 BACKORDER-REPORT-FILE-NAME PIC X(40) VALUE "BACKRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(BUSINESS-DATE)).

       PERFORM LOAD-BACKORDER-TABLE.
       PERFORM SORT-OLDEST-FIRST.
           WRITE REPORT-LINE
       END-IF.
       CLOSE BACKORDER-REPORT-FILE.
       MOVE BACKORDER-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "BACKORDER-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Backorders abiertos en BACKRPT: " BACKORDER-COUNT
           " (" OVER-7-COUNT " con mas de una semana).".
                   END-IF
               END-PERFORM
           END-PERFORM.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
