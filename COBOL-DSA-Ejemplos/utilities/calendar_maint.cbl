       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALENDAR-TXN-FILE
               ASSIGN USING CALENDAR-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-TXN-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN USING CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT CALENDAR-LIST-FILE
               ASSIGN USING CALENDAR-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-LIST-STATUS.

       01 TXN-COUNT     PIC 9(4) VALUE 0.
       01 APPLIED-COUNT PIC 9(4) VALUE 0.
       01 REJECTED-COUNT PIC 9(4) VALUE 0.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 CALENDAR-TXN-FILE-NAME  PIC X(40) VALUE "CALTXN".
          05 CALENDAR-FILE-NAME      PIC X(40) VALUE "CALENDAR".
          05 CALENDAR-LIST-FILE-NAME PIC X(40) VALUE "CALLIST".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-CALENDAR-TABLE.
       PERFORM APPLY-TXN-BATCH.

               WRITE REPORT-LINE
           END-PERFORM.
           CLOSE CALENDAR-LIST-FILE.
           MOVE CALENDAR-LIST-FILE-NAME TO RA-FILE-NAME.
           MOVE "CALENDAR-MAINT" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       COPY fenvp.
       COPY rarcp.
