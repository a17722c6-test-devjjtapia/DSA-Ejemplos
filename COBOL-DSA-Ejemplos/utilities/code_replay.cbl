       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CODE-LOG-FILE ASSIGN USING CODE-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CODE-LOG-STATUS.
           SELECT OPTIONAL CODE-MASTER-FILE
               ASSIGN USING CODE-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS CODE-MASTER-STATUS.
           SELECT REPLAY-REPORT-FILE
               ASSIGN USING REPLAY-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLAY-REPORT-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
           05 CL-ACTION PIC X(1).
           05 CL-CODE   PIC X(10).
           05 CL-RESULT PIC X(30).
           05 CL-OPERATOR PIC X(8).
           05 CL-CHAIN    PIC X(9).

      *> Mismo maestro de codigos que CODE-MASTER-MAINT.
       FD  CODE-MASTER-FILE.
       FD  REPLAY-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 CODE-LOG-STATUS PIC XX VALUE "00".
           88 CODE-LOG-OK  VALUE "00".

       01 REPLAYED-COUNT PIC 9(5) VALUE 0.
       01 UNEXPLAINED-COUNT PIC 9(3) VALUE 0.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 CODE-LOG-FILE-NAME      PIC X(40) VALUE "CODMLOG".
          05 CODE-MASTER-FILE-NAME   PIC X(40) VALUE "CODEMAST".
          05 REPLAY-REPORT-FILE-NAME PIC X(40) VALUE "CODREPL".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       MOVE BUSINESS-DATE TO TODAY-DATE.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT DATE-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
           PERFORM COMPARE-AGAINST-LIVE
       END-IF.
       CLOSE REPLAY-REPORT-FILE.
       MOVE REPLAY-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "CODE-LOG-REPLAY" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Reconstruccion al " AS-OF-DATE " en CODREPL ("
           REBUILD-COUNT " codigo(s)).".
               WHEN OTHER
                   MOVE "Y" TO RB-SEEN-LIVE(REBUILD-IDX)
           END-EVALUATE.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
