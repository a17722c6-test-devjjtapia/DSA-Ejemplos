       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUEUE-HISTORY-FILE
               ASSIGN USING QUEUE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-HISTORY-STATUS.
           SELECT PRODUCTIVITY-REPORT-FILE
               ASSIGN USING PRODUCTIVITY-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCTIVITY-REPORT-STATUS.

       01 BUSIEST-HOUR PIC 9(2).
       01 BUSIEST-COUNT PIC 9(5).
       01 SERVED-TOTAL PIC 9(5) VALUE 0.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 QUEUE-HISTORY-FILE-NAME       PIC X(40) VALUE "QUEHIST".
          05 PRODUCTIVITY-REPORT-FILE-NAME PIC X(40) VALUE "OPPRDRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM SCAN-HISTORY.

       OPEN OUTPUT PRODUCTIVITY-REPORT-FILE.
           END-PERFORM
       END-IF.
       CLOSE PRODUCTIVITY-REPORT-FILE.
       MOVE PRODUCTIVITY-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "OPERATOR-PRODUCTIVITY" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Productividad por operador grabada en OPPRDRPT ("
           OPER-COUNT " operador(es), " SERVED-TOTAL " atencion(es)).".
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       COPY fenvp.
       COPY rarcp.
