       FILE-CONTROL.
      *> Resguardo mensual de turno, nombre resuelto en tiempo de
      *> corrida (HISTARC + AAAAMM), igual que en HIST-ARCHIVE.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN USING ARCHIVE-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT OPTIONAL ROLLUP-FILE ASSIGN USING ROLLUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLUP-FILE-STATUS.
           SELECT QUERY-REPORT-FILE ASSIGN USING QUERY-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUERY-REPORT-STATUS.

           88 QUERY-REPORT-OK VALUE "00".

       01 ARCHIVE-FILE-NAME PIC X(13).
      *> Nombre real con el prefijo del entorno (ver fenvparm.cpy).
       01 ARCHIVE-ENV-NAME PIC X(40).

       01 PROGRAM-PARM PIC X(24).
       01 FROM-PARM PIC X(10).
       01 MATCH-COUNT PIC 9(5) VALUE 0.
       01 ROLLUP-MATCH-COUNT PIC 9(4) VALUE 0.
       01 MONTH-GUARD PIC 9(3) VALUE 0.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 ROLLUP-FILE-NAME       PIC X(40) VALUE "HISTROLL".
          05 QUERY-REPORT-FILE-NAME PIC X(40) VALUE "HISTQRY".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT PROGRAM-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE QUERY-REPORT-FILE.
       MOVE QUERY-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "HIST-ARCHIVE-QUERY" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Consulta archivada en HISTQRY: " MATCH-COUNT
           " corrida(s) halladas en " MONTHS-SCANNED " mes(es).".
               DELIMITED BY SIZE INTO ARCHIVE-FILE-NAME
           END-STRING.
           SET ARCHIVE-FILE-OK TO TRUE.
           MOVE ARCHIVE-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO ARCHIVE-ENV-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF NOT ARCHIVE-FILE-OK
               CLOSE ARCHIVE-FILE
               MOVE "  ninguna" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       COPY fenvp.
       COPY rarcp.
