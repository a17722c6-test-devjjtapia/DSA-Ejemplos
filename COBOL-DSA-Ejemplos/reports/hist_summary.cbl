       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN USING HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
      *> Reporte imprimible, se reescribe completo en cada corrida,
      *> igual que INVRPT en array.cbl.
           SELECT SUMMARY-REPORT-FILE
               ASSIGN USING SUMMARY-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-REPORT-FILE-STATUS.

       01 RUNS-PER-DAY    PIC 9(5)V99.
       01 RUNS-PER-DAY-ED PIC ZZZZ9.99.
       01 RUN-COUNT-ED    PIC ZZZZ9.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 HISTORY-FILE-NAME        PIC X(40) VALUE "HISTLOG".
          05 SUMMARY-REPORT-FILE-NAME PIC X(40) VALUE "HISTSUM".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-HISTORY-TOTALS.

       IF TOTAL-RECORDS = 0
           DISPLAY
               "HISTLOG esta vacio o no existe; no hay corridas que "
               "resumir."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-REPORT-FILE.
           MOVE "RESUMEN DE CORRIDAS POR PROGRAMA (HISTLOG)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROGRAMA                  PRIMERA CORRIDA    "
               "ULTIMA CORRIDA     CORRIDAS  CORR/DIA"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PROGRAM-COUNT
               PERFORM WRITE-PROGRAM-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE SUMMARY-REPORT-FILE.
           MOVE SUMMARY-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "HIST-SUMMARY-REPORT" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-PROGRAM-LINE.
           PERFORM COMPUTE-RUNS-PER-DAY.
      *> inclusive; una fecha malformada en la bitacora no debe abortar
      *> el reporte, asi que se protege la conversion.
           MOVE 1 TO SPAN-DAYS.
           IF FIRST-RUN-DATE(I) IS NUMERIC
                   AND LAST-RUN-DATE(I) IS NUMERIC
               COMPUTE FIRST-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(FIRST-RUN-DATE(I)))
               COMPUTE LAST-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(LAST-RUN-DATE(I)))
               IF LAST-DAY-NUM >= FIRST-DAY-NUM
                   COMPUTE SPAN-DAYS = LAST-DAY-NUM - FIRST-DAY-NUM + 1
               END-IF
           END-IF.
           COMPUTE RUNS-PER-DAY ROUNDED = RUN-COUNT(I) / SPAN-DAYS.

       COPY fenvp.
       COPY rarcp.
