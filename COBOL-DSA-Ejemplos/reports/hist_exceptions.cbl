       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN USING HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
      *> Reporte imprimible, se reescribe completo en cada corrida,
      *> igual que INVRPT en array.cbl.
           SELECT EXCEPTION-REPORT-FILE
               ASSIGN USING EXCEPTION-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-REPORT-FILE-STATUS.

       01 P               PIC 9(2).
       01 MARKER-TALLY    PIC 9(2).
       01 INCIDENT-TEXT   PIC X(60).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 HISTORY-FILE-NAME          PIC X(40) VALUE "HISTLOG".
          05 EXCEPTION-REPORT-FILE-NAME PIC X(40) VALUE "EXCPRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       OPEN OUTPUT EXCEPTION-REPORT-FILE.
       MOVE "EXCEPCIONES DE LA BITACORA DE CORRIDAS (HISTLOG)"
           TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "FECHA     HORA      PROGRAMA                  INCIDENTE"
           TO REPORT-LINE.
       WRITE REPORT-LINE.

       OPEN INPUT HISTORY-FILE.
       END-STRING.
       WRITE REPORT-LINE.
       IF INCIDENT-COUNT = 0
           MOVE SPACES TO REPORT-LINE
           STRING "Sin incidentes: todas las corridas registradas "
               "terminaron limpias." DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
       END-IF.
       CLOSE EXCEPTION-REPORT-FILE.
       MOVE EXCEPTION-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "HIST-EXCEPTION-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Reporte de excepciones grabado en EXCPRPT ("
           INCIDENT-COUNT " incidente(s) sobre " TOTAL-RECORDS
           INSPECT HIST-DETAIL TALLYING MARKER-TALLY
               FOR ALL "RECONCILIACION=ERROR".
           IF MARKER-TALLY > 0
               MOVE SPACES TO INCIDENT-TEXT
               STRING "RECONCILIACION=ERROR (iterativo y recursivo "
                   "difieren)" DELIMITED BY SIZE INTO INCIDENT-TEXT
               END-STRING
               PERFORM WRITE-INCIDENT-LINE
           END-IF.
           MOVE 0 TO MARKER-TALLY.
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       COPY fenvp.
       COPY rarcp.
