       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN USING HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT OPTIONAL BASELINE-FILE ASSIGN USING BASELINE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BASELINE-FILE-STATUS.
           SELECT DEVIATION-REPORT-FILE
               ASSIGN USING DEVIATION-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEVIATION-REPORT-STATUS.

      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

       COPY runparms.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.

       COPY runparmf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 HISTORY-FILE-STATUS PIC XX VALUE "00".
           88 HISTORY-FILE-OK  VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

       COPY runparmw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 HISTORY-FILE-NAME          PIC X(40) VALUE "HISTLOG".
          05 BASELINE-FILE-NAME         PIC X(40) VALUE "HISTBASE".
          05 DEVIATION-REPORT-FILE-NAME PIC X(40) VALUE "HISTDEV".
          05 OPS-ALERT-FILE-NAME        PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       PERFORM LOAD-RUN-PARMS.
       MOVE "PCT-DESVIO" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
           COMPUTE DEVIATION-PCT-LIMIT =
               FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.
       MOVE BUSINESS-DATE TO TODAY-DATE.

       OPEN OUTPUT DEVIATION-REPORT-FILE.
       MOVE SPACES TO REPORT-LINE.
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE DEVIATION-REPORT-FILE.
       MOVE DEVIATION-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "HIST-ANOMALY-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Anomalias de volumen: " DEVIATION-COUNT
           " desviacion(es) (" EXTREME-COUNT " extrema(s)); "
           MOVE "N" TO ALERT-ACK.
           MOVE "A" TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY runparmp.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
       COPY rarcp.
