       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOT-FILE ASSIGN USING LOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-FILE-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT EXPIRY-REPORT-FILE
               ASSIGN USING EXPIRY-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPIRY-REPORT-STATUS.

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
       01 LOT-FILE-STATUS PIC XX VALUE "00".
           88 LOT-FILE-OK  VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

       COPY runparmw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 LOT-FILE-NAME           PIC X(40) VALUE "FRUTLOTE".
          05 FRUTAS-FILE-NAME        PIC X(40) VALUE "FRUTASDAT".
          05 EXPIRY-REPORT-FILE-NAME PIC X(40) VALUE "EXPRPT".
          05 OPS-ALERT-FILE-NAME     PIC X(40) VALUE "OPSALERT".
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
       MOVE "DIAS-VENCIMIENTO" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       END-IF.

       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(BUSINESS-DATE)).

       OPEN INPUT FRUTAS-FILE.
       IF FRUTAS-FILE-OK
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE EXPIRY-REPORT-FILE.
       MOVE EXPIRY-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "LOT-EXPIRY-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.
       CLOSE FRUTAS-FILE.

       DISPLAY "Reporte de vencimientos grabado en EXPRPT ("
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY runparmp.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
       COPY rarcp.
