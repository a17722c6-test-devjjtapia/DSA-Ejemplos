       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONFIRM-FILE ASSIGN USING CONFIRM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIRM-FILE-STATUS.
           SELECT OPTIONAL VENDOR-FILE ASSIGN USING VENDOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT PERFORMANCE-REPORT-FILE
               ASSIGN USING PERFORMANCE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERFORMANCE-REPORT-STATUS.

       01 CONFIRM-COUNT  PIC 9(5) VALUE 0.
       01 MEASURED-COUNT PIC 9(5) VALUE 0.
       01 SKIPPED-COUNT  PIC 9(5) VALUE 0.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 CONFIRM-FILE-NAME            PIC X(40) VALUE "RSTKCONF".
          05 VENDOR-FILE-NAME             PIC X(40) VALUE "VENDMAST".
          05 PERFORMANCE-REPORT-FILE-NAME PIC X(40) VALUE "VENDPERF".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-VENDOR-TABLE.
       IF VENDOR-COUNT = 0
           DISPLAY "VENDMAST vacio o ausente; no hay proveedores que "
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "PROVEEDOR             CUMPL  DIAS-PROM  PROMETIDO  "
           "TARDE  PEOR" DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       PERFORM VARYING V FROM 1 BY 1 UNTIL V > VENDOR-COUNT
           PERFORM WRITE-VENDOR-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE PERFORMANCE-REPORT-FILE.
       MOVE PERFORMANCE-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "VENDOR-PERFORMANCE-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Desempeno de proveedores grabado en VENDPERF ("
           MEASURED-COUNT " cumplimiento(s) medido(s)).".
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       COPY fenvp.
       COPY rarcp.
