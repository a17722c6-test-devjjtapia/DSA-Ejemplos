       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REPAIR-TXN-FILE
               ASSIGN USING REPAIR-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPAIR-TXN-STATUS.
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
      *> Area de trabajo para regrabar RJCTFILE con los cierres.
           SELECT WORK-FILE ASSIGN USING WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
      *> El archivo de entrada original del programa rechazador, con
      *> nombre resuelto en tiempo de corrida desde RJ-FILE.
           SELECT OPTIONAL RESUBMIT-FILE ASSIGN USING RESUBMIT-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESUBMIT-STATUS.
           SELECT REPAIR-REPORT-FILE
               ASSIGN USING REPAIR-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPAIR-REPORT-STATUS.

           88 REPAIR-REPORT-OK VALUE "00".

       01 RESUBMIT-NAME PIC X(10).
      *> Nombre real con el prefijo del entorno (ver fenvparm.cpy).
       01 RESUBMIT-ENV-NAME PIC X(40).

      *> Correcciones cargadas de RJFIXTXN.
       01 FIX-TABLE.
       01 OPEN-COUNT     PIC 9(4) VALUE 0.
       01 REPAIRED-COUNT PIC 9(4) VALUE 0.
       01 UNMATCHED-COUNT PIC 9(4) VALUE 0.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 REPAIR-TXN-FILE-NAME    PIC X(40) VALUE "RJFIXTXN".
          05 REJECT-FILE-NAME        PIC X(40) VALUE "RJCTFILE".
          05 WORK-FILE-NAME          PIC X(40) VALUE "RJCTTMP".
          05 REPAIR-REPORT-FILE-NAME PIC X(40) VALUE "RJREPRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-FIX-TABLE.

       OPEN OUTPUT REPAIR-REPORT-FILE.
       PERFORM REPORT-UNMATCHED-FIXES.
       PERFORM WRITE-OPEN-SUMMARY.
       CLOSE REPAIR-REPORT-FILE.
       MOVE REPAIR-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "REJECT-REPAIR" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Rechazos: " OPEN-COUNT " abierto(s); "
           REPAIRED-COUNT " reparado(s) y reenviado(s), "
      *> entrada original; su programa la retoma en la proxima
      *> corrida por el camino normal de validacion.
           MOVE RJ-FILE TO RESUBMIT-NAME.
           MOVE RESUBMIT-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO RESUBMIT-ENV-NAME.
           OPEN EXTEND RESUBMIT-FILE.
           IF NOT RESUBMIT-OK
               CLOSE RESUBMIT-FILE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

       COPY fenvp.
       COPY rarcp.
