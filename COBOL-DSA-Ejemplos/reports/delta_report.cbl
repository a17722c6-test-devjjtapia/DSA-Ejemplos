       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SNAP-MARKER-FILE
               ASSIGN USING SNAP-MARKER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAP-MARKER-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL FRUTAS-SNAP-FILE
               ASSIGN USING FRUTAS-SNAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRUTAS-SNAP-STATUS.
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT OPTIONAL QUEUE-SNAP-FILE
               ASSIGN USING QUEUE-SNAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-SNAP-STATUS.
           SELECT OPTIONAL STACK-JOURNAL
               ASSIGN USING STACK-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT DELTA-REPORT-FILE ASSIGN USING DELTA-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELTA-REPORT-STATUS.


       FD  FRUTAS-SNAP-FILE.
       01  FRUTAS-SNAP-RECORD.
      *> Clave de cuatro digitos (ver frutarec.cpy). Una instantanea
      *> tomada antes del ensanche trae la clave en dos digitos: ver
      *> LOAD-FRUIT-TABLES.
           05 FS-KEY  PIC 9(4).
           05 FS-NAME PIC X(10).
           05 FS-QTY  PIC X(5).


      *> Tablas de comparacion: instantanea vs estado actual.
       01 SNAP-FRUIT-TABLE.
          05 SNAP-FRUIT-COUNT PIC 9(4) VALUE 0.
          05 SNAP-FRUIT-ENTRY OCCURS 9999 TIMES.
             10 SNF-KEY  PIC 9(4).
             10 SNF-NAME PIC X(10).
             10 SNF-QTY  PIC X(5).
       01 CUR-FRUIT-TABLE.
          05 CUR-FRUIT-COUNT PIC 9(4) VALUE 0.
          05 CUR-FRUIT-ENTRY OCCURS 9999 TIMES.
             10 CUF-KEY  PIC 9(4).
             10 CUF-NAME PIC X(10).
             10 CUF-QTY  PIC X(5).

             10 CUT-QUEUE PIC X(10).
       01 TICKET-TABLE-CAPACITY PIC 9(3) VALUE 200.

       01 FRUIT-TABLE-CAPACITY PIC 9(4) VALUE 9999.
       01 I PIC 9(5).
       01 J PIC 9(5).
       01 MATCH-FOUND-SW PIC X VALUE "N".
           88 MATCH-FOUND VALUE "Y".

       01 CURRENT-JOURNAL-OPS PIC 9(6) VALUE 0.
       01 NET-JOURNAL-OPS     PIC S9(6) VALUE 0.
       01 ADDED-COUNT    PIC 9(4) VALUE 0.
       01 REMOVED-COUNT  PIC 9(4) VALUE 0.
       01 RENAMED-COUNT  PIC 9(4) VALUE 0.
       01 ENQUEUED-COUNT PIC 9(3) VALUE 0.
       01 SERVED-COUNT   PIC 9(3) VALUE 0.
       01 CARRIED-COUNT  PIC 9(3) VALUE 0.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 SNAP-MARKER-FILE-NAME   PIC X(40) VALUE "SNAPSTAMP".
          05 FRUTAS-FILE-NAME        PIC X(40) VALUE "FRUTASDAT".
          05 FRUTAS-SNAP-FILE-NAME   PIC X(40) VALUE "FRUTSNAP".
          05 QUEUE-FILE-NAME         PIC X(40) VALUE "QUEUEDAT".
          05 QUEUE-SNAP-FILE-NAME    PIC X(40) VALUE "QUEUESNAP".
          05 STACK-JOURNAL-FILE-NAME PIC X(40) VALUE "STACKJRNL".
          05 DELTA-REPORT-FILE-NAME  PIC X(40) VALUE "DELTARPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 7 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 7.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM DECIDE-RUN-MODE.

       IF SNAP-MODE
           PERFORM TAKE-SNAPSHOTS
           DISPLAY "Instantanea de FRUTASDAT/QUEUEDAT/STACKJRNL "
               "tomada; el delta se produce en la proxima invocacion."
       ELSE
           PERFORM PRODUCE-DELTA-REPORT
           PERFORM CLEAR-SNAP-MARKER
               CURRENT-JOURNAL-OPS - SNAP-JOURNAL-OPS.

           OPEN OUTPUT DELTA-REPORT-FILE.
           MOVE "DELTA DE LOS ARCHIVOS PERSISTIDOS (ESTA CORRIDA)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE DELTA-REPORT-FILE.
           MOVE DELTA-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "FILE-DELTA-REPORT" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       LOAD-FRUIT-TABLES.
           MOVE 0 TO SNAP-FRUIT-COUNT.
           OPEN INPUT FRUTAS-SNAP-FILE.
           IF FRUTAS-SNAP-OK
               PERFORM UNTIL FRUTAS-SNAP-EOF
                       OR SNAP-FRUIT-COUNT >= FRUIT-TABLE-CAPACITY
                   READ FRUTAS-SNAP-FILE
                       AT END
                           SET FRUTAS-SNAP-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO SNAP-FRUIT-COUNT
      *> Instantanea vieja: clave 9(2), nombre y existencia corridos
      *> dos posiciones a la izquierda.
                         IF FS-KEY IS NUMERIC
                           MOVE FS-KEY TO SNF-KEY(SNAP-FRUIT-COUNT)
                           MOVE FS-NAME TO SNF-NAME(SNAP-FRUIT-COUNT)
                           MOVE FS-QTY TO SNF-QTY(SNAP-FRUIT-COUNT)
                         ELSE
                           MOVE FRUTAS-SNAP-RECORD(1:2)
                               TO SNF-KEY(SNAP-FRUIT-COUNT)
                           MOVE FRUTAS-SNAP-RECORD(3:10)
                               TO SNF-NAME(SNAP-FRUIT-COUNT)
                           MOVE FRUTAS-SNAP-RECORD(13:5)
                               TO SNF-QTY(SNAP-FRUIT-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.
               START FRUTAS-FILE KEY IS NOT LESS THAN FRUTA-KEY
                   INVALID KEY SET FRUTAS-FILE-EOF TO TRUE
               END-START
               PERFORM UNTIL FRUTAS-FILE-EOF
                       OR CUR-FRUIT-COUNT >= FRUIT-TABLE-CAPACITY
                   READ FRUTAS-FILE NEXT RECORD
                       AT END
                           SET FRUTAS-FILE-EOF TO TRUE

       REPORT-FRUIT-DELTAS.
      *> Agregadas: nombre actual sin par en la instantanea. Quitadas:
      *> al reves. Renombradas: misma clave con distinto nombre; la
      *> clave del articulo ya no se recicla (ver frutarec.cpy), asi
      *> que un renombre es el mismo articulo con otro nombre.
           MOVE 0 TO ADDED-COUNT.
           MOVE 0 TO REMOVED-COUNT.
           MOVE 0 TO RENAMED-COUNT.
       CLEAR-SNAP-MARKER.
           OPEN OUTPUT SNAP-MARKER-FILE.
           CLOSE SNAP-MARKER-FILE.

       COPY fenvp.
       COPY rarcp.
