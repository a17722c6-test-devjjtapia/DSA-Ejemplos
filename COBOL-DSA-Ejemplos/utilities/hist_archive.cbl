       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN USING HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
      *> Nombre resuelto en tiempo de corrida (HISTARC + AAAAMM); el
      *> resto del arbol usa nombres fijos porque sus archivos son
      *> fijos, aqui el archivo cambia con el mes que se cierra.
           SELECT ARCHIVE-FILE ASSIGN USING ARCHIVE-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
      *> Area de trabajo para reescribir HISTLOG sin cargarlo entero en
      *> una tabla, mismo esquema de archivos de trabajo que usa
      *> merge_sort.cbl.
           SELECT WORK-FILE ASSIGN USING WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
      *> Resumen mensual acumulado (EXTEND): un registro por programa y
      *> mes cerrado, la evidencia condensada que piden las auditorias.
           SELECT OPTIONAL ROLLUP-FILE ASSIGN USING ROLLUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLUP-FILE-STATUS.
      *> Calendario comercial (ver calrec.cpy), solo para decidir si
      *> hoy dispara el cierre.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN USING CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
           05 ROLLUP-RUNS      PIC 9(5).
           05 ROLLUP-INCIDENTS PIC 9(5).

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 HISTORY-FILE-STATUS PIC XX VALUE "00".
           88 HISTORY-FILE-OK  VALUE "00".
           88 ROLLUP-FILE-OK VALUE "00".

       01 ARCHIVE-FILE-NAME PIC X(13) VALUE "HISTARC000000".
      *> Nombre real con el prefijo del entorno (ver fenvparm.cpy).
       01 ARCHIVE-ENV-NAME PIC X(40).

       01 CALENDAR-FILE-STATUS PIC XX VALUE "00".
           88 CALENDAR-FILE-OK  VALUE "00".
       01 MARKER-TALLY  PIC 9(2).
       01 RUN-HAS-INCIDENT-SW PIC X VALUE "N".
           88 RUN-HAS-INCIDENT VALUE "Y".
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 HISTORY-FILE-NAME  PIC X(40) VALUE "HISTLOG".
          05 WORK-FILE-NAME     PIC X(40) VALUE "HISTTMP".
          05 ROLLUP-FILE-NAME   PIC X(40) VALUE "HISTROLL".
          05 CALENDAR-FILE-NAME PIC X(40) VALUE "CALENDAR".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       PERFORM GET-TARGET-MONTH.

      *> Sin mes explicito, el calendario decide: el cierre mensual
               MOVE FUNCTION TRIM(MONTH-PARM) TO TARGET-MONTH
               SET EXPLICIT-MONTH TO TRUE
           ELSE
               MOVE BUSINESS-DATE TO TODAY-DATE
               COMPUTE FIRST-OF-MONTH =
                   FUNCTION NUMVAL(TODAY-DATE(1:6)) * 100 + 1
               COMPUTE PREV-MONTH-DAY =

       CHECK-CALENDAR-TRIGGER.
           MOVE "N" TO TODAY-IS-PERIOD-END-SW.
           MOVE BUSINESS-DATE TO TODAY-DATE.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-OK
               SET CALENDAR-PRESENT TO TRUE
      *> los acumuladores del resumen), el resto al archivo de trabajo
      *> desde el que despues se reescribe HISTLOG.
           OPEN INPUT HISTORY-FILE.
           MOVE ARCHIVE-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO ARCHIVE-ENV-NAME.
           OPEN EXTEND ARCHIVE-FILE.
           IF NOT ARCHIVE-FILE-OK
               OPEN OUTPUT ARCHIVE-FILE
                       AT END
                           SET HISTORY-FILE-EOF TO TRUE
                       NOT AT END
                           IF HIST-DATE OF HISTORY-RECORD (1:6)
                                   = TARGET-MONTH
                               MOVE HISTORY-RECORD TO ARCHIVE-RECORD
                               WRITE ARCHIVE-RECORD
                               ADD 1 TO ARCHIVED-COUNT
               IF PROGRAM-COUNT >= PROGRAM-TABLE-CAPACITY
                   DISPLAY "Aviso: mas de " PROGRAM-TABLE-CAPACITY
                       " programas distintos en el mes; se omite '"
                       FUNCTION TRIM(HIST-PROGRAM OF HISTORY-RECORD)
                       "' del resumen."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PROGRAM-COUNT
               MOVE PROGRAM-COUNT TO ENTRY-IDX
               MOVE HIST-PROGRAM OF HISTORY-RECORD
                   TO SUM-PROGRAM(ENTRY-IDX)
               MOVE 0 TO RUN-COUNT(ENTRY-IDX)
               MOVE 0 TO INCIDENT-COUNT(ENTRY-IDX)
           END-IF.
           INSPECT HIST-DETAIL OF HISTORY-RECORD TALLYING MARKER-TALLY
               FOR ALL "ABANDONOS=".
           IF MARKER-TALLY > 0
               UNSTRING HIST-DETAIL OF HISTORY-RECORD
                   DELIMITED BY "ABANDONOS="
                   INTO DETAIL-SCRAP, DETAIL-TAIL
               END-UNSTRING
               PERFORM EXTRACT-LEADING-DIGITS
           INSPECT HIST-DETAIL OF HISTORY-RECORD TALLYING MARKER-TALLY
               FOR ALL "RECHAZADOS=".
           IF MARKER-TALLY > 0
               UNSTRING HIST-DETAIL OF HISTORY-RECORD
                   DELIMITED BY "RECHAZADOS="
                   INTO DETAIL-SCRAP, DETAIL-TAIL
               END-UNSTRING
               PERFORM EXTRACT-LEADING-DIGITS
           INSPECT HIST-DETAIL OF HISTORY-RECORD TALLYING MARKER-TALLY
               FOR ALL "RETRY-PENDIENTES=".
           IF MARKER-TALLY > 0
               UNSTRING HIST-DETAIL OF HISTORY-RECORD
                   DELIMITED BY "RETRY-PENDIENTES="
                   INTO DETAIL-SCRAP, DETAIL-TAIL
               END-UNSTRING
               PERFORM EXTRACT-LEADING-DIGITS
               WRITE ROLLUP-RECORD
           END-PERFORM.
           CLOSE ROLLUP-FILE.

       COPY pdatep.

       COPY fenvp.
