       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN USING SUSPENSE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.
      *> Reporte imprimible, se reescribe completo en cada corrida,
      *> igual que INVRPT en array.cbl.
           SELECT AGING-REPORT-FILE ASSIGN USING AGING-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-REPORT-FILE-STATUS.
      *> Calendario comercial (ver calrec.cpy).
           SELECT OPTIONAL CALENDAR-FILE ASSIGN USING CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       01  CALENDAR-RECORD.
           COPY calrec.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 SUSPENSE-FILE-STATUS PIC XX VALUE "00".
           88 SUSPENSE-FILE-OK  VALUE "00".

       01 TOTAL-ENTRIES  PIC 9(5) VALUE 0.
       01 TOTAL-OVER-30  PIC 9(5) VALUE 0.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 SUSPENSE-FILE-NAME     PIC X(40) VALUE "SRCHSUSP".
          05 AGING-REPORT-FILE-NAME PIC X(40) VALUE "SUSPAGE".
          05 CALENDAR-FILE-NAME     PIC X(40) VALUE "CALENDAR".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(BUSINESS-DATE)).
       MOVE BUSINESS-DATE TO TODAY-DATE.

       PERFORM LOAD-BUSINESS-DAYS.


       WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE "ANTIGUEDAD DEL SUSPENSO DE BUSQUEDAS (SRCHSUSP)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROGRAMA                  0-7 DIAS  8-30 DIAS  "
               "+30 DIAS  MAS VIEJA (FECHA/TARGET/DIAS)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PROGRAM-COUNT
               MOVE SPACES TO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF TOTAL-ENTRIES = 0
               MOVE SPACES TO REPORT-LINE
               STRING "El suspenso esta vacio: nada pendiente de "
                   "seguimiento." DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           CLOSE AGING-REPORT-FILE.
           MOVE AGING-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "SUSPENSE-AGING-REPORT" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
