       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
      *> Area de trabajo para reescribir OPSALERT con las marcas de
      *> reconocimiento, mismo esquema que HISTTMP.
           SELECT WORK-FILE ASSIGN USING WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.

           COPY opsalert.

       FD  WORK-FILE.
       01  WORK-RECORD PIC X(98).

       WORKING-STORAGE SECTION.
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
       01 OPEN-COUNT  PIC 9(4) VALUE 0.
       01 ACKED-COUNT PIC 9(4) VALUE 0.
       01 TOTAL-COUNT PIC 9(4) VALUE 0.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 OPS-ALERT-FILE-NAME PIC X(40) VALUE "OPSALERT".
          05 WORK-FILE-NAME      PIC X(40) VALUE "OPSALTMP".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT MODE-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE OPS-ALERT-FILE.

       COPY fenvp.
