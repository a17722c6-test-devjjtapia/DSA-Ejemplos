       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN USING SUSPENSE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.
           SELECT OPTIONAL SORTED-LIST-FILE
               ASSIGN USING SORTED-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-LIST-FILE-STATUS.
           SELECT OPTIONAL SORTED-CODE-FILE
               ASSIGN USING SORTED-CODE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-CODE-FILE-STATUS.
      *> Area de trabajo para reescribir SRCHSUSP sin cargarlo entero
      *> en una tabla, mismo esquema que HISTTMP en hist_archive.cbl.
           SELECT WORK-FILE ASSIGN USING WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.

       01 TOTAL-ENTRIES    PIC 9(5) VALUE 0.
       01 RESOLVED-COUNT   PIC 9(5) VALUE 0.
       01 UNRESOLVED-COUNT PIC 9(5) VALUE 0.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 SUSPENSE-FILE-NAME    PIC X(40) VALUE "SRCHSUSP".
          05 SORTED-LIST-FILE-NAME PIC X(40) VALUE "SRTLIST".
          05 SORTED-CODE-FILE-NAME PIC X(40) VALUE "SRTCODE".
          05 WORK-FILE-NAME        PIC X(40) VALUE "SUSPTMP".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-SORTED-LIST.
       PERFORM LOAD-SORTED-CODE-LIST.

       IF LIST-COUNT = 0 AND CODE-COUNT = 0
           DISPLAY
               "ERROR: no hay listas de referencia (SRTLIST/SRTCODE) "
               "cargadas; no se puede reprocesar el suspenso."
           MOVE 8 TO RETURN-CODE
           GOBACK
       PERFORM REPROCESS-SUSPENSE.

       IF TOTAL-ENTRIES = 0
           DISPLAY
               "SRCHSUSP esta vacio o no existe; nada que reprocesar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
                       NOT AT END
                           IF SORTED-LIST-RECORD IS NUMERIC
                               ADD 1 TO LIST-COUNT
                               MOVE SORTED-LIST-RECORD
                                   TO ELEMENTS(LIST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                           SET SORTED-CODE-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO CODE-COUNT
                           MOVE SORTED-CODE-RECORD
                               TO CODE-ELEMENTS(CODE-COUNT)
                   END-READ
               END-PERFORM
           END-IF.
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE SUSPENSE-FILE.

       COPY fenvp.
