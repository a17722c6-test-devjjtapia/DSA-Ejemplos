       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STACK-JOURNAL
               ASSIGN USING STACK-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
      *> Generacion de resguardo con nombre resuelto en tiempo de
      *> corrida (STKARC + numero), igual esquema que HISTARCyyyymm en
      *> hist_archive.cbl.
           SELECT ARCHIVE-FILE ASSIGN USING ARCHIVE-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
      *> Contador de generaciones persistido entre compactaciones.
           SELECT OPTIONAL GENERATION-FILE
               ASSIGN USING GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.

           88 GENERATION-FILE-OK VALUE "00".

       01 ARCHIVE-FILE-NAME PIC X(9) VALUE "STKARC000".
      *> Nombre real con el prefijo del entorno (ver fenvparm.cpy).
       01 ARCHIVE-ENV-NAME PIC X(40).
       01 GENERATION-NUM PIC 9(3) VALUE 0.

      *> Misma estructura de pilas nombradas que STACK-NAMES-TABLE en

       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 STACK-JOURNAL-FILE-NAME PIC X(40) VALUE "STACKJRNL".
          05 GENERATION-FILE-NAME    PIC X(40) VALUE "STKGEN".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       MOVE "STACKLCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
       PERFORM REPLAY-JOURNAL.

       IF JOURNAL-RECORD-COUNT = 0
           DISPLAY
               "STACKJRNL esta vacio o no existe; nada que compactar."
           PERFORM RELEASE-RUN-LOCK
           MOVE 0 TO RETURN-CODE
           GOBACK
       PERFORM WRITE-SNAPSHOT-JOURNAL.

       DISPLAY "Bitacora compactada: " JOURNAL-RECORD-COUNT
           " registro(s) archivados en "
               FUNCTION TRIM(ARCHIVE-FILE-NAME)
           "; la nueva STACKJRNL arranca con " SNAPSHOT-RECORD-COUNT
           " registro(s) de instantanea (" STACK-COUNT " pila(s)).".
       PERFORM RELEASE-RUN-LOCK.
               WHEN "PUSH"
                   IF TOP-POINTER(CURRENT-STACK-IDX) < 10
                       ADD 1 TO TOP-POINTER(CURRENT-STACK-IDX)
                       MOVE JOURNAL-ITEM
                           TO STACK-ITEM(CURRENT-STACK-IDX,
                           TOP-POINTER(CURRENT-STACK-IDX))
                   END-IF
               WHEN "POP "
      *> a la generacion de resguardo.
           SET JOURNAL-FILE-OK TO TRUE.
           OPEN INPUT STACK-JOURNAL.
           MOVE ARCHIVE-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO ARCHIVE-ENV-NAME.
           OPEN OUTPUT ARCHIVE-FILE.
           PERFORM UNTIL JOURNAL-FILE-EOF
               READ STACK-JOURNAL
      *> Toma el candado LOCK-FILE-NAME; si ya esta tomado deja
      *> LOCK-BUSY prendido y el llamador decide (abortar la corrida o
      *> posponer la escritura puntual).
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           MOVE "N" TO LOCK-BUSY-SW.
           MOVE SPACES TO LOCK-HOLDER.
           SET LOCK-FILE-OK TO TRUE.
           END-IF.
           CLOSE LOCK-FILE.
           IF LOCK-BUSY
               DISPLAY "ERROR: el candado "
                   FUNCTION TRIM(LOCK-FILE-NAME)
                   " esta tomado por " FUNCTION TRIM(LOCK-HOLDER)
                   "; no se puede actualizar el archivo ahora."
           ELSE
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           OPEN OUTPUT LOCK-FILE.
           MOVE "F" TO LOCK-FLAG.
           MOVE "STACK-JOURNAL-COMPACT" TO LOCK-PROGRAM.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY fenvp.
