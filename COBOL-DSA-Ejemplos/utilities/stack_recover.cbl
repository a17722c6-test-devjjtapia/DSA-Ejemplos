      *> compactacion), para volver la pila a ese momento.
      *>
      *> Parametros: argv(1) = fecha de corte AAAAMMDD
      *>             argv(2) = hora de corte HHMMSSCC (defecto fin
      *>             del dia)
      *>             argv(3) = RESTORE para ademas restaurar
      *> Los registros viejos sin fecha se tratan como fecha cero (es
      *> decir, anteriores a cualquier corte).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STACK-JOURNAL
               ASSIGN USING STACK-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN USING ARCHIVE-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT OPTIONAL GENERATION-FILE
               ASSIGN USING GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.

           88 GENERATION-FILE-OK VALUE "00".

       01 ARCHIVE-FILE-NAME PIC X(9) VALUE "STKARC000".
      *> Nombre real con el prefijo del entorno (ver fenvparm.cpy).
       01 ARCHIVE-ENV-NAME PIC X(40).
       01 GENERATION-NUM PIC 9(3) VALUE 0.

      *> Misma estructura de pilas nombradas que stack.cbl.

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
       PERFORM GET-CUTOFF-PARMS.
       IF CUTOFF-STAMP = 0
           DISPLAY "ERROR: falta la fecha de corte (argv: AAAAMMDD "
       PERFORM REPLAY-UNTIL-CUTOFF.

       IF APPLIED-COUNT = 0 AND SKIPPED-COUNT = 0
           DISPLAY
               "STACKJRNL esta vacio o no existe; nada que recuperar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
               WHEN "PUSH"
                   IF TOP-POINTER(CURRENT-STACK-IDX) < 10
                       ADD 1 TO TOP-POINTER(CURRENT-STACK-IDX)
                       MOVE JOURNAL-ITEM
                           TO STACK-ITEM(CURRENT-STACK-IDX,
                           TOP-POINTER(CURRENT-STACK-IDX))
                   END-IF
               WHEN "POP "
       ARCHIVE-FULL-JOURNAL.
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
           MOVE "STACK-RECOVER" TO LOCK-PROGRAM.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY fenvp.
