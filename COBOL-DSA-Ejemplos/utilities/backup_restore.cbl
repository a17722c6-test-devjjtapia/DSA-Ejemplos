       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL FIB-MEMO-FILE ASSIGN USING FIB-MEMO-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMO-N
               FILE STATUS IS FIB-MEMO-FILE-STATUS.
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT OPTIONAL STACK-JOURNAL
               ASSIGN USING STACK-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT OPTIONAL MERGE-CHECKPOINT-FILE
               ASSIGN USING MERGE-CHECKPOINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-CHECKPOINT-STATUS.
      *> La copia de resguardo de turno, con nombre por generacion y
      *> archivo (BKP + nnn + sufijo), resuelto en tiempo de corrida.
           SELECT OPTIONAL BACKUP-FILE ASSIGN USING BACKUP-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.
           SELECT OPTIONAL GENERATION-FILE
               ASSIGN USING GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN USING MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-FILE-STATUS.
      *> Candado cooperativo de corrida (ver lockrec.cpy): la
           05 MF-TIME       PIC 9(8).
           05 MF-FILE       PIC X(10).
           05 MF-COUNT      PIC 9(6).
      *> Layout de la copia: "W" = FRUTASDAT con clave de cuatro
      *> digitos (ver frutarec.cpy). Los renglones anteriores al campo
      *> quedan en blanco: esa generacion trae la clave de dos.
           05 MF-LAYOUT     PIC X(1).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           88 GENERATION-FILE-OK VALUE "00".
       01 MANIFEST-FILE-STATUS PIC XX VALUE "00".
           88 MANIFEST-FILE-OK VALUE "00".
           88 MANIFEST-FILE-EOF VALUE "10".
      *> Layout de la copia de FRUTASDAT que se esta restaurando, segun
      *> el ultimo renglon del manifiesto para esa generacion.
       01 BACKUP-LAYOUT PIC X(1) VALUE SPACE.
           88 BACKUP-WIDE-KEY   VALUE "W".
           88 BACKUP-NARROW-KEY VALUE "N".

       01 BACKUP-FILE-NAME PIC X(9).
      *> Nombre real con el prefijo del entorno (ver fenvparm.cpy).
       01 BACKUP-ENV-NAME PIC X(40).
       01 GENERATION-NUM PIC 9(3) VALUE 0.
       01 RETENTION-COUNT PIC 9(3) VALUE 3.


       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 FILLER REDEFINES LOCK-NAME-TABLE.
          05 LOCK-NAME-ENTRY PIC X(9) OCCURS 3 TIMES.
       01 LK PIC 9(1).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 FRUTAS-FILE-NAME           PIC X(40) VALUE "FRUTASDAT".
          05 FIB-MEMO-FILE-NAME         PIC X(40) VALUE "FIBMEMO".
          05 QUEUE-FILE-NAME            PIC X(40) VALUE "QUEUEDAT".
          05 STACK-JOURNAL-FILE-NAME    PIC X(40) VALUE "STACKJRNL".
          05 MERGE-CHECKPOINT-FILE-NAME PIC X(40) VALUE "MRGCKPT".
          05 GENERATION-FILE-NAME       PIC X(40) VALUE "BKPGEN".
          05 MANIFEST-FILE-NAME         PIC X(40) VALUE "BKPMANIF".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 7 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 7.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-PARAMETERS.

       IF RESTORE-MODE
                   SET RESTORE-MODE TO TRUE
                   IF GEN-PARM NOT = SPACES
                           AND FUNCTION TRIM(GEN-PARM) IS NUMERIC
                       COMPUTE GENERATION-NUM
                           = FUNCTION NUMVAL(GEN-PARM)
                   END-IF
               WHEN MODE-PARM NOT = SPACES
                       AND FUNCTION TRIM(MODE-PARM) IS NUMERIC

       BACKUP-ONE-FILE.
           MOVE 0 TO SOURCE-COUNT.
           MOVE BACKUP-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO BACKUP-ENV-NAME.
           OPEN OUTPUT BACKUP-FILE.
           PERFORM OPEN-SOURCE-INPUT.
           PERFORM UNTIL SOURCE-AT-END
      *> recuenta lo restaurado contra lo que la copia contiene.
           MOVE 0 TO SOURCE-COUNT.
           SET BACKUP-FILE-OK TO TRUE.
           MOVE BACKUP-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO BACKUP-ENV-NAME.
           OPEN INPUT BACKUP-FILE.
           IF NOT BACKUP-FILE-OK
               DISPLAY "  " FILE-LABEL ": no existe "
               CLOSE BACKUP-FILE
               EXIT PARAGRAPH
           END-IF.
           IF SRC-FILE-ID = 1
               PERFORM FIND-BACKUP-LAYOUT
           END-IF.
           PERFORM OPEN-TARGET-OUTPUT.
           PERFORM UNTIL BACKUP-FILE-EOF
               READ BACKUP-FILE
       WRITE-TARGET-RECORD.
           EVALUATE SRC-FILE-ID
               WHEN 1
      *> El registro entero (ver frutarec.cpy), no solo los campos
      *> historicos: restaurar cortado perderia estado, acumuladores
      *> y comprometido.
      *> Una generacion tomada antes del ensanche de la clave se
      *> restaura ensanchandola, igual que FRUTAS-CONVERT.
                   IF BACKUP-NARROW-KEY
                       MOVE SPACES TO FRUTAS-RECORD
                       MOVE BACKUP-RECORD(1:2) TO FRUTA-KEY
                       MOVE BACKUP-RECORD(3:68) TO FRUTAS-RECORD(5:68)
                   ELSE
                       MOVE BACKUP-RECORD TO FRUTAS-RECORD
                   END-IF
                   WRITE FRUTAS-RECORD
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
           MOVE STAMP-TIME TO MF-TIME.
           MOVE FILE-LABEL TO MF-FILE.
           MOVE SOURCE-COUNT TO MF-COUNT.
           MOVE "W" TO MF-LAYOUT.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.

       FIND-BACKUP-LAYOUT.
      *> El ultimo renglon de FRUTASDAT para la generacion manda (las
      *> generaciones se reciclan dentro de la retencion). Sin
      *> manifiesto se mira la copia misma: una clave de cuatro
      *> digitos empieza con cuatro digitos, un nombre no.
           MOVE SPACE TO BACKUP-LAYOUT.
           SET MANIFEST-FILE-OK TO TRUE.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-FILE-OK
               PERFORM UNTIL MANIFEST-FILE-EOF
                   READ MANIFEST-FILE
                       AT END
                           SET MANIFEST-FILE-EOF TO TRUE
                       NOT AT END
                           IF MF-GENERATION = GENERATION-NUM
                                   AND MF-FILE = FILE-LABEL
                               IF MF-LAYOUT = "W"
                                   SET BACKUP-WIDE-KEY TO TRUE
                               ELSE
                                   SET BACKUP-NARROW-KEY TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MANIFEST-FILE.
           IF BACKUP-LAYOUT = SPACE
               READ BACKUP-FILE
                   AT END
                       SET BACKUP-WIDE-KEY TO TRUE
                   NOT AT END
                       IF BACKUP-RECORD(1:4) IS NUMERIC
                           SET BACKUP-WIDE-KEY TO TRUE
                       ELSE
                           SET BACKUP-NARROW-KEY TO TRUE
                       END-IF
               END-READ
               CLOSE BACKUP-FILE
               SET BACKUP-FILE-OK TO TRUE
               OPEN INPUT BACKUP-FILE
           END-IF.
           IF BACKUP-NARROW-KEY
               DISPLAY "  " FILE-LABEL ": copia con clave de dos "
                   "digitos; se restaura ensanchada."
           END-IF.

       ACQUIRE-RESTORE-LOCKS.
           MOVE 0 TO LOCKS-TAKEN.
           PERFORM VARYING LK FROM 1 BY 1
       ACQUIRE-RUN-LOCK.
      *> Toma el candado LOCK-FILE-NAME; si ya esta tomado deja
      *> LOCK-BUSY prendido y el llamador decide.
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
                   "; no se puede restaurar ahora."
           ELSE
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           OPEN OUTPUT LOCK-FILE.
           MOVE "F" TO LOCK-FLAG.
           MOVE "BACKUP-RESTORE" TO LOCK-PROGRAM.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY fenvp.
