       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKDOWN-APPROVE.

      *> Decision de supervisor sobre las propuestas de rebaja de
      *> MARKDOWN-PROPOSE (ver mkdnrec.cpy), al estilo de
      *> RESTOCK-APPROVE: procesa MKDNTXN (una transaccion por linea:
      *> articulo, lote, accion A aprobar / R rechazar y legajo del
      *> supervisor) contra la propuesta pendiente del lote. Aprobar
      *> la deja en "A" con fecha y supervisor -- desde ese dia la
      *> venta del lote cuenta como recuperada en MARKDOWN-RECOVERY --;
      *> rechazar la deja en "X" y el mismo escalon no se vuelve a
      *> proponer. Cada decision queda en la bitacora MKDNLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MARKDOWN-TXN-FILE
               ASSIGN USING MARKDOWN-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARKDOWN-TXN-STATUS.
           SELECT OPTIONAL MARKDOWN-FILE ASSIGN USING MARKDOWN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARKDOWN-FILE-STATUS.
      *> Bitacora de decisiones (EXTEND): quien decidio que y cuando.
           SELECT OPTIONAL MARKDOWN-LOG-FILE
               ASSIGN USING MARKDOWN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARKDOWN-LOG-STATUS.
      *> Candado cooperativo de corrida (ver lockrec.cpy).
           SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MARKDOWN-TXN-FILE.
       01  MARKDOWN-TXN-RECORD.
           05 MT-ITEM       PIC X(10).
           05 MT-LOT        PIC X(10).
           05 MT-ACTION     PIC X(1).
           05 MT-SUPERVISOR PIC X(8).

       FD  MARKDOWN-FILE.
       01  MARKDOWN-RECORD.
           COPY mkdnrec.

       FD  MARKDOWN-LOG-FILE.
       01  MARKDOWN-LOG-RECORD.
           05 ML-DATE       PIC X(8).
           05 ML-TIME       PIC 9(8).
           05 ML-SUPERVISOR PIC X(8).
           05 ML-ITEM       PIC X(10).
           05 ML-LOT        PIC X(10).
           05 ML-ACTION     PIC X(1).
           05 ML-PCT        PIC 9(2).
           05 ML-RESULT     PIC X(30).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.

       WORKING-STORAGE SECTION.
       01 MARKDOWN-TXN-STATUS PIC XX VALUE "00".
           88 MARKDOWN-TXN-OK  VALUE "00".
           88 MARKDOWN-TXN-EOF VALUE "10".
       01 MARKDOWN-FILE-STATUS PIC XX VALUE "00".
           88 MARKDOWN-FILE-OK  VALUE "00".
           88 MARKDOWN-FILE-EOF VALUE "10".
       01 MARKDOWN-LOG-STATUS PIC XX VALUE "00".
           88 MARKDOWN-LOG-OK VALUE "00".

       01 MARKDOWN-TABLE.
          05 MARKDOWN-COUNT PIC 9(3) VALUE 0.
          05 MARKDOWN-ENTRY OCCURS 500 TIMES.
             10 MD-DATA PIC X(82).
       01 MARKDOWN-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 M PIC 9(3).
       01 PENDING-IDX PIC 9(3).
       01 MARKDOWN-OVERFLOW-SW PIC X VALUE "N".
           88 MARKDOWN-OVERFLOW VALUE "Y".
       01 MARKDOWN-CHANGED-SW PIC X VALUE "N".
           88 MARKDOWN-CHANGED VALUE "Y".

       01 TXN-COUNT      PIC 9(4) VALUE 0.
       01 APPLIED-COUNT  PIC 9(4) VALUE 0.
       01 REJECTED-COUNT PIC 9(4) VALUE 0.
       01 TXN-RESULT PIC X(30).
       01 DECIDED-PCT PIC 9(2).
       01 LOG-TIME-STAMP PIC 9(8).

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
          05 MARKDOWN-TXN-FILE-NAME PIC X(40) VALUE "MKDNTXN".
          05 MARKDOWN-FILE-NAME     PIC X(40) VALUE "MKDNPROP".
          05 MARKDOWN-LOG-FILE-NAME PIC X(40) VALUE "MKDNLOG".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       MOVE "MKDNLCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM LOAD-MARKDOWN-TABLE.
      *> Regrabar desde una tabla incompleta borraria lo que no entro.
       IF MARKDOWN-OVERFLOW
           DISPLAY "ERROR: MKDNPROP supera " MARKDOWN-TABLE-CAPACITY
               " renglones; no se aplican decisiones."
           PERFORM RELEASE-RUN-LOCK
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN INPUT MARKDOWN-TXN-FILE.
       IF MARKDOWN-TXN-OK
           PERFORM UNTIL MARKDOWN-TXN-EOF
               READ MARKDOWN-TXN-FILE
                   AT END
                       SET MARKDOWN-TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO TXN-COUNT
                       PERFORM DECIDE-ONE-PROPOSAL
               END-READ
           END-PERFORM
       END-IF.
       CLOSE MARKDOWN-TXN-FILE.
       IF MARKDOWN-CHANGED
           PERFORM SAVE-MARKDOWN-TABLE
       END-IF.
       PERFORM RELEASE-RUN-LOCK.

       IF TXN-COUNT = 0
           DISPLAY "MKDNTXN vacio o ausente; sin decisiones que "
               "aplicar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "Rebajas: " APPLIED-COUNT " decision(es) aplicada(s), "
           REJECTED-COUNT " rechazada(s) de " TXN-COUNT
           ". Bitacora en MKDNLOG.".
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       DECIDE-ONE-PROPOSAL.
           MOVE SPACES TO TXN-RESULT.
           MOVE 0 TO DECIDED-PCT.
           IF MT-SUPERVISOR = SPACES
               MOVE "RECHAZADA: SIN SUPERVISOR" TO TXN-RESULT
           ELSE
               IF MT-ACTION NOT = "A" AND MT-ACTION NOT = "R"
                   MOVE "RECHAZADA: ACCION DESCONOCIDA" TO TXN-RESULT
               ELSE
                   PERFORM FIND-PENDING-PROPOSAL
                   IF PENDING-IDX = 0
                       MOVE "RECHAZADA: SIN PROPUESTA PEND."
                           TO TXN-RESULT
                   ELSE
                       PERFORM APPLY-DECISION
                   END-IF
               END-IF
           END-IF.
           IF TXN-RESULT(1:9) = "RECHAZADA"
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Rechazada: " FUNCTION TRIM(MT-ITEM) "/"
                   FUNCTION TRIM(MT-LOT) " " MT-ACTION " ("
                   FUNCTION TRIM(TXN-RESULT) ")."
           ELSE
               ADD 1 TO APPLIED-COUNT
           END-IF.
           PERFORM WRITE-DECISION-LOG.

       FIND-PENDING-PROPOSAL.
           MOVE 0 TO PENDING-IDX.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MARKDOWN-COUNT
               MOVE MD-DATA(M) TO MARKDOWN-RECORD
               IF MK-ITEM = MT-ITEM AND MK-LOT = MT-LOT
                       AND MK-STATUS = "P"
                   MOVE M TO PENDING-IDX
               END-IF
           END-PERFORM.

       APPLY-DECISION.
           MOVE PENDING-IDX TO M.
           MOVE MD-DATA(M) TO MARKDOWN-RECORD.
           IF MT-ACTION = "A"
               MOVE "A" TO MK-STATUS
               MOVE "APROBADA" TO TXN-RESULT
           ELSE
               MOVE "X" TO MK-STATUS
               MOVE "NO APROBADA POR SUPERVISOR" TO TXN-RESULT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MK-DECIDE-DATE.
           MOVE MT-SUPERVISOR TO MK-SUPERVISOR.
           MOVE MK-PCT TO DECIDED-PCT.
           MOVE MARKDOWN-RECORD TO MD-DATA(M).
           SET MARKDOWN-CHANGED TO TRUE.
           DISPLAY "Aplicada: " FUNCTION TRIM(MT-ITEM) "/"
               FUNCTION TRIM(MT-LOT) " rebaja " MK-PCT "% -> "
               FUNCTION TRIM(TXN-RESULT) ".".

       LOAD-MARKDOWN-TABLE.
           OPEN INPUT MARKDOWN-FILE.
           IF MARKDOWN-FILE-OK
               PERFORM UNTIL MARKDOWN-FILE-EOF
                   READ MARKDOWN-FILE
                       AT END
                           SET MARKDOWN-FILE-EOF TO TRUE
                       NOT AT END
                           IF MARKDOWN-COUNT >= MARKDOWN-TABLE-CAPACITY
                               SET MARKDOWN-OVERFLOW TO TRUE
                               SET MARKDOWN-FILE-EOF TO TRUE
                           ELSE
                               ADD 1 TO MARKDOWN-COUNT
                               MOVE MARKDOWN-RECORD
                                   TO MD-DATA(MARKDOWN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MARKDOWN-FILE.

       SAVE-MARKDOWN-TABLE.
           OPEN OUTPUT MARKDOWN-FILE.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MARKDOWN-COUNT
               MOVE MD-DATA(M) TO MARKDOWN-RECORD
               WRITE MARKDOWN-RECORD
           END-PERFORM.
           CLOSE MARKDOWN-FILE.

       WRITE-DECISION-LOG.
           OPEN EXTEND MARKDOWN-LOG-FILE.
           IF NOT MARKDOWN-LOG-OK
               CLOSE MARKDOWN-LOG-FILE
               OPEN OUTPUT MARKDOWN-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ML-DATE.
           ACCEPT LOG-TIME-STAMP FROM TIME.
           MOVE LOG-TIME-STAMP TO ML-TIME.
           MOVE MT-SUPERVISOR TO ML-SUPERVISOR.
           MOVE MT-ITEM TO ML-ITEM.
           MOVE MT-LOT TO ML-LOT.
           MOVE MT-ACTION TO ML-ACTION.
           MOVE DECIDED-PCT TO ML-PCT.
           MOVE TXN-RESULT TO ML-RESULT.
           WRITE MARKDOWN-LOG-RECORD.
           CLOSE MARKDOWN-LOG-FILE.

       ACQUIRE-RUN-LOCK.
      *> Toma el candado LOCK-FILE-NAME; si ya esta tomado deja
      *> LOCK-BUSY prendido y el llamador decide (abortar la corrida o
      *> posponer la escritura puntual).
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           MOVE "N" TO LOCK-BUSY-SW.
           MOVE SPACES TO LOCK-HOLDER.
           SET LOCK-FILE-OK TO TRUE.
           OPEN INPUT LOCK-FILE.
           IF LOCK-FILE-OK
               READ LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LOCK-FLAG = "H"
                           SET LOCK-BUSY TO TRUE
                           MOVE LOCK-PROGRAM TO LOCK-HOLDER
                       END-IF
               END-READ
           END-IF.
           CLOSE LOCK-FILE.
           IF LOCK-BUSY
               DISPLAY "ERROR: el candado "
                   FUNCTION TRIM(LOCK-FILE-NAME)
                   " esta tomado por " FUNCTION TRIM(LOCK-HOLDER)
                   "; no se puede actualizar el archivo ahora."
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE "H" TO LOCK-FLAG
               MOVE "MARKDOWN-APPROVE" TO LOCK-PROGRAM
               MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE
               ACCEPT LOCK-TIME-STAMP FROM TIME
               MOVE LOCK-TIME-STAMP TO LOCK-TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           OPEN OUTPUT LOCK-FILE.
           MOVE "F" TO LOCK-FLAG.
           MOVE "MARKDOWN-APPROVE" TO LOCK-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE.
           ACCEPT LOCK-TIME-STAMP FROM TIME.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY fenvp.
