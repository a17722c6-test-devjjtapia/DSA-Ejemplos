       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-REVALUATION.

      *> Revaluacion de costo de articulos de FRUTASDAT: hasta ahora
      *> FRUTA-COST solo cambiaba por el promedio de las recepciones,
      *> y un costo mal tecleado (o una nota de credito del proveedor
      *> que llega despues) se corregia editando el maestro, sin
      *> rastro. Aplica transacciones desde REVALTXN (articulo, costo
      *> unitario nuevo en centavos, motivo de revalcod.cpy y
      *> operador que autoriza) bajo el candado FRUTASLCK, regraba
      *> FRUTA-COST y deja en STKLEDG un asiento tipo "C" con la
      *> existencia revaluada, el costo anterior y el nuevo, para que
      *> GL-JOURNAL-EXTRACT lo convierta en la partida de
      *> revaluacion. El registro REVALRPT muestra por articulo el
      *> costo anterior, el nuevo, la existencia y el efecto en el
      *> valor del inventario.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REVAL-TXN-FILE
               ASSIGN USING REVAL-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVAL-TXN-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT REVAL-REPORT-FILE ASSIGN USING REVAL-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVAL-REPORT-STATUS.
      *> Archivo compartido de rechazos (ver rjctrec.cpy).
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
      *> Candado cooperativo de corrida (ver lockrec.cpy).
           SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  REVAL-TXN-FILE.
       01  REVAL-TXN-RECORD.
           05 RV-ITEM     PIC X(10).
           05 RV-NEW-COST PIC X(7).
           05 RV-REASON   PIC X(4).
           05 RV-OPERATOR PIC X(8).

       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ledgrec.

       FD  REVAL-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY rjctrec.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 REVAL-TXN-STATUS PIC XX VALUE "00".
           88 REVAL-TXN-OK  VALUE "00".
           88 REVAL-TXN-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK VALUE "00".
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK VALUE "00".
       01 REVAL-REPORT-STATUS PIC XX VALUE "00".
           88 REVAL-REPORT-OK VALUE "00".
       01 REJECT-FILE-STATUS PIC XX VALUE "00".
           88 REJECT-FILE-OK VALUE "00".

       COPY revalcod.
       01 RC PIC 9(2).

       01 TXN-COUNT      PIC 9(5) VALUE 0.
       01 APPLIED-COUNT  PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 REJECT-REASON-CODE PIC X(16).

       01 ONHAND-QTY     PIC 9(5).
       01 OLD-COST-CENTS PIC 9(7).
       01 NEW-COST-CENTS PIC 9(7).
       01 OLD-COST-TEXT  PIC X(7).
       01 VALUE-IMPACT   PIC S9(11)V99.
       01 TOTAL-UP       PIC S9(11)V99 VALUE 0.
       01 TOTAL-DOWN     PIC S9(11)V99 VALUE 0.
       01 TOTAL-NET      PIC S9(11)V99 VALUE 0.
       01 LEDGER-TIME-STAMP PIC 9(8).
       01 EDITED-OLD-COST PIC ZZ,ZZ9.99.
       01 EDITED-NEW-COST PIC ZZ,ZZ9.99.
       01 EDITED-QTY      PIC ZZZZ9.
       01 EDITED-IMPACT   PIC ---,---,---,--9.99.

       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).

       COPY chainw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 REVAL-TXN-FILE-NAME    PIC X(40) VALUE "REVALTXN".
          05 FRUTAS-FILE-NAME       PIC X(40) VALUE "FRUTASDAT".
          05 LEDGER-FILE-NAME       PIC X(40) VALUE "STKLEDG".
          05 REVAL-REPORT-FILE-NAME PIC X(40) VALUE "REVALRPT".
          05 REJECT-FILE-NAME       PIC X(40) VALUE "RJCTFILE".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       MOVE "FRUTASLCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN I-O FRUTAS-FILE.
       IF NOT FRUTAS-FILE-OK
           DISPLAY "ERROR: no se pudo abrir FRUTASDAT en actualizacion "
               "(estado " FRUTAS-FILE-STATUS ")."
           PERFORM RELEASE-RUN-LOCK
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN OUTPUT REVAL-REPORT-FILE.
       MOVE SPACES TO REPORT-LINE.
       STRING "REGISTRO DE REVALUACIONES DE COSTO  ("
           BUSINESS-DATE ")"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "ARTICULO    MOTIVO  OPERADOR  COSTO ANT.  COSTO NUEVO  "
           "EXIST      EFECTO EN VALOR"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.

       OPEN INPUT REVAL-TXN-FILE.
       IF REVAL-TXN-OK
           PERFORM UNTIL REVAL-TXN-EOF
               READ REVAL-TXN-FILE
                   AT END
                       SET REVAL-TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO TXN-COUNT
                       PERFORM APPLY-ONE-TXN
               END-READ
           END-PERFORM
       END-IF.
       CLOSE REVAL-TXN-FILE.
       CLOSE FRUTAS-FILE.

       PERFORM WRITE-REPORT-TOTALS.
       CLOSE REVAL-REPORT-FILE.
       MOVE REVAL-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "COST-REVALUATION" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.
       PERFORM RELEASE-RUN-LOCK.

       IF TXN-COUNT = 0
           DISPLAY "REVALTXN vacio o ausente; sin revaluaciones que "
               "aplicar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "Revaluaciones: " APPLIED-COUNT " aplicada(s), "
           REJECTED-COUNT " rechazada(s) de " TXN-COUNT
           "; registro en REVALRPT.".
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       APPLY-ONE-TXN.
           IF FUNCTION TRIM(RV-NEW-COST) IS NOT NUMERIC
               MOVE "COSTO-INVALIDO" TO REJECT-REASON-CODE
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF.
           COMPUTE NEW-COST-CENTS = FUNCTION NUMVAL(RV-NEW-COST).
           IF NEW-COST-CENTS = 0
               MOVE "COSTO-INVALIDO" TO REJECT-REASON-CODE
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING RC FROM 1 BY 1
                   UNTIL RC > REVAL-REASON-COUNT
               IF REVAL-REASON-CODE(RC) = RV-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF RV-REASON = SPACES OR RC > REVAL-REASON-COUNT
               MOVE "MOTIVO-INVALIDO" TO REJECT-REASON-CODE
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF.
      *> Sin operador no hay a quien preguntarle por que cambio el
      *> valor del inventario: no se aplica.
           IF RV-OPERATOR = SPACES
               MOVE "SIN-OPERADOR" TO REJECT-REASON-CODE
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE RV-ITEM TO FRUTA-NAME.
           READ FRUTAS-FILE KEY IS FRUTA-NAME
               INVALID KEY
                   MOVE "ARTICULO-INEXIST" TO REJECT-REASON-CODE
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
           END-READ.
           IF FRUTA-COST IS NUMERIC
               MOVE FRUTA-COST TO OLD-COST-CENTS
           ELSE
               MOVE 0 TO OLD-COST-CENTS
           END-IF.
           IF NEW-COST-CENTS = OLD-COST-CENTS
               MOVE "COSTO-SIN-CAMBIO" TO REJECT-REASON-CODE
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF FRUTA-QTY IS NUMERIC
               MOVE FRUTA-QTY TO ONHAND-QTY
           ELSE
               MOVE 0 TO ONHAND-QTY
           END-IF.
           MOVE FRUTA-COST TO OLD-COST-TEXT.
           MOVE NEW-COST-CENTS TO FRUTA-COST.
           REWRITE FRUTAS-RECORD
               INVALID KEY
                   MOVE "ERROR-REGRABADO" TO REJECT-REASON-CODE
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO APPLIED-COUNT.
           COMPUTE VALUE-IMPACT =
               ONHAND-QTY * (NEW-COST-CENTS - OLD-COST-CENTS) / 100.
           IF VALUE-IMPACT > 0
               ADD VALUE-IMPACT TO TOTAL-UP
           ELSE
               ADD VALUE-IMPACT TO TOTAL-DOWN
           END-IF.
           ADD VALUE-IMPACT TO TOTAL-NET.
           PERFORM WRITE-LEDGER-ENTRY.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-LEDGER-ENTRY.
      *> Asiento "C": la existencia no cambia (LG-BALANCE = LG-QTY =
      *> lo que habia), cambia el costo al que esta valuada.
           PERFORM LOAD-LEDGER-CHAIN-TAIL.
           OPEN EXTEND LEDGER-FILE.
           IF NOT LEDGER-FILE-OK
               CLOSE LEDGER-FILE
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LG-DATE.
           ACCEPT LEDGER-TIME-STAMP FROM TIME.
           MOVE LEDGER-TIME-STAMP TO LG-TIME.
           MOVE "C" TO LG-TYPE.
           MOVE FRUTA-NAME TO LG-ITEM.
           MOVE ONHAND-QTY TO LG-QTY.
           MOVE ONHAND-QTY TO LG-BALANCE.
           MOVE FRUTA-COST TO LG-UNIT-COST.
           MOVE SPACES TO LG-LOCATION.
           MOVE RV-REASON TO LG-REASON.
           MOVE SPACES TO LG-LOT.
           MOVE SPACES TO LG-ORIG-QTY.
           MOVE SPACES TO LG-ORIG-UNIT.
           MOVE OLD-COST-TEXT TO LG-PRIOR-COST.
           MOVE RV-OPERATOR TO LG-OPERATOR.
           PERFORM SEAL-LEDGER-RECORD.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.

       WRITE-REGISTER-LINE.
           COMPUTE EDITED-OLD-COST = OLD-COST-CENTS / 100.
           COMPUTE EDITED-NEW-COST = NEW-COST-CENTS / 100.
           MOVE ONHAND-QTY TO EDITED-QTY.
           MOVE VALUE-IMPACT TO EDITED-IMPACT.
           MOVE SPACES TO REPORT-LINE.
           STRING FRUTA-NAME "  " RV-REASON "    " RV-OPERATOR "  "
               EDITED-OLD-COST "    " EDITED-NEW-COST "  " EDITED-QTY
               "  " EDITED-IMPACT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Revaluaciones aplicadas: " APPLIED-COUNT
               "   rechazadas: " REJECTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE TOTAL-UP TO EDITED-IMPACT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Aumento de valor  : " EDITED-IMPACT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE TOTAL-DOWN TO EDITED-IMPACT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Baja de valor     : " EDITED-IMPACT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE TOTAL-NET TO EDITED-IMPACT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Efecto neto       : " EDITED-IMPACT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-REJECT-RECORD.
           ADD 1 TO REJECTED-COUNT.
           OPEN EXTEND REJECT-FILE.
           IF NOT REJECT-FILE-OK
               CLOSE REJECT-FILE
               OPEN OUTPUT REJECT-FILE
           END-IF.
           MOVE "COST-REVALUATION" TO RJ-PROGRAM.
           MOVE "REVALTXN" TO RJ-FILE.
           MOVE REVAL-TXN-RECORD(1:20) TO RJ-IMAGE.
           MOVE REJECT-REASON-CODE TO RJ-REASON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RJ-DATE.
           MOVE SPACE TO RJ-STATUS.
           MOVE SPACES TO RJ-REPAIR-DATE.
           PERFORM CHECK-REJECT-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING RV-ITEM "  " RV-REASON "    " RV-OPERATOR
               "  *** RECHAZADA: " REJECT-REASON-CODE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           DISPLAY "Rechazada: '" FUNCTION TRIM(RV-ITEM) "' -> "
               RV-NEW-COST " (" FUNCTION TRIM(REJECT-REASON-CODE) ").".

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
               MOVE "COST-REVALUATION" TO LOCK-PROGRAM
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
           MOVE "COST-REVALUATION" TO LOCK-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE.
           ACCEPT LOCK-TIME-STAMP FROM TIME.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY chainp.

       COPY ledgchnp.

       COPY pdatep.

       COPY fenvp.
       COPY rsnrjp.
       COPY rarcp.
