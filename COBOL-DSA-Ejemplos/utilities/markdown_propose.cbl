       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKDOWN-PROPOSE.

      *> Propuestas de rebaja para los lotes que se vencen antes de
      *> venderse (ver mkdnrec.cpy). LOT-EXPIRY-REPORT avisa lo que
      *> vence; aqui se mira ademas el ritmo de venta: el egreso
      *> diario promedio del articulo en STKLEDG (ventana movil
      *> VENTANA-CONSUMO, defecto 30 dias, igual que
      *> USAGE-COVER-REPORT) por los dias que le quedan a cada lote,
      *> con los lotes del articulo descargados primero el que vence
      *> antes, como los descarga STOCK-MOVEMENT. Lo que no alcanza a
      *> venderse antes del vencimiento recibe el escalon de rebaja
      *> que le toca por dias restantes:
      *>   REBAJA-DIAS-1 / REBAJA-PCT-1  defecto 7 dias, 20%
      *>   REBAJA-DIAS-2 / REBAJA-PCT-2  defecto 4 dias, 40%
      *>   REBAJA-DIAS-3 / REBAJA-PCT-3  defecto 2 dias, 60%
      *> (escalon 1 el mas ancho; un lote con menos dias toma el
      *> escalon mas profundo que alcanza).
      *>
      *> Las propuestas quedan en MKDNPROP, pendientes hasta que el
      *> supervisor decida con MARKDOWN-APPROVE. Una corrida nueva
      *> refresca la pendiente del lote, no repite un escalon ya
      *> decidido y propone el siguiente cuando el lote sigue sin
      *> venderse; la pendiente de un lote que ya no hace falta rebajar
      *> se retira. Listado de la corrida en MKDNLST; RC 4 si quedan
      *> propuestas esperando decision.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOT-FILE ASSIGN USING LOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-FILE-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL PRICE-FILE ASSIGN USING PRICE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS PRICE-FILE-STATUS.
           SELECT OPTIONAL MARKDOWN-FILE ASSIGN USING MARKDOWN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARKDOWN-FILE-STATUS.
           SELECT MARKDOWN-LIST-FILE
               ASSIGN USING MARKDOWN-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARKDOWN-LIST-STATUS.
      *> Candado cooperativo de corrida (ver lockrec.cpy): MKDNPROP
      *> lo regraban este programa y MARKDOWN-APPROVE.
           SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       COPY runparms.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  LOT-FILE.
       01  LOT-RECORD.
           COPY lotrec.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ledgrec.

       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  PRICE-FILE.
       01  PRICE-RECORD.
           COPY pricerec.

       FD  MARKDOWN-FILE.
       01  MARKDOWN-RECORD.
           COPY mkdnrec.

       FD  MARKDOWN-LIST-FILE.
       01  REPORT-LINE PIC X(100).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.

       COPY runparmf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 LOT-FILE-STATUS PIC XX VALUE "00".
           88 LOT-FILE-OK  VALUE "00".
           88 LOT-FILE-EOF VALUE "10".
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK  VALUE "00".
           88 LEDGER-FILE-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK VALUE "00".
       01 PRICE-FILE-STATUS PIC XX VALUE "00".
           88 PRICE-FILE-OK  VALUE "00".
           88 PRICE-FILE-EOF VALUE "10".
       01 MARKDOWN-FILE-STATUS PIC XX VALUE "00".
           88 MARKDOWN-FILE-OK  VALUE "00".
           88 MARKDOWN-FILE-EOF VALUE "10".
       01 MARKDOWN-LIST-STATUS PIC XX VALUE "00".
           88 MARKDOWN-LIST-OK VALUE "00".
       01 MASTER-OPEN-SW PIC X VALUE "N".
           88 MASTER-OPEN VALUE "Y".

      *> Escalones de rebaja: dias restantes hasta los que aplica y
      *> porcentaje.
       01 TIER-TABLE.
          05 TIER-ENTRY OCCURS 3 TIMES.
             10 TIER-DAYS PIC 9(3).
             10 TIER-PCT  PIC 9(2).
       01 TIER-COUNT PIC 9 VALUE 3.
       01 TR PIC 9.
       01 TIER-DIGIT PIC 9.
       01 WINDOW-DAYS PIC 9(3) VALUE 30.
       01 MAX-TIER-DAYS PIC 9(3).

       01 TODAY-DATE PIC X(8).
       01 TODAY-DAY-NUM PIC 9(7).
       01 CUTOFF-DAY-NUM PIC 9(7).
       01 EXP-DAY-NUM PIC 9(7).
       01 ENTRY-DAY-NUM PIC 9(7).
       01 DAYS-TO-EXPIRY PIC S9(5).

      *> Lotes dentro del escalon mas ancho, en orden (articulo,
      *> vencimiento) para repartir la venta primero al que vence
      *> antes.
       01 LOT-TABLE.
          05 LOT-COUNT PIC 9(3) VALUE 0.
          05 LOT-ENTRY OCCURS 500 TIMES.
             10 LE-ITEM      PIC X(10).
             10 LE-EXP-DATE  PIC X(8).
             10 LE-LOT       PIC X(10).
             10 LE-DAYS-LEFT PIC 9(3).
             10 LE-QTY       PIC 9(5).
       01 LOT-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 SWAP-LOT-ENTRY PIC X(36).
       01 L PIC 9(3).
       01 J PIC 9(3).
       01 LOT-OVERFLOW-SW PIC X VALUE "N".
           88 LOT-OVERFLOW VALUE "Y".

      *> Egresos de la ventana por articulo con lotes en riesgo.
       01 RATE-TABLE.
          05 RATE-COUNT PIC 9(3) VALUE 0.
          05 RATE-ENTRY OCCURS 200 TIMES.
             10 RT-ITEM   PIC X(10).
             10 RT-ISSUED PIC 9(7).
       01 RATE-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 R PIC 9(3).
       01 RATE-IDX PIC 9(3).
       01 DAILY-RATE PIC 9(5)V99.

      *> Precios en memoria en orden de clave (articulo, vigencia),
      *> igual que GROSS-MARGIN-REPORT.
       01 PRICE-TABLE.
          05 PRICE-COUNT PIC 9(3) VALUE 0.
          05 PRICE-ENTRY OCCURS 500 TIMES.
             10 PT-ITEM     PIC X(10).
             10 PT-EFF-DATE PIC X(8).
             10 PT-PRICE    PIC 9(7).
       01 PRICE-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 P PIC 9(3).
       01 PRICE-IDX PIC 9(3).

      *> MKDNPROP entero; se regraba desde aqui.
       01 MARKDOWN-TABLE.
          05 MARKDOWN-COUNT PIC 9(3) VALUE 0.
          05 MARKDOWN-ENTRY OCCURS 500 TIMES.
             10 MD-DATA PIC X(82).
             10 MD-REFRESHED-SW PIC X.
       01 MARKDOWN-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 M PIC 9(3).
       01 LAST-MARKDOWN-IDX PIC 9(3).
       01 MARKDOWN-OVERFLOW-SW PIC X VALUE "N".
           88 MARKDOWN-OVERFLOW VALUE "Y".

       01 CURRENT-ITEM PIC X(10).
       01 ITEM-CUM-QTY PIC 9(7).
       01 SELLABLE-QTY PIC 9(7).
       01 EXCESS-QTY PIC 9(7).
       01 PROPOSED-PCT PIC 9(2).
       01 UNIT-COST-CENTS PIC 9(7).
       01 AT-RISK-VALUE PIC 9(9)V99.
       01 EDITED-VALUE PIC ZZZ,ZZ9.99.
       01 EDITED-RATE PIC ZZZZ9.99.
       01 LIST-ACTION PIC X(12).

       01 NEW-COUNT      PIC 9(4) VALUE 0.
       01 REFRESH-COUNT  PIC 9(4) VALUE 0.
       01 WITHDRAWN-COUNT PIC 9(4) VALUE 0.
       01 PENDING-COUNT  PIC 9(4) VALUE 0.

       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).

       COPY runparmw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 LOT-FILE-NAME           PIC X(40) VALUE "FRUTLOTE".
          05 LEDGER-FILE-NAME        PIC X(40) VALUE "STKLEDG".
          05 FRUTAS-FILE-NAME        PIC X(40) VALUE "FRUTASDAT".
          05 PRICE-FILE-NAME         PIC X(40) VALUE "PRICEMST".
          05 MARKDOWN-FILE-NAME      PIC X(40) VALUE "MKDNPROP".
          05 MARKDOWN-LIST-FILE-NAME PIC X(40) VALUE "MKDNLST".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 6 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 6.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       PERFORM LOAD-RUN-PARMS.
       PERFORM LOAD-TIER-PARMS.

       MOVE BUSINESS-DATE TO TODAY-DATE.
       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(TODAY-DATE)).
       COMPUTE CUTOFF-DAY-NUM = TODAY-DAY-NUM - WINDOW-DAYS.

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
               " renglones; no se proponen rebajas."
           PERFORM RELEASE-RUN-LOCK
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM LOAD-AT-RISK-LOTS.
       PERFORM SORT-LOTS-BY-EXPIRY.
       PERFORM ACCUMULATE-ISSUES.
       PERFORM LOAD-PRICE-TABLE.
       OPEN INPUT FRUTAS-FILE.
       IF FRUTAS-FILE-OK
           SET MASTER-OPEN TO TRUE
       END-IF.

       OPEN OUTPUT MARKDOWN-LIST-FILE.
       MOVE SPACES TO REPORT-LINE.
       STRING "PROPUESTAS DE REBAJA POR VENCIMIENTO  (" TODAY-DATE
           ", CONSUMO DE " WINDOW-DAYS " DIA(S))"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "ARTICULO    LOTE        VENCE     DIAS  CANT   SOBRA   "
           "  DIARIO  REBAJA  VALOR EN RIESGO"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.

       MOVE SPACES TO CURRENT-ITEM.
       PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOT-COUNT
           PERFORM EVALUATE-ONE-LOT
       END-PERFORM.
       CLOSE FRUTAS-FILE.

       PERFORM WITHDRAW-STALE-PROPOSALS.
       PERFORM SAVE-MARKDOWN-TABLE.
       PERFORM RELEASE-RUN-LOCK.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Lotes evaluados: " LOT-COUNT
           "  nuevas: " NEW-COUNT "  refrescadas: " REFRESH-COUNT
           "  retiradas: " WITHDRAWN-COUNT
           "  pendientes: " PENDING-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       IF LOT-OVERFLOW
           MOVE SPACES TO REPORT-LINE
           STRING "*** Hay mas de " LOT-TABLE-CAPACITY
               " lotes en riesgo; el resto no se evaluo."
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
       END-IF.
       CLOSE MARKDOWN-LIST-FILE.
       MOVE MARKDOWN-LIST-FILE-NAME TO RA-FILE-NAME.
       MOVE "MARKDOWN-PROPOSE" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Rebajas: " NEW-COUNT " nueva(s), " REFRESH-COUNT
           " refrescada(s), " PENDING-COUNT
           " pendiente(s) de decision; listado en MKDNLST.".
       IF LOT-OVERFLOW
           MOVE 8 TO RETURN-CODE
       ELSE
           IF PENDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
       END-IF.
       GOBACK.

       LOAD-TIER-PARMS.
           MOVE 7 TO TIER-DAYS(1).
           MOVE 20 TO TIER-PCT(1).
           MOVE 4 TO TIER-DAYS(2).
           MOVE 40 TO TIER-PCT(2).
           MOVE 2 TO TIER-DAYS(3).
           MOVE 60 TO TIER-PCT(3).
           PERFORM VARYING TR FROM 1 BY 1 UNTIL TR > TIER-COUNT
               MOVE TR TO TIER-DIGIT
               MOVE SPACES TO PARM-KEY-WANTED
               STRING "REBAJA-DIAS-" TIER-DIGIT
                   DELIMITED BY SIZE INTO PARM-KEY-WANTED
               END-STRING
               PERFORM GET-RUN-PARM
               IF PARM-FOUND
                       AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
                   COMPUTE TIER-DAYS(TR) =
                       FUNCTION NUMVAL(PARM-VALUE-FOUND)
               END-IF
               MOVE SPACES TO PARM-KEY-WANTED
               STRING "REBAJA-PCT-" TIER-DIGIT
                   DELIMITED BY SIZE INTO PARM-KEY-WANTED
               END-STRING
               PERFORM GET-RUN-PARM
               IF PARM-FOUND
                       AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
                       AND FUNCTION NUMVAL(PARM-VALUE-FOUND) < 100
                   COMPUTE TIER-PCT(TR) =
                       FUNCTION NUMVAL(PARM-VALUE-FOUND)
               END-IF
           END-PERFORM.
           MOVE 0 TO MAX-TIER-DAYS.
           PERFORM VARYING TR FROM 1 BY 1 UNTIL TR > TIER-COUNT
               IF TIER-DAYS(TR) > MAX-TIER-DAYS
                   MOVE TIER-DAYS(TR) TO MAX-TIER-DAYS
               END-IF
           END-PERFORM.
           MOVE "VENTANA-CONSUMO" TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
               COMPUTE WINDOW-DAYS = FUNCTION NUMVAL(PARM-VALUE-FOUND)
           END-IF.
           IF WINDOW-DAYS = 0
               MOVE 30 TO WINDOW-DAYS
           END-IF.

       LOAD-AT-RISK-LOTS.
      *> Los vencidos ya no se rebajan (son merma) y los lotes en
      *> cuarentena no se venden.
           OPEN INPUT LOT-FILE.
           IF LOT-FILE-OK
               PERFORM UNTIL LOT-FILE-EOF
                   READ LOT-FILE
                       AT END
                           SET LOT-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-LOT
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "FRUTLOTE no existe todavia; no hay lotes que "
                   "rebajar."
           END-IF.
           CLOSE LOT-FILE.

       LOAD-ONE-LOT.
           IF LT-EXP-DATE IS NOT NUMERIC OR LT-QTY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF LT-QTY = 0 OR LT-STATUS = "Q"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE EXP-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LT-EXP-DATE)).
           COMPUTE DAYS-TO-EXPIRY = EXP-DAY-NUM - TODAY-DAY-NUM.
           IF DAYS-TO-EXPIRY < 0 OR DAYS-TO-EXPIRY > MAX-TIER-DAYS
               EXIT PARAGRAPH
           END-IF.
           IF LOT-COUNT >= LOT-TABLE-CAPACITY
               SET LOT-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LOT-COUNT.
           MOVE LT-ITEM TO LE-ITEM(LOT-COUNT).
           MOVE LT-EXP-DATE TO LE-EXP-DATE(LOT-COUNT).
           MOVE LT-LOT TO LE-LOT(LOT-COUNT).
           MOVE DAYS-TO-EXPIRY TO LE-DAYS-LEFT(LOT-COUNT).
           MOVE LT-QTY TO LE-QTY(LOT-COUNT).

       SORT-LOTS-BY-EXPIRY.
      *> Burbuja sobre (articulo, vencimiento): los dos primeros
      *> campos del renglon.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L >= LOT-COUNT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > LOT-COUNT - L
                   IF LOT-ENTRY(J)(1:18) > LOT-ENTRY(J + 1)(1:18)
                       MOVE LOT-ENTRY(J) TO SWAP-LOT-ENTRY
                       MOVE LOT-ENTRY(J + 1) TO LOT-ENTRY(J)
                       MOVE SWAP-LOT-ENTRY TO LOT-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ACCUMULATE-ISSUES.
      *> Solo interesan los articulos con lotes en riesgo.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOT-COUNT
               IF RATE-COUNT = 0
                       OR RT-ITEM(RATE-COUNT) NOT = LE-ITEM(L)
                   IF RATE-COUNT < RATE-TABLE-CAPACITY
                       ADD 1 TO RATE-COUNT
                       MOVE LE-ITEM(L) TO RT-ITEM(RATE-COUNT)
                       MOVE 0 TO RT-ISSUED(RATE-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           IF RATE-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-OK
               PERFORM UNTIL LEDGER-FILE-EOF
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM ACCUMULATE-ONE-ENTRY
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "Aviso: STKLEDG no existe; sin consumo medido "
                   "todo lote en riesgo recibe su propuesta."
           END-IF.
           CLOSE LEDGER-FILE.

       ACCUMULATE-ONE-ENTRY.
           IF LG-TYPE NOT = "E" OR LG-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ENTRY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LG-DATE)).
           IF ENTRY-DAY-NUM < CUTOFF-DAY-NUM
               EXIT PARAGRAPH
           END-IF.
           MOVE LG-ITEM TO CURRENT-ITEM.
           PERFORM FIND-RATE-ENTRY.
           IF RATE-IDX > 0
               ADD LG-QTY TO RT-ISSUED(RATE-IDX)
           END-IF.
           MOVE SPACES TO CURRENT-ITEM.

       FIND-RATE-ENTRY.
           MOVE 0 TO RATE-IDX.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > RATE-COUNT
               IF RT-ITEM(R) = CURRENT-ITEM
                   MOVE R TO RATE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-PRICE-TABLE.
           OPEN INPUT PRICE-FILE.
           IF PRICE-FILE-OK
               MOVE LOW-VALUES TO PM-KEY
               START PRICE-FILE KEY IS NOT LESS THAN PM-KEY
                   INVALID KEY SET PRICE-FILE-EOF TO TRUE
               END-START
               PERFORM UNTIL PRICE-FILE-EOF
                   READ PRICE-FILE NEXT RECORD
                       AT END
                           SET PRICE-FILE-EOF TO TRUE
                       NOT AT END
                           IF PRICE-COUNT < PRICE-TABLE-CAPACITY
                               ADD 1 TO PRICE-COUNT
                               MOVE PM-ITEM TO PT-ITEM(PRICE-COUNT)
                               MOVE PM-EFF-DATE
                                   TO PT-EFF-DATE(PRICE-COUNT)
                               MOVE PM-PRICE TO PT-PRICE(PRICE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PRICE-FILE.

       EVALUATE-ONE-LOT.
      *> Venta esperada hasta el vencimiento contra lo acumulado del
      *> articulo hasta este lote: lo que vence antes se vende antes.
           IF LE-ITEM(L) NOT = CURRENT-ITEM
               MOVE LE-ITEM(L) TO CURRENT-ITEM
               MOVE 0 TO ITEM-CUM-QTY
               PERFORM FIND-RATE-ENTRY
               IF RATE-IDX > 0
                   COMPUTE DAILY-RATE ROUNDED =
                       RT-ISSUED(RATE-IDX) / WINDOW-DAYS
               ELSE
                   MOVE 0 TO DAILY-RATE
               END-IF
           END-IF.
           ADD LE-QTY(L) TO ITEM-CUM-QTY.
           COMPUTE SELLABLE-QTY = DAILY-RATE * LE-DAYS-LEFT(L).
           IF SELLABLE-QTY >= ITEM-CUM-QTY
               EXIT PARAGRAPH
           END-IF.
           COMPUTE EXCESS-QTY = ITEM-CUM-QTY - SELLABLE-QTY.
           IF EXCESS-QTY > LE-QTY(L)
               MOVE LE-QTY(L) TO EXCESS-QTY
           END-IF.
           MOVE 0 TO PROPOSED-PCT.
           PERFORM VARYING TR FROM 1 BY 1 UNTIL TR > TIER-COUNT
               IF LE-DAYS-LEFT(L) NOT > TIER-DAYS(TR)
                       AND TIER-PCT(TR) > PROPOSED-PCT
                   MOVE TIER-PCT(TR) TO PROPOSED-PCT
               END-IF
           END-PERFORM.
           IF PROPOSED-PCT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM POST-PROPOSAL.

       POST-PROPOSAL.
      *> El ultimo renglon del lote manda: pendiente = se refresca;
      *> decidido a este escalon o mas hondo = nada que proponer.
           MOVE 0 TO LAST-MARKDOWN-IDX.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MARKDOWN-COUNT
               MOVE MD-DATA(M) TO MARKDOWN-RECORD
               IF MK-ITEM = LE-ITEM(L) AND MK-LOT = LE-LOT(L)
                   MOVE M TO LAST-MARKDOWN-IDX
               END-IF
           END-PERFORM.
           IF LAST-MARKDOWN-IDX > 0
               MOVE LAST-MARKDOWN-IDX TO M
               MOVE MD-DATA(M) TO MARKDOWN-RECORD
               IF MK-STATUS NOT = "P"
                       AND MK-PCT NOT < PROPOSED-PCT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF LAST-MARKDOWN-IDX > 0 AND MK-STATUS = "P"
               MOVE "REFRESCADA" TO LIST-ACTION
               ADD 1 TO REFRESH-COUNT
           ELSE
               IF MARKDOWN-COUNT >= MARKDOWN-TABLE-CAPACITY
                   MOVE SPACES TO REPORT-LINE
                   STRING LE-ITEM(L) "  " LE-LOT(L)
                       "  *** MKDNPROP LLENO, SIN PROPUESTA"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO MARKDOWN-COUNT
               MOVE MARKDOWN-COUNT TO M
               MOVE "NUEVA" TO LIST-ACTION
               ADD 1 TO NEW-COUNT
           END-IF.
           PERFORM GET-ITEM-COST.
           MOVE SPACES TO MARKDOWN-RECORD.
           MOVE LE-ITEM(L) TO MK-ITEM.
           MOVE LE-LOT(L) TO MK-LOT.
           MOVE LE-EXP-DATE(L) TO MK-EXP-DATE.
           MOVE LE-DAYS-LEFT(L) TO MK-DAYS-LEFT.
           MOVE LE-QTY(L) TO MK-QTY.
           MOVE EXCESS-QTY TO MK-EXCESS.
           MOVE PROPOSED-PCT TO MK-PCT.
           MOVE UNIT-COST-CENTS TO MK-UNIT-COST.
           PERFORM FIND-PRICE-IN-EFFECT.
           IF PRICE-IDX > 0
               MOVE PT-PRICE(PRICE-IDX) TO MK-UNIT-PRICE
           ELSE
               MOVE 0 TO MK-UNIT-PRICE
           END-IF.
           MOVE "P" TO MK-STATUS.
           MOVE TODAY-DATE TO MK-PROPOSE-DATE.
           MOVE MARKDOWN-RECORD TO MD-DATA(M).
           MOVE "Y" TO MD-REFRESHED-SW(M).
           PERFORM WRITE-PROPOSAL-LINE.

       GET-ITEM-COST.
           MOVE 0 TO UNIT-COST-CENTS.
           IF NOT MASTER-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LE-ITEM(L) TO FRUTA-NAME.
           READ FRUTAS-FILE KEY IS FRUTA-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FRUTA-COST IS NUMERIC
                       MOVE FRUTA-COST TO UNIT-COST-CENTS
                   END-IF
           END-READ.

       FIND-PRICE-IN-EFFECT.
      *> La tabla viene en orden (articulo, vigencia): el ultimo
      *> renglon del articulo con vigencia hasta hoy.
           MOVE 0 TO PRICE-IDX.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PRICE-COUNT
               IF PT-ITEM(P) = LE-ITEM(L)
                       AND PT-EFF-DATE(P) NOT > TODAY-DATE
                   MOVE P TO PRICE-IDX
               END-IF
           END-PERFORM.

       WRITE-PROPOSAL-LINE.
           COMPUTE AT-RISK-VALUE = MK-EXCESS * MK-UNIT-COST / 100.
           MOVE AT-RISK-VALUE TO EDITED-VALUE.
           MOVE DAILY-RATE TO EDITED-RATE.
           MOVE SPACES TO REPORT-LINE.
           STRING MK-ITEM "  " MK-LOT "  " MK-EXP-DATE "  "
               MK-DAYS-LEFT "  " MK-QTY "  " MK-EXCESS " "
               EDITED-RATE "   " MK-PCT "%   " EDITED-VALUE "  "
               LIST-ACTION
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WITHDRAW-STALE-PROPOSALS.
      *> Pendiente que esta corrida no refresco: el lote ya se vende a
      *> tiempo, se vendio o vencio. Sin decision tomada no hay nada
      *> que conservar; se retira del archivo.
           MOVE 0 TO J.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MARKDOWN-COUNT
               MOVE MD-DATA(M) TO MARKDOWN-RECORD
               IF MK-STATUS = "P" AND MD-REFRESHED-SW(M) NOT = "Y"
                   ADD 1 TO WITHDRAWN-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING MK-ITEM "  " MK-LOT "  " MK-EXP-DATE
                       "  propuesta del " MK-PROPOSE-DATE
                       " retirada: ya no hace falta"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               ELSE
                   ADD 1 TO J
                   MOVE MARKDOWN-ENTRY(M) TO MARKDOWN-ENTRY(J)
                   IF MK-STATUS = "P"
                       ADD 1 TO PENDING-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE J TO MARKDOWN-COUNT.

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
                               MOVE "N"
                                   TO MD-REFRESHED-SW(MARKDOWN-COUNT)
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
               MOVE "MARKDOWN-PROPOSE" TO LOCK-PROGRAM
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
           MOVE "MARKDOWN-PROPOSE" TO LOCK-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE.
           ACCEPT LOCK-TIME-STAMP FROM TIME.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY runparmp.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
