       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKDOWN-RECOVERY.

      *> Seguimiento de las rebajas aprobadas (MKDNPROP, ver
      *> mkdnrec.cpy): por cada lote rebajado mide en STKLEDG lo que
      *> se vendio del lote desde el dia de la aprobacion (egresos
      *> "E" con el lote) y lo que igual termino en merma (tipo "M"),
      *> y compara el valor recuperado -- lo vendido al precio
      *> rebajado -- contra lo que hubiera costado darlo de baja al
      *> costo. Si un lote tuvo varias rebajas, cada venta cuenta para
      *> la ultima aprobada antes de su fecha. Reporte en MKDNRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MARKDOWN-FILE ASSIGN USING MARKDOWN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARKDOWN-FILE-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT RECOVERY-REPORT-FILE
               ASSIGN USING RECOVERY-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOVERY-REPORT-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  MARKDOWN-FILE.
       01  MARKDOWN-RECORD.
           COPY mkdnrec.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ledgrec.

       FD  RECOVERY-REPORT-FILE.
       01  REPORT-LINE PIC X(110).

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 MARKDOWN-FILE-STATUS PIC XX VALUE "00".
           88 MARKDOWN-FILE-OK  VALUE "00".
           88 MARKDOWN-FILE-EOF VALUE "10".
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK  VALUE "00".
           88 LEDGER-FILE-EOF VALUE "10".
       01 RECOVERY-REPORT-STATUS PIC XX VALUE "00".
           88 RECOVERY-REPORT-OK VALUE "00".

      *> Rebajas aprobadas y lo vendido / dado de baja desde entonces.
       01 APPROVED-TABLE.
          05 APPROVED-COUNT PIC 9(3) VALUE 0.
          05 APPROVED-ENTRY OCCURS 500 TIMES.
             10 AR-ITEM        PIC X(10).
             10 AR-LOT         PIC X(10).
             10 AR-PCT         PIC 9(2).
             10 AR-UNIT-COST   PIC 9(7).
             10 AR-UNIT-PRICE  PIC 9(7).
             10 AR-DECIDE-DATE PIC X(8).
             10 AR-SOLD        PIC 9(7).
             10 AR-WRITTEN-OFF PIC 9(7).
       01 APPROVED-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 A PIC 9(3).
       01 MATCH-IDX PIC 9(3).
       01 APPROVED-OVERFLOW-SW PIC X VALUE "N".
           88 APPROVED-OVERFLOW VALUE "Y".

       01 RECOVERED-VALUE PIC 9(9)V99.
       01 AVOIDED-VALUE   PIC 9(9)V99.
       01 LOST-VALUE      PIC 9(9)V99.
       01 TOTAL-RECOVERED PIC 9(11)V99 VALUE 0.
       01 TOTAL-AVOIDED   PIC 9(11)V99 VALUE 0.
       01 TOTAL-LOST      PIC 9(11)V99 VALUE 0.
       01 NO-PRICE-COUNT  PIC 9(3) VALUE 0.
       01 EDITED-QTY   PIC ZZZZZZ9.
       01 EDITED-WOFF  PIC ZZZZZZ9.
       01 EDITED-RECOVERED PIC ZZZ,ZZ9.99.
       01 EDITED-AVOIDED   PIC ZZZ,ZZ9.99.
       01 EDITED-LOST      PIC ZZZ,ZZ9.99.
       01 EDITED-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 MARKDOWN-FILE-NAME        PIC X(40) VALUE "MKDNPROP".
          05 LEDGER-FILE-NAME          PIC X(40) VALUE "STKLEDG".
          05 RECOVERY-REPORT-FILE-NAME PIC X(40) VALUE "MKDNRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       PERFORM LOAD-APPROVED-MARKDOWNS.
       IF APPROVED-COUNT = 0
           DISPLAY "MKDNPROP sin rebajas aprobadas; nada que medir."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM ACCUMULATE-LOT-MOVEMENTS.
       PERFORM WRITE-RECOVERY-REPORT.

       DISPLAY "Recupero de rebajas grabado en MKDNRPT ("
           APPROVED-COUNT " rebaja(s) aprobada(s)).".
       IF APPROVED-OVERFLOW OR NO-PRICE-COUNT > 0
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-APPROVED-MARKDOWNS.
           OPEN INPUT MARKDOWN-FILE.
           IF MARKDOWN-FILE-OK
               PERFORM UNTIL MARKDOWN-FILE-EOF
                   READ MARKDOWN-FILE
                       AT END
                           SET MARKDOWN-FILE-EOF TO TRUE
                       NOT AT END
                           IF MK-STATUS = "A"
                               PERFORM ADD-APPROVED-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MARKDOWN-FILE.

       ADD-APPROVED-ENTRY.
           IF APPROVED-COUNT >= APPROVED-TABLE-CAPACITY
               SET APPROVED-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO APPROVED-COUNT.
           MOVE MK-ITEM TO AR-ITEM(APPROVED-COUNT).
           MOVE MK-LOT TO AR-LOT(APPROVED-COUNT).
           MOVE MK-PCT TO AR-PCT(APPROVED-COUNT).
           MOVE MK-UNIT-COST TO AR-UNIT-COST(APPROVED-COUNT).
           MOVE MK-UNIT-PRICE TO AR-UNIT-PRICE(APPROVED-COUNT).
           MOVE MK-DECIDE-DATE TO AR-DECIDE-DATE(APPROVED-COUNT).
           MOVE 0 TO AR-SOLD(APPROVED-COUNT).
           MOVE 0 TO AR-WRITTEN-OFF(APPROVED-COUNT).

       ACCUMULATE-LOT-MOVEMENTS.
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
               DISPLAY "Aviso: STKLEDG no existe; sin movimientos de "
                   "los lotes rebajados."
           END-IF.
           CLOSE LEDGER-FILE.

       ACCUMULATE-ONE-ENTRY.
           IF LG-TYPE NOT = "E" AND LG-TYPE NOT = "M"
               EXIT PARAGRAPH
           END-IF.
           IF LG-LOT = SPACES
               EXIT PARAGRAPH
           END-IF.
      *> La ultima rebaja aprobada del lote hasta el dia del asiento.
           MOVE 0 TO MATCH-IDX.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > APPROVED-COUNT
               IF AR-ITEM(A) = LG-ITEM AND AR-LOT(A) = LG-LOT
                       AND AR-DECIDE-DATE(A) NOT > LG-DATE
                   IF MATCH-IDX = 0
                       MOVE A TO MATCH-IDX
                   ELSE
                       IF AR-DECIDE-DATE(A)
                               NOT < AR-DECIDE-DATE(MATCH-IDX)
                           MOVE A TO MATCH-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF LG-TYPE = "E"
               ADD LG-QTY TO AR-SOLD(MATCH-IDX)
           ELSE
               ADD LG-QTY TO AR-WRITTEN-OFF(MATCH-IDX)
           END-IF.

       WRITE-RECOVERY-REPORT.
           OPEN OUTPUT RECOVERY-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECUPERO DE REBAJAS POR VENCIMIENTO  ("
               BUSINESS-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ARTICULO    LOTE        REBAJA APROBADA  VENDIDO"
               "  RECUPERADO  BAJA EVITADA  MERMA  BAJA POSTERIOR"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > APPROVED-COUNT
               PERFORM WRITE-ONE-MARKDOWN
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTAL-RECOVERED TO EDITED-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "Valor recuperado con rebajas      : " EDITED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE TOTAL-AVOIDED TO EDITED-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "Costo de baja evitado (lo vendido): " EDITED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE TOTAL-LOST TO EDITED-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "Merma igual, pese a la rebaja     : " EDITED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF NO-PRICE-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** " NO-PRICE-COUNT " rebaja(s) sin precio "
                   "vigente en PRICEMST al proponerse: su recupero "
                   "sale en cero."
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           IF APPROVED-OVERFLOW
               MOVE SPACES TO REPORT-LINE
               STRING "*** Hay mas de " APPROVED-TABLE-CAPACITY
                   " rebajas aprobadas; el resto no se midio."
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           CLOSE RECOVERY-REPORT-FILE.
           MOVE RECOVERY-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "MARKDOWN-RECOVERY" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-ONE-MARKDOWN.
      *> Precio y costo en centavos; la rebaja en porcentaje.
           IF AR-UNIT-PRICE(A) = 0
               ADD 1 TO NO-PRICE-COUNT
           END-IF.
           COMPUTE RECOVERED-VALUE ROUNDED = AR-SOLD(A)
               * AR-UNIT-PRICE(A) * (100 - AR-PCT(A)) / 10000.
           COMPUTE AVOIDED-VALUE ROUNDED =
               AR-SOLD(A) * AR-UNIT-COST(A) / 100.
           COMPUTE LOST-VALUE ROUNDED =
               AR-WRITTEN-OFF(A) * AR-UNIT-COST(A) / 100.
           ADD RECOVERED-VALUE TO TOTAL-RECOVERED.
           ADD AVOIDED-VALUE TO TOTAL-AVOIDED.
           ADD LOST-VALUE TO TOTAL-LOST.
           MOVE AR-SOLD(A) TO EDITED-QTY.
           MOVE AR-WRITTEN-OFF(A) TO EDITED-WOFF.
           MOVE RECOVERED-VALUE TO EDITED-RECOVERED.
           MOVE AVOIDED-VALUE TO EDITED-AVOIDED.
           MOVE LOST-VALUE TO EDITED-LOST.
           MOVE SPACES TO REPORT-LINE.
           STRING AR-ITEM(A) "  " AR-LOT(A) "  " AR-PCT(A) "% "
               AR-DECIDE-DATE(A) "  " EDITED-QTY "  "
               EDITED-RECOVERED "    " EDITED-AVOIDED " "
               EDITED-WOFF "    " EDITED-LOST
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
