       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-AGING.

      *> Antiguedad de los creditos de proveedor pendientes: toma de
      *> VCREDIT las devoluciones a proveedor que siguen en "P" (sin
      *> nota de credito aplicada por CREDIT-MEMO-APPLY) y las lista
      *> agrupadas por proveedor, con los dias corridos desde la
      *> devolucion y el importe esperado repartido en baldes de
      *> 0-30, 31-60, 61-90 y mas de 90 dias. Mismo esquema de tabla
      *> por clave y baldes que el reporte de antiguedad del suspenso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CREDIT-FILE ASSIGN USING CREDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-FILE-STATUS.
      *> Reporte imprimible, se reescribe completo en cada corrida.
           SELECT AGING-REPORT-FILE ASSIGN USING AGING-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-REPORT-FILE-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-FILE.
       01  CREDIT-RECORD.
           COPY vcrdrec.

       FD  AGING-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 CREDIT-FILE-STATUS PIC XX VALUE "00".
           88 CREDIT-FILE-OK  VALUE "00".
           88 CREDIT-FILE-EOF VALUE "10".
       01 AGING-REPORT-FILE-STATUS PIC XX VALUE "00".
           88 AGING-REPORT-FILE-OK VALUE "00".

      *> Devoluciones pendientes, para el detalle por proveedor.
       01 PENDING-TABLE.
          05 PENDING-ENTRY OCCURS 300 TIMES.
             10 PND-VENDOR      PIC X(6).
             10 PND-PO-NUMBER   PIC X(6).
             10 PND-ITEM        PIC X(10).
             10 PND-LOT         PIC X(10).
             10 PND-QTY         PIC 9(5).
             10 PND-AMOUNT      PIC 9(9).
             10 PND-RETURN-DATE PIC X(8).
             10 PND-AGE-DAYS    PIC 9(5).
       01 PENDING-COUNT PIC 9(3) VALUE 0.
       01 PENDING-TABLE-CAPACITY PIC 9(3) VALUE 300.
       01 P PIC 9(3).

      *> Un renglon de acumuladores por proveedor (importes en
      *> centavos).
       01 VENDOR-TABLE.
          05 VENDOR-ENTRY OCCURS 50 TIMES.
             10 AGE-VENDOR      PIC X(6).
             10 VENDOR-RETURNS  PIC 9(5).
             10 BUCKET-0-30     PIC 9(9).
             10 BUCKET-31-60    PIC 9(9).
             10 BUCKET-61-90    PIC 9(9).
             10 BUCKET-OVER-90  PIC 9(9).
       01 VENDOR-COUNT PIC 9(2) VALUE 0.
       01 VENDOR-TABLE-CAPACITY PIC 9(2) VALUE 50.
       01 I PIC 9(2).
       01 ENTRY-IDX PIC 9(2).
       01 ENTRY-FOUND-SW PIC X VALUE "N".
           88 ENTRY-FOUND VALUE "Y".

       01 TODAY-DAY-NUM PIC 9(7).
       01 ENTRY-DAY-NUM PIC 9(7).
       01 AGE-DAYS      PIC S9(5).

       01 TOTAL-0-30     PIC 9(9) VALUE 0.
       01 TOTAL-31-60    PIC 9(9) VALUE 0.
       01 TOTAL-61-90    PIC 9(9) VALUE 0.
       01 TOTAL-OVER-90  PIC 9(9) VALUE 0.
       01 TOTAL-PENDING  PIC 9(5) VALUE 0.
       01 TOTAL-CREDITED PIC 9(5) VALUE 0.
       01 OVER-90-COUNT  PIC 9(5) VALUE 0.

       01 EDIT-0-30    PIC Z(6)9.99.
       01 EDIT-31-60   PIC Z(6)9.99.
       01 EDIT-61-90   PIC Z(6)9.99.
       01 EDIT-OVER-90 PIC Z(6)9.99.
       01 AMOUNT-EDIT  PIC Z(6)9.99.
       01 QTY-EDIT     PIC ZZZZ9.
       01 AGE-EDIT     PIC ZZZZ9.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 CREDIT-FILE-NAME       PIC X(40) VALUE "VCREDIT".
          05 AGING-REPORT-FILE-NAME PIC X(40) VALUE "CRAGERPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(BUSINESS-DATE)).

       PERFORM SCAN-CREDIT-FILE.

       PERFORM WRITE-AGING-REPORT.

       DISPLAY "Antiguedad de creditos de proveedor grabada en "
           "CRAGERPT ("
           TOTAL-PENDING " pendiente(s), " OVER-90-COUNT
           " con mas de 90 dias).".

      *> RC 8 cuando hay creditos pasados de 90 dias: a esa altura el
      *> reclamo al proveedor ya deberia estar hecho.
       IF OVER-90-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       SCAN-CREDIT-FILE.
           OPEN INPUT CREDIT-FILE.
           IF CREDIT-FILE-OK
               PERFORM UNTIL CREDIT-FILE-EOF
                   READ CREDIT-FILE
                       AT END
                           SET CREDIT-FILE-EOF TO TRUE
                       NOT AT END
                           IF CR-STATUS = "P"
                               PERFORM AGE-ONE-CREDIT
                           ELSE
                               ADD 1 TO TOTAL-CREDITED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CREDIT-FILE.

       AGE-ONE-CREDIT.
           IF PENDING-COUNT >= PENDING-TABLE-CAPACITY
               DISPLAY "Aviso: mas de " PENDING-TABLE-CAPACITY
                   " creditos pendientes; se omite la devolucion de "
                   CR-VENDOR " OC " CR-PO-NUMBER "."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-VENDOR-ENTRY.
           IF NOT ENTRY-FOUND
               IF VENDOR-COUNT >= VENDOR-TABLE-CAPACITY
                   DISPLAY "Aviso: mas de " VENDOR-TABLE-CAPACITY
                       " proveedores; se omite '" CR-VENDOR "'."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO VENDOR-COUNT
               MOVE VENDOR-COUNT TO ENTRY-IDX
               MOVE CR-VENDOR TO AGE-VENDOR(ENTRY-IDX)
               MOVE 0 TO VENDOR-RETURNS(ENTRY-IDX)
               MOVE 0 TO BUCKET-0-30(ENTRY-IDX)
               MOVE 0 TO BUCKET-31-60(ENTRY-IDX)
               MOVE 0 TO BUCKET-61-90(ENTRY-IDX)
               MOVE 0 TO BUCKET-OVER-90(ENTRY-IDX)
           END-IF.
           ADD 1 TO PENDING-COUNT.
           ADD 1 TO TOTAL-PENDING.
           MOVE CR-VENDOR TO PND-VENDOR(PENDING-COUNT).
           MOVE CR-PO-NUMBER TO PND-PO-NUMBER(PENDING-COUNT).
           MOVE CR-ITEM TO PND-ITEM(PENDING-COUNT).
           MOVE CR-LOT TO PND-LOT(PENDING-COUNT).
           MOVE CR-RETURN-DATE TO PND-RETURN-DATE(PENDING-COUNT).
           IF CR-QTY IS NUMERIC
               MOVE CR-QTY TO PND-QTY(PENDING-COUNT)
           ELSE
               MOVE 0 TO PND-QTY(PENDING-COUNT)
           END-IF.
           IF CR-AMOUNT IS NUMERIC
               MOVE CR-AMOUNT TO PND-AMOUNT(PENDING-COUNT)
           ELSE
               MOVE 0 TO PND-AMOUNT(PENDING-COUNT)
           END-IF.
           PERFORM COMPUTE-CREDIT-AGE.
           MOVE AGE-DAYS TO PND-AGE-DAYS(PENDING-COUNT).
           ADD 1 TO VENDOR-RETURNS(ENTRY-IDX).
           EVALUATE TRUE
               WHEN AGE-DAYS <= 30
                   ADD PND-AMOUNT(PENDING-COUNT)
                       TO BUCKET-0-30(ENTRY-IDX)
                   ADD PND-AMOUNT(PENDING-COUNT) TO TOTAL-0-30
               WHEN AGE-DAYS <= 60
                   ADD PND-AMOUNT(PENDING-COUNT)
                       TO BUCKET-31-60(ENTRY-IDX)
                   ADD PND-AMOUNT(PENDING-COUNT) TO TOTAL-31-60
               WHEN AGE-DAYS <= 90
                   ADD PND-AMOUNT(PENDING-COUNT)
                       TO BUCKET-61-90(ENTRY-IDX)
                   ADD PND-AMOUNT(PENDING-COUNT) TO TOTAL-61-90
               WHEN OTHER
                   ADD PND-AMOUNT(PENDING-COUNT)
                       TO BUCKET-OVER-90(ENTRY-IDX)
                   ADD PND-AMOUNT(PENDING-COUNT) TO TOTAL-OVER-90
                   ADD 1 TO OVER-90-COUNT
           END-EVALUATE.

       COMPUTE-CREDIT-AGE.
      *> Una fecha malformada no debe abortar el reporte: se trata como
      *> de hoy (0 dias) y la devolucion igual aparece en los totales.
           MOVE 0 TO AGE-DAYS.
           IF CR-RETURN-DATE IS NUMERIC
               COMPUTE ENTRY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CR-RETURN-DATE))
               COMPUTE AGE-DAYS = TODAY-DAY-NUM - ENTRY-DAY-NUM
               IF AGE-DAYS < 0
                   MOVE 0 TO AGE-DAYS
               END-IF
           END-IF.

       FIND-VENDOR-ENTRY.
           MOVE "N" TO ENTRY-FOUND-SW.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > VENDOR-COUNT
               IF AGE-VENDOR(I) = CR-VENDOR
                   MOVE I TO ENTRY-IDX
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CREDITOS DE PROVEEDOR PENDIENTES POR DEVOLUCION "
               "(VCREDIT)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROV.   DEVOL.    0-30 DIAS     31-60 DIAS"
               "     61-90 DIAS       +90 DIAS"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > VENDOR-COUNT
               PERFORM WRITE-VENDOR-BLOCK
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE EDIT-0-30 = TOTAL-0-30 / 100.
           COMPUTE EDIT-31-60 = TOTAL-31-60 / 100.
           COMPUTE EDIT-61-90 = TOTAL-61-90 / 100.
           COMPUTE EDIT-OVER-90 = TOTAL-OVER-90 / 100.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL  " TOTAL-PENDING "  " EDIT-0-30 "  "
               EDIT-31-60 "  " EDIT-61-90 "  " EDIT-OVER-90
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Devoluciones ya acreditadas (no listadas): "
               TOTAL-CREDITED
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF TOTAL-PENDING = 0
               MOVE SPACES TO REPORT-LINE
               STRING "No hay devoluciones esperando nota de "
                   "credito."
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           CLOSE AGING-REPORT-FILE.
           MOVE AGING-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "CREDIT-AGING" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-VENDOR-BLOCK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE EDIT-0-30 = BUCKET-0-30(I) / 100.
           COMPUTE EDIT-31-60 = BUCKET-31-60(I) / 100.
           COMPUTE EDIT-61-90 = BUCKET-61-90(I) / 100.
           COMPUTE EDIT-OVER-90 = BUCKET-OVER-90(I) / 100.
           MOVE SPACES TO REPORT-LINE.
           STRING AGE-VENDOR(I) " " VENDOR-RETURNS(I) "  "
               EDIT-0-30 "  " EDIT-31-60 "  " EDIT-61-90 "  "
               EDIT-OVER-90
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PENDING-COUNT
               IF PND-VENDOR(P) = AGE-VENDOR(I)
                   MOVE PND-QTY(P) TO QTY-EDIT
                   MOVE PND-AGE-DAYS(P) TO AGE-EDIT
                   COMPUTE AMOUNT-EDIT = PND-AMOUNT(P) / 100
                   MOVE SPACES TO REPORT-LINE
                   STRING "    OC " PND-PO-NUMBER(P) " "
                       PND-ITEM(P) " lote " PND-LOT(P) " cant "
                       QTY-EDIT " devuelto " PND-RETURN-DATE(P)
                       " dias " AGE-EDIT " esperado " AMOUNT-EDIT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
