       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTB-STATUS-REPORT.

      *> Estado del presupuesto de compras del mes (open to buy, ver
      *> otbs.cpy): para cada proveedor, y para cada nodo de categoria
      *> con presupuesto, el presupuesto de OTBBUDG, lo comprometido
      *> (pedido en el mes y todavia no recibido en lineas abiertas de
      *> POFILE), lo recibido y lo que queda disponible. Los
      *> proveedores con compras en el mes pero sin presupuesto salen
      *> igual, marcados SIN PRESUP., para que compras vea lo que no
      *> esta controlado. Montos en pesos.
      *>
      *> Parametro opcional AAAAMM; sin el, el mes en curso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDOR-FILE ASSIGN USING VENDOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT OPTIONAL PO-FILE ASSIGN USING PO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
           SELECT OTB-REPORT-FILE ASSIGN USING OTB-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OTB-REPORT-STATUS.
           COPY otbs.
           COPY catgs.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           COPY vendrec.

       FD  PO-FILE.
       01  PO-RECORD.
           COPY porec.

       FD  OTB-REPORT-FILE.
       01  REPORT-LINE PIC X(110).

       COPY otbf.

       COPY catgf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 VENDOR-FILE-STATUS PIC XX VALUE "00".
           88 VENDOR-FILE-OK  VALUE "00".
           88 VENDOR-FILE-EOF VALUE "10".
       01 PO-FILE-STATUS PIC XX VALUE "00".
           88 PO-FILE-OK  VALUE "00".
           88 PO-FILE-EOF VALUE "10".
       01 OTB-REPORT-STATUS PIC XX VALUE "00".
           88 OTB-REPORT-OK VALUE "00".

       01 MONTH-PARM PIC X(6).
       01 MONTH-NUMBER PIC 99.

      *> Nombres de proveedor (el primero de VENDMAST por codigo).
       01 VENDOR-NAME-TABLE.
          05 VNT-COUNT PIC 9(3) VALUE 0.
          05 VNT-ENTRY OCCURS 200 TIMES.
             10 VNT-CODE PIC X(6).
             10 VNT-NAME PIC X(20).
       01 VN PIC 9(3).

       01 J PIC 9(3).
       01 SWAP-OTB PIC X(44).
       01 ROW-NAME PIC X(20).
       01 ROW-REMAINING PIC S9(11).
       01 ROW-FLAG PIC X(12).
       01 PASS-TYPE PIC X(1).
       01 SECTION-TITLE PIC X(20).
       01 EDITED-BUDGET    PIC Z(8)9.99.
       01 EDITED-OPEN      PIC Z(8)9.99.
       01 EDITED-RECEIVED  PIC Z(8)9.99.
       01 EDITED-REMAINING PIC -(9)9.99.

       01 PO-LINE-COUNT PIC 9(5) VALUE 0.
       01 OVER-BUDGET-COUNT PIC 9(3) VALUE 0.
       01 NO-BUDGET-COUNT PIC 9(3) VALUE 0.
       01 TABLE-OVERFLOW-SW PIC X VALUE "N".
           88 TABLE-OVERFLOW VALUE "Y".

       COPY otbw.
       COPY catgw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 VENDOR-FILE-NAME     PIC X(40) VALUE "VENDMAST".
          05 PO-FILE-NAME         PIC X(40) VALUE "POFILE".
          05 OTB-REPORT-FILE-NAME PIC X(40) VALUE "OTBRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT MONTH-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO MONTH-PARM
       END-ACCEPT.
       MOVE BUSINESS-DATE(1:6) TO OTB-MONTH.
       IF MONTH-PARM IS NUMERIC
           MOVE MONTH-PARM(5:2) TO MONTH-NUMBER
           IF MONTH-NUMBER >= 1 AND MONTH-NUMBER <= 12
               MOVE MONTH-PARM TO OTB-MONTH
           END-IF
       END-IF.

       PERFORM LOAD-VENDOR-NAMES.
       PERFORM LOAD-CATEGORY-TABLES.
       PERFORM LOAD-OTB-BUDGETS.
       PERFORM SCAN-PO-LINES.
       PERFORM SORT-OTB-TABLE.

       OPEN OUTPUT OTB-REPORT-FILE.
       MOVE "PRESUPUESTO DE COMPRAS (OPEN TO BUY)" TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Mes: " OTB-MONTH(1:4) "-" OTB-MONTH(5:2)
           "   Fecha: " BUSINESS-DATE
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.

       MOVE "V" TO PASS-TYPE.
       MOVE "POR PROVEEDOR" TO SECTION-TITLE.
       PERFORM WRITE-SECTION.
       MOVE "C" TO PASS-TYPE.
       MOVE "POR CATEGORIA" TO SECTION-TITLE.
       PERFORM WRITE-SECTION.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Renglones: " OTB-COUNT "   excedidos: "
           OVER-BUDGET-COUNT "   proveedores sin presupuesto: "
           NO-BUDGET-COUNT "   lineas de orden del mes: "
           PO-LINE-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE OTB-REPORT-FILE.
       MOVE OTB-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "OTB-STATUS-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Presupuesto de compras de " OTB-MONTH
           " grabado en OTBRPT (" OTB-COUNT " renglon(es), "
           OVER-BUDGET-COUNT " excedido(s)).".
      *> RC 4 si algun presupuesto ya esta excedido.
       EVALUATE TRUE
           WHEN TABLE-OVERFLOW
               MOVE 8 TO RETURN-CODE
           WHEN OVER-BUDGET-COUNT > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE 0 TO RETURN-CODE
       END-EVALUATE.
       GOBACK.

       LOAD-VENDOR-NAMES.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-OK
               PERFORM UNTIL VENDOR-FILE-EOF
                   READ VENDOR-FILE
                       AT END
                           SET VENDOR-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-VENDOR-NAME
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VENDOR-FILE.

       ADD-VENDOR-NAME.
           PERFORM VARYING VN FROM 1 BY 1 UNTIL VN > VNT-COUNT
               IF VNT-CODE(VN) = VN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF VNT-COUNT < 200
               ADD 1 TO VNT-COUNT
               MOVE VN-CODE TO VNT-CODE(VNT-COUNT)
               MOVE VN-NAME TO VNT-NAME(VNT-COUNT)
           END-IF.

       SCAN-PO-LINES.
      *> Lineas emitidas en el mes; lo recibido cuenta siempre, lo
      *> pendiente solo si la linea sigue abierta (mismo criterio que
      *> VENDOR-REORDER-REPORT).
           OPEN INPUT PO-FILE.
           IF PO-FILE-OK
               PERFORM UNTIL PO-FILE-EOF
                   READ PO-FILE
                       AT END
                           SET PO-FILE-EOF TO TRUE
                       NOT AT END
                           IF PO-ORDER-DATE(1:6) = OTB-MONTH
                               PERFORM ADD-ONE-PO-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PO-FILE.

       ADD-ONE-PO-LINE.
           ADD 1 TO PO-LINE-COUNT.
           IF PO-UNIT-COST IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           PERFORM ENSURE-VENDOR-ROW.
           MOVE PO-VENDOR TO OTB-LINE-VENDOR.
           MOVE PO-ITEM TO OTB-LINE-ITEM.
           COMPUTE OTB-RECEIVED-VALUE = PO-RECEIVED * PO-UNIT-COST.
           MOVE 0 TO OTB-OPEN-VALUE.
           IF PO-STATUS = "A" AND PO-RECEIVED < PO-QTY
               COMPUTE OTB-OPEN-VALUE =
                   (PO-QTY - PO-RECEIVED) * PO-UNIT-COST
           END-IF.
           PERFORM ADD-TO-OTB-BUDGETS.

       ENSURE-VENDOR-ROW.
      *> Proveedor con compras y sin presupuesto: renglon sin monto
      *> para que su actividad se vea.
           PERFORM VARYING OB FROM 1 BY 1 UNTIL OB > OTB-COUNT
               IF OTB-TYPE(OB) = "V"
                       AND OTB-KEY(OB)(1:6) = PO-VENDOR
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF OTB-COUNT >= OTB-TABLE-CAPACITY
               IF NOT TABLE-OVERFLOW
                   DISPLAY "Aviso: mas de " OTB-TABLE-CAPACITY
                       " renglones; el resto queda fuera del reporte."
               END-IF
               SET TABLE-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OTB-COUNT.
           MOVE "V" TO OTB-TYPE(OTB-COUNT).
           MOVE PO-VENDOR TO OTB-KEY(OTB-COUNT).
           MOVE 0 TO OTB-BUDGET(OTB-COUNT).
           MOVE 0 TO OTB-RECEIVED(OTB-COUNT).
           MOVE 0 TO OTB-OPEN(OTB-COUNT).
           MOVE "N" TO OTB-HAS-BUDGET(OTB-COUNT).

       SORT-OTB-TABLE.
           PERFORM VARYING OB FROM 1 BY 1 UNTIL OB >= OTB-COUNT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > OTB-COUNT - OB
                   IF OTB-KEY(J) > OTB-KEY(J + 1)
                       MOVE OTB-ENTRY(J) TO SWAP-OTB
                       MOVE OTB-ENTRY(J + 1) TO OTB-ENTRY(J)
                       MOVE SWAP-OTB TO OTB-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-SECTION.
      *> Renglones del tipo PASS-TYPE bajo SECTION-TITLE; sin
      *> renglones no sale la seccion.
           PERFORM VARYING OB FROM 1 BY 1 UNTIL OB > OTB-COUNT
               IF OTB-TYPE(OB) = PASS-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF OB > OTB-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SECTION-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CLAVE     NOMBRE                PRESUPUESTO "
               "COMPROMETIDO     RECIBIDO    DISPONIBLE"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING OB FROM 1 BY 1 UNTIL OB > OTB-COUNT
               IF OTB-TYPE(OB) = PASS-TYPE
                   PERFORM WRITE-OTB-LINE
               END-IF
           END-PERFORM.

       WRITE-OTB-LINE.
           MOVE SPACES TO ROW-NAME.
           IF OTB-TYPE(OB) = "V"
               PERFORM VARYING VN FROM 1 BY 1 UNTIL VN > VNT-COUNT
                   IF VNT-CODE(VN) = OTB-KEY(OB)(1:6)
                       MOVE VNT-NAME(VN) TO ROW-NAME
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING CG FROM 1 BY 1 UNTIL CG > CG-COUNT
                   IF CG-KEY(CG) = OTB-KEY(OB)
                       MOVE CG-NAME(CG) TO ROW-NAME
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           COMPUTE ROW-REMAINING = OTB-BUDGET(OB) - OTB-RECEIVED(OB)
               - OTB-OPEN(OB).
           MOVE SPACES TO ROW-FLAG.
           EVALUATE TRUE
               WHEN OTB-HAS-BUDGET(OB) = "N"
                   MOVE "SIN PRESUP." TO ROW-FLAG
                   ADD 1 TO NO-BUDGET-COUNT
               WHEN ROW-REMAINING < 0
                   MOVE "*** EXCEDIDO" TO ROW-FLAG
                   ADD 1 TO OVER-BUDGET-COUNT
           END-EVALUATE.
           COMPUTE EDITED-BUDGET = OTB-BUDGET(OB) / 100.
           COMPUTE EDITED-OPEN = OTB-OPEN(OB) / 100.
           COMPUTE EDITED-RECEIVED = OTB-RECEIVED(OB) / 100.
           COMPUTE EDITED-REMAINING = ROW-REMAINING / 100.
           MOVE SPACES TO REPORT-LINE.
           IF OTB-HAS-BUDGET(OB) = "N"
               STRING OTB-KEY(OB) " " ROW-NAME "  " "            "
                   " " EDITED-OPEN " " EDITED-RECEIVED
                   "               " ROW-FLAG
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING OTB-KEY(OB) " " ROW-NAME "  " EDITED-BUDGET
                   " " EDITED-OPEN " " EDITED-RECEIVED " "
                   EDITED-REMAINING " " ROW-FLAG
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

       COPY otbp.

       COPY catgp.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
