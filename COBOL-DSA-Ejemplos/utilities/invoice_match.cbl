       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-MATCH.

      *> Apareo en tres vias de las facturas de proveedores: cada
      *> renglon de INVCFILE (ver invcrec.cpy) se compara contra su
      *> linea de orden en POFILE (proveedor, articulo y costo
      *> pactado) y contra lo efectivamente recibido (PO-RECEIVED,
      *> que mantiene PO-RECEIVING). La factura se decide entera: si
      *> todos sus renglones aparean sale a APRVINV, aprobada para
      *> pago; si alguno no aparea, la factura completa queda retenida
      *> en INVHOLD con el motivo de cada renglon (facturado mas que
      *> lo recibido, precio distinto del de la orden, orden
      *> desconocida). Pagar la mitad de una factura y retener la
      *> otra mitad es peor que retenerla toda.
      *>
      *> Lo ya facturado de cada linea de orden sale del registro
      *> permanente INVCHIST (un renglon por linea aprobada), asi dos
      *> facturas no pueden cobrar dos veces la misma recepcion. Un
      *> numero de factura que el proveedor ya presento y se aprobo
      *> se rechaza a RJCTFILE como duplicado; una factura retenida
      *> no se registra y puede volver a presentarse una vez
      *> resuelto el motivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVOICE-FILE ASSIGN USING INVOICE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-FILE-STATUS.
           SELECT OPTIONAL PO-FILE ASSIGN USING PO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
      *> Registro permanente de renglones de factura aprobados: se lee
      *> entero al arranque y se le agregan los de esta corrida.
           SELECT OPTIONAL INVOICE-HISTORY-FILE
               ASSIGN USING INVOICE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-HISTORY-STATUS.
      *> Facturas aprobadas para pago; se acumulan (EXTEND) hasta que
      *> cuentas a pagar las tome.
           SELECT OPTIONAL APPROVED-FILE ASSIGN USING APPROVED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVED-FILE-STATUS.
           SELECT HOLD-REPORT-FILE ASSIGN USING HOLD-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-REPORT-STATUS.

      *> Archivo compartido de rechazos (ver rjctrec.cpy).
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           COPY invcrec.

       FD  PO-FILE.
       01  PO-RECORD.
           COPY porec.

       FD  INVOICE-HISTORY-FILE.
       01  INVOICE-HISTORY-RECORD.
           05 IH-VENDOR    PIC X(6).
           05 IH-NUMBER    PIC X(10).
           05 IH-PO-NUMBER PIC X(6).
           05 IH-ITEM      PIC X(10).
           05 IH-QTY       PIC 9(5).
           05 IH-DATE      PIC X(8).

      *> Renglon de factura tal como llego (invcrec.cpy) mas la fecha
      *> de aprobacion.
       FD  APPROVED-FILE.
       01  APPROVED-RECORD.
           05 AP-INVOICE-LINE  PIC X(44).
           05 AP-APPROVED-DATE PIC X(8).

       FD  HOLD-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY rjctrec.

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 INVOICE-FILE-STATUS PIC XX VALUE "00".
           88 INVOICE-FILE-OK  VALUE "00".
           88 INVOICE-FILE-EOF VALUE "10".
       01 PO-FILE-STATUS PIC XX VALUE "00".
           88 PO-FILE-OK  VALUE "00".
           88 PO-FILE-EOF VALUE "10".
       01 INVOICE-HISTORY-STATUS PIC XX VALUE "00".
           88 INVOICE-HISTORY-OK  VALUE "00".
           88 INVOICE-HISTORY-EOF VALUE "10".
       01 APPROVED-FILE-STATUS PIC XX VALUE "00".
           88 APPROVED-FILE-OK VALUE "00".
       01 HOLD-REPORT-STATUS PIC XX VALUE "00".
           88 HOLD-REPORT-OK VALUE "00".
       01 REJECT-FILE-STATUS PIC XX VALUE "00".
           88 REJECT-FILE-OK VALUE "00".

      *> Lineas de orden de POFILE; POT-BILLED es lo ya facturado y
      *> aprobado (de INVCHIST) y POT-PENDING lo que la factura en
      *> curso pide sobre la linea.
       01 PO-TABLE.
          05 PO-LINE-COUNT PIC 9(3) VALUE 0.
          05 PO-LINE-ENTRY OCCURS 100 TIMES.
             10 POT-NUMBER    PIC X(6).
             10 POT-VENDOR    PIC X(6).
             10 POT-ITEM      PIC X(10).
             10 POT-RECEIVED  PIC 9(4).
             10 POT-UNIT-COST PIC 9(7).
             10 POT-BILLED    PIC 9(5).
             10 POT-PENDING   PIC 9(5).
       01 PO-TABLE-CAPACITY PIC 9(3) VALUE 100.
       01 P PIC 9(3).
       01 PO-LINE-IDX PIC 9(3).

      *> Facturas ya aprobadas en corridas anteriores (proveedor y
      *> numero), para detectar la que se presenta dos veces.
       01 SEEN-INVOICE-TABLE.
          05 SEEN-COUNT PIC 9(4) VALUE 0.
          05 SEEN-ENTRY OCCURS 1000 TIMES.
             10 SEEN-VENDOR PIC X(6).
             10 SEEN-NUMBER PIC X(10).
       01 SEEN-TABLE-CAPACITY PIC 9(4) VALUE 1000.
       01 S PIC 9(4).
       01 INVOICE-SEEN-SW PIC X VALUE "N".
           88 INVOICE-SEEN VALUE "Y".

      *> Renglones del lote en memoria: la decision es por factura, y
      *> los renglones de una misma factura pueden venir salteados.
       01 BATCH-TABLE.
          05 BATCH-COUNT PIC 9(3) VALUE 0.
          05 BATCH-ENTRY OCCURS 200 TIMES.
             10 BL-IMAGE      PIC X(44).
             10 BL-VENDOR     PIC X(6).
             10 BL-NUMBER     PIC X(10).
             10 BL-PO-NUMBER  PIC X(6).
             10 BL-ITEM       PIC X(10).
             10 BL-QTY        PIC 9(5).
             10 BL-UNIT-PRICE PIC 9(7).
             10 BL-PO-IDX     PIC 9(3).
             10 BL-REASON     PIC X(30).
             10 BL-DONE       PIC X(1).
       01 BATCH-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 B PIC 9(3).
       01 J PIC 9(3).
       01 BATCH-OVERFLOW-SW PIC X VALUE "N".
           88 BATCH-OVERFLOW VALUE "Y".

       01 CURRENT-VENDOR PIC X(6).
       01 CURRENT-NUMBER PIC X(10).
       01 INVOICE-HELD-SW PIC X VALUE "N".
           88 INVOICE-HELD VALUE "Y".
       01 TODAY-DATE PIC X(8).
       01 REJECT-REASON PIC X(30).
       01 REJECT-IMAGE  PIC X(44).
       01 PRICE-EDIT PIC Z(4)9.99.

       01 LINE-COUNT          PIC 9(5) VALUE 0.
       01 APPROVED-LINE-COUNT PIC 9(5) VALUE 0.
       01 HELD-LINE-COUNT     PIC 9(5) VALUE 0.
       01 APPROVED-INV-COUNT  PIC 9(5) VALUE 0.
       01 HELD-INV-COUNT      PIC 9(5) VALUE 0.
       01 REJECTED-COUNT      PIC 9(5) VALUE 0.

       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 INVOICE-FILE-NAME         PIC X(40) VALUE "INVCFILE".
          05 PO-FILE-NAME              PIC X(40) VALUE "POFILE".
          05 INVOICE-HISTORY-FILE-NAME PIC X(40) VALUE "INVCHIST".
          05 APPROVED-FILE-NAME        PIC X(40) VALUE "APRVINV".
          05 HOLD-REPORT-FILE-NAME     PIC X(40) VALUE "INVHOLD".
          05 REJECT-FILE-NAME          PIC X(40) VALUE "RJCTFILE".
          05 OPS-ALERT-FILE-NAME       PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 7 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 7.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       MOVE BUSINESS-DATE TO TODAY-DATE.
       PERFORM LOAD-PO-TABLE.
       PERFORM LOAD-INVOICE-HISTORY.
       PERFORM LOAD-INVOICE-BATCH.

       OPEN OUTPUT HOLD-REPORT-FILE.
       MOVE "FACTURAS DE PROVEEDORES RETENIDAS (APAREO EN TRES VIAS)"
           TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "PROV.  FACTURA     ORDEN  ARTICULO    CANT   "
           "PRECIO   MOTIVO"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.

       PERFORM VARYING B FROM 1 BY 1 UNTIL B > BATCH-COUNT
           IF BL-DONE(B) = "N"
               PERFORM MATCH-ONE-INVOICE
           END-IF
       END-PERFORM.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Renglones: " LINE-COUNT
           "  aprobados: " APPROVED-LINE-COUNT
           "  retenidos: " HELD-LINE-COUNT
           "  rechazados: " REJECTED-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Facturas aprobadas: " APPROVED-INV-COUNT
           "  retenidas: " HELD-INV-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE HOLD-REPORT-FILE.
       MOVE HOLD-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "INVOICE-MATCH" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       IF LINE-COUNT = 0
           DISPLAY "INVCFILE vacio o ausente; sin facturas que aparear."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "Facturas: " APPROVED-INV-COUNT
           " aprobada(s) a APRVINV, " HELD-INV-COUNT
           " retenida(s) en INVHOLD; renglones rechazados: "
           REJECTED-COUNT ".".
       MOVE 0 TO RETURN-CODE.
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
           MOVE "FACTURAS-RECHAZ" TO ALERT-REASON
           MOVE REJECTED-COUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       END-IF.
      *> Una factura retenida es trabajo pendiente de cuentas a pagar
      *> y de compras: que no se pierda en el fin del job.
       IF HELD-INV-COUNT > 0
           MOVE 8 TO RETURN-CODE
           MOVE "FACTURAS-RETEN" TO ALERT-REASON
           MOVE HELD-INV-COUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       END-IF.
       IF BATCH-OVERFLOW
           MOVE 8 TO RETURN-CODE
           MOVE "TABLA-FACTURAS" TO ALERT-REASON
           MOVE BATCH-TABLE-CAPACITY TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       END-IF.
       GOBACK.

       LOAD-PO-TABLE.
           OPEN INPUT PO-FILE.
           IF PO-FILE-OK
               PERFORM UNTIL PO-FILE-EOF
                       OR PO-LINE-COUNT >= PO-TABLE-CAPACITY
                   READ PO-FILE
                       AT END
                           SET PO-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO PO-LINE-COUNT
                           PERFORM LOAD-ONE-PO-LINE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PO-FILE.

       LOAD-ONE-PO-LINE.
           MOVE PO-NUMBER TO POT-NUMBER(PO-LINE-COUNT).
           MOVE PO-VENDOR TO POT-VENDOR(PO-LINE-COUNT).
           MOVE PO-ITEM TO POT-ITEM(PO-LINE-COUNT).
           IF PO-RECEIVED IS NUMERIC
               MOVE PO-RECEIVED TO POT-RECEIVED(PO-LINE-COUNT)
           ELSE
               MOVE 0 TO POT-RECEIVED(PO-LINE-COUNT)
           END-IF.
           IF PO-UNIT-COST IS NUMERIC
               MOVE PO-UNIT-COST TO POT-UNIT-COST(PO-LINE-COUNT)
           ELSE
               MOVE 0 TO POT-UNIT-COST(PO-LINE-COUNT)
           END-IF.
           MOVE 0 TO POT-BILLED(PO-LINE-COUNT).
           MOVE 0 TO POT-PENDING(PO-LINE-COUNT).

       LOAD-INVOICE-HISTORY.
           OPEN INPUT INVOICE-HISTORY-FILE.
           IF INVOICE-HISTORY-OK
               PERFORM UNTIL INVOICE-HISTORY-EOF
                   READ INVOICE-HISTORY-FILE
                       AT END
                           SET INVOICE-HISTORY-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-HISTORY-LINE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE INVOICE-HISTORY-FILE.

       LOAD-ONE-HISTORY-LINE.
           MOVE IH-VENDOR TO CURRENT-VENDOR.
           MOVE IH-NUMBER TO CURRENT-NUMBER.
           PERFORM FIND-SEEN-INVOICE.
           IF NOT INVOICE-SEEN
               PERFORM REMEMBER-INVOICE
           END-IF.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PO-LINE-COUNT
               IF POT-NUMBER(P) = IH-PO-NUMBER
                       AND FUNCTION TRIM(POT-ITEM(P))
                           = FUNCTION TRIM(IH-ITEM)
                   IF IH-QTY IS NUMERIC
                       ADD IH-QTY TO POT-BILLED(P)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-INVOICE-BATCH.
      *> Los renglones ilegibles se rechazan al cargar; los demas
      *> esperan en la tabla a que se decida su factura completa.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-OK
               PERFORM UNTIL INVOICE-FILE-EOF
                   READ INVOICE-FILE
                       AT END
                           SET INVOICE-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO LINE-COUNT
                           PERFORM LOAD-ONE-INVOICE-LINE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE INVOICE-FILE.
           IF BATCH-OVERFLOW
               DISPLAY "Aviso: tabla de renglones de factura llena ("
                   BATCH-TABLE-CAPACITY "); los renglones que siguen "
                   "en INVCFILE quedan sin procesar."
           END-IF.

       LOAD-ONE-INVOICE-LINE.
           MOVE SPACES TO REJECT-REASON.
           EVALUATE TRUE
               WHEN IV-VENDOR = SPACES OR IV-NUMBER = SPACES
                   MOVE "FACTURA SIN PROVEEDOR/NUMERO" TO REJECT-REASON
               WHEN IV-QTY IS NOT NUMERIC
                   MOVE "CANTIDAD NO NUMERICA" TO REJECT-REASON
               WHEN IV-UNIT-PRICE IS NOT NUMERIC
                   MOVE "PRECIO NO NUMERICO" TO REJECT-REASON
           END-EVALUATE.
           IF REJECT-REASON NOT = SPACES
               MOVE INVOICE-RECORD TO REJECT-IMAGE
               PERFORM REJECT-INVOICE-LINE
               EXIT PARAGRAPH
           END-IF.
           IF BATCH-COUNT >= BATCH-TABLE-CAPACITY
               SET BATCH-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BATCH-COUNT.
           MOVE INVOICE-RECORD TO BL-IMAGE(BATCH-COUNT).
           MOVE IV-VENDOR TO BL-VENDOR(BATCH-COUNT).
           MOVE IV-NUMBER TO BL-NUMBER(BATCH-COUNT).
           MOVE IV-PO-NUMBER TO BL-PO-NUMBER(BATCH-COUNT).
           MOVE IV-ITEM TO BL-ITEM(BATCH-COUNT).
           MOVE IV-QTY TO BL-QTY(BATCH-COUNT).
           MOVE IV-UNIT-PRICE TO BL-UNIT-PRICE(BATCH-COUNT).
           MOVE 0 TO BL-PO-IDX(BATCH-COUNT).
           MOVE SPACES TO BL-REASON(BATCH-COUNT).
           MOVE "N" TO BL-DONE(BATCH-COUNT).

       MATCH-ONE-INVOICE.
      *> Junta todos los renglones de la factura de B (mismo proveedor
      *> y numero), los aparea uno por uno y decide la factura entera.
           MOVE BL-VENDOR(B) TO CURRENT-VENDOR.
           MOVE BL-NUMBER(B) TO CURRENT-NUMBER.
           PERFORM FIND-SEEN-INVOICE.
           IF INVOICE-SEEN
               MOVE "FACTURA DUPLICADA" TO REJECT-REASON
               PERFORM VARYING J FROM B BY 1 UNTIL J > BATCH-COUNT
                   IF BL-VENDOR(J) = CURRENT-VENDOR
                           AND BL-NUMBER(J) = CURRENT-NUMBER
                       MOVE BL-IMAGE(J) TO REJECT-IMAGE
                       PERFORM REJECT-INVOICE-LINE
                       MOVE "Y" TO BL-DONE(J)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PO-LINE-COUNT
               MOVE 0 TO POT-PENDING(P)
           END-PERFORM.
           MOVE "N" TO INVOICE-HELD-SW.
           PERFORM VARYING J FROM B BY 1 UNTIL J > BATCH-COUNT
               IF BL-VENDOR(J) = CURRENT-VENDOR
                       AND BL-NUMBER(J) = CURRENT-NUMBER
                   PERFORM MATCH-ONE-LINE
                   IF BL-REASON(J) NOT = SPACES
                       SET INVOICE-HELD TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING J FROM B BY 1 UNTIL J > BATCH-COUNT
               IF BL-VENDOR(J) = CURRENT-VENDOR
                       AND BL-NUMBER(J) = CURRENT-NUMBER
                   IF INVOICE-HELD
                       PERFORM WRITE-HOLD-LINE
                   ELSE
                       PERFORM WRITE-APPROVED-LINE
                   END-IF
                   MOVE "Y" TO BL-DONE(J)
               END-IF
           END-PERFORM.
           IF INVOICE-HELD
               ADD 1 TO HELD-INV-COUNT
           ELSE
               ADD 1 TO APPROVED-INV-COUNT
               PERFORM REMEMBER-INVOICE
           END-IF.

       MATCH-ONE-LINE.
      *> El renglon aparea si la orden existe para ese proveedor y
      *> articulo, lo facturado (sumando lo ya aprobado y lo que pide
      *> esta misma factura) no pasa lo recibido y el precio es el
      *> pactado en la orden.
           MOVE 0 TO PO-LINE-IDX.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PO-LINE-COUNT
               IF POT-NUMBER(P) = BL-PO-NUMBER(J)
                       AND FUNCTION TRIM(POT-ITEM(P))
                           = FUNCTION TRIM(BL-ITEM(J))
                   MOVE P TO PO-LINE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE PO-LINE-IDX TO BL-PO-IDX(J).
           IF PO-LINE-IDX = 0
               MOVE "OC DESCONOCIDA" TO BL-REASON(J)
               EXIT PARAGRAPH
           END-IF.
           IF POT-VENDOR(PO-LINE-IDX) NOT = BL-VENDOR(J)
               MOVE "OC DE OTRO PROVEEDOR" TO BL-REASON(J)
               EXIT PARAGRAPH
           END-IF.
           IF POT-BILLED(PO-LINE-IDX) + POT-PENDING(PO-LINE-IDX)
                   + BL-QTY(J) > POT-RECEIVED(PO-LINE-IDX)
               MOVE "FACTURADO MAYOR QUE RECIBIDO" TO BL-REASON(J)
               EXIT PARAGRAPH
           END-IF.
           IF POT-UNIT-COST(PO-LINE-IDX) = 0
               MOVE "OC SIN PRECIO PACTADO" TO BL-REASON(J)
               EXIT PARAGRAPH
           END-IF.
           IF BL-UNIT-PRICE(J) NOT = POT-UNIT-COST(PO-LINE-IDX)
               MOVE "PRECIO DISTINTO DE LA OC" TO BL-REASON(J)
               EXIT PARAGRAPH
           END-IF.
           ADD BL-QTY(J) TO POT-PENDING(PO-LINE-IDX).

       WRITE-HOLD-LINE.
           ADD 1 TO HELD-LINE-COUNT.
           COMPUTE PRICE-EDIT = BL-UNIT-PRICE(J) / 100.
           MOVE SPACES TO REPORT-LINE.
           STRING BL-VENDOR(J) " " BL-NUMBER(J) "  " BL-PO-NUMBER(J)
               " " BL-ITEM(J) "  " BL-QTY(J) " " PRICE-EDIT "  "
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           IF BL-REASON(J) = SPACES
               MOVE "OTRO RENGLON RETENIDO" TO REPORT-LINE(55:30)
           ELSE
               MOVE BL-REASON(J) TO REPORT-LINE(55:30)
           END-IF.
           WRITE REPORT-LINE.

       WRITE-APPROVED-LINE.
      *> La linea aprobada va a cuentas a pagar y queda en el registro
      *> de lo facturado, que es lo que la proxima factura descuenta.
           ADD 1 TO APPROVED-LINE-COUNT.
           OPEN EXTEND APPROVED-FILE.
           IF NOT APPROVED-FILE-OK
               CLOSE APPROVED-FILE
               OPEN OUTPUT APPROVED-FILE
           END-IF.
           MOVE BL-IMAGE(J) TO AP-INVOICE-LINE.
           MOVE TODAY-DATE TO AP-APPROVED-DATE.
           WRITE APPROVED-RECORD.
           CLOSE APPROVED-FILE.
           OPEN EXTEND INVOICE-HISTORY-FILE.
           IF NOT INVOICE-HISTORY-OK
               CLOSE INVOICE-HISTORY-FILE
               OPEN OUTPUT INVOICE-HISTORY-FILE
           END-IF.
           MOVE BL-VENDOR(J) TO IH-VENDOR.
           MOVE BL-NUMBER(J) TO IH-NUMBER.
           MOVE BL-PO-NUMBER(J) TO IH-PO-NUMBER.
           MOVE BL-ITEM(J) TO IH-ITEM.
           MOVE BL-QTY(J) TO IH-QTY.
           MOVE TODAY-DATE TO IH-DATE.
           WRITE INVOICE-HISTORY-RECORD.
           CLOSE INVOICE-HISTORY-FILE.
           ADD BL-QTY(J) TO POT-BILLED(BL-PO-IDX(J)).

       FIND-SEEN-INVOICE.
           MOVE "N" TO INVOICE-SEEN-SW.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SEEN-COUNT
               IF SEEN-VENDOR(S) = CURRENT-VENDOR
                       AND SEEN-NUMBER(S) = CURRENT-NUMBER
                   SET INVOICE-SEEN TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REMEMBER-INVOICE.
           IF SEEN-COUNT < SEEN-TABLE-CAPACITY
               ADD 1 TO SEEN-COUNT
               MOVE CURRENT-VENDOR TO SEEN-VENDOR(SEEN-COUNT)
               MOVE CURRENT-NUMBER TO SEEN-NUMBER(SEEN-COUNT)
           END-IF.

       REJECT-INVOICE-LINE.
      *> El llamador deja el motivo en REJECT-REASON y la imagen del
      *> renglon en REJECT-IMAGE.
           ADD 1 TO REJECTED-COUNT.
           DISPLAY "Rechazado: factura " REJECT-IMAGE(1:6) " "
               FUNCTION TRIM(REJECT-IMAGE(7:10)) " ("
               FUNCTION TRIM(REJECT-REASON) ").".
           OPEN EXTEND REJECT-FILE.
           IF NOT REJECT-FILE-OK
               CLOSE REJECT-FILE
               OPEN OUTPUT REJECT-FILE
           END-IF.
           MOVE "INVOICE-MATCH" TO RJ-PROGRAM.
           MOVE "INVCFILE" TO RJ-FILE.
           MOVE REJECT-IMAGE(1:20) TO RJ-IMAGE.
           MOVE REJECT-REASON(1:16) TO RJ-REASON.
           MOVE TODAY-DATE TO RJ-DATE.
           MOVE SPACE TO RJ-STATUS.
           MOVE SPACES TO RJ-REPAIR-DATE.
           PERFORM CHECK-REJECT-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "INVOICE-MATCH" TO ALERT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-DATE.
           ACCEPT ALERT-TIME-STAMP FROM TIME.
           MOVE ALERT-TIME-STAMP TO ALERT-TIME.
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
       COPY rsnrjp.
       COPY rarcp.
