      *> existencia de FRUTASDAT. Antes la mercaderia llegaba y el
      *> unico registro era un movimiento suelto en STKMOVS sin atadura
      *> a lo pedido: los envios cortos eran invisibles.
      *>
      *> Variacion de precio de compra: la entrega trae el costo
      *> unitario facturado y cada linea aplicada se compara contra el
      *> costo pactado de la orden (PO-UNIT-COST, puesto por
      *> VENDOR-REORDER-REPORT desde VENDPRC). El detalle va a PPVRPT
      *> y, si alguna linea pasa la tolerancia TOLERANCIA-PPV de
      *> RUNPARMS (porcentaje, 5 por defecto), la corrida termina en
      *> RC 8 con alerta en OPSALERT.
      *>
      *> Unidades de medida: la entrega puede venir en la unidad de
      *> compra del proveedor (DL-UNIT: CAJA, KG...) y se convierte a
      *> unidades de stock con la tabla FRUTUOM antes de aparear y
      *> postear; el asiento de STKLEDG guarda la cantidad y unidad
      *> originales. Una unidad que el articulo no tiene en FRUTUOM
      *> se rechaza a RJCTFILE (UNIDAD-DESCONOC): una caja de 40
      *> asentada como 40 cajas no se corrige despues.
      *>
      *> Avisos de despacho: la entrega que nombra un ASN (DL-ASN-ID,
      *> dado de alta por ASN-INTAKE en ASNFILE) se confirma en un
      *> paso -- orden, articulo y, si el muelle no cargo cantidad, la
      *> cantidad anunciada salen del aviso -- y el lote y vencimiento
      *> del aviso dan de alta el lote en FRUTLOTE. Si lo contado no es
      *> lo anunciado, RECVRPT lo marca y la corrida termina en RC 8.
      *>
      *> Codigo de barras: el muelle puede escanear el GTIN de la caja
      *> (DL-GTIN) en lugar de tipear el articulo; se resuelve contra
      *> GTINMAST (ver gtins.cpy) y, si es un codigo de bulto, la
      *> cantidad escaneada se multiplica por las unidades del bulto.
      *> Un codigo que no esta en GTINMAST o mal formado se rechaza a
      *> RJCTFILE con el codigo escaneado (GTIN-DESCONOCIDO o
      *> GTIN-INVALIDO).
      *>
      *> Antes de procesar, DLVFILE pasa por el registro de archivos
      *> entrantes INBREG (ver inbs.cpy): un archivo con el mismo
      *> contenido que una llegada anterior no se procesa (RC 8 y
      *> alerta ARCHIVO-REPETIDO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DELIVERY-FILE ASSIGN USING DELIVERY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELIVERY-FILE-STATUS.
           SELECT OPTIONAL PO-FILE ASSIGN USING PO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
      *> recepcion contra orden es una recepcion aplicada como
      *> cualquier otra -- el control de balanceo y el extracto
      *> contable se alimentan de aqui.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
      *> Detalle de existencias por ubicacion (ver locrec.cpy): la
      *> mercaderia recibida entra al deposito, la misma ubicacion
      *> por defecto que el posteo de STKMOVS.
           SELECT OPTIONAL LOCATION-FILE ASSIGN USING LOCATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT RECEIVING-REPORT-FILE
               ASSIGN USING RECEIVING-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIVING-REPORT-STATUS.
      *> Recepciones esperadas por aviso de despacho (ver
      *> asnrec.cpy) y detalle de lotes (ver lotrec.cpy).
           SELECT OPTIONAL ASN-FILE ASSIGN USING ASN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASN-FILE-STATUS.
           SELECT OPTIONAL LOT-FILE ASSIGN USING LOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-FILE-STATUS.
           SELECT PRICE-VARIANCE-FILE
               ASSIGN USING PRICE-VARIANCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRICE-VARIANCE-STATUS.
           COPY runparms.
           COPY uoms.
           COPY gtins.
      *> Archivo compartido de rechazos (ver rjctrec.cpy).
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           COPY inbs.

      *> Candado cooperativo de corrida (ver lockrec.cpy): el nombre se
      *> resuelve en tiempo de corrida porque un mismo programa puede
           SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
           05 DL-ITEM      PIC X(10).
           05 DL-QTY       PIC X(5).
           05 DL-DATE      PIC X(8).
      *> Costo unitario facturado en centavos; en blanco (entregas
      *> viejas o sin factura a mano) = no se mide la variacion.
           05 DL-UNIT-COST PIC X(7).
      *> Unidad en que viene la cantidad (ver uoms.cpy); el costo
      *> facturado es por esa misma unidad. En blanco = unidades de
      *> stock (entregas viejas).
           05 DL-UNIT      PIC X(4).
      *> Aviso de despacho que la entrega confirma (ver asnrec.cpy);
      *> con el aviso, orden, articulo y cantidad pueden venir en
      *> blanco y se toman del ASN.
           05 DL-ASN-ID    PIC X(8).
      *> Codigo de barras escaneado (GTIN-8/12/13/14, ver gtins.cpy)
      *> en lugar del articulo; en blanco = articulo tipeado.
           05 DL-GTIN      PIC X(14).

       FD  PO-FILE.
       01  PO-RECORD.
       01  LOCATION-RECORD.
           COPY locrec.

       FD  ASN-FILE.
       01  ASN-RECORD.
           COPY asnrec.

       FD  LOT-FILE.
       01  LOT-RECORD.
           COPY lotrec.

       FD  RECEIVING-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  PRICE-VARIANCE-FILE.
       01  PRICE-VARIANCE-LINE PIC X(100).

       COPY runparmf.

       COPY uomf.

       COPY gtinf.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY rjctrec.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY inbf.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 DELIVERY-FILE-STATUS PIC XX VALUE "00".
           88 DELIVERY-FILE-OK  VALUE "00".
           88 RECEIVING-REPORT-OK VALUE "00".
       01 REJECT-FILE-STATUS PIC XX VALUE "00".
           88 REJECT-FILE-OK VALUE "00".
       01 PRICE-VARIANCE-STATUS PIC XX VALUE "00".
           88 PRICE-VARIANCE-OK VALUE "00".
       COPY runparmw.
       COPY uomw.
       COPY gtinw.
      *> Unidades por bulto del GTIN escaneado; 1 si la entrega no trae
      *> codigo de barras o si la cantidad sale del ASN.
       01 SCAN-MULTIPLIER PIC 9(5) VALUE 1.

       01 ASN-FILE-STATUS PIC XX VALUE "00".
           88 ASN-FILE-OK  VALUE "00".
           88 ASN-FILE-EOF VALUE "10".
      *> ASNFILE en memoria, para confirmar y regrabar.
       01 ASN-TABLE.
          05 ASN-COUNT PIC 9(3) VALUE 0.
          05 ASN-ENTRY OCCURS 200 TIMES.
             10 ASNT-ID            PIC X(8).
             10 ASNT-VENDOR        PIC X(6).
             10 ASNT-PO-NUMBER     PIC X(6).
             10 ASNT-ITEM          PIC X(10).
             10 ASNT-QTY           PIC 9(5).
             10 ASNT-ORIG-QTY      PIC X(5).
             10 ASNT-ORIG-UNIT     PIC X(4).
             10 ASNT-LOT           PIC X(10).
             10 ASNT-EXP-DATE      PIC X(8).
             10 ASNT-EXPECTED-DATE PIC X(8).
             10 ASNT-INTAKE-DATE   PIC X(8).
             10 ASNT-STATUS        PIC X(1).
             10 ASNT-RECEIVED-QTY  PIC 9(5).
             10 ASNT-RECEIVED-DATE PIC X(8).
       01 ASN-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 ASN-TABLE-FULL-SW PIC X VALUE "N".
           88 ASN-TABLE-FULL VALUE "Y".
       01 ASN-CHANGED-SW PIC X VALUE "N".
           88 ASN-CHANGED VALUE "Y".
       01 A PIC 9(3).
       01 ASN-IDX PIC 9(3).
       01 ASN-DIFF-QTY PIC S9(5).
       01 ASN-DIFF-EDIT PIC -(5)9.
       01 ASN-CONFIRMED-COUNT PIC 9(5) VALUE 0.
       01 ASN-DIFF-COUNT PIC 9(5) VALUE 0.

       01 LOT-FILE-STATUS PIC XX VALUE "00".
           88 LOT-FILE-OK  VALUE "00".
           88 LOT-FILE-EOF VALUE "10".
      *> Detalle de lotes en memoria, mismo esquema que
      *> stock_movement.cbl.
       01 LOT-TABLE.
          05 LOT-COUNT PIC 9(3) VALUE 0.
          05 LOT-ENTRY OCCURS 200 TIMES.
             10 LOT-ITEM PIC X(10).
             10 LOT-NUM  PIC X(10).
             10 LOT-EXP  PIC X(8).
             10 LOT-QTY  PIC 9(5).
             10 LOT-VENDOR PIC X(6).
             10 LOT-STATUS PIC X(1).
       01 LOT-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 T PIC 9(3).
       01 LOT-IDX PIC 9(3).
       01 LOTS-CHANGED-SW PIC X VALUE "N".
           88 LOTS-CHANGED VALUE "Y".
       01 RECEIPT-LOT      PIC X(10).
       01 RECEIPT-EXP-DATE PIC X(8).

      *> Variacion de precio de compra por linea aplicada.
       01 PPV-TOLERANCE-PCT PIC 9(3)V99 VALUE 5.
       01 PO-COST-CENTS     PIC 9(7).
       01 RECEIVED-COST-CENTS PIC 9(7).
       01 PPV-CENTS         PIC S9(7).
       01 PPV-PCT           PIC S9(5)V99.
       01 PPV-ABS-PCT       PIC 9(5)V99.
       01 PPV-EXTENDED      PIC S9(9)V99.
       01 PPV-TOTAL         PIC S9(9)V99 VALUE 0.
       01 PO-COST-EDIT      PIC Z(4)9.99.
       01 RECEIVED-COST-EDIT PIC Z(4)9.99.
       01 PPV-PCT-EDIT      PIC -(5)9.99.
       01 PPV-EXTENDED-EDIT PIC -(8)9.99.
       01 PPV-COMPARED-COUNT PIC 9(5) VALUE 0.
       01 PPV-UNPRICED-COUNT PIC 9(5) VALUE 0.
       01 PPV-OVER-COUNT     PIC 9(5) VALUE 0.

      *> Lineas de orden cargadas de POFILE, para aparear y regrabar.
       01 PO-TABLE.
             10 POT-ORDER-DATE    PIC X(8).
             10 POT-EXPECTED-DATE PIC X(8).
             10 POT-STATUS        PIC X(1).
             10 POT-UNIT-COST     PIC 9(7).
             10 POT-UNIT          PIC X(4).
             10 POT-UNIT-QTY      PIC 9(5).
       01 PO-TABLE-CAPACITY PIC 9(3) VALUE 100.

       01 P PIC 9(3).

       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).

       COPY chainw.
       COPY inbw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 DELIVERY-FILE-NAME         PIC X(40) VALUE "DLVFILE".
          05 PO-FILE-NAME               PIC X(40) VALUE "POFILE".
          05 FRUTAS-FILE-NAME           PIC X(40) VALUE "FRUTASDAT".
          05 LEDGER-FILE-NAME           PIC X(40) VALUE "STKLEDG".
          05 LOCATION-FILE-NAME         PIC X(40) VALUE "FRUTLOC".
          05 RECEIVING-REPORT-FILE-NAME PIC X(40) VALUE "RECVRPT".
          05 ASN-FILE-NAME              PIC X(40) VALUE "ASNFILE".
          05 LOT-FILE-NAME              PIC X(40) VALUE "FRUTLOTE".
          05 PRICE-VARIANCE-FILE-NAME   PIC X(40) VALUE "PPVRPT".
          05 REJECT-FILE-NAME           PIC X(40) VALUE "RJCTFILE".
          05 OPS-ALERT-FILE-NAME        PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 11 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 11.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       MOVE "FRUTASLCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
           GOBACK
       END-IF.

      *> Un archivo repetido no se procesa (ver inbs.cpy).
       MOVE "DLVFILE" TO INBOUND-SOURCE.
       MOVE "PO-RECEIVING" TO INBOUND-PROGRAM.
       PERFORM CHECK-INBOUND-FILE.
       IF INBOUND-DUPLICATE
           CLOSE FRUTAS-FILE
           MOVE "FRUTASLCK" TO LOCK-FILE-NAME
           PERFORM RELEASE-RUN-LOCK
           MOVE "ARCHIVO-REPETIDO" TO ALERT-REASON
           MOVE INBOUND-SOURCE TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM LOAD-PO-TABLE.
       PERFORM LOAD-LOCATION-TABLE.
       PERFORM LOAD-UOM-TABLE.
       PERFORM LOAD-GTIN-TABLE.
       PERFORM LOAD-ASN-TABLE.
       PERFORM LOAD-LOT-TABLE.

       PERFORM LOAD-RUN-PARMS.
       MOVE "TOLERANCIA-PPV" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE PPV-TOLERANCE-PCT = FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.

       OPEN OUTPUT PRICE-VARIANCE-FILE.
       MOVE "VARIACION DE PRECIO DE COMPRA EN RECEPCION" TO
           PRICE-VARIANCE-LINE.
       WRITE PRICE-VARIANCE-LINE.
       MOVE SPACES TO PRICE-VARIANCE-LINE.
       WRITE PRICE-VARIANCE-LINE.
       STRING "ORDEN   ARTICULO    CANT    PACTADO  FACTURADO"
           "   VAR %      VAR TOTAL"
           DELIMITED BY SIZE INTO PRICE-VARIANCE-LINE
       END-STRING.
       WRITE PRICE-VARIANCE-LINE.

       OPEN OUTPUT RECEIVING-REPORT-FILE.
       MOVE "RECEPCIONES APAREADAS CONTRA ORDENES DE COMPRA"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "ASN confirmados: " ASN-CONFIRMED-COUNT
           "  con diferencia de conteo: " ASN-DIFF-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE RECEIVING-REPORT-FILE.
       MOVE RECEIVING-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "PO-RECEIVING" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.
       CLOSE FRUTAS-FILE.

       MOVE SPACES TO PRICE-VARIANCE-LINE.
       WRITE PRICE-VARIANCE-LINE.
       MOVE PPV-TOTAL TO PPV-EXTENDED-EDIT.
       MOVE SPACES TO PRICE-VARIANCE-LINE.
       STRING "Lineas comparadas: " PPV-COMPARED-COUNT
           "  sin precio: " PPV-UNPRICED-COUNT
           "  fuera de tolerancia: " PPV-OVER-COUNT
           "  variacion total: " PPV-EXTENDED-EDIT
           DELIMITED BY SIZE INTO PRICE-VARIANCE-LINE
       END-STRING.
       WRITE PRICE-VARIANCE-LINE.
       CLOSE PRICE-VARIANCE-FILE.
       MOVE PRICE-VARIANCE-FILE-NAME TO RA-FILE-NAME.
       MOVE "PO-RECEIVING" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       PERFORM SAVE-LOCATION-TABLE.
       PERFORM REWRITE-PO-FILE.
       IF LOTS-CHANGED
           PERFORM SAVE-LOT-TABLE
       END-IF.
       IF ASN-CHANGED
           PERFORM REWRITE-ASN-FILE
       END-IF.

       MOVE "FRUTASLCK" TO LOCK-FILE-NAME.
       PERFORM RELEASE-RUN-LOCK.
       DISPLAY "Recepcion: " APPLIED-COUNT " entrega(s) aplicada(s) de "
           DELIVERY-COUNT "; rechazadas: " REJECTED-COUNT "; lineas de "
           "orden cerradas: " CLOSED-COUNT ". Detalle en RECVRPT.".
       MOVE 0 TO RETURN-CODE.
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
           MOVE "RECEP-RECHAZADAS" TO ALERT-REASON
           MOVE REJECTED-COUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       END-IF.
      *> Un precio fuera de tolerancia no frena la recepcion (la
      *> mercaderia ya esta en el deposito), pero compras tiene que
      *> reclamarlo antes de pagar la factura.
       IF PPV-OVER-COUNT > 0
           DISPLAY "Variacion de precio fuera de tolerancia en "
               PPV-OVER-COUNT " linea(s). Detalle en PPVRPT."
           MOVE 8 TO RETURN-CODE
           MOVE "VARIACION-PRECIO" TO ALERT-REASON
           MOVE PPV-OVER-COUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       END-IF.
      *> Lo contado distinto de lo anunciado ya se recibio tal cual se
      *> conto; el aviso equivocado se reclama al proveedor.
       IF ASN-DIFF-COUNT > 0
           DISPLAY "Conteo distinto del ASN en " ASN-DIFF-COUNT
               " entrega(s). Detalle en RECVRPT."
           MOVE 8 TO RETURN-CODE
           MOVE "ASN-DIFERENCIAS" TO ALERT-REASON
           MOVE ASN-DIFF-COUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       END-IF.
       GOBACK.

                               TO POT-EXPECTED-DATE(PO-LINE-COUNT)
                           MOVE PO-STATUS
                               TO POT-STATUS(PO-LINE-COUNT)
                           IF PO-UNIT-COST IS NUMERIC
                               MOVE PO-UNIT-COST
                                   TO POT-UNIT-COST(PO-LINE-COUNT)
                           ELSE
                               MOVE 0 TO POT-UNIT-COST(PO-LINE-COUNT)
                           END-IF
                           MOVE PO-UNIT TO POT-UNIT(PO-LINE-COUNT)
                           IF PO-UNIT-QTY IS NUMERIC
                               MOVE PO-UNIT-QTY
                                   TO POT-UNIT-QTY(PO-LINE-COUNT)
                           ELSE
                               MOVE 0 TO POT-UNIT-QTY(PO-LINE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DELIVERY-FILE.

       RECEIVE-ONE-DELIVERY.
           MOVE 0 TO ASN-IDX.
           MOVE SPACES TO RECEIPT-LOT.
           MOVE SPACES TO RECEIPT-EXP-DATE.
           MOVE 1 TO SCAN-MULTIPLIER.
           IF DL-GTIN NOT = SPACES
               PERFORM RESOLVE-DELIVERY-GTIN
               IF REJECT-REASON-CODE NOT = SPACES
                   PERFORM REJECT-DELIVERY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF DL-ASN-ID NOT = SPACES
      *> La cantidad anunciada por el ASN ya esta en unidades: el
      *> multiplicador del bulto solo vale para lo contado en muelle.
               IF DL-QTY = SPACES
                   MOVE 1 TO SCAN-MULTIPLIER
               END-IF
               PERFORM MATCH-DELIVERY-TO-ASN
               IF ASN-IDX = 0
                   PERFORM REJECT-DELIVERY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF DL-QTY IS NOT NUMERIC
               MOVE "CANT-NO-NUMERICA" TO REJECT-REASON-CODE
               PERFORM REJECT-DELIVERY
               EXIT PARAGRAPH
           END-IF.
      *> A unidades de stock antes de aparear: lo pedido y lo
      *> recibido de la orden estan en unidades de stock.
           MOVE DL-ITEM TO UOM-ITEM-WANTED.
           MOVE DL-UNIT TO UOM-UNIT-WANTED.
           MOVE DL-QTY TO UOM-QTY-IN.
           PERFORM CONVERT-TO-STOCK-UNIT.
           IF NOT UOM-FOUND
               MOVE "UNIDAD-DESCONOC" TO REJECT-REASON-CODE
               PERFORM REJECT-DELIVERY
               EXIT PARAGRAPH
           END-IF.
           IF SCAN-MULTIPLIER > 1
               COMPUTE UOM-QTY-OUT = UOM-QTY-OUT * SCAN-MULTIPLIER
                   ON SIZE ERROR
                       MOVE 99999999 TO UOM-QTY-OUT
               END-COMPUTE
           END-IF.
           IF UOM-QTY-OUT > 99999
               MOVE "CONVERSION-EXCED" TO REJECT-REASON-CODE
               PERFORM REJECT-DELIVERY
               EXIT PARAGRAPH
           END-IF.
           MOVE UOM-QTY-OUT TO RECEIVED-QTY.
           PERFORM FIND-OPEN-PO-LINE.
           IF PO-LINE-IDX = 0
               MOVE "OC-DESCONOCIDA" TO REJECT-REASON-CODE
               POT-RECEIVED(PO-LINE-IDX) " de " POT-QTY(PO-LINE-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           IF UOM-CONVERTED
               STRING FUNCTION TRIM(REPORT-LINE) "  (" DL-QTY " "
                   FUNCTION TRIM(DL-UNIT) ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           IF SCAN-MULTIPLIER > 1
               STRING FUNCTION TRIM(REPORT-LINE) "  (" DL-QTY
                   " bultos de " SCAN-MULTIPLIER ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           IF POT-RECEIVED(PO-LINE-IDX) >= POT-QTY(PO-LINE-IDX)
               MOVE "C" TO POT-STATUS(PO-LINE-IDX)
               ADD 1 TO CLOSED-COUNT
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
           IF ASN-IDX > 0
               PERFORM CONFIRM-ASN
           END-IF.
           PERFORM WRITE-PRICE-VARIANCE.

       RESOLVE-DELIVERY-GTIN.
      *> Codigo escaneado -> articulo propio y unidades por bulto. Deja
      *> REJECT-REASON-CODE cargado si no se puede resolver.
           MOVE SPACES TO REJECT-REASON-CODE.
           MOVE DL-GTIN TO GTIN-WANTED.
           PERFORM RESOLVE-GTIN.
           IF GTIN-MALFORMED
               MOVE "GTIN-INVALIDO" TO REJECT-REASON-CODE
               EXIT PARAGRAPH
           END-IF.
           IF GTIN-UNKNOWN
               MOVE "GTIN-DESCONOCIDO" TO REJECT-REASON-CODE
               EXIT PARAGRAPH
           END-IF.
      *> Articulo tipeado y escaneado a la vez: tienen que coincidir.
           IF DL-ITEM NOT = SPACES AND DL-ITEM NOT = GTIN-ITEM-FOUND
               MOVE "GTIN-NO-COINCIDE" TO REJECT-REASON-CODE
               EXIT PARAGRAPH
           END-IF.
      *> Un bulto ya es una unidad de compra: no se combina con otra
      *> unidad de FRUTUOM.
           IF GTIN-MULT-FOUND > 1 AND DL-UNIT NOT = SPACES
               MOVE "GTIN-CON-UNIDAD" TO REJECT-REASON-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE GTIN-ITEM-FOUND TO DL-ITEM.
           MOVE GTIN-MULT-FOUND TO SCAN-MULTIPLIER.

       MATCH-DELIVERY-TO-ASN.
      *> Renglon esperado del aviso para el articulo de la entrega (o
      *> el primero esperado del aviso, si el muelle no cargo
      *> articulo). Deja REJECT-REASON-CODE cargado si no aparea.
           MOVE 0 TO ASN-IDX.
           IF ASN-TABLE-FULL
               MOVE "ASN-TABLA-LLENA" TO REJECT-REASON-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > ASN-COUNT
               IF ASNT-ID(A) = DL-ASN-ID AND ASNT-STATUS(A) = "E"
                   IF DL-ITEM = SPACES
                           OR FUNCTION TRIM(ASNT-ITEM(A))
                               = FUNCTION TRIM(DL-ITEM)
                       MOVE A TO ASN-IDX
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           IF ASN-IDX = 0
               MOVE "ASN-DESCONOCIDO" TO REJECT-REASON-CODE
               EXIT PARAGRAPH
           END-IF.
           IF DL-PO-NUMBER NOT = SPACES
                   AND DL-PO-NUMBER NOT = ASNT-PO-NUMBER(ASN-IDX)
               MOVE 0 TO ASN-IDX
               MOVE "ASN-OTRA-OC" TO REJECT-REASON-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE ASNT-PO-NUMBER(ASN-IDX) TO DL-PO-NUMBER.
           MOVE ASNT-ITEM(ASN-IDX) TO DL-ITEM.
      *> Confirmacion en un paso: sin cantidad contada vale la
      *> anunciada, que ya esta en unidades de stock.
           IF DL-QTY = SPACES
               MOVE ASNT-QTY(ASN-IDX) TO DL-QTY
               MOVE SPACES TO DL-UNIT
           END-IF.
           MOVE ASNT-LOT(ASN-IDX) TO RECEIPT-LOT.
           MOVE ASNT-EXP-DATE(ASN-IDX) TO RECEIPT-EXP-DATE.

       CONFIRM-ASN.
           MOVE "R" TO ASNT-STATUS(ASN-IDX).
           MOVE RECEIVED-QTY TO ASNT-RECEIVED-QTY(ASN-IDX).
           MOVE BUSINESS-DATE
               TO ASNT-RECEIVED-DATE(ASN-IDX).
           SET ASN-CHANGED TO TRUE.
           ADD 1 TO ASN-CONFIRMED-COUNT.
           IF RECEIVED-QTY = ASNT-QTY(ASN-IDX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ASN-DIFF-COUNT.
           COMPUTE ASN-DIFF-QTY = RECEIVED-QTY - ASNT-QTY(ASN-IDX).
           MOVE ASN-DIFF-QTY TO ASN-DIFF-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "          *** DIFERENCIA CON ASN " DL-ASN-ID
               ": anunciado " ASNT-QTY(ASN-IDX) ", contado "
               RECEIVED-QTY " (" FUNCTION TRIM(ASN-DIFF-EDIT) ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-PRICE-VARIANCE.
      *> Una linea por entrega aplicada. Sin costo pactado o sin costo
      *> facturado no hay contra que medir: se lista igual, para que
      *> compras vea que ordenes salieron sin precio.
           MOVE POT-UNIT-COST(PO-LINE-IDX) TO PO-COST-CENTS.
           IF DL-UNIT-COST IS NUMERIC
               MOVE DL-UNIT-COST TO RECEIVED-COST-CENTS
      *> Facturado por caja o por kilo: se lleva a costo por unidad
      *> de stock, que es como se pacta PO-UNIT-COST.
               IF UOM-CONVERTED
                   COMPUTE RECEIVED-COST-CENTS ROUNDED =
                       RECEIVED-COST-CENTS / UOM-FACTOR-FOUND
               END-IF
      *> Lo mismo para el codigo de bulto: la factura es por bulto.
               IF SCAN-MULTIPLIER > 1
                   COMPUTE RECEIVED-COST-CENTS ROUNDED =
                       RECEIVED-COST-CENTS / SCAN-MULTIPLIER
               END-IF
           ELSE
               MOVE 0 TO RECEIVED-COST-CENTS
           END-IF.
           MOVE SPACES TO PRICE-VARIANCE-LINE.
           IF PO-COST-CENTS = 0 OR RECEIVED-COST-CENTS = 0
               ADD 1 TO PPV-UNPRICED-COUNT
               STRING "OC" DL-PO-NUMBER " " DL-ITEM " " RECEIVED-QTY
                   "  SIN PRECIO PACTADO O FACTURADO"
                   DELIMITED BY SIZE INTO PRICE-VARIANCE-LINE
               END-STRING
               WRITE PRICE-VARIANCE-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PPV-COMPARED-COUNT.
           COMPUTE PPV-CENTS = RECEIVED-COST-CENTS - PO-COST-CENTS.
           COMPUTE PPV-PCT ROUNDED = PPV-CENTS * 100 / PO-COST-CENTS.
           COMPUTE PPV-EXTENDED = PPV-CENTS * RECEIVED-QTY / 100.
           ADD PPV-EXTENDED TO PPV-TOTAL.
           COMPUTE PO-COST-EDIT = PO-COST-CENTS / 100.
           COMPUTE RECEIVED-COST-EDIT = RECEIVED-COST-CENTS / 100.
           MOVE PPV-PCT TO PPV-PCT-EDIT.
           MOVE PPV-EXTENDED TO PPV-EXTENDED-EDIT.
           STRING "OC" DL-PO-NUMBER " " DL-ITEM " " RECEIVED-QTY " "
               PO-COST-EDIT "  " RECEIVED-COST-EDIT " "
               PPV-PCT-EDIT " " PPV-EXTENDED-EDIT
               DELIMITED BY SIZE INTO PRICE-VARIANCE-LINE
           END-STRING.
      *> La tolerancia se mide en ambos sentidos: una baja grande
      *> tambien merece mirarse (error de factura o de lista).
           IF PPV-PCT < 0
               COMPUTE PPV-ABS-PCT = 0 - PPV-PCT
           ELSE
               MOVE PPV-PCT TO PPV-ABS-PCT
           END-IF.
           IF PPV-ABS-PCT > PPV-TOLERANCE-PCT
               ADD 1 TO PPV-OVER-COUNT
               STRING FUNCTION TRIM(PRICE-VARIANCE-LINE TRAILING)
                   "  *** FUERA DE TOLERANCIA"
                   DELIMITED BY SIZE INTO PRICE-VARIANCE-LINE
               END-STRING
           END-IF.
           WRITE PRICE-VARIANCE-LINE.

       FIND-OPEN-PO-LINE.
           MOVE 0 TO PO-LINE-IDX.
           MOVE ONHAND-QTY TO FRUTA-QTY.
      *> La recepcion cuenta en los acumuladores del periodo (rueda
      *> perezosa, misma regla que el posteo: ver frutarec.cpy).
           MOVE BUSINESS-DATE(1:6) TO CURRENT-PERIOD.
           IF FRUTA-MTD-RECV IS NUMERIC
               MOVE FRUTA-MTD-RECV TO MTD-RECV-NUM
           ELSE
      *> ubicacion.
           PERFORM WRITE-LEDGER-ENTRY.
           PERFORM APPLY-LOCATION-RECEIPT.
           PERFORM APPLY-LOT-RECEIPT.

       WRITE-LEDGER-ENTRY.
      *> Asiento permanente (abrir/escribir/cerrar por registro,
      *> igual que stock_movement.cbl).
           PERFORM LOAD-LEDGER-CHAIN-TAIL.
           OPEN EXTEND LEDGER-FILE.
           IF NOT LEDGER-FILE-OK
               CLOSE LEDGER-FILE
           MOVE DL-ITEM TO LG-ITEM.
           MOVE RECEIVED-QTY TO LG-QTY.
           MOVE ONHAND-QTY TO LG-BALANCE.
           MOVE FRUTA-COST TO LG-UNIT-COST.
           MOVE DEFAULT-RECEIPT-LOCATION TO LG-LOCATION.
           MOVE SPACES TO LG-REASON.
           MOVE RECEIPT-LOT TO LG-LOT.
           IF UOM-CONVERTED
               MOVE DL-QTY TO LG-ORIG-QTY
               MOVE DL-UNIT TO LG-ORIG-UNIT
           ELSE
               MOVE SPACES TO LG-ORIG-QTY
               MOVE SPACES TO LG-ORIG-UNIT
           END-IF.
           IF SCAN-MULTIPLIER > 1
               MOVE DL-QTY TO LG-ORIG-QTY
               MOVE "BLTO" TO LG-ORIG-UNIT
           END-IF.
           MOVE SPACES TO LG-PRIOR-COST.
           MOVE SPACES TO LG-OPERATOR.
           PERFORM SEAL-LEDGER-RECORD.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.

           END-IF.
           ADD RECEIVED-QTY TO LOC-QTY(LOC-IDX).

       APPLY-LOT-RECEIPT.
      *> Solo la recepcion que trae lote (hoy, la confirmada por ASN)
      *> da de alta o suma sobre el renglon (articulo, lote), igual
      *> que la recepcion con lote de STOCK-MOVEMENT.
           IF RECEIPT-LOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LOT-IDX.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > LOT-COUNT
               IF FUNCTION TRIM(LOT-ITEM(T)) = FUNCTION TRIM(DL-ITEM)
                       AND LOT-NUM(T) = RECEIPT-LOT
                   MOVE T TO LOT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LOT-IDX = 0
               IF LOT-COUNT < LOT-TABLE-CAPACITY
                   ADD 1 TO LOT-COUNT
                   MOVE DL-ITEM TO LOT-ITEM(LOT-COUNT)
                   MOVE RECEIPT-LOT TO LOT-NUM(LOT-COUNT)
                   MOVE RECEIPT-EXP-DATE TO LOT-EXP(LOT-COUNT)
                   MOVE 0 TO LOT-QTY(LOT-COUNT)
                   MOVE SPACES TO LOT-STATUS(LOT-COUNT)
                   MOVE LOT-COUNT TO LOT-IDX
               ELSE
                   DISPLAY "Aviso: tabla de lotes llena ("
                       LOT-TABLE-CAPACITY "); el lote "
                       FUNCTION TRIM(RECEIPT-LOT) " de '"
                       FUNCTION TRIM(DL-ITEM) "' no se registra."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD RECEIVED-QTY TO LOT-QTY(LOT-IDX).
           IF RECEIPT-EXP-DATE NOT = SPACES
               MOVE RECEIPT-EXP-DATE TO LOT-EXP(LOT-IDX)
           END-IF.
           MOVE POT-VENDOR(PO-LINE-IDX) TO LOT-VENDOR(LOT-IDX).
           SET LOTS-CHANGED TO TRUE.

       LOAD-LOT-TABLE.
           MOVE 0 TO LOT-COUNT.
           OPEN INPUT LOT-FILE.
           IF LOT-FILE-OK
               PERFORM UNTIL LOT-FILE-EOF
                       OR LOT-COUNT >= LOT-TABLE-CAPACITY
                   READ LOT-FILE
                       AT END
                           SET LOT-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO LOT-COUNT
                           MOVE LT-ITEM TO LOT-ITEM(LOT-COUNT)
                           MOVE LT-LOT TO LOT-NUM(LOT-COUNT)
                           MOVE LT-EXP-DATE TO LOT-EXP(LOT-COUNT)
                           MOVE LT-VENDOR TO LOT-VENDOR(LOT-COUNT)
                           MOVE LT-STATUS TO LOT-STATUS(LOT-COUNT)
                           IF LT-QTY IS NUMERIC
                               MOVE LT-QTY TO LOT-QTY(LOT-COUNT)
                           ELSE
                               MOVE 0 TO LOT-QTY(LOT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOT-FILE.

       SAVE-LOT-TABLE.
      *> Mismo regrabado que stock_movement.cbl: los lotes en cero no
      *> se conservan.
           OPEN OUTPUT LOT-FILE.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > LOT-COUNT
               IF LOT-QTY(T) > 0
                   MOVE LOT-ITEM(T) TO LT-ITEM
                   MOVE LOT-NUM(T) TO LT-LOT
                   MOVE LOT-EXP(T) TO LT-EXP-DATE
                   MOVE LOT-QTY(T) TO LT-QTY
                   MOVE LOT-VENDOR(T) TO LT-VENDOR
                   MOVE LOT-STATUS(T) TO LT-STATUS
                   WRITE LOT-RECORD
               END-IF
           END-PERFORM.
           CLOSE LOT-FILE.

       LOAD-ASN-TABLE.
      *> Si ASNFILE no entra entero en la tabla no se regraba (se
      *> perderian avisos): las entregas con ASN se rechazan.
           MOVE 0 TO ASN-COUNT.
           OPEN INPUT ASN-FILE.
           IF ASN-FILE-OK
               PERFORM UNTIL ASN-FILE-EOF
                   READ ASN-FILE
                       AT END
                           SET ASN-FILE-EOF TO TRUE
                       NOT AT END
                           IF ASN-COUNT >= ASN-TABLE-CAPACITY
                               SET ASN-TABLE-FULL TO TRUE
                               SET ASN-FILE-EOF TO TRUE
                           ELSE
                               PERFORM ADD-ASN-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ASN-FILE.
           IF ASN-TABLE-FULL
               DISPLAY "Aviso: ASNFILE supera " ASN-TABLE-CAPACITY
                   " renglones; no se confirman ASN en esta corrida."
           END-IF.

       ADD-ASN-ENTRY.
           ADD 1 TO ASN-COUNT.
           MOVE AS-ASN-ID TO ASNT-ID(ASN-COUNT).
           MOVE AS-VENDOR TO ASNT-VENDOR(ASN-COUNT).
           MOVE AS-PO-NUMBER TO ASNT-PO-NUMBER(ASN-COUNT).
           MOVE AS-ITEM TO ASNT-ITEM(ASN-COUNT).
           IF AS-QTY IS NUMERIC
               MOVE AS-QTY TO ASNT-QTY(ASN-COUNT)
           ELSE
               MOVE 0 TO ASNT-QTY(ASN-COUNT)
           END-IF.
           MOVE AS-ORIG-QTY TO ASNT-ORIG-QTY(ASN-COUNT).
           MOVE AS-ORIG-UNIT TO ASNT-ORIG-UNIT(ASN-COUNT).
           MOVE AS-LOT TO ASNT-LOT(ASN-COUNT).
           MOVE AS-EXP-DATE TO ASNT-EXP-DATE(ASN-COUNT).
           MOVE AS-EXPECTED-DATE TO ASNT-EXPECTED-DATE(ASN-COUNT).
           MOVE AS-INTAKE-DATE TO ASNT-INTAKE-DATE(ASN-COUNT).
           MOVE AS-STATUS TO ASNT-STATUS(ASN-COUNT).
           IF AS-RECEIVED-QTY IS NUMERIC
               MOVE AS-RECEIVED-QTY TO ASNT-RECEIVED-QTY(ASN-COUNT)
           ELSE
               MOVE 0 TO ASNT-RECEIVED-QTY(ASN-COUNT)
           END-IF.
           MOVE AS-RECEIVED-DATE TO ASNT-RECEIVED-DATE(ASN-COUNT).

       REWRITE-ASN-FILE.
           OPEN OUTPUT ASN-FILE.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > ASN-COUNT
               MOVE ASNT-ID(A) TO AS-ASN-ID
               MOVE ASNT-VENDOR(A) TO AS-VENDOR
               MOVE ASNT-PO-NUMBER(A) TO AS-PO-NUMBER
               MOVE ASNT-ITEM(A) TO AS-ITEM
               MOVE ASNT-QTY(A) TO AS-QTY
               MOVE ASNT-ORIG-QTY(A) TO AS-ORIG-QTY
               MOVE ASNT-ORIG-UNIT(A) TO AS-ORIG-UNIT
               MOVE ASNT-LOT(A) TO AS-LOT
               MOVE ASNT-EXP-DATE(A) TO AS-EXP-DATE
               MOVE ASNT-EXPECTED-DATE(A) TO AS-EXPECTED-DATE
               MOVE ASNT-INTAKE-DATE(A) TO AS-INTAKE-DATE
               MOVE ASNT-STATUS(A) TO AS-STATUS
               MOVE ASNT-RECEIVED-QTY(A) TO AS-RECEIVED-QTY
               MOVE ASNT-RECEIVED-DATE(A) TO AS-RECEIVED-DATE
               WRITE ASN-RECORD
           END-PERFORM.
           CLOSE ASN-FILE.

       REJECT-DELIVERY.
           ADD 1 TO REJECTED-COUNT.
           MOVE SPACES TO REPORT-LINE.
               DL-QTY "  motivo: " REJECT-REASON-CODE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           IF DL-GTIN NOT = SPACES
               STRING FUNCTION TRIM(REPORT-LINE) "  GTIN " DL-GTIN
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
           OPEN EXTEND REJECT-FILE.
           IF NOT REJECT-FILE-OK
           MOVE "PO-RECEIVING" TO RJ-PROGRAM.
           MOVE "DLVFILE" TO RJ-FILE.
           MOVE DELIVERY-RECORD(1:20) TO RJ-IMAGE.
      *> El codigo que no se pudo resolver va tal cual se escaneo.
           IF REJECT-REASON-CODE(1:5) = "GTIN-"
               MOVE SPACES TO RJ-IMAGE
               STRING DL-PO-NUMBER DL-GTIN
                   DELIMITED BY SIZE INTO RJ-IMAGE
               END-STRING
           END-IF.
           MOVE REJECT-REASON-CODE TO RJ-REASON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RJ-DATE.
           MOVE SPACE TO RJ-STATUS.
           MOVE SPACES TO RJ-REPAIR-DATE.
           PERFORM CHECK-REJECT-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.
           DISPLAY "Rechazada: entrega OC" DL-PO-NUMBER " de '"
               MOVE POT-ORDER-DATE(P) TO PO-ORDER-DATE
               MOVE POT-EXPECTED-DATE(P) TO PO-EXPECTED-DATE
               MOVE POT-STATUS(P) TO PO-STATUS
               MOVE POT-UNIT-COST(P) TO PO-UNIT-COST
               MOVE POT-UNIT(P) TO PO-UNIT
               MOVE POT-UNIT-QTY(P) TO PO-UNIT-QTY
               WRITE PO-RECORD
           END-PERFORM.
           CLOSE PO-FILE.
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

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
           MOVE "PO-RECEIVING" TO LOCK-PROGRAM.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY runparmp.

       COPY uomp.

       COPY gtinp.

       COPY chainp.

       COPY ledgchnp.

       COPY inbp.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
       COPY rsnrjp.
       COPY rarcp.
