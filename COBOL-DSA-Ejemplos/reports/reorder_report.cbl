      *> compras, un proveedor por linea, leida secuencialmente --
      *> mismo trato que SRTLIST/SRTCODE, no hace falta acceso por
      *> clave.
      *>
      *> Cada linea de orden sale con el costo pactado vigente para
      *> ese proveedor y articulo segun la lista de precios VENDPRC
      *> (ver vprcrec.cpy); la linea sin precio pactado se emite igual
      *> pero se cuenta y se avisa, porque a la recepcion no se le
      *> podra medir la variacion de precio.
      *>
      *> La cantidad de cada linea sale del pronostico estacional de
      *> DEMAND-FORECAST (FCSTFILE, ver fcstrec.cpy) cuando hay uno con
      *> cantidad sugerida para el articulo; sin pronostico (o con
      *> sugerida en cero) queda la cantidad fija que pidio el tique.
      *>
      *> Si el articulo tiene unidad de compra habitual en FRUTUOM (ver
      *> uoms.cpy), la linea se redondea hacia arriba a unidades de
      *> compra enteras (no se piden 2.3 cajas): PO-UNIT/PO-UNIT-QTY
      *> dicen lo que se le pide al proveedor y PO-QTY lo mismo en
      *> unidades de stock.
      *>
      *> Abastecimiento multiple: VENDMAST puede tener varios
      *> proveedores por articulo, cada uno con su ranking, plazo,
      *> cantidad minima de orden y estado (ver vendrec.cpy). La orden
      *> va al proveedor activo de mejor ranking que no este fallando
      *> para ese articulo; "fallando" es tener lineas de POFILE
      *> abiertas del articulo atrasadas mas de DIAS-ATRASO-PROV dias
      *> (RUNPARMS, 3 por defecto) o una orden abierta del articulo
      *> mientras el articulo esta en backorder en RSTKBACK. Los
      *> proveedores salteados y el motivo salen en el reporte debajo
      *> de la linea. Si todos fallan, la orden va igual al de mejor
      *> ranking y la linea queda marcada.
      *>
      *> Presupuesto de compras (open to buy, ver otbs.cpy): si el mes
      *> tiene presupuesto para el proveedor o para el nodo de
      *> categoria del articulo, la linea cuyo valor (cantidad por
      *> costo pactado) excede el disponible no se emite; el detalle
      *> queda retenido en RSTKREQ con marca "B" para que un
      *> supervisor decida via RESTOCK-APPROVE, y se reevalua en cada
      *> corrida. Aprobada ("P"), sale en la corrida siguiente sin
      *> mirar el presupuesto. RSTKREQ se regraba bajo el candado
      *> QUEUELCK, igual que RESTOCK-APPROVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDOR-FILE ASSIGN USING VENDOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT OPTIONAL VENDOR-PRICE-FILE
               ASSIGN USING VENDOR-PRICE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-PRICE-STATUS.
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
      *> Maestro de inventario, solo para consultar el estado del
      *> ciclo de vida de cada articulo repedido (ver frutarec.cpy):
      *> un descontinuado o fuera de temporada no se repide.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL RESTOCK-DETAIL-FILE
               ASSIGN USING RESTOCK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTOCK-DETAIL-STATUS.
           SELECT REORDER-REPORT-FILE
               ASSIGN USING REORDER-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REORDER-REPORT-STATUS.
      *> Ordenes de compra generadas desde los repedidos (ver
      *> porec.cpy): una orden numerada por proveedor con todas sus
      *> lineas; EXTEND porque las ordenes abiertas se acumulan hasta
      *> que PO-RECEIVING las cierre.
           SELECT OPTIONAL PO-FILE ASSIGN USING PO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
      *> Pronostico de demanda por articulo, lo regraba entero
      *> DEMAND-FORECAST.
           SELECT OPTIONAL FORECAST-FILE ASSIGN USING FORECAST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORECAST-FILE-STATUS.
      *> Numerador de ordenes persistido, mismo esquema que TICKCTR.
           SELECT OPTIONAL PO-COUNTER-FILE
               ASSIGN USING PO-COUNTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-COUNTER-STATUS.
      *> Backorders abiertos de RESTOCK-FULFILL, para saber que
      *> articulos estan esperando mercaderia.
           SELECT OPTIONAL BACKORDER-FILE
               ASSIGN USING BACKORDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKORDER-FILE-STATUS.
      *> Area de trabajo para regrabar RSTKREQ con las marcas de
      *> retencion por presupuesto, mismo esquema que
      *> restock_approve.cbl.
           SELECT WORK-DETAIL-FILE ASSIGN USING WORK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-DETAIL-STATUS.
      *> Candado cooperativo de corrida (ver lockrec.cpy).
           SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           COPY runparms.
           COPY uoms.
           COPY otbs.
           COPY catgs.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           COPY vendrec.

       FD  VENDOR-PRICE-FILE.
       01  VENDOR-PRICE-RECORD.
           COPY vprcrec.

      *> Mismo registro de tique que QUEUE-FILE en queue.cbl.
       FD  QUEUE-FILE.
       01  PO-RECORD.
           COPY porec.

       FD  FORECAST-FILE.
       01  FORECAST-RECORD.
           COPY fcstrec.

       FD  PO-COUNTER-FILE.
       01  PO-COUNTER-RECORD PIC 9(6).

      *> Mismo registro de backorder que RESTOCK-FULFILL.
       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
           05 BO-TICKET-ID PIC X(6).
           05 BO-ITEM      PIC X(10).
           05 BO-QTY       PIC 9(4).
           05 BO-DATE      PIC X(8).

       FD  WORK-DETAIL-FILE.
       01  WORK-DETAIL-RECORD PIC X(61).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.

       COPY runparmf.

       COPY uomf.

       COPY otbf.

       COPY catgf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 VENDOR-FILE-STATUS PIC XX VALUE "00".
           88 VENDOR-FILE-OK  VALUE "00".
       01 INACTIVE-SKIP-COUNT PIC 9(3) VALUE 0.

       01 VENDOR-TABLE.
          05 VENDOR-COUNT PIC 9(3) VALUE 0.
          05 VENDOR-ENTRY OCCURS 200 TIMES.
             10 VEND-CODE      PIC X(6).
             10 VEND-NAME      PIC X(20).
             10 VEND-LEAD-DAYS PIC 9(3).
      *> (0 = todavia ninguno): todas las lineas del mismo proveedor
      *> comparten la misma orden.
             10 VEND-PO-NUM    PIC 9(6).
             10 VEND-RANK      PIC 9(2).
             10 VEND-MIN-QTY   PIC 9(5).
             10 VEND-ACTIVE    PIC X(1).
       01 VENDOR-TABLE-CAPACITY PIC 9(3) VALUE 200.

      *> Proveedores activos del articulo en curso, por ranking.
       01 CANDIDATE-TABLE.
          05 CAND-COUNT PIC 9(2) VALUE 0.
          05 CAND-VENDOR OCCURS 20 TIMES PIC 9(3).
       01 CAND-CAPACITY PIC 9(2) VALUE 20.
       01 CI PIC 9(2).
       01 CI-INSERT PIC 9(2).

      *> Lineas de POFILE abiertas al empezar la corrida (las que
      *> emite esta corrida no cuentan para la falla).
       01 OPEN-PO-TABLE.
          05 OPEN-PO-COUNT PIC 9(3) VALUE 0.
          05 OPEN-PO-ENTRY OCCURS 500 TIMES.
             10 OPO-VENDOR   PIC X(6).
             10 OPO-ITEM     PIC X(10).
             10 OPO-EXPECTED PIC X(8).
       01 OPEN-PO-CAPACITY PIC 9(3) VALUE 500.
       01 OP PIC 9(3).

      *> Articulos con backorder abierto en RSTKBACK.
       01 BACKORDER-ITEM-TABLE.
          05 BACKORDER-ITEM-COUNT PIC 9(3) VALUE 0.
          05 BACKORDER-ITEM OCCURS 200 TIMES PIC X(10).
       01 BACKORDER-ITEM-CAPACITY PIC 9(3) VALUE 200.
       01 BK PIC 9(3).
       01 BACKORDER-FILE-STATUS PIC XX VALUE "00".
           88 BACKORDER-FILE-OK  VALUE "00".
           88 BACKORDER-FILE-EOF VALUE "10".

       01 OVERDUE-LIMIT-DAYS PIC 9(3) VALUE 3.
       01 OVERDUE-DAY-NUM PIC 9(7).
       01 VENDOR-FAIL-REASON PIC X(12).
       01 VENDOR-HAS-OPEN-PO-SW PIC X VALUE "N".
           88 VENDOR-HAS-OPEN-PO VALUE "Y".
       01 ITEM-BACKORDERED-SW PIC X VALUE "N".
           88 ITEM-BACKORDERED VALUE "Y".
       01 ALL-VENDORS-FAILING-SW PIC X VALUE "N".
           88 ALL-VENDORS-FAILING VALUE "Y".
       01 FAILOVER-NOTE PIC X(80).
       01 FAILOVER-PTR PIC 9(3).
       01 FAILOVER-COUNT PIC 9(3) VALUE 0.
       01 MINIMUM-APPLIED-SW PIC X VALUE "N".
           88 MINIMUM-APPLIED VALUE "Y".

       01 VENDOR-PRICE-STATUS PIC XX VALUE "00".
           88 VENDOR-PRICE-OK  VALUE "00".
           88 VENDOR-PRICE-EOF VALUE "10".
      *> Lista de precios pactados en memoria (ver vprcrec.cpy).
       01 VENDOR-PRICE-TABLE.
          05 VPRICE-COUNT PIC 9(3) VALUE 0.
          05 VPRICE-ENTRY OCCURS 200 TIMES.
             10 VPR-VENDOR     PIC X(6).
             10 VPR-ITEM       PIC X(10).
             10 VPR-UNIT-COST  PIC 9(7).
             10 VPR-VALID-FROM PIC X(8).
             10 VPR-VALID-TO   PIC X(8).
       01 VENDOR-PRICE-CAPACITY PIC 9(3) VALUE 200.
       01 VP PIC 9(3).
       01 TODAY-DATE PIC X(8).
       01 AGREED-COST PIC 9(7).
       01 AGREED-FROM PIC X(8).
       01 AGREED-COST-EDIT PIC Z(4)9.99.
       01 UNPRICED-LINE-COUNT PIC 9(3) VALUE 0.

       01 PO-FILE-STATUS PIC XX VALUE "00".
           88 PO-FILE-OK VALUE "00".
       01 FORECAST-FILE-STATUS PIC XX VALUE "00".
           88 FORECAST-FILE-OK  VALUE "00".
           88 FORECAST-FILE-EOF VALUE "10".
       01 PO-COUNTER-STATUS PIC XX VALUE "00".
           88 PO-COUNTER-OK VALUE "00".
       01 NEXT-PO-NUMBER PIC 9(6) VALUE 0.
          05 OPEN-TICKET OCCURS 100 TIMES PIC 9(6).
       01 OPEN-TICKET-CAPACITY PIC 9(3) VALUE 100.

      *> Cantidad sugerida por el pronostico, por articulo.
       01 FORECAST-TABLE.
          05 FORECAST-COUNT PIC 9(4) VALUE 0.
          05 FORECAST-ENTRY OCCURS 9999 TIMES.
             10 FCT-ITEM      PIC X(10).
             10 FCT-SUGGESTED PIC 9(5).
             10 FCT-USED      PIC X.
       01 FORECAST-CAPACITY PIC 9(4) VALUE 9999.
       01 F PIC 9(5).
       01 ORDER-QTY PIC 9(4).
       01 FORECAST-QTY-COUNT PIC 9(3) VALUE 0.
       COPY runparmw.
       COPY uomw.
       01 PURCHASE-QTY PIC 9(5).
       01 PURCHASE-QTY-EDIT PIC Z(4)9.
       01 PURCHASE-STOCK-QTY PIC 9(8).

       01 I PIC 9(3).
       01 V PIC 9(3).
       01 VENDOR-IDX PIC 9(3).
       01 TICKET-OPEN-SW PIC X VALUE "N".
           88 TICKET-OPEN VALUE "Y".
       01 DETAIL-TICKET-ID PIC 9(6).
       01 REPORT-COUNT   PIC 9(3) VALUE 0.
       01 NO-VENDOR-COUNT PIC 9(3) VALUE 0.

       01 WORK-DETAIL-STATUS PIC XX VALUE "00".
           88 WORK-DETAIL-OK  VALUE "00".
           88 WORK-DETAIL-EOF VALUE "10".
       01 DETAILS-CHANGED-SW PIC X VALUE "N".
           88 DETAILS-CHANGED VALUE "Y".
       01 OPEN-PO-OVERFLOW-SW PIC X VALUE "N".
           88 OPEN-PO-OVERFLOW VALUE "Y".
       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).

      *> Control de presupuesto de la linea en curso.
       01 LINE-VALUE PIC 9(11).
       01 BUDGET-HELD-SW PIC X VALUE "N".
           88 BUDGET-HELD VALUE "Y".
       01 OTB-AVAILABLE-EDIT PIC -(9)9.99.
       01 BUDGET-HOLD-COUNT PIC 9(3) VALUE 0.
       01 OVER-BUDGET-COUNT PIC 9(3) VALUE 0.
       COPY otbw.
       COPY catgw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 VENDOR-FILE-NAME         PIC X(40) VALUE "VENDMAST".
          05 VENDOR-PRICE-FILE-NAME   PIC X(40) VALUE "VENDPRC".
          05 QUEUE-FILE-NAME          PIC X(40) VALUE "QUEUEDAT".
          05 FRUTAS-FILE-NAME         PIC X(40) VALUE "FRUTASDAT".
          05 RESTOCK-DETAIL-FILE-NAME PIC X(40) VALUE "RSTKREQ".
          05 REORDER-REPORT-FILE-NAME PIC X(40) VALUE "REORDRPT".
          05 PO-FILE-NAME             PIC X(40) VALUE "POFILE".
          05 FORECAST-FILE-NAME       PIC X(40) VALUE "FCSTFILE".
          05 PO-COUNTER-FILE-NAME     PIC X(40) VALUE "POCTR".
          05 BACKORDER-FILE-NAME      PIC X(40) VALUE "RSTKBACK".
          05 WORK-DETAIL-FILE-NAME    PIC X(40) VALUE "RSTKTMP".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 11 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 11.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(BUSINESS-DATE)).
       MOVE BUSINESS-DATE TO TODAY-DATE.

       PERFORM LOAD-VENDOR-TABLE.
       PERFORM LOAD-VENDOR-PRICES.
       PERFORM LOAD-OPEN-TICKETS.
       PERFORM LOAD-FORECAST-TABLE.
       PERFORM LOAD-UOM-TABLE.
      *> Presupuestos del mes antes de leer POFILE: la misma pasada
      *> acumula lo recibido y lo abierto de cada uno.
       MOVE BUSINESS-DATE(1:6) TO OTB-MONTH.
       PERFORM LOAD-CATEGORY-TABLES.
       PERFORM LOAD-OTB-BUDGETS.
       PERFORM LOAD-OPEN-PO-LINES.
       PERFORM LOAD-BACKORDER-ITEMS.

       PERFORM LOAD-RUN-PARMS.
       MOVE "DIAS-ATRASO-PROV" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE OVERDUE-LIMIT-DAYS =
               FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.

      *> RSTKREQ puede regrabarse con las retenciones: sin el candado
      *> no se emite nada.
       MOVE "QUEUELCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN INPUT FRUTAS-FILE.
       IF FRUTAS-FILE-OK
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "TIQUE   ARTICULO    CANT  PROVEEDOR             "
           "PLAZO  LLEGADA   ORDEN     COSTO PACT."
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.

       PERFORM SCAN-RESTOCK-DETAILS.
       IF DETAILS-CHANGED
           PERFORM SAVE-RESTOCK-DETAILS
       END-IF.
       PERFORM RELEASE-RUN-LOCK.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Solicitudes abiertas: " REPORT-COUNT
           "   sin proveedor: " NO-VENDOR-COUNT
           "   con cambio de proveedor: " FAILOVER-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       IF BUDGET-HOLD-COUNT > 0 OR OVER-BUDGET-COUNT > 0
           MOVE SPACES TO REPORT-LINE
           STRING "Retenidas por presupuesto: " BUDGET-HOLD-COUNT
               "   emitidas con aprobacion sobre presupuesto: "
               OVER-BUDGET-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
       END-IF.
       IF REPORT-COUNT = 0
           MOVE "No hay solicitudes de reposicion abiertas."
               TO REPORT-LINE
           WRITE REPORT-LINE
       END-IF.
       CLOSE REORDER-REPORT-FILE.
       MOVE REORDER-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "VENDOR-REORDER-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.
      *> El OPEN de un SELECT OPTIONAL ausente deja estado "05" pero
      *> el archivo queda abierto igual: cerrar siempre (mismo trato
      *> que LOAD-QUEUE-FROM-FILE en queue.cbl).
           DISPLAY "Ordenes de compra generadas en POFILE: "
               PO-ORDER-COUNT " orden(es), " PO-LINE-COUNT " linea(s)."
       END-IF.
       IF FORECAST-QTY-COUNT > 0
           DISPLAY "Lineas con cantidad del pronostico de demanda: "
               FORECAST-QTY-COUNT "."
       END-IF.
       IF FAILOVER-COUNT > 0
           DISPLAY "Lineas pasadas a otro proveedor por falla del "
               "preferido: " FAILOVER-COUNT "."
       END-IF.
       IF UNPRICED-LINE-COUNT > 0
           DISPLAY "Aviso: " UNPRICED-LINE-COUNT " linea(s) de orden "
               "sin precio pactado vigente en VENDPRC."
       END-IF.
       IF BUDGET-HOLD-COUNT > 0
           DISPLAY "Lineas retenidas por exceder el presupuesto del "
               "mes: " BUDGET-HOLD-COUNT "; esperan decision en "
               "RESTOCK-APPROVE."
       END-IF.
      *> RC 8 si hay repedidos sin proveedor asignado: compras tiene
      *> que completar VENDMAST antes de poder trabajar ese articulo.
      *> RC 4 si hay lineas retenidas por presupuesto.
       EVALUATE TRUE
           WHEN NO-VENDOR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           WHEN BUDGET-HOLD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE 0 TO RETURN-CODE
       END-EVALUATE.
       GOBACK.

       LOAD-VENDOR-TABLE.
                           END-IF
                           MOVE VN-ITEM TO VEND-ITEM(VENDOR-COUNT)
                           MOVE 0 TO VEND-PO-NUM(VENDOR-COUNT)
                           IF VN-RANK IS NUMERIC
                               MOVE VN-RANK TO VEND-RANK(VENDOR-COUNT)
                           ELSE
                               MOVE 99 TO VEND-RANK(VENDOR-COUNT)
                           END-IF
                           IF VN-MIN-QTY IS NUMERIC
                               MOVE VN-MIN-QTY
                                   TO VEND-MIN-QTY(VENDOR-COUNT)
                           ELSE
                               MOVE 0 TO VEND-MIN-QTY(VENDOR-COUNT)
                           END-IF
                           IF VN-ACTIVE = "I"
                               MOVE "I" TO VEND-ACTIVE(VENDOR-COUNT)
                           ELSE
                               MOVE "A" TO VEND-ACTIVE(VENDOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "Aviso: VENDMAST no existe; todos los "
                   "repedidos saldran sin proveedor sugerido."
           END-IF.
           CLOSE VENDOR-FILE.

       LOAD-OPEN-PO-LINES.
      *> Lineas de orden todavia abiertas y con saldo por recibir;
      *> de paso, lo comprado en el mes contra el presupuesto.
           OPEN INPUT PO-FILE.
           IF PO-FILE-OK
               PERFORM UNTIL PO-FILE-STATUS NOT = "00"
                   READ PO-FILE
                       AT END
                           MOVE "10" TO PO-FILE-STATUS
                       NOT AT END
                           IF OTB-COUNT > 0
                                   AND PO-ORDER-DATE(1:6) = OTB-MONTH
                               PERFORM ADD-PO-LINE-TO-OTB
                           END-IF
                           IF PO-STATUS = "A"
                                   AND PO-RECEIVED < PO-QTY
                                   AND NOT OPEN-PO-OVERFLOW
                               IF OPEN-PO-COUNT >= OPEN-PO-CAPACITY
                                   DISPLAY "Aviso: POFILE supera "
                                       OPEN-PO-CAPACITY " lineas "
                                       "abiertas; el resto no se "
                                       "mira para la falla."
                                   SET OPEN-PO-OVERFLOW TO TRUE
                               ELSE
                                   ADD 1 TO OPEN-PO-COUNT
                                   MOVE PO-VENDOR
                                       TO OPO-VENDOR(OPEN-PO-COUNT)
                                   MOVE PO-ITEM
                                       TO OPO-ITEM(OPEN-PO-COUNT)
                                   MOVE PO-EXPECTED-DATE
                                       TO OPO-EXPECTED(OPEN-PO-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PO-FILE.

       ADD-PO-LINE-TO-OTB.
      *> Lo recibido cuenta siempre; lo pendiente solo mientras la
      *> linea sigue abierta (la dada de baja ya no compromete).
           IF PO-UNIT-COST IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE PO-VENDOR TO OTB-LINE-VENDOR.
           MOVE PO-ITEM TO OTB-LINE-ITEM.
           COMPUTE OTB-RECEIVED-VALUE = PO-RECEIVED * PO-UNIT-COST.
           MOVE 0 TO OTB-OPEN-VALUE.
           IF PO-STATUS = "A" AND PO-RECEIVED < PO-QTY
               COMPUTE OTB-OPEN-VALUE =
                   (PO-QTY - PO-RECEIVED) * PO-UNIT-COST
           END-IF.
           PERFORM ADD-TO-OTB-BUDGETS.

       LOAD-BACKORDER-ITEMS.
           OPEN INPUT BACKORDER-FILE.
           IF BACKORDER-FILE-OK
               PERFORM UNTIL BACKORDER-FILE-EOF
                       OR BACKORDER-ITEM-COUNT
                           >= BACKORDER-ITEM-CAPACITY
                   READ BACKORDER-FILE
                       AT END
                           SET BACKORDER-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO BACKORDER-ITEM-COUNT
                           MOVE BO-ITEM
                               TO BACKORDER-ITEM(BACKORDER-ITEM-COUNT)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BACKORDER-FILE.

       LOAD-VENDOR-PRICES.
           OPEN INPUT VENDOR-PRICE-FILE.
           IF VENDOR-PRICE-OK
               PERFORM UNTIL VENDOR-PRICE-EOF
                       OR VPRICE-COUNT >= VENDOR-PRICE-CAPACITY
                   READ VENDOR-PRICE-FILE
                       AT END
                           SET VENDOR-PRICE-EOF TO TRUE
                       NOT AT END
                           IF VP-UNIT-COST IS NUMERIC
                               ADD 1 TO VPRICE-COUNT
                               MOVE VP-VENDOR
                                   TO VPR-VENDOR(VPRICE-COUNT)
                               MOVE VP-ITEM TO VPR-ITEM(VPRICE-COUNT)
                               MOVE VP-UNIT-COST
                                   TO VPR-UNIT-COST(VPRICE-COUNT)
                               MOVE VP-VALID-FROM
                                   TO VPR-VALID-FROM(VPRICE-COUNT)
                               MOVE VP-VALID-TO
                                   TO VPR-VALID-TO(VPRICE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VENDOR-PRICE-FILE.

       FIND-AGREED-COST.
      *> Precio pactado vigente hoy para el proveedor y articulo de la
      *> linea; si hay tramos superpuestos gana el de vigencia mas
      *> reciente. Cero = sin precio.
           MOVE 0 TO AGREED-COST.
           MOVE SPACES TO AGREED-FROM.
           PERFORM VARYING VP FROM 1 BY 1 UNTIL VP > VPRICE-COUNT
               IF VPR-VENDOR(VP) = VEND-CODE(VENDOR-IDX)
                       AND FUNCTION TRIM(VPR-ITEM(VP))
                           = FUNCTION TRIM(RR-ITEM)
                       AND VPR-VALID-FROM(VP) <= TODAY-DATE
                       AND (VPR-VALID-TO(VP) = SPACES
                           OR VPR-VALID-TO(VP) >= TODAY-DATE)
                       AND VPR-VALID-FROM(VP) >= AGREED-FROM
                   MOVE VPR-UNIT-COST(VP) TO AGREED-COST
                   MOVE VPR-VALID-FROM(VP) TO AGREED-FROM
               END-IF
           END-PERFORM.

       LOAD-OPEN-TICKETS.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-FILE-OK
           END-IF.
           CLOSE QUEUE-FILE.

       LOAD-FORECAST-TABLE.
           OPEN INPUT FORECAST-FILE.
           IF FORECAST-FILE-OK
               PERFORM UNTIL FORECAST-FILE-EOF
                       OR FORECAST-COUNT >= FORECAST-CAPACITY
                   READ FORECAST-FILE
                       AT END
                           SET FORECAST-FILE-EOF TO TRUE
                       NOT AT END
                           IF FC-SUGGESTED-QTY IS NUMERIC
                               ADD 1 TO FORECAST-COUNT
                               MOVE FC-ITEM TO FCT-ITEM(FORECAST-COUNT)
                               MOVE FC-SUGGESTED-QTY
                                   TO FCT-SUGGESTED(FORECAST-COUNT)
                               MOVE "N" TO FCT-USED(FORECAST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "Aviso: FCSTFILE no existe; las ordenes salen "
                   "con la cantidad del tique."
           END-IF.
           CLOSE FORECAST-FILE.

       SET-ORDER-QTY.
      *> La sugerida del pronostico ya descuenta lo disponible y lo
      *> pedido, y cubre toda la necesidad del articulo: si tiene
      *> varios tiques abiertos, la primera linea lleva la sugerida y
      *> las demas salen en cero (cubiertas, sin linea de orden).
           MOVE RR-QTY TO ORDER-QTY.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > FORECAST-COUNT
               IF FUNCTION TRIM(FCT-ITEM(F)) = FUNCTION TRIM(RR-ITEM)
                   IF FCT-USED(F) = "S"
                       MOVE 0 TO ORDER-QTY
                   ELSE
                       IF FCT-SUGGESTED(F) > 0
                           IF FCT-SUGGESTED(F) > 9999
                               MOVE 9999 TO ORDER-QTY
                           ELSE
                               MOVE FCT-SUGGESTED(F) TO ORDER-QTY
                           END-IF
                           MOVE "S" TO FCT-USED(F)
                           ADD 1 TO FORECAST-QTY-COUNT
                       END-IF
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SCAN-RESTOCK-DETAILS.
      *> Una linea por detalle cuyo tique sigue abierto en la cola de
      *> reposicion; los detalles de tiques ya cumplidos (retirados
      *> por RESTOCK-FULFILL) no aparecen. Cada detalle pasa al area
      *> de trabajo con su marca de retencion al dia.
           OPEN INPUT RESTOCK-DETAIL-FILE.
           OPEN OUTPUT WORK-DETAIL-FILE.
           IF RESTOCK-DETAIL-OK
               PERFORM UNTIL RESTOCK-DETAIL-EOF
                   READ RESTOCK-DETAIL-FILE
                           SET RESTOCK-DETAIL-EOF TO TRUE
                       NOT AT END
                           PERFORM REPORT-ONE-DETAIL
                           MOVE RESTOCK-DETAIL-RECORD
                               TO WORK-DETAIL-RECORD
                           WRITE WORK-DETAIL-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RESTOCK-DETAIL-FILE.
           CLOSE WORK-DETAIL-FILE.

       SAVE-RESTOCK-DETAILS.
      *> Regrabado de RSTKREQ desde el area de trabajo.
           SET WORK-DETAIL-OK TO TRUE.
           OPEN INPUT WORK-DETAIL-FILE.
           OPEN OUTPUT RESTOCK-DETAIL-FILE.
           PERFORM UNTIL WORK-DETAIL-EOF
               READ WORK-DETAIL-FILE
                   AT END
                       SET WORK-DETAIL-EOF TO TRUE
                   NOT AT END
                       MOVE WORK-DETAIL-RECORD
                           TO RESTOCK-DETAIL-RECORD
                       WRITE RESTOCK-DETAIL-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-DETAIL-FILE.
           CLOSE RESTOCK-DETAIL-FILE.

       REPORT-ONE-DETAIL.
           IF RR-TICKET-ID IS NUMERIC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO REPORT-COUNT.
           PERFORM SET-ORDER-QTY.
           PERFORM FIND-VENDOR-FOR-ITEM.
           MOVE SPACES TO REPORT-LINE.
           IF ORDER-QTY = 0
               STRING RR-TICKET-ID "  " RR-ITEM "  " ORDER-QTY
                   "  CUBIERTO POR EL PRONOSTICO EN OTRA LINEA"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF VENDOR-IDX > 0
               COMPUTE ARRIVAL-DAY-NUM =
                   TODAY-DAY-NUM + VEND-LEAD-DAYS(VENDOR-IDX)
               COMPUTE EXPECTED-DATE =
                   FUNCTION DATE-OF-INTEGER(ARRIVAL-DAY-NUM)
               PERFORM APPLY-VENDOR-MINIMUM
               PERFORM FIND-AGREED-COST
               PERFORM SET-PURCHASE-UNIT-QTY
               PERFORM CHECK-OPEN-TO-BUY
               IF BUDGET-HELD
                   PERFORM FORMAT-BUDGET-HOLD-LINE
               ELSE
                   PERFORM ISSUE-PO-LINE
               END-IF
           ELSE
               ADD 1 TO NO-VENDOR-COUNT
               STRING RR-TICKET-ID "  " RR-ITEM "  " ORDER-QTY
                   "  *** SIN PROVEEDOR EN VENDMAST ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
           IF VENDOR-IDX > 0 AND FAILOVER-NOTE NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               IF ALL-VENDORS-FAILING
                   STRING "        *** TODOS FALLAN, VA AL PREFERIDO: "
                       FAILOVER-NOTE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               ELSE
                   ADD 1 TO FAILOVER-COUNT
                   STRING "        CAMBIO DE PROVEEDOR, SALTEADO: "
                       FAILOVER-NOTE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
           END-IF.

       ISSUE-PO-LINE.
      *> Una orden por proveedor y por corrida: la primera linea del
      *> proveedor le asigna su numero y las siguientes lo comparten,
      *> asi el papel y el archivo dicen lo mismo.
           IF VEND-PO-NUM(VENDOR-IDX) = 0
               PERFORM ASSIGN-PO-NUMBER
               PERFORM VARYING V FROM 1 BY 1 UNTIL V > VENDOR-COUNT
                   IF VEND-CODE(V) = VEND-CODE(VENDOR-IDX)
                       MOVE NEXT-PO-NUMBER TO VEND-PO-NUM(V)
                   END-IF
               END-PERFORM
               ADD 1 TO PO-ORDER-COUNT
           END-IF.
           PERFORM WRITE-PO-LINE.
           STRING RR-TICKET-ID "  " RR-ITEM "  " ORDER-QTY "  "
               VEND-NAME(VENDOR-IDX) "  "
               VEND-LEAD-DAYS(VENDOR-IDX) "d   " EXPECTED-DATE
               "  OC" VEND-PO-NUM(VENDOR-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           IF AGREED-COST > 0
               COMPUTE AGREED-COST-EDIT = AGREED-COST / 100
               STRING FUNCTION TRIM(REPORT-LINE TRAILING) " "
                   AGREED-COST-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO UNPRICED-LINE-COUNT
               STRING FUNCTION TRIM(REPORT-LINE TRAILING)
                   "  SIN PRECIO"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           IF UOM-FOUND
               MOVE PURCHASE-QTY TO PURCHASE-QTY-EDIT
               STRING FUNCTION TRIM(REPORT-LINE TRAILING) "  "
                   FUNCTION TRIM(PURCHASE-QTY-EDIT) " "
                   UOM-UNIT-FOUND
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           IF MINIMUM-APPLIED
               STRING FUNCTION TRIM(REPORT-LINE TRAILING)
                   "  MINIMO PROV."
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.

       CHECK-OPEN-TO-BUY.
      *> Valor de la linea (cantidad por costo pactado) contra el menor
      *> disponible de los presupuestos del mes que la alcanzan. La
      *> linea sin precio no se puede valuar y no se controla. "P" =
      *> el supervisor ya aprobo pasarse: sale sin mirar. La que entra
      *> consume el disponible de las siguientes de esta corrida.
           MOVE "N" TO BUDGET-HELD-SW.
           COMPUTE LINE-VALUE = ORDER-QTY * AGREED-COST.
           MOVE VEND-CODE(VENDOR-IDX) TO OTB-LINE-VENDOR.
           MOVE RR-ITEM TO OTB-LINE-ITEM.
           IF RR-HOLD = "P"
               ADD 1 TO OVER-BUDGET-COUNT
               MOVE SPACES TO RR-HOLD
               SET DETAILS-CHANGED TO TRUE
           ELSE
               IF OTB-COUNT > 0 AND AGREED-COST > 0
                   PERFORM FIND-OTB-AVAILABLE
                   IF OTB-LIMITED AND LINE-VALUE > OTB-AVAILABLE
                       SET BUDGET-HELD TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF BUDGET-HELD
               ADD 1 TO BUDGET-HOLD-COUNT
      *> Una retencion "R" por cantidad sigue mandando: al liberarla
      *> el supervisor, la corrida siguiente la vuelve a valuar.
               IF RR-HOLD = SPACES
                   MOVE "B" TO RR-HOLD
                   SET DETAILS-CHANGED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF RR-HOLD = "B"
               MOVE SPACES TO RR-HOLD
               SET DETAILS-CHANGED TO TRUE
           END-IF.
           IF OTB-COUNT > 0
               MOVE 0 TO OTB-RECEIVED-VALUE
               MOVE LINE-VALUE TO OTB-OPEN-VALUE
               PERFORM ADD-TO-OTB-BUDGETS
           END-IF.

       FORMAT-BUDGET-HOLD-LINE.
           COMPUTE OTB-AVAILABLE-EDIT = OTB-AVAILABLE / 100.
           STRING RR-TICKET-ID "  " RR-ITEM "  " ORDER-QTY "  "
               VEND-NAME(VENDOR-IDX) "  RETENIDA PRESUP. "
               OTB-SHORT-TYPE " " FUNCTION TRIM(OTB-SHORT-KEY)
               " DISP." OTB-AVAILABLE-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.

       ASSIGN-PO-NUMBER.
      *> Mismo numerador persistido que TICKCTR: leer, incrementar,

       WRITE-PO-LINE.
      *> Una linea de orden por repedido con proveedor: cantidad
      *> sugerida (la del pronostico, o la que pidio el tique, que ya
      *> cubre el punto de repedido mas el colchon), fecha de orden y
      *> llegada esperada segun el plazo del proveedor.
           OPEN EXTEND PO-FILE.
           IF NOT PO-FILE-OK
               CLOSE PO-FILE
           MOVE VEND-PO-NUM(VENDOR-IDX) TO PO-NUMBER.
           MOVE VEND-CODE(VENDOR-IDX) TO PO-VENDOR.
           MOVE RR-ITEM TO PO-ITEM.
           MOVE ORDER-QTY TO PO-QTY.
           MOVE AGREED-COST TO PO-UNIT-COST.
           IF UOM-FOUND
               MOVE UOM-UNIT-FOUND TO PO-UNIT
               MOVE PURCHASE-QTY TO PO-UNIT-QTY
           ELSE
               MOVE SPACES TO PO-UNIT
               MOVE 0 TO PO-UNIT-QTY
           END-IF.
           MOVE 0 TO PO-RECEIVED.
           MOVE BUSINESS-DATE TO PO-ORDER-DATE.
           MOVE EXPECTED-DATE TO PO-EXPECTED-DATE.
           MOVE "A" TO PO-STATUS.
           WRITE PO-RECORD.
           CLOSE PO-FILE.
           ADD 1 TO PO-LINE-COUNT.

       SET-PURCHASE-UNIT-QTY.
      *> Unidades de compra enteras, redondeando hacia arriba, y
      *> ORDER-QTY ajustada a lo que de verdad traen esas unidades
      *> (sin pasar el tope de PO-QTY).
           MOVE RR-ITEM TO UOM-ITEM-WANTED.
           PERFORM GET-PURCHASE-UNIT.
           IF NOT UOM-FOUND
               EXIT PARAGRAPH
           END-IF.
           COMPUTE PURCHASE-QTY = ORDER-QTY / UOM-FACTOR-FOUND.
           IF PURCHASE-QTY * UOM-FACTOR-FOUND < ORDER-QTY
               ADD 1 TO PURCHASE-QTY
           END-IF.
           COMPUTE PURCHASE-STOCK-QTY ROUNDED =
               PURCHASE-QTY * UOM-FACTOR-FOUND.
           IF PURCHASE-STOCK-QTY > 9999
               COMPUTE PURCHASE-QTY = 9999 / UOM-FACTOR-FOUND
               COMPUTE PURCHASE-STOCK-QTY ROUNDED =
                   PURCHASE-QTY * UOM-FACTOR-FOUND
           END-IF.
           MOVE PURCHASE-STOCK-QTY TO ORDER-QTY.

       CHECK-ITEM-LIFECYCLE.
           MOVE "N" TO ITEM-INACTIVE-SW.
           IF NOT MASTER-OPEN
           END-READ.

       FIND-VENDOR-FOR-ITEM.
      *> Recorre los proveedores activos del articulo por ranking y se
      *> queda con el primero que no falla; los que fallan quedan en
      *> FAILOVER-NOTE con su motivo. Un inactivo no es candidato.
           MOVE 0 TO VENDOR-IDX.
           MOVE "N" TO ALL-VENDORS-FAILING-SW.
           MOVE SPACES TO FAILOVER-NOTE.
           MOVE 1 TO FAILOVER-PTR.
           PERFORM BUILD-CANDIDATE-LIST.
           IF CAND-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO ITEM-BACKORDERED-SW.
           PERFORM VARYING BK FROM 1 BY 1
                   UNTIL BK > BACKORDER-ITEM-COUNT
               IF FUNCTION TRIM(BACKORDER-ITEM(BK))
                       = FUNCTION TRIM(RR-ITEM)
                   SET ITEM-BACKORDERED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > CAND-COUNT
               MOVE CAND-VENDOR(CI) TO V
               PERFORM CHECK-VENDOR-FAILING
               IF VENDOR-FAIL-REASON = SPACES
                   MOVE V TO VENDOR-IDX
                   EXIT PERFORM
               END-IF
               STRING VEND-CODE(V) " ("
                   FUNCTION TRIM(VENDOR-FAIL-REASON) ") "
                   DELIMITED BY SIZE
                   INTO FAILOVER-NOTE WITH POINTER FAILOVER-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-PERFORM.
      *> Todos fallan: la mercaderia hace falta igual, se pide al
      *> preferido y la linea sale marcada.
           IF VENDOR-IDX = 0
               MOVE CAND-VENDOR(1) TO VENDOR-IDX
               SET ALL-VENDORS-FAILING TO TRUE
           END-IF.

       BUILD-CANDIDATE-LIST.
      *> Insercion estable por ranking: a igual ranking queda el orden
      *> de VENDMAST.
           MOVE 0 TO CAND-COUNT.
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > VENDOR-COUNT
               IF FUNCTION TRIM(VEND-ITEM(V)) = FUNCTION TRIM(RR-ITEM)
                       AND VEND-ACTIVE(V) NOT = "I"
                       AND CAND-COUNT < CAND-CAPACITY
                   MOVE CAND-COUNT TO CI-INSERT
                   PERFORM UNTIL CI-INSERT = 0
                       IF VEND-RANK(CAND-VENDOR(CI-INSERT))
                               <= VEND-RANK(V)
                           EXIT PERFORM
                       END-IF
                       MOVE CAND-VENDOR(CI-INSERT)
                           TO CAND-VENDOR(CI-INSERT + 1)
                       SUBTRACT 1 FROM CI-INSERT
                   END-PERFORM
                   MOVE V TO CAND-VENDOR(CI-INSERT + 1)
                   ADD 1 TO CAND-COUNT
               END-IF
           END-PERFORM.

       CHECK-VENDOR-FAILING.
      *> Motivo por el que el proveedor V no deberia recibir esta
      *> orden, o espacios si no falla.
           MOVE SPACES TO VENDOR-FAIL-REASON.
           MOVE "N" TO VENDOR-HAS-OPEN-PO-SW.
           PERFORM VARYING OP FROM 1 BY 1 UNTIL OP > OPEN-PO-COUNT
               IF OPO-VENDOR(OP) = VEND-CODE(V)
                       AND FUNCTION TRIM(OPO-ITEM(OP))
                           = FUNCTION TRIM(RR-ITEM)
                   SET VENDOR-HAS-OPEN-PO TO TRUE
                   IF OPO-EXPECTED(OP) IS NUMERIC
                       COMPUTE OVERDUE-DAY-NUM =
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(OPO-EXPECTED(OP)))
                           + OVERDUE-LIMIT-DAYS
                       IF OVERDUE-DAY-NUM < TODAY-DAY-NUM
                           MOVE "OC ATRASADA" TO VENDOR-FAIL-REASON
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF VENDOR-HAS-OPEN-PO AND ITEM-BACKORDERED
               MOVE "BACKORDER" TO VENDOR-FAIL-REASON
           END-IF.

       APPLY-VENDOR-MINIMUM.
      *> La cantidad minima de orden del proveedor elegido, si la
      *> linea no llega (sin pasar el tope de PO-QTY).
           MOVE "N" TO MINIMUM-APPLIED-SW.
           IF VEND-MIN-QTY(VENDOR-IDX) > ORDER-QTY
               IF VEND-MIN-QTY(VENDOR-IDX) > 9999
                   MOVE 9999 TO ORDER-QTY
               ELSE
                   MOVE VEND-MIN-QTY(VENDOR-IDX) TO ORDER-QTY
               END-IF
               SET MINIMUM-APPLIED TO TRUE
           END-IF.

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
               MOVE "VENDOR-REORDER-REPORT" TO LOCK-PROGRAM
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
           MOVE "VENDOR-REORDER-REPORT" TO LOCK-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE.
           ACCEPT LOCK-TIME-STAMP FROM TIME.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY runparmp.

       COPY uomp.

       COPY otbp.

       COPY catgp.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
