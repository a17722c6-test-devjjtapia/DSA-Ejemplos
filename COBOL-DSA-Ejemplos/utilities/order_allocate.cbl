
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-ALLOCATE.

      *> Carga de pedidos de clientes y reserva de existencia contra
      *> FRUTASDAT. Primero aplica las transacciones de ORDTXN (A
      *> alta de renglon, X anulacion) sobre el archivo de pedidos
      *> CUSTORD (ver ordrec.cpy); despues recorre los renglones
      *> abiertos en orden de fecha pedida y reserva lo que haya
      *> libre (FRUTA-QTY - FRUTA-ALLOC) en FRUTA-ALLOC. Un renglon que
      *> no se puede cubrir entero queda asignado en parte y sale en
      *> la seccion de faltantes de ALLOCRPT; la proxima corrida --
      *> despues de las recepciones -- completa lo que falte.
      *>
      *> La reserva es lo que STOCK-MOVEMENT respeta: un egreso sin
      *> numero de pedido solo puede llevarse lo libre, y uno con
      *> numero descarga primero lo reservado para ese pedido. Antes
      *> dos vendedores podian vender la misma ultima caja.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ORDER-TXN-FILE
               ASSIGN USING ORDER-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDER-TXN-STATUS.
      *> Archivo de pedidos: se carga entero al arranque y se regraba
      *> al cierre (mismo esquema que FRUTLOC), bajo FRUTASLCK.
           SELECT OPTIONAL ORDER-FILE ASSIGN USING ORDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDER-FILE-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT ALLOC-REPORT-FILE ASSIGN USING ALLOC-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALLOC-REPORT-STATUS.

      *> Archivo compartido de rechazos (ver rjctrec.cpy).
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

      *> Candado cooperativo de corrida (ver lockrec.cpy): la reserva
      *> toca el maestro y CUSTORD, que STOCK-MOVEMENT tambien regraba.
           SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-TXN-FILE.
       01  ORDER-TXN-RECORD.
           05 OT-ACTION   PIC X(1).
           05 OT-NUMBER   PIC X(6).
           05 OT-CUSTOMER PIC X(10).
           05 OT-ITEM     PIC X(10).
           05 OT-QTY      PIC X(5).
           05 OT-REQ-DATE PIC X(8).

       FD  ORDER-FILE.
       01  ORDER-RECORD.
           COPY ordrec.

      *> Mismo maestro de inventario que array.cbl.
       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  ALLOC-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY rjctrec.

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 ORDER-TXN-STATUS PIC XX VALUE "00".
           88 ORDER-TXN-OK  VALUE "00".
           88 ORDER-TXN-EOF VALUE "10".
       01 ORDER-FILE-STATUS PIC XX VALUE "00".
           88 ORDER-FILE-OK  VALUE "00".
           88 ORDER-FILE-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK VALUE "00".
       01 ALLOC-REPORT-STATUS PIC XX VALUE "00".
           88 ALLOC-REPORT-OK VALUE "00".

      *> Renglones de pedido en memoria; ORD-DONE marca los ya
      *> atendidos en esta pasada de asignacion.
       01 ORDER-TABLE.
          05 ORD-COUNT PIC 9(3) VALUE 0.
          05 ORD-ENTRY OCCURS 200 TIMES.
             10 ORD-NUMBER   PIC X(6).
             10 ORD-CUSTOMER PIC X(10).
             10 ORD-ITEM     PIC X(10).
             10 ORD-QTY      PIC 9(5).
             10 ORD-REQ-DATE PIC X(8).
             10 ORD-ALLOC    PIC 9(5).
             10 ORD-SHIPPED  PIC 9(5).
             10 ORD-STATUS   PIC X(1).
             10 ORD-ENTRY-DATE PIC X(8).
             10 ORD-DONE     PIC X(1).
       01 ORDER-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 O PIC 9(3).
       01 ORD-IDX PIC 9(3).
       01 NEXT-IDX PIC 9(3).
       01 ALLOCATION-DONE-SW PIC X VALUE "N".
           88 ALLOCATION-DONE VALUE "Y".

       01 TXN-COUNT      PIC 9(5) VALUE 0.
       01 ENTERED-COUNT  PIC 9(5) VALUE 0.
       01 CANCELLED-COUNT PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 FULL-COUNT     PIC 9(5) VALUE 0.
       01 PARTIAL-COUNT  PIC 9(5) VALUE 0.
       01 REJECT-REASON PIC X(30).
       01 RECORD-FOUND-SW PIC X VALUE "N".
           88 RECORD-FOUND VALUE "Y".
       01 TODAY-DATE PIC X(8).

       01 ONHAND-QTY PIC 9(5).
       01 ALLOC-QTY  PIC 9(5).
       01 FREE-QTY   PIC 9(5).
       01 NEED-QTY   PIC 9(5).
       01 GRANT-QTY  PIC 9(5).
       01 SHORT-QTY  PIC 9(5).

       01 REJECT-FILE-STATUS PIC XX VALUE "00".
           88 REJECT-FILE-OK VALUE "00".

       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 ORDER-TXN-FILE-NAME    PIC X(40) VALUE "ORDTXN".
          05 ORDER-FILE-NAME        PIC X(40) VALUE "CUSTORD".
          05 FRUTAS-FILE-NAME       PIC X(40) VALUE "FRUTASDAT".
          05 ALLOC-REPORT-FILE-NAME PIC X(40) VALUE "ALLOCRPT".
          05 REJECT-FILE-NAME       PIC X(40) VALUE "RJCTFILE".
          05 OPS-ALERT-FILE-NAME    PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 6 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 6.
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
           DISPLAY "ERROR: no se pudo abrir FRUTASDAT en "
               "actualizacion (estado " FRUTAS-FILE-STATUS "); sin "
               "maestro no hay existencia que reservar."
           PERFORM RELEASE-RUN-LOCK
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       MOVE BUSINESS-DATE TO TODAY-DATE.
       PERFORM LOAD-ORDER-TABLE.
       PERFORM APPLY-ORDER-TXNS.

       OPEN OUTPUT ALLOC-REPORT-FILE.
       MOVE "ASIGNACION DE EXISTENCIA A PEDIDOS DE CLIENTES"
           TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM ALLOCATE-OPEN-ORDERS.
       PERFORM WRITE-SHORTAGE-SECTION.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Altas: " ENTERED-COUNT "  anulados: " CANCELLED-COUNT
           "  rechazos: " REJECTED-COUNT
           "  cubiertos: " FULL-COUNT "  faltan: " PARTIAL-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE ALLOC-REPORT-FILE.
       MOVE ALLOC-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "ORDER-ALLOCATE" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.
       CLOSE FRUTAS-FILE.

       PERFORM SAVE-ORDER-TABLE.
       PERFORM RELEASE-RUN-LOCK.

       DISPLAY "Pedidos: " ENTERED-COUNT " alta(s), "
           CANCELLED-COUNT " anulacion(es), " REJECTED-COUNT
           " rechazo(s); " FULL-COUNT " renglon(es) cubiertos, "
           PARTIAL-COUNT " con faltante. Detalle en ALLOCRPT.".
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
           MOVE "PEDIDOS-RECHAZ" TO ALERT-REASON
           MOVE REJECTED-COUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-ORDER-TABLE.
           MOVE 0 TO ORD-COUNT.
           OPEN INPUT ORDER-FILE.
           IF ORDER-FILE-OK
               PERFORM UNTIL ORDER-FILE-EOF
                       OR ORD-COUNT >= ORDER-TABLE-CAPACITY
                   READ ORDER-FILE
                       AT END
                           SET ORDER-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ORD-COUNT
                           PERFORM LOAD-ONE-ORDER
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ORDER-FILE.
           IF ORD-COUNT >= ORDER-TABLE-CAPACITY
               DISPLAY "Aviso: tabla de pedidos llena ("
                   ORDER-TABLE-CAPACITY "); los renglones que sigan "
                   "en CUSTORD no se cargan."
           END-IF.

       LOAD-ONE-ORDER.
           MOVE OR-NUMBER TO ORD-NUMBER(ORD-COUNT).
           MOVE OR-CUSTOMER TO ORD-CUSTOMER(ORD-COUNT).
           MOVE OR-ITEM TO ORD-ITEM(ORD-COUNT).
           MOVE OR-REQ-DATE TO ORD-REQ-DATE(ORD-COUNT).
           MOVE OR-STATUS TO ORD-STATUS(ORD-COUNT).
           MOVE OR-ENTRY-DATE TO ORD-ENTRY-DATE(ORD-COUNT).
           IF OR-QTY IS NUMERIC
               MOVE OR-QTY TO ORD-QTY(ORD-COUNT)
           ELSE
               MOVE 0 TO ORD-QTY(ORD-COUNT)
           END-IF.
           IF OR-ALLOC-QTY IS NUMERIC
               MOVE OR-ALLOC-QTY TO ORD-ALLOC(ORD-COUNT)
           ELSE
               MOVE 0 TO ORD-ALLOC(ORD-COUNT)
           END-IF.
           IF OR-SHIPPED-QTY IS NUMERIC
               MOVE OR-SHIPPED-QTY TO ORD-SHIPPED(ORD-COUNT)
           ELSE
               MOVE 0 TO ORD-SHIPPED(ORD-COUNT)
           END-IF.
           MOVE "N" TO ORD-DONE(ORD-COUNT).

       SAVE-ORDER-TABLE.
      *> Regraba CUSTORD completo; los renglones entregados o anulados
      *> se conservan -- son la historia del pedido -- y la depuracion
      *> queda para quien archive.
           IF ORD-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ORDER-FILE.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > ORD-COUNT
               MOVE ORD-NUMBER(O) TO OR-NUMBER
               MOVE ORD-CUSTOMER(O) TO OR-CUSTOMER
               MOVE ORD-ITEM(O) TO OR-ITEM
               MOVE ORD-QTY(O) TO OR-QTY
               MOVE ORD-REQ-DATE(O) TO OR-REQ-DATE
               MOVE ORD-ALLOC(O) TO OR-ALLOC-QTY
               MOVE ORD-SHIPPED(O) TO OR-SHIPPED-QTY
               MOVE ORD-STATUS(O) TO OR-STATUS
               MOVE ORD-ENTRY-DATE(O) TO OR-ENTRY-DATE
               WRITE ORDER-RECORD
           END-PERFORM.
           CLOSE ORDER-FILE.

       APPLY-ORDER-TXNS.
           OPEN INPUT ORDER-TXN-FILE.
           IF ORDER-TXN-OK
               PERFORM UNTIL ORDER-TXN-EOF
                   READ ORDER-TXN-FILE
                       AT END
                           SET ORDER-TXN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO TXN-COUNT
                           PERFORM APPLY-ONE-TXN
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ORDER-TXN-FILE.

       APPLY-ONE-TXN.
           MOVE SPACES TO REJECT-REASON.
           EVALUATE OT-ACTION
               WHEN "A"
                   PERFORM ENTER-ORDER-LINE
               WHEN "X"
                   PERFORM CANCEL-ORDER-LINE
               WHEN OTHER
                   MOVE "ACCION DESCONOCIDA" TO REJECT-REASON
           END-EVALUATE.
           IF REJECT-REASON NOT = SPACES
               PERFORM REJECT-ORDER-TXN
           END-IF.

       ENTER-ORDER-LINE.
           IF OT-QTY IS NOT NUMERIC
               MOVE "CANTIDAD NO NUMERICA" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(OT-QTY) = 0
               MOVE "CANTIDAD EN CERO" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF OT-NUMBER = SPACES OR OT-CUSTOMER = SPACES
               MOVE "PEDIDO SIN NUMERO/CLIENTE" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE OT-ITEM TO FRUTA-NAME.
           PERFORM READ-MASTER-BY-NAME.
           IF NOT RECORD-FOUND
               MOVE "ARTICULO INEXISTENTE" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FRUTA-STATUS = "D"
               MOVE "ARTICULO DESCONTINUADO" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ORDER-LINE.
           IF ORD-IDX > 0
               MOVE "RENGLON DUPLICADO" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF ORD-COUNT >= ORDER-TABLE-CAPACITY
               MOVE "TABLA DE PEDIDOS LLENA" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ORD-COUNT.
           MOVE OT-NUMBER TO ORD-NUMBER(ORD-COUNT).
           MOVE OT-CUSTOMER TO ORD-CUSTOMER(ORD-COUNT).
           MOVE OT-ITEM TO ORD-ITEM(ORD-COUNT).
           MOVE OT-QTY TO ORD-QTY(ORD-COUNT).
      *> Sin fecha pedida, el pedido se necesita hoy.
           IF OT-REQ-DATE IS NUMERIC
               MOVE OT-REQ-DATE TO ORD-REQ-DATE(ORD-COUNT)
           ELSE
               MOVE TODAY-DATE TO ORD-REQ-DATE(ORD-COUNT)
           END-IF.
           MOVE 0 TO ORD-ALLOC(ORD-COUNT).
           MOVE 0 TO ORD-SHIPPED(ORD-COUNT).
           MOVE "N" TO ORD-STATUS(ORD-COUNT).
           MOVE TODAY-DATE TO ORD-ENTRY-DATE(ORD-COUNT).
           MOVE "N" TO ORD-DONE(ORD-COUNT).
           ADD 1 TO ENTERED-COUNT.

       CANCEL-ORDER-LINE.
      *> La anulacion devuelve al libre lo que el renglon tenia
      *> reservado; lo ya entregado no se toca.
           PERFORM FIND-ORDER-LINE.
           IF ORD-IDX = 0
               MOVE "PEDIDO DESCONOCIDO" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF ORD-STATUS(ORD-IDX) = "E" OR ORD-STATUS(ORD-IDX) = "X"
               MOVE "PEDIDO YA CERRADO" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF ORD-ALLOC(ORD-IDX) > 0
               MOVE ORD-ITEM(ORD-IDX) TO FRUTA-NAME
               PERFORM READ-MASTER-BY-NAME
               IF RECORD-FOUND
                   PERFORM UNPACK-MASTER-QTYS
                   IF ALLOC-QTY > ORD-ALLOC(ORD-IDX)
                       SUBTRACT ORD-ALLOC(ORD-IDX) FROM ALLOC-QTY
                   ELSE
                       MOVE 0 TO ALLOC-QTY
                   END-IF
                   PERFORM REWRITE-MASTER-ALLOC
               END-IF
               MOVE 0 TO ORD-ALLOC(ORD-IDX)
           END-IF.
           MOVE "X" TO ORD-STATUS(ORD-IDX).
           MOVE "Y" TO ORD-DONE(ORD-IDX).
           ADD 1 TO CANCELLED-COUNT.

       FIND-ORDER-LINE.
      *> El renglon se identifica por (pedido, articulo).
           MOVE 0 TO ORD-IDX.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > ORD-COUNT
               IF ORD-NUMBER(O) = OT-NUMBER
                       AND FUNCTION TRIM(ORD-ITEM(O))
                           = FUNCTION TRIM(OT-ITEM)
                   MOVE O TO ORD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REJECT-ORDER-TXN.
           ADD 1 TO REJECTED-COUNT.
           DISPLAY "Rechazado: " OT-ACTION " pedido " OT-NUMBER " "
               FUNCTION TRIM(OT-ITEM) " (" FUNCTION TRIM(REJECT-REASON)
               ").".
           OPEN EXTEND REJECT-FILE.
           IF NOT REJECT-FILE-OK
               CLOSE REJECT-FILE
               OPEN OUTPUT REJECT-FILE
           END-IF.
           MOVE "ORDER-ALLOCATE" TO RJ-PROGRAM.
           MOVE "ORDTXN" TO RJ-FILE.
           MOVE ORDER-TXN-RECORD(1:20) TO RJ-IMAGE.
           MOVE REJECT-REASON(1:16) TO RJ-REASON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RJ-DATE.
           MOVE SPACE TO RJ-STATUS.
           MOVE SPACES TO RJ-REPAIR-DATE.
           PERFORM CHECK-REJECT-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.

       ALLOCATE-OPEN-ORDERS.
      *> Los renglones abiertos se atienden por fecha pedida (y, a
      *> igual fecha, por orden de carga): con existencia corta, el
      *> que se necesita antes se lleva lo que haya.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > ORD-COUNT
               IF ORD-STATUS(O) = "E" OR ORD-STATUS(O) = "X"
                   MOVE "Y" TO ORD-DONE(O)
               ELSE
                   MOVE "N" TO ORD-DONE(O)
               END-IF
           END-PERFORM.
           MOVE "N" TO ALLOCATION-DONE-SW.
           PERFORM UNTIL ALLOCATION-DONE
               MOVE 0 TO NEXT-IDX
               PERFORM VARYING O FROM 1 BY 1 UNTIL O > ORD-COUNT
                   IF ORD-DONE(O) = "N"
                       IF NEXT-IDX = 0
                           OR ORD-REQ-DATE(O) < ORD-REQ-DATE(NEXT-IDX)
                           MOVE O TO NEXT-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF NEXT-IDX = 0
                   SET ALLOCATION-DONE TO TRUE
               ELSE
                   MOVE "Y" TO ORD-DONE(NEXT-IDX)
                   PERFORM ALLOCATE-ONE-LINE
               END-IF
           END-PERFORM.

       ALLOCATE-ONE-LINE.
           COMPUTE NEED-QTY = ORD-QTY(NEXT-IDX) - ORD-ALLOC(NEXT-IDX)
               - ORD-SHIPPED(NEXT-IDX).
           MOVE 0 TO GRANT-QTY.
           IF NEED-QTY > 0
               MOVE ORD-ITEM(NEXT-IDX) TO FRUTA-NAME
               PERFORM READ-MASTER-BY-NAME
               IF RECORD-FOUND
                   PERFORM UNPACK-MASTER-QTYS
                   IF NEED-QTY > FREE-QTY
                       MOVE FREE-QTY TO GRANT-QTY
                   ELSE
                       MOVE NEED-QTY TO GRANT-QTY
                   END-IF
                   IF GRANT-QTY > 0
                       ADD GRANT-QTY TO ALLOC-QTY
                       PERFORM REWRITE-MASTER-ALLOC
                       ADD GRANT-QTY TO ORD-ALLOC(NEXT-IDX)
                   END-IF
               END-IF
           END-IF.
           COMPUTE SHORT-QTY = NEED-QTY - GRANT-QTY.
           IF SHORT-QTY = 0
               MOVE "T" TO ORD-STATUS(NEXT-IDX)
               ADD 1 TO FULL-COUNT
           ELSE
               IF ORD-ALLOC(NEXT-IDX) > 0
                   MOVE "P" TO ORD-STATUS(NEXT-IDX)
               ELSE
                   MOVE "N" TO ORD-STATUS(NEXT-IDX)
               END-IF
               ADD 1 TO PARTIAL-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING ORD-NUMBER(NEXT-IDX) " " ORD-CUSTOMER(NEXT-IDX) " "
               ORD-ITEM(NEXT-IDX) " pedido=" ORD-QTY(NEXT-IDX)
               " reservado=" ORD-ALLOC(NEXT-IDX)
               " falta=" SHORT-QTY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-SHORTAGE-SECTION.
      *> Cola del reporte: los renglones que quedaron sin cubrir,
      *> para que alguien llame al cliente antes que el cliente llame.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RENGLONES ASIGNADOS EN PARTE O SIN EXISTENCIA"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF PARTIAL-COUNT = 0
               MOVE "Todos los renglones abiertos quedaron cubiertos."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > ORD-COUNT
               IF ORD-STATUS(O) = "P" OR ORD-STATUS(O) = "N"
                   COMPUTE SHORT-QTY = ORD-QTY(O) - ORD-ALLOC(O)
                       - ORD-SHIPPED(O)
                   MOVE SPACES TO REPORT-LINE
                   STRING ORD-NUMBER(O) " " ORD-CUSTOMER(O) " "
                       ORD-ITEM(O) " para " ORD-REQ-DATE(O)
                       " falta=" SHORT-QTY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       READ-MASTER-BY-NAME.
      *> El llamador deja el articulo en FRUTA-NAME.
           MOVE "N" TO RECORD-FOUND-SW.
           READ FRUTAS-FILE KEY IS FRUTA-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ.

       UNPACK-MASTER-QTYS.
      *> Existencia y comprometido del registro leido; lo libre nunca
      *> baja de cero aunque un conteo haya dejado la existencia por
      *> debajo de lo ya prometido.
           IF FRUTA-QTY IS NUMERIC
               MOVE FRUTA-QTY TO ONHAND-QTY
           ELSE
               MOVE 0 TO ONHAND-QTY
           END-IF.
           IF FRUTA-ALLOC IS NUMERIC
               MOVE FRUTA-ALLOC TO ALLOC-QTY
           ELSE
               MOVE 0 TO ALLOC-QTY
           END-IF.
           IF ONHAND-QTY > ALLOC-QTY
               COMPUTE FREE-QTY = ONHAND-QTY - ALLOC-QTY
           ELSE
               MOVE 0 TO FREE-QTY
           END-IF.

       REWRITE-MASTER-ALLOC.
           MOVE ALLOC-QTY TO FRUTA-ALLOC.
           REWRITE FRUTAS-RECORD
               INVALID KEY
                   DISPLAY "ERROR: no se pudo regrabar '"
                       FUNCTION TRIM(FRUTA-NAME) "' (estado "
                       FRUTAS-FILE-STATUS ")."
           END-REWRITE.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "ORDER-ALLOCATE" TO ALERT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-DATE.
           ACCEPT ALERT-TIME-STAMP FROM TIME.
           MOVE ALERT-TIME-STAMP TO ALERT-TIME.
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       ACQUIRE-RUN-LOCK.
      *> Toma el candado LOCK-FILE-NAME; si ya esta tomado deja
      *> LOCK-BUSY prendido y el llamador decide.
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
               MOVE "ORDER-ALLOCATE" TO LOCK-PROGRAM
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
           MOVE "ORDER-ALLOCATE" TO LOCK-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE.
           ACCEPT LOCK-TIME-STAMP FROM TIME.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
       COPY rsnrjp.
       COPY rarcp.
