       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-MAINT.

      *> Mantenimiento de lineas de orden de compra en POFILE (ver
      *> porec.cpy). Hasta aqui una linea emitida por VENDOR-REORDER-
      *> REPORT solo cambiaba cuando PO-RECEIVING la cerraba; no habia
      *> forma de corregir una cantidad, correr una fecha prometida o
      *> dar de baja lo que el proveedor no puede entregar. Aplica
      *> transacciones desde POTXN (una por linea, al estilo de
      *> PRICE-MASTER-MAINT):
      *>
      *>   Q  cambio de cantidad pedida (no menos de lo ya recibido;
      *>      igual a lo recibido cierra la linea);
      *>   F  cambio de fecha esperada (no anterior a hoy);
      *>   X  baja de la linea (estado "X"): lo que quedaba sin
      *>      recibir vuelve al ciclo de reposicion como una solicitud
      *>      nueva en QUEUEDAT/RSTKREQ, salvo que el articulo ya tenga
      *>      una abierta.
      *>
      *> Solo se toca una linea abierta ("A"). Cada transaccion queda
      *> en la bitacora POLOG con el valor anterior y el nuevo. POFILE
      *> se regraba entero bajo el candado de FRUTASLCK, el mismo que
      *> toma PO-RECEIVING para tocarlo.
      *>
      *> La cantidad de la transaccion Q va en unidades de stock, como
      *> PO-QTY; si la linea se pidio en unidad de compra (PO-UNIT, ver
      *> uoms.cpy) se recalcula PO-UNIT-QTY con el factor de FRUTUOM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PO-FILE ASSIGN USING PO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
           SELECT OPTIONAL PO-TXN-FILE ASSIGN USING PO-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-TXN-STATUS.
      *> Bitacora de cambios de ordenes (EXTEND), mismo esquema que
      *> PRICELOG.
           SELECT OPTIONAL PO-LOG-FILE ASSIGN USING PO-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-LOG-STATUS.
      *> Vuelta al ciclo de reposicion: mismo tique, numerador y
      *> detalle que encola ARRAY-DEMO.
           SELECT OPTIONAL RESTOCK-QUEUE-FILE
               ASSIGN USING RESTOCK-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTOCK-FILE-STATUS.
           SELECT OPTIONAL TICKET-COUNTER-FILE
               ASSIGN USING TICKET-COUNTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKET-COUNTER-STATUS.
           SELECT OPTIONAL RESTOCK-DETAIL-FILE
               ASSIGN USING RESTOCK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTOCK-DETAIL-STATUS.

       COPY runparms.
       COPY uoms.

      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

      *> Candado cooperativo de corrida (ver lockrec.cpy).
           SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE.
       01  PO-RECORD.
           COPY porec.

       FD  PO-TXN-FILE.
       01  PO-TXN-RECORD.
           05 PX-ACTION    PIC X(1).
           05 PX-PO-NUMBER PIC X(6).
           05 PX-ITEM      PIC X(10).
           05 PX-NEW-VALUE PIC X(8).
           05 PX-REASON    PIC X(20).

       FD  PO-LOG-FILE.
       01  PO-LOG-RECORD.
           05 PL-DATE      PIC X(8).
           05 PL-TIME      PIC 9(8).
           05 PL-ACTION    PIC X(1).
           05 PL-PO-NUMBER PIC X(6).
           05 PL-ITEM      PIC X(10).
           05 PL-OLD-VALUE PIC X(8).
           05 PL-NEW-VALUE PIC X(8).
           05 PL-REASON    PIC X(20).
           05 PL-RESULT    PIC X(30).

      *> Mismo registro de tique que QUEUE-FILE en queue.cbl.
       FD  RESTOCK-QUEUE-FILE.
       01  RESTOCK-QUEUE-RECORD.
           COPY quedrec.

       FD  TICKET-COUNTER-FILE.
       01  TICKET-COUNTER-RECORD PIC 9(6).

       FD  RESTOCK-DETAIL-FILE.
       01  RESTOCK-DETAIL-RECORD.
           COPY rstkrec.

       COPY runparmf.

       COPY uomf.

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 PO-FILE-STATUS PIC XX VALUE "00".
           88 PO-FILE-OK  VALUE "00".
           88 PO-FILE-EOF VALUE "10".
       01 PO-TXN-STATUS PIC XX VALUE "00".
           88 PO-TXN-OK  VALUE "00".
           88 PO-TXN-EOF VALUE "10".
       01 PO-LOG-STATUS PIC XX VALUE "00".
           88 PO-LOG-OK VALUE "00".
       01 RESTOCK-FILE-STATUS PIC XX VALUE "00".
           88 RESTOCK-FILE-OK VALUE "00".
       01 TICKET-COUNTER-STATUS PIC XX VALUE "00".
           88 TICKET-COUNTER-OK VALUE "00".
       01 RESTOCK-DETAIL-STATUS PIC XX VALUE "00".
           88 RESTOCK-DETAIL-OK  VALUE "00".
           88 RESTOCK-DETAIL-EOF VALUE "10".

      *> Lineas de orden cargadas de POFILE, mismo esquema que
      *> PO-RECEIVING.
       01 PO-TABLE.
          05 PO-LINE-COUNT PIC 9(3) VALUE 0.
          05 PO-LINE-ENTRY OCCURS 200 TIMES.
             10 POT-NUMBER        PIC X(6).
             10 POT-VENDOR        PIC X(6).
             10 POT-ITEM          PIC X(10).
             10 POT-QTY           PIC 9(4).
             10 POT-RECEIVED      PIC 9(4).
             10 POT-ORDER-DATE    PIC X(8).
             10 POT-EXPECTED-DATE PIC X(8).
             10 POT-STATUS        PIC X(1).
             10 POT-UNIT-COST     PIC 9(7).
             10 POT-UNIT          PIC X(4).
             10 POT-UNIT-QTY      PIC 9(5).
       01 PO-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 PO-TABLE-FULL-SW PIC X VALUE "N".
           88 PO-TABLE-FULL VALUE "Y".
       01 P PIC 9(3).
       01 PO-LINE-IDX PIC 9(3).

      *> Articulos con una solicitud de reposicion ya pendiente en
      *> RSTKREQ (RESTOCK-FULFILL retira las cumplidas).
       01 PENDING-RESTOCK-TABLE.
          05 PENDING-COUNT PIC 9(3) VALUE 0.
          05 PENDING-ITEM OCCURS 200 TIMES PIC X(10).
       01 PENDING-CAPACITY PIC 9(3) VALUE 200.
       01 R PIC 9(3).
       01 ITEM-PENDING-SW PIC X VALUE "N".
           88 ITEM-PENDING VALUE "Y".

       01 TXN-COUNT      PIC 9(5) VALUE 0.
       01 APPLIED-COUNT  PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 CANCEL-COUNT   PIC 9(5) VALUE 0.
       01 REQUEUED-COUNT PIC 9(5) VALUE 0.
       01 TXN-RESULT PIC X(30).
       01 OLD-VALUE  PIC X(8).
       01 LOG-TIME-STAMP PIC 9(8).
       01 TODAY-DATE PIC X(8).
       01 NEW-QTY    PIC 9(8).
       01 OPEN-QTY   PIC 9(4).
       01 QTY-EDIT   PIC 9(4).

       01 NEXT-TICKET-ID PIC 9(6) VALUE 0.
       01 RESTOCK-TIME-STAMP PIC 9(8).
       01 RESTOCK-ITEM-NAME PIC X(10) VALUE "Reponer".
       01 APPROVAL-LIMIT PIC 9(4) VALUE 0.
      *> Operador de turno (OPERADOR-TURNO en RUNPARMS), solicitante
      *> de las reposiciones que se encolan al bajar una OC.
       01 REQUESTER-OPERATOR PIC X(8) VALUE SPACES.

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

       COPY runparmw.
       COPY uomw.
       01 PURCHASE-QTY PIC 9(5).
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 PO-FILE-NAME             PIC X(40) VALUE "POFILE".
          05 PO-TXN-FILE-NAME         PIC X(40) VALUE "POTXN".
          05 PO-LOG-FILE-NAME         PIC X(40) VALUE "POLOG".
          05 RESTOCK-QUEUE-FILE-NAME  PIC X(40) VALUE "QUEUEDAT".
          05 TICKET-COUNTER-FILE-NAME PIC X(40) VALUE "TICKCTR".
          05 RESTOCK-DETAIL-FILE-NAME PIC X(40) VALUE "RSTKREQ".
          05 OPS-ALERT-FILE-NAME      PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 7 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 7.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       MOVE "FRUTASLCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM LOAD-RUN-PARMS.
       PERFORM LOAD-UOM-TABLE.
       MOVE "LIMITE-APROBACION" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE APPROVAL-LIMIT = FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.
       MOVE "OPERADOR-TURNO" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND
           MOVE PARM-VALUE-FOUND(1:8) TO REQUESTER-OPERATOR
       END-IF.

       PERFORM LOAD-PO-TABLE.
      *> Regrabar POFILE desde una tabla que no lo cargo entero
      *> perderia lineas: se aborta sin tocar nada.
       IF PO-TABLE-FULL
           DISPLAY "ERROR: POFILE supera " PO-TABLE-CAPACITY
               " lineas; no se aplican transacciones."
           MOVE "FRUTASLCK" TO LOCK-FILE-NAME
           PERFORM RELEASE-RUN-LOCK
           MOVE 16 TO RETURN-CODE
           MOVE "OC-TABLA-LLENA" TO ALERT-REASON
           MOVE PO-TABLE-CAPACITY TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           GOBACK
       END-IF.
       PERFORM LOAD-PENDING-RESTOCK.

       MOVE BUSINESS-DATE TO TODAY-DATE.
       OPEN INPUT PO-TXN-FILE.
       IF PO-TXN-OK
           PERFORM UNTIL PO-TXN-EOF
               READ PO-TXN-FILE
                   AT END
                       SET PO-TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO TXN-COUNT
                       PERFORM APPLY-ONE-TXN
               END-READ
           END-PERFORM
       END-IF.
       CLOSE PO-TXN-FILE.

       IF APPLIED-COUNT > 0
           PERFORM REWRITE-PO-FILE
       END-IF.
       MOVE "FRUTASLCK" TO LOCK-FILE-NAME.
       PERFORM RELEASE-RUN-LOCK.

       IF TXN-COUNT = 0
           DISPLAY "POTXN vacio o ausente; sin transacciones que "
               "aplicar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "Ordenes de compra: " APPLIED-COUNT " aplicada(s) ("
           CANCEL-COUNT " baja(s), " REQUEUED-COUNT " vuelta(s) a "
           "reposicion), " REJECTED-COUNT " rechazada(s) de "
           TXN-COUNT ". Bitacora en POLOG.".
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
           MOVE "OC-TXN-RECHAZO" TO ALERT-REASON
           MOVE REJECTED-COUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-PO-TABLE.
           OPEN INPUT PO-FILE.
           IF PO-FILE-OK
               PERFORM UNTIL PO-FILE-EOF
                   READ PO-FILE
                       AT END
                           SET PO-FILE-EOF TO TRUE
                       NOT AT END
                           IF PO-LINE-COUNT >= PO-TABLE-CAPACITY
                               SET PO-TABLE-FULL TO TRUE
                               SET PO-FILE-EOF TO TRUE
                           ELSE
                               PERFORM ADD-PO-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PO-FILE.

       ADD-PO-ENTRY.
           ADD 1 TO PO-LINE-COUNT.
           MOVE PO-NUMBER TO POT-NUMBER(PO-LINE-COUNT).
           MOVE PO-VENDOR TO POT-VENDOR(PO-LINE-COUNT).
           MOVE PO-ITEM TO POT-ITEM(PO-LINE-COUNT).
           MOVE PO-QTY TO POT-QTY(PO-LINE-COUNT).
           IF PO-RECEIVED IS NUMERIC
               MOVE PO-RECEIVED TO POT-RECEIVED(PO-LINE-COUNT)
           ELSE
               MOVE 0 TO POT-RECEIVED(PO-LINE-COUNT)
           END-IF.
           MOVE PO-ORDER-DATE TO POT-ORDER-DATE(PO-LINE-COUNT).
           MOVE PO-EXPECTED-DATE TO POT-EXPECTED-DATE(PO-LINE-COUNT).
           MOVE PO-STATUS TO POT-STATUS(PO-LINE-COUNT).
           IF PO-UNIT-COST IS NUMERIC
               MOVE PO-UNIT-COST TO POT-UNIT-COST(PO-LINE-COUNT)
           ELSE
               MOVE 0 TO POT-UNIT-COST(PO-LINE-COUNT)
           END-IF.
           MOVE PO-UNIT TO POT-UNIT(PO-LINE-COUNT).
           IF PO-UNIT-QTY IS NUMERIC
               MOVE PO-UNIT-QTY TO POT-UNIT-QTY(PO-LINE-COUNT)
           ELSE
               MOVE 0 TO POT-UNIT-QTY(PO-LINE-COUNT)
           END-IF.

       LOAD-PENDING-RESTOCK.
           OPEN INPUT RESTOCK-DETAIL-FILE.
           IF RESTOCK-DETAIL-OK
               PERFORM UNTIL RESTOCK-DETAIL-EOF
                       OR PENDING-COUNT >= PENDING-CAPACITY
                   READ RESTOCK-DETAIL-FILE
                       AT END
                           SET RESTOCK-DETAIL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO PENDING-COUNT
                           MOVE RR-ITEM TO PENDING-ITEM(PENDING-COUNT)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RESTOCK-DETAIL-FILE.

       APPLY-ONE-TXN.
           MOVE SPACES TO TXN-RESULT.
           MOVE SPACES TO OLD-VALUE.
           PERFORM FIND-OPEN-PO-LINE.
           IF PO-LINE-IDX = 0
               MOVE "RECHAZADA: LINEA NO ABIERTA" TO TXN-RESULT
           ELSE
               EVALUATE PX-ACTION
                   WHEN "Q"
                       PERFORM APPLY-QTY-CHANGE
                   WHEN "F"
                       PERFORM APPLY-DATE-CHANGE
                   WHEN "X"
                       PERFORM APPLY-CANCEL
                   WHEN OTHER
                       MOVE "RECHAZADA: ACCION DESCONOCIDA"
                           TO TXN-RESULT
               END-EVALUATE
           END-IF.
           IF TXN-RESULT(1:9) = "RECHAZADA"
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Rechazada: " PX-ACTION " OC" PX-PO-NUMBER " "
                   FUNCTION TRIM(PX-ITEM) " ("
                   FUNCTION TRIM(TXN-RESULT) ")."
           ELSE
               ADD 1 TO APPLIED-COUNT
           END-IF.
           PERFORM WRITE-CHANGE-LOG.

       FIND-OPEN-PO-LINE.
           MOVE 0 TO PO-LINE-IDX.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PO-LINE-COUNT
               IF POT-NUMBER(P) = PX-PO-NUMBER
                       AND FUNCTION TRIM(POT-ITEM(P))
                           = FUNCTION TRIM(PX-ITEM)
                       AND POT-STATUS(P) = "A"
                   MOVE P TO PO-LINE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-QTY-CHANGE.
      *> No se puede pedir menos de lo que ya entro; pedir justo lo
      *> recibido equivale a dar la linea por completa.
           MOVE POT-QTY(PO-LINE-IDX) TO QTY-EDIT.
           MOVE QTY-EDIT TO OLD-VALUE.
           IF PX-NEW-VALUE = SPACES
                   OR FUNCTION TRIM(PX-NEW-VALUE) IS NOT NUMERIC
               MOVE "RECHAZADA: CANTIDAD NO NUMERICA" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE NEW-QTY = FUNCTION NUMVAL(PX-NEW-VALUE).
           IF NEW-QTY = 0 OR NEW-QTY > 9999
               MOVE "RECHAZADA: CANTIDAD FUERA DE RANGO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF NEW-QTY < POT-RECEIVED(PO-LINE-IDX)
               MOVE "RECHAZADA: MENOS QUE LO RECIBIDO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE NEW-QTY TO POT-QTY(PO-LINE-IDX).
           PERFORM SET-PURCHASE-UNIT-QTY.
           IF POT-RECEIVED(PO-LINE-IDX) >= POT-QTY(PO-LINE-IDX)
               MOVE "C" TO POT-STATUS(PO-LINE-IDX)
               MOVE "CANTIDAD APLICADA, CERRADA" TO TXN-RESULT
           ELSE
               MOVE "CANTIDAD APLICADA" TO TXN-RESULT
           END-IF.

       SET-PURCHASE-UNIT-QTY.
      *> Unidades de compra enteras que cubren la cantidad nueva. Si
      *> la unidad ya no esta en FRUTUOM la linea queda en unidades de
      *> stock, que es lo que PO-QTY siempre dijo.
           IF POT-UNIT(PO-LINE-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE POT-ITEM(PO-LINE-IDX) TO UOM-ITEM-WANTED.
           MOVE POT-UNIT(PO-LINE-IDX) TO UOM-UNIT-WANTED.
           MOVE 1 TO UOM-QTY-IN.
           PERFORM CONVERT-TO-STOCK-UNIT.
           IF NOT UOM-FOUND
               MOVE SPACES TO POT-UNIT(PO-LINE-IDX)
               MOVE 0 TO POT-UNIT-QTY(PO-LINE-IDX)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE PURCHASE-QTY = NEW-QTY / UOM-FACTOR-FOUND.
           IF PURCHASE-QTY * UOM-FACTOR-FOUND < NEW-QTY
               ADD 1 TO PURCHASE-QTY
           END-IF.
           MOVE PURCHASE-QTY TO POT-UNIT-QTY(PO-LINE-IDX).

       APPLY-DATE-CHANGE.
           MOVE POT-EXPECTED-DATE(PO-LINE-IDX) TO OLD-VALUE.
           IF PX-NEW-VALUE IS NOT NUMERIC
               MOVE "RECHAZADA: FECHA INVALIDA" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(PX-NEW-VALUE)) NOT = 0
               MOVE "RECHAZADA: FECHA INVALIDA" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF PX-NEW-VALUE < TODAY-DATE
               MOVE "RECHAZADA: FECHA ANTERIOR A HOY" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE PX-NEW-VALUE TO POT-EXPECTED-DATE(PO-LINE-IDX).
           MOVE "FECHA APLICADA" TO TXN-RESULT.

       APPLY-CANCEL.
      *> La baja conserva la linea (estado "X") para la historia del
      *> proveedor; lo que faltaba recibir vuelve a reposicion.
           MOVE POT-STATUS(PO-LINE-IDX) TO OLD-VALUE.
           MOVE "X" TO POT-STATUS(PO-LINE-IDX).
           ADD 1 TO CANCEL-COUNT.
           COMPUTE OPEN-QTY =
               POT-QTY(PO-LINE-IDX) - POT-RECEIVED(PO-LINE-IDX).
           IF OPEN-QTY = 0
               MOVE "BAJA APLICADA" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO ITEM-PENDING-SW.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > PENDING-COUNT
               IF FUNCTION TRIM(PENDING-ITEM(R))
                       = FUNCTION TRIM(POT-ITEM(PO-LINE-IDX))
                   SET ITEM-PENDING TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ITEM-PENDING
               MOVE "BAJA, REPOSICION YA PENDIENTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM ENQUEUE-RESTOCK-REQUEST.
           IF LOCK-BUSY
               MOVE "BAJA APLICADA, SIN REENCOLAR" TO TXN-RESULT
           ELSE
               MOVE "BAJA APLICADA, A REPOSICION" TO TXN-RESULT
               ADD 1 TO REQUEUED-COUNT
               IF PENDING-COUNT < PENDING-CAPACITY
                   ADD 1 TO PENDING-COUNT
                   MOVE POT-ITEM(PO-LINE-IDX)
                       TO PENDING-ITEM(PENDING-COUNT)
               END-IF
           END-IF.

       ENQUEUE-RESTOCK-REQUEST.
      *> Mismo alta de tique + detalle que ARRAY-DEMO, bajo el candado
      *> de QUEUEDAT solo por el instante de la escritura.
           MOVE "QUEUELCK" TO LOCK-FILE-NAME.
           PERFORM ACQUIRE-RUN-LOCK.
           IF LOCK-BUSY
               DISPLAY "Aviso: QUEUEDAT esta tomado; lo pendiente de "
                   "OC" POT-NUMBER(PO-LINE-IDX) " no vuelve a "
                   "reposicion en esta corrida."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND RESTOCK-QUEUE-FILE.
           IF NOT RESTOCK-FILE-OK
               OPEN OUTPUT RESTOCK-QUEUE-FILE
           END-IF.
           PERFORM ASSIGN-TICKET-ID.
           MOVE RESTOCK-ITEM-NAME TO QD-ITEM.
           MOVE TODAY-DATE TO QD-ARRIVAL-DATE.
           ACCEPT RESTOCK-TIME-STAMP FROM TIME.
           MOVE RESTOCK-TIME-STAMP TO QD-ARRIVAL-TIME.
           MOVE NEXT-TICKET-ID TO QD-TICKET-ID.
           MOVE "Reposicion" TO QD-QUEUE-NAME.
           MOVE "5" TO QD-PRIORITY.
           MOVE "A" TO QD-STATUS.
           MOVE SPACE TO QD-ORIGIN.
           MOVE SPACES TO QD-EST-WAIT-CS.
           MOVE SPACES TO QD-CONTACT.
           MOVE SPACE TO QD-NOTIFIED.
           MOVE SPACES TO QD-CUSTOMER-ID.
           WRITE RESTOCK-QUEUE-RECORD.
           CLOSE RESTOCK-QUEUE-FILE.
           PERFORM WRITE-RESTOCK-DETAIL.
           MOVE "QUEUELCK" TO LOCK-FILE-NAME.
           PERFORM RELEASE-RUN-LOCK.
           DISPLAY "Baja de OC" POT-NUMBER(PO-LINE-IDX) " '"
               FUNCTION TRIM(POT-ITEM(PO-LINE-IDX))
               "': se encolo la solicitud de reposicion "
               NEXT-TICKET-ID " (x " OPEN-QTY ") en QUEUEDAT.".

       WRITE-RESTOCK-DETAIL.
           OPEN EXTEND RESTOCK-DETAIL-FILE.
           IF NOT RESTOCK-DETAIL-OK
               OPEN OUTPUT RESTOCK-DETAIL-FILE
           END-IF.
           MOVE NEXT-TICKET-ID TO RR-TICKET-ID.
           MOVE POT-ITEM(PO-LINE-IDX) TO RR-ITEM.
           MOVE OPEN-QTY TO RR-QTY.
           MOVE "PO-MAINT" TO RR-PROGRAM.
           MOVE TODAY-DATE TO RR-DATE.
           MOVE SPACES TO RR-HOLD.
           MOVE REQUESTER-OPERATOR TO RR-REQUESTER.
           IF APPROVAL-LIMIT > 0 AND OPEN-QTY > APPROVAL-LIMIT
               MOVE "R" TO RR-HOLD
           END-IF.
           WRITE RESTOCK-DETAIL-RECORD.
           CLOSE RESTOCK-DETAIL-FILE.

       ASSIGN-TICKET-ID.
      *> Mismo numerador persistido TICKCTR que usa queue.cbl.
           MOVE 0 TO NEXT-TICKET-ID.
           OPEN INPUT TICKET-COUNTER-FILE.
           IF TICKET-COUNTER-OK
               READ TICKET-COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE TICKET-COUNTER-RECORD TO NEXT-TICKET-ID
               END-READ
           END-IF.
           CLOSE TICKET-COUNTER-FILE.
           ADD 1 TO NEXT-TICKET-ID.
           OPEN OUTPUT TICKET-COUNTER-FILE.
           MOVE NEXT-TICKET-ID TO TICKET-COUNTER-RECORD.
           WRITE TICKET-COUNTER-RECORD.
           CLOSE TICKET-COUNTER-FILE.

       WRITE-CHANGE-LOG.
           OPEN EXTEND PO-LOG-FILE.
           IF NOT PO-LOG-OK
               CLOSE PO-LOG-FILE
               OPEN OUTPUT PO-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PL-DATE.
           ACCEPT LOG-TIME-STAMP FROM TIME.
           MOVE LOG-TIME-STAMP TO PL-TIME.
           MOVE PX-ACTION TO PL-ACTION.
           MOVE PX-PO-NUMBER TO PL-PO-NUMBER.
           MOVE PX-ITEM TO PL-ITEM.
           MOVE OLD-VALUE TO PL-OLD-VALUE.
           MOVE PX-NEW-VALUE TO PL-NEW-VALUE.
           MOVE PX-REASON TO PL-REASON.
           MOVE TXN-RESULT TO PL-RESULT.
           WRITE PO-LOG-RECORD.
           CLOSE PO-LOG-FILE.

       REWRITE-PO-FILE.
           OPEN OUTPUT PO-FILE.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PO-LINE-COUNT
               MOVE POT-NUMBER(P) TO PO-NUMBER
               MOVE POT-VENDOR(P) TO PO-VENDOR
               MOVE POT-ITEM(P) TO PO-ITEM
               MOVE POT-QTY(P) TO PO-QTY
               MOVE POT-RECEIVED(P) TO PO-RECEIVED
               MOVE POT-ORDER-DATE(P) TO PO-ORDER-DATE
               MOVE POT-EXPECTED-DATE(P) TO PO-EXPECTED-DATE
               MOVE POT-STATUS(P) TO PO-STATUS
               MOVE POT-UNIT-COST(P) TO PO-UNIT-COST
               MOVE POT-UNIT(P) TO PO-UNIT
               MOVE POT-UNIT-QTY(P) TO PO-UNIT-QTY
               WRITE PO-RECORD
           END-PERFORM.
           CLOSE PO-FILE.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe, igual que
      *> HISTLOG).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "PO-MAINT" TO ALERT-PROGRAM.
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
               MOVE "PO-MAINT" TO LOCK-PROGRAM
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
           MOVE "PO-MAINT" TO LOCK-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE.
           ACCEPT LOCK-TIME-STAMP FROM TIME.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY runparmp.

       COPY uomp.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
