       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICK-LIST.

      *> Lista de picking de los egresos pendientes, antes del
      *> posteo: nadie le decia a la cuadrilla que lote y de que
      *> ubicacion sacar, agarraban el cajon de adelante y FRUTLOTE se
      *> iba despegando de lo que hay en los estantes. Lee los
      *> egresos (tipo E) que esperan en STKMOVS y los renglones de
      *> CUSTORD ya reservados por ORDER-ALLOCATE que todavia no
      *> tienen su egreso cargado; planifica cada uno contra la
      *> ubicacion de salida de FRUTLOC (MV-LOC-FROM, o el local) y,
      *> dentro de ella, contra los lotes de FRUTLOTE por vencimiento
      *> mas proximo -- el mismo orden en que STOCK-MOVEMENT los va a
      *> descargar -- saltando los lotes en cuarentena. PICKLIST sale
      *> agrupado por ubicacion con lote, vencimiento y cantidad por
      *> renglon.
      *>
      *> Un renglon que la ubicacion no alcanza a cubrir se marca
      *> CORTO aca, antes del posteo, en vez de enterarse por el
      *> rechazo de STOCK-MOVEMENT despues. FRUTLOTE no lleva
      *> ubicacion: los lotes se asignan por articulo hasta el saldo
      *> de la ubicacion de salida, y lo que los lotes no cubren sale
      *> como SIN LOTE. Lo planificado se va descontando en memoria
      *> para que dos renglones no prometan el mismo cajon; no se
      *> graba nada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOVEMENT-FILE ASSIGN USING MOVEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVEMENT-FILE-STATUS.
           SELECT OPTIONAL ORDER-FILE ASSIGN USING ORDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDER-FILE-STATUS.
           SELECT OPTIONAL LOCATION-FILE ASSIGN USING LOCATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT OPTIONAL LOT-FILE ASSIGN USING LOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-FILE-STATUS.
      *> Solo para la existencia de un articulo anterior al detalle
      *> por ubicacion (sin renglones en FRUTLOC).
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT PICK-LIST-FILE ASSIGN USING PICK-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PICK-LIST-STATUS.

      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
      *> Mismo registro de movimiento que stock_movement.cbl.
       FD  MOVEMENT-FILE.
       01  MOVEMENT-RECORD.
           05 MV-TYPE      PIC X(1).
           05 MV-ITEM      PIC X(10).
           05 MV-QTY       PIC X(5).
           05 MV-UNIT-COST PIC X(7).
           05 MV-LOC-FROM  PIC X(8).
           05 MV-LOC-TO    PIC X(8).
           05 MV-LOT       PIC X(10).
           05 MV-EXP-DATE  PIC X(8).
           05 MV-ORDER     PIC X(6).
           05 MV-PO-NUMBER PIC X(6).
           05 MV-REASON    PIC X(4).

       FD  ORDER-FILE.
       01  ORDER-RECORD.
           COPY ordrec.

       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY locrec.

       FD  LOT-FILE.
       01  LOT-RECORD.
           COPY lotrec.

      *> Mismo maestro de inventario que array.cbl.
       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  PICK-LIST-FILE.
       01  REPORT-LINE PIC X(100).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 MOVEMENT-FILE-STATUS PIC XX VALUE "00".
           88 MOVEMENT-FILE-OK  VALUE "00".
           88 MOVEMENT-FILE-EOF VALUE "10".
       01 ORDER-FILE-STATUS PIC XX VALUE "00".
           88 ORDER-FILE-OK  VALUE "00".
           88 ORDER-FILE-EOF VALUE "10".
       01 LOCATION-FILE-STATUS PIC XX VALUE "00".
           88 LOCATION-FILE-OK  VALUE "00".
           88 LOCATION-FILE-EOF VALUE "10".
       01 LOT-FILE-STATUS PIC XX VALUE "00".
           88 LOT-FILE-OK  VALUE "00".
           88 LOT-FILE-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK VALUE "00".
       01 PICK-LIST-STATUS PIC XX VALUE "00".
           88 PICK-LIST-OK VALUE "00".
       01 MASTER-OPEN-SW PIC X VALUE "N".
           88 MASTER-OPEN VALUE "Y".

      *> Mismas ubicaciones que stock_movement.cbl.
       01 DEFAULT-ISSUE-LOCATION PIC X(8) VALUE "TIENDA".
       01 QUARANTINE-LOCATION    PIC X(8) VALUE "CUARENT".

       01 LOCATION-TABLE.
          05 LOC-COUNT PIC 9(3) VALUE 0.
          05 LOC-ENTRY OCCURS 100 TIMES.
             10 LOC-ITEM PIC X(10).
             10 LOC-NAME PIC X(8).
             10 LOC-QTY  PIC 9(5).
       01 LOC-TABLE-CAPACITY PIC 9(3) VALUE 100.
       01 L PIC 9(3).
       01 LOC-IDX PIC 9(3).
       01 ITEM-HAS-LOCATIONS-SW PIC X VALUE "N".
           88 ITEM-HAS-LOCATIONS VALUE "Y".

       01 LOT-TABLE.
          05 LOT-COUNT PIC 9(3) VALUE 0.
          05 LOT-ENTRY OCCURS 200 TIMES.
             10 LOT-ITEM   PIC X(10).
             10 LOT-NUM    PIC X(10).
             10 LOT-EXP    PIC X(8).
             10 LOT-QTY    PIC 9(5).
             10 LOT-STATUS PIC X(1).
       01 LOT-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 T PIC 9(3).
       01 BEST-LOT-IDX PIC 9(3).

      *> Pedido+articulo que ya tiene su egreso en STKMOVS: ese
      *> renglon de CUSTORD no se planifica dos veces.
       01 ORDER-SEEN-TABLE.
          05 SEEN-COUNT PIC 9(3) VALUE 0.
          05 SEEN-ENTRY OCCURS 200 TIMES.
             10 SEEN-ORDER PIC X(6).
             10 SEEN-ITEM  PIC X(10).
       01 SEEN-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 S PIC 9(3).
       01 ORDER-SEEN-SW PIC X VALUE "N".
           88 ORDER-SEEN VALUE "Y".

      *> Renglones de picking planificados, para imprimirlos
      *> agrupados por ubicacion.
       01 PICK-TABLE.
          05 PICK-COUNT PIC 9(3) VALUE 0.
          05 PICK-ENTRY OCCURS 400 TIMES.
             10 PK-LOCATION PIC X(8).
             10 PK-ITEM     PIC X(10).
             10 PK-LOT      PIC X(10).
             10 PK-EXP      PIC X(8).
             10 PK-QTY      PIC 9(5).
             10 PK-SOURCE   PIC X(12).
             10 PK-SHORT    PIC X(1).
             10 PK-PRINTED  PIC X(1).
       01 PICK-TABLE-CAPACITY PIC 9(3) VALUE 400.
       01 P PIC 9(3).
       01 P2 PIC 9(3).

      *> Renglon que se esta planificando.
       01 WORK-ITEM     PIC X(10).
       01 WORK-LOCATION PIC X(8).
       01 WORK-LOT      PIC X(10).
       01 WORK-SOURCE   PIC X(12).
       01 WORK-QTY      PIC 9(5).
       01 PLAN-QTY      PIC 9(5).
       01 REMAINING-QTY PIC 9(5).
       01 TAKE-QTY      PIC 9(5).
       01 LINE-SHORT-SW PIC X VALUE "N".
           88 LINE-SHORT VALUE "Y".
       01 MOVE-SEQ      PIC 9(5) VALUE 0.
       01 MOVE-SEQ-EDIT PIC 9(5).

       01 SHORT-TABLE.
          05 SHORT-COUNT PIC 9(3) VALUE 0.
          05 SHORT-ENTRY OCCURS 100 TIMES.
             10 SH-SOURCE   PIC X(12).
             10 SH-ITEM     PIC X(10).
             10 SH-LOCATION PIC X(8).
             10 SH-WANTED   PIC 9(5).
             10 SH-PLANNED  PIC 9(5).
       01 SHORT-TABLE-CAPACITY PIC 9(3) VALUE 100.

       01 QTY-EDIT   PIC ZZZZ9.
       01 QTY-EDIT-2 PIC ZZZZ9.
       01 LINE-COUNT       PIC 9(5) VALUE 0.
       01 SKIPPED-COUNT    PIC 9(5) VALUE 0.
       01 SHORT-LINE-COUNT PIC 9(5) VALUE 0.
       01 TODAY-DATE PIC X(8).

       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 MOVEMENT-FILE-NAME  PIC X(40) VALUE "STKMOVS".
          05 ORDER-FILE-NAME     PIC X(40) VALUE "CUSTORD".
          05 LOCATION-FILE-NAME  PIC X(40) VALUE "FRUTLOC".
          05 LOT-FILE-NAME       PIC X(40) VALUE "FRUTLOTE".
          05 FRUTAS-FILE-NAME    PIC X(40) VALUE "FRUTASDAT".
          05 PICK-LIST-FILE-NAME PIC X(40) VALUE "PICKLIST".
          05 OPS-ALERT-FILE-NAME PIC X(40) VALUE "OPSALERT".
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
       PERFORM LOAD-LOCATION-TABLE.
       PERFORM LOAD-LOT-TABLE.
       OPEN INPUT FRUTAS-FILE.
       IF FRUTAS-FILE-OK
           SET MASTER-OPEN TO TRUE
       END-IF.

       PERFORM PLAN-PENDING-MOVEMENTS.
       PERFORM PLAN-ALLOCATED-ORDERS.
       IF MASTER-OPEN
           CLOSE FRUTAS-FILE
       END-IF.

       OPEN OUTPUT PICK-LIST-FILE.
       MOVE SPACES TO REPORT-LINE.
       STRING "LISTA DE PICKING  (" TODAY-DATE ")  -- primero el "
           "lote que vence antes"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       PERFORM PRINT-PICKS-BY-LOCATION.
       PERFORM PRINT-SHORT-LINES.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Renglones planificados: " LINE-COUNT
           "  cortos: " SHORT-LINE-COUNT
           "  ignorados (cantidad invalida): " SKIPPED-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE PICK-LIST-FILE.
       MOVE PICK-LIST-FILE-NAME TO RA-FILE-NAME.
       MOVE "PICK-LIST" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       IF LINE-COUNT = 0
           DISPLAY "Sin egresos pendientes ni pedidos reservados; "
               "nada que juntar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
       DISPLAY "Picking: " LINE-COUNT " renglon(es), "
           SHORT-LINE-COUNT " corto(s). Lista en PICKLIST.".
      *> Un corto avisado antes del posteo es para resolver ahora
      *> (recibir, transferir o corregir el egreso), no a la manana.
       IF SHORT-LINE-COUNT > 0
           MOVE 8 TO RETURN-CODE
           MOVE "PICKING-CORTO" TO ALERT-REASON
           MOVE SHORT-LINE-COUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       PLAN-PENDING-MOVEMENTS.
           OPEN INPUT MOVEMENT-FILE.
           IF MOVEMENT-FILE-OK
               PERFORM UNTIL MOVEMENT-FILE-EOF
                   READ MOVEMENT-FILE
                       AT END
                           SET MOVEMENT-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO MOVE-SEQ
                           IF MV-TYPE = "E"
                               PERFORM PLAN-ONE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MOVEMENT-FILE.

       PLAN-ONE-MOVEMENT.
      *> Cantidad invalida: STOCK-MOVEMENT la va a rechazar igual.
           IF MV-QTY IS NOT NUMERIC
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE MV-ITEM TO WORK-ITEM.
           MOVE MV-QTY TO WORK-QTY.
           IF MV-LOC-FROM NOT = SPACES
               MOVE MV-LOC-FROM TO WORK-LOCATION
           ELSE
               MOVE DEFAULT-ISSUE-LOCATION TO WORK-LOCATION
           END-IF.
           MOVE MOVE-SEQ TO MOVE-SEQ-EDIT.
           MOVE SPACES TO WORK-SOURCE.
           IF MV-ORDER NOT = SPACES
               STRING "PED " MV-ORDER DELIMITED BY SIZE
                   INTO WORK-SOURCE
               END-STRING
               IF SEEN-COUNT < SEEN-TABLE-CAPACITY
                   ADD 1 TO SEEN-COUNT
                   MOVE MV-ORDER TO SEEN-ORDER(SEEN-COUNT)
                   MOVE MV-ITEM TO SEEN-ITEM(SEEN-COUNT)
               END-IF
           ELSE
               STRING "MOV " MOVE-SEQ-EDIT DELIMITED BY SIZE
                   INTO WORK-SOURCE
               END-STRING
           END-IF.
           PERFORM PLAN-ONE-LINE.

       PLAN-ALLOCATED-ORDERS.
      *> Lo reservado y no entregado de cada renglon abierto; el
      *> egreso de un pedido sale del local.
           OPEN INPUT ORDER-FILE.
           IF ORDER-FILE-OK
               PERFORM UNTIL ORDER-FILE-EOF
                   READ ORDER-FILE
                       AT END
                           SET ORDER-FILE-EOF TO TRUE
                       NOT AT END
                           IF (OR-STATUS = "P" OR OR-STATUS = "T")
                                   AND OR-ALLOC-QTY IS NUMERIC
                                   AND OR-ALLOC-QTY > 0
                               PERFORM PLAN-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ORDER-FILE.

       PLAN-ONE-ORDER.
           MOVE "N" TO ORDER-SEEN-SW.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SEEN-COUNT
               IF SEEN-ORDER(S) = OR-NUMBER
                       AND SEEN-ITEM(S) = OR-ITEM
                   SET ORDER-SEEN TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ORDER-SEEN
               EXIT PARAGRAPH
           END-IF.
           MOVE OR-ITEM TO WORK-ITEM.
           MOVE OR-ALLOC-QTY TO WORK-QTY.
           MOVE DEFAULT-ISSUE-LOCATION TO WORK-LOCATION.
           MOVE SPACES TO WORK-SOURCE.
           STRING "PED " OR-NUMBER DELIMITED BY SIZE
               INTO WORK-SOURCE
           END-STRING.
           PERFORM PLAN-ONE-LINE.

       PLAN-ONE-LINE.
      *> Tope: lo que la ubicacion de salida todavia tiene sin
      *> prometer; dentro de eso, lotes por vencimiento.
           ADD 1 TO LINE-COUNT.
           MOVE "N" TO LINE-SHORT-SW.
           PERFORM FIND-ISSUE-LOCATION.
           MOVE 0 TO PLAN-QTY.
           IF LOC-IDX > 0
                   AND WORK-LOCATION NOT = QUARANTINE-LOCATION
               IF LOC-QTY(LOC-IDX) >= WORK-QTY
                   MOVE WORK-QTY TO PLAN-QTY
               ELSE
                   MOVE LOC-QTY(LOC-IDX) TO PLAN-QTY
               END-IF
               SUBTRACT PLAN-QTY FROM LOC-QTY(LOC-IDX)
           END-IF.
           IF PLAN-QTY < WORK-QTY
               SET LINE-SHORT TO TRUE
               ADD 1 TO SHORT-LINE-COUNT
               PERFORM RECORD-SHORT-LINE
           END-IF.
           MOVE PLAN-QTY TO REMAINING-QTY.
           PERFORM PICK-LOTS-FEFO.
      *> Lo que los lotes no cubren (articulo sin seguimiento, o
      *> seguimiento parcial) sale sin lote; un renglon que no junta
      *> nada igual se imprime, en cero y marcado.
           IF REMAINING-QTY > 0 OR PLAN-QTY = 0
               MOVE "SIN LOTE" TO WORK-LOT
               MOVE REMAINING-QTY TO TAKE-QTY
               PERFORM ADD-PICK-ENTRY
               IF PICK-COUNT > 0
                   MOVE SPACES TO PK-EXP(PICK-COUNT)
               END-IF
           END-IF.

       FIND-ISSUE-LOCATION.
      *> LOC-IDX al renglon (articulo, ubicacion); un articulo sin
      *> detalle cuenta todo su total en el local, como en
      *> stock_movement.cbl.
           MOVE 0 TO LOC-IDX.
           MOVE "N" TO ITEM-HAS-LOCATIONS-SW.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOC-COUNT
               IF LOC-ITEM(L) = WORK-ITEM
                   SET ITEM-HAS-LOCATIONS TO TRUE
                   IF LOC-NAME(L) = WORK-LOCATION
                       MOVE L TO LOC-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF ITEM-HAS-LOCATIONS
                   OR WORK-LOCATION NOT = DEFAULT-ISSUE-LOCATION
                   OR NOT MASTER-OPEN
                   OR LOC-COUNT >= LOC-TABLE-CAPACITY
               EXIT PARAGRAPH
           END-IF.
           MOVE WORK-ITEM TO FRUTA-NAME.
           READ FRUTAS-FILE KEY IS FRUTA-NAME
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO LOC-COUNT.
           MOVE WORK-ITEM TO LOC-ITEM(LOC-COUNT).
           MOVE WORK-LOCATION TO LOC-NAME(LOC-COUNT).
           IF FRUTA-QTY IS NUMERIC
               MOVE FRUTA-QTY TO LOC-QTY(LOC-COUNT)
           ELSE
               MOVE 0 TO LOC-QTY(LOC-COUNT)
           END-IF.
           MOVE LOC-COUNT TO LOC-IDX.

       PICK-LOTS-FEFO.
           PERFORM UNTIL REMAINING-QTY = 0
               MOVE 0 TO BEST-LOT-IDX
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > LOT-COUNT
                   IF LOT-ITEM(T) = WORK-ITEM
                           AND LOT-QTY(T) > 0
                           AND LOT-STATUS(T) NOT = "Q"
                       IF BEST-LOT-IDX = 0
                           OR LOT-EXP(T) < LOT-EXP(BEST-LOT-IDX)
                           MOVE T TO BEST-LOT-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF BEST-LOT-IDX = 0
                   EXIT PERFORM
               END-IF
               MOVE BEST-LOT-IDX TO T
               PERFORM TAKE-FROM-LOT
           END-PERFORM.

       TAKE-FROM-LOT.
           IF LOT-QTY(T) >= REMAINING-QTY
               MOVE REMAINING-QTY TO TAKE-QTY
           ELSE
               MOVE LOT-QTY(T) TO TAKE-QTY
           END-IF.
           SUBTRACT TAKE-QTY FROM LOT-QTY(T).
           SUBTRACT TAKE-QTY FROM REMAINING-QTY.
           MOVE LOT-NUM(T) TO WORK-LOT.
           PERFORM ADD-PICK-ENTRY.
           IF PICK-COUNT > 0
               MOVE LOT-EXP(T) TO PK-EXP(PICK-COUNT)
           END-IF.

       ADD-PICK-ENTRY.
           IF PICK-COUNT >= PICK-TABLE-CAPACITY
               DISPLAY "Aviso: tabla de picking llena ("
                   PICK-TABLE-CAPACITY "); '"
                   FUNCTION TRIM(WORK-ITEM) "' no se lista."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PICK-COUNT.
           MOVE WORK-LOCATION TO PK-LOCATION(PICK-COUNT).
           MOVE WORK-ITEM TO PK-ITEM(PICK-COUNT).
           MOVE WORK-LOT TO PK-LOT(PICK-COUNT).
           MOVE TAKE-QTY TO PK-QTY(PICK-COUNT).
           MOVE WORK-SOURCE TO PK-SOURCE(PICK-COUNT).
           MOVE "N" TO PK-PRINTED(PICK-COUNT).
           IF LINE-SHORT
               MOVE "S" TO PK-SHORT(PICK-COUNT)
           ELSE
               MOVE "N" TO PK-SHORT(PICK-COUNT)
           END-IF.

       RECORD-SHORT-LINE.
           IF SHORT-COUNT >= SHORT-TABLE-CAPACITY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SHORT-COUNT.
           MOVE WORK-SOURCE TO SH-SOURCE(SHORT-COUNT).
           MOVE WORK-ITEM TO SH-ITEM(SHORT-COUNT).
           MOVE WORK-LOCATION TO SH-LOCATION(SHORT-COUNT).
           MOVE WORK-QTY TO SH-WANTED(SHORT-COUNT).
           MOVE PLAN-QTY TO SH-PLANNED(SHORT-COUNT).

       PRINT-PICKS-BY-LOCATION.
      *> Un bloque por ubicacion, en el orden en que aparecen; dentro
      *> del bloque, en el orden de planificacion.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PICK-COUNT
               IF PK-PRINTED(P) = "N"
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "UBICACION: " PK-LOCATION(P)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ARTICULO   LOTE        VENCE     CANTIDAD"
                       "  ORIGEN        NOTA   JUNTADO"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   PERFORM VARYING P2 FROM P BY 1
                           UNTIL P2 > PICK-COUNT
                       IF PK-LOCATION(P2) = PK-LOCATION(P)
                           PERFORM PRINT-ONE-PICK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF PICK-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  Nada que juntar." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PRINT-ONE-PICK.
           MOVE "S" TO PK-PRINTED(P2).
           MOVE PK-QTY(P2) TO QTY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           IF PK-SHORT(P2) = "S"
               STRING "  " PK-ITEM(P2) " " PK-LOT(P2) "  "
                   PK-EXP(P2) "  " QTY-EDIT "    " PK-SOURCE(P2)
                   "  CORTO  ______"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "  " PK-ITEM(P2) " " PK-LOT(P2) "  "
                   PK-EXP(P2) "  " QTY-EDIT "    " PK-SOURCE(P2)
                   "         ______"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

       PRINT-SHORT-LINES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RENGLONES CORTOS (resolver antes del posteo)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SHORT-COUNT = 0
               MOVE "  Ninguno." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SHORT-COUNT
               MOVE SH-WANTED(S) TO QTY-EDIT
               MOVE SH-PLANNED(S) TO QTY-EDIT-2
               MOVE SPACES TO REPORT-LINE
               STRING "  *** " SH-SOURCE(S) " " SH-ITEM(S)
                   " en " SH-LOCATION(S) ": pide " QTY-EDIT
                   ", se juntan " QTY-EDIT-2
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

       LOAD-LOCATION-TABLE.
           MOVE 0 TO LOC-COUNT.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-OK
               PERFORM UNTIL LOCATION-FILE-EOF
                       OR LOC-COUNT >= LOC-TABLE-CAPACITY
                   READ LOCATION-FILE
                       AT END
                           SET LOCATION-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO LOC-COUNT
                           MOVE FL-ITEM TO LOC-ITEM(LOC-COUNT)
                           MOVE FL-LOCATION TO LOC-NAME(LOC-COUNT)
                           IF FL-QTY IS NUMERIC
                               MOVE FL-QTY TO LOC-QTY(LOC-COUNT)
                           ELSE
                               MOVE 0 TO LOC-QTY(LOC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOCATION-FILE.

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

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "PICK-LIST" TO ALERT-PROGRAM.
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
       COPY rarcp.
