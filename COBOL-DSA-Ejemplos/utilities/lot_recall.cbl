       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-RECALL.

      *> Retiro de un lote por el proveedor: dado el proveedor
      *> (argv(1)) y el numero de lote (argv(2)), responde "a donde
      *> fue el lote X" y lo pone en cuarentena, en una sola corrida
      *> que antes era un dia entero de adivinanzas.
      *>
      *>   1. Rastrea en STKLEDG cada recepcion, transferencia, egreso,
      *>      devolucion y merma que toco el lote (LG-LOT), con fecha,
      *>      cantidad y ubicacion.
      *>   2. Marca en cuarentena ("Q") los renglones de FRUTLOTE de
      *>      ese lote y proveedor que todavia tienen cantidad, y pasa
      *>      esa cantidad a la ubicacion CUARENT de FRUTLOC -- primero
      *>      desde el deposito, despues desde el local y las demas --
      *>      con un asiento T en STKLEDG por ubicacion vaciada.
      *>      STOCK-MOVEMENT no deja que un egreso saque de CUARENT ni
      *>      descargue un lote en cuarentena.
      *>   3. Lista la actividad de tiques (confirmaciones RSTKCONF e
      *>      historial QUEHIST) que toco los articulos del lote desde
      *>      su primer asiento.
      *>
      *> El libro mayor no guarda proveedor: el rastreo toma todos los
      *> asientos con ese numero de lote; el proveedor elige los
      *> renglones de FRUTLOTE a poner en cuarentena (un lote sin
      *> proveedor registrado, anterior al campo, tambien entra).
      *> Corre bajo el candado FRUTASLCK porque regraba FRUTLOTE y
      *> FRUTLOC, que STOCK-MOVEMENT mantiene.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOT-FILE ASSIGN USING LOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-FILE-STATUS.
           SELECT OPTIONAL LOCATION-FILE ASSIGN USING LOCATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT OPTIONAL CONFIRM-FILE ASSIGN USING CONFIRM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIRM-FILE-STATUS.
           SELECT OPTIONAL QUEUE-HISTORY-FILE
               ASSIGN USING QUEUE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-HISTORY-STATUS.
           SELECT RECALL-REPORT-FILE
               ASSIGN USING RECALL-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECALL-REPORT-STATUS.

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
       FD  LOT-FILE.
       01  LOT-RECORD.
           COPY lotrec.

       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY locrec.

       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ledgrec.

      *> Mismo registro de confirmacion que RESTOCK-FULFILL.
       FD  CONFIRM-FILE.
       01  CONFIRM-RECORD.
           05 CF-TICKET-ID PIC X(6).
           05 CF-ITEM      PIC X(10).
           05 CF-QTY       PIC 9(4).
           05 CF-DATE      PIC X(8).
           05 CF-RESULT    PIC X(20).
           05 CF-REQ-DATE  PIC X(8).

       FD  QUEUE-HISTORY-FILE.
       01  QUEUE-HISTORY-RECORD.
           COPY quehist.

       FD  RECALL-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 LOT-FILE-STATUS PIC XX VALUE "00".
           88 LOT-FILE-OK  VALUE "00".
           88 LOT-FILE-EOF VALUE "10".
       01 LOCATION-FILE-STATUS PIC XX VALUE "00".
           88 LOCATION-FILE-OK  VALUE "00".
           88 LOCATION-FILE-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK VALUE "00".
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK  VALUE "00".
           88 LEDGER-FILE-EOF VALUE "10".
       01 CONFIRM-FILE-STATUS PIC XX VALUE "00".
           88 CONFIRM-FILE-OK  VALUE "00".
           88 CONFIRM-FILE-EOF VALUE "10".
       01 QUEUE-HISTORY-STATUS PIC XX VALUE "00".
           88 QUEUE-HISTORY-OK  VALUE "00".
           88 QUEUE-HISTORY-EOF VALUE "10".
       01 RECALL-REPORT-STATUS PIC XX VALUE "00".
           88 RECALL-REPORT-OK VALUE "00".
       01 MASTER-OPEN-SW PIC X VALUE "N".
           88 MASTER-OPEN VALUE "Y".
       01 RECORD-FOUND-SW PIC X VALUE "N".
           88 RECORD-FOUND VALUE "Y".

       01 VENDOR-PARM PIC X(10).
       01 LOT-PARM    PIC X(12).
       01 TARGET-VENDOR PIC X(6).
       01 TARGET-LOT    PIC X(10).
       01 WINDOW-FROM   PIC X(8) VALUE SPACES.
       01 TODAY-DATE    PIC X(8).

      *> Mismas ubicaciones por defecto que stock_movement.cbl.
       01 DEFAULT-RECEIPT-LOCATION PIC X(8) VALUE "DEPOSITO".
       01 DEFAULT-ISSUE-LOCATION   PIC X(8) VALUE "TIENDA".
       01 QUARANTINE-LOCATION      PIC X(8) VALUE "CUARENT".

      *> FRUTLOTE completo en memoria; se regraba tal cual con las
      *> marcas de cuarentena nuevas.
       01 LOT-TABLE.
          05 LOT-COUNT PIC 9(3) VALUE 0.
          05 LOT-ENTRY OCCURS 200 TIMES.
             10 LOT-ITEM   PIC X(10).
             10 LOT-NUM    PIC X(10).
             10 LOT-EXP    PIC X(8).
             10 LOT-QTY    PIC 9(5).
             10 LOT-VENDOR PIC X(6).
             10 LOT-STATUS PIC X(1).
       01 LOT-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 T PIC 9(3).

      *> FRUTLOC completo en memoria, mismo esquema que
      *> stock_movement.cbl.
       01 LOCATION-TABLE.
          05 LOC-COUNT PIC 9(3) VALUE 0.
          05 LOC-ENTRY OCCURS 100 TIMES.
             10 LOC-ITEM PIC X(10).
             10 LOC-NAME PIC X(8).
             10 LOC-QTY  PIC 9(5).
       01 LOC-TABLE-CAPACITY PIC 9(3) VALUE 100.
       01 L PIC 9(3).
       01 LOC-IDX PIC 9(3).
       01 QUARANTINE-IDX PIC 9(3).
       01 WORK-ITEM PIC X(10).
       01 WORK-LOCATION PIC X(8).
       01 ITEM-HAS-LOCATIONS-SW PIC X VALUE "N".
           88 ITEM-HAS-LOCATIONS VALUE "Y".

      *> Articulos que tocaron el lote, para el cruce con tiques.
       01 RECALL-ITEM-TABLE.
          05 RECALL-ITEM-COUNT PIC 9(2) VALUE 0.
          05 RECALL-ITEM OCCURS 20 TIMES PIC X(10).
       01 RECALL-ITEM-CAPACITY PIC 9(2) VALUE 20.
       01 RI PIC 9(2).
       01 ITEM-IN-RECALL-SW PIC X VALUE "N".
           88 ITEM-IN-RECALL VALUE "Y".

       01 ONHAND-QTY PIC 9(5).
       01 QUARANTINE-NEEDED PIC 9(5).
       01 TAKE-QTY PIC 9(5).
       01 LEDGER-TIME-STAMP PIC 9(8).
       01 MOVEMENT-DESC PIC X(10).
       01 QTY-EDIT PIC ZZZZ9.

       01 TRACE-COUNT       PIC 9(5) VALUE 0.
       01 LOTS-MATCHED      PIC 9(3) VALUE 0.
       01 LOTS-QUARANTINED  PIC 9(3) VALUE 0.
       01 UNITS-QUARANTINED PIC 9(7) VALUE 0.
       01 UNITS-SHORT       PIC 9(7) VALUE 0.
       01 TICKET-COUNT      PIC 9(5) VALUE 0.

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

       COPY chainw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 LOT-FILE-NAME           PIC X(40) VALUE "FRUTLOTE".
          05 LOCATION-FILE-NAME      PIC X(40) VALUE "FRUTLOC".
          05 FRUTAS-FILE-NAME        PIC X(40) VALUE "FRUTASDAT".
          05 LEDGER-FILE-NAME        PIC X(40) VALUE "STKLEDG".
          05 CONFIRM-FILE-NAME       PIC X(40) VALUE "RSTKCONF".
          05 QUEUE-HISTORY-FILE-NAME PIC X(40) VALUE "QUEHIST".
          05 RECALL-REPORT-FILE-NAME PIC X(40) VALUE "RECALLRPT".
          05 OPS-ALERT-FILE-NAME     PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 8 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 8.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT VENDOR-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO VENDOR-PARM
       END-ACCEPT.
       DISPLAY 2 UPON ARGUMENT-NUMBER.
       ACCEPT LOT-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO LOT-PARM
       END-ACCEPT.
       IF VENDOR-PARM = SPACES OR LOT-PARM = SPACES
           DISPLAY "ERROR: falta el proveedor (argv(1)) o el lote "
               "(argv(2))."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE VENDOR-PARM(1:6) TO TARGET-VENDOR.
       MOVE LOT-PARM(1:10) TO TARGET-LOT.
       MOVE BUSINESS-DATE TO TODAY-DATE.

       MOVE "FRUTASLCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN INPUT FRUTAS-FILE.
       IF FRUTAS-FILE-OK
           SET MASTER-OPEN TO TRUE
       END-IF.
       PERFORM LOAD-LOT-TABLE.
       PERFORM LOAD-LOCATION-TABLE.

       OPEN OUTPUT RECALL-REPORT-FILE.
       MOVE SPACES TO REPORT-LINE.
       STRING "RETIRO DEL LOTE " TARGET-LOT " DEL PROVEEDOR "
           TARGET-VENDOR "  (" TODAY-DATE ")"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.

       PERFORM TRACE-LEDGER.
       PERFORM QUARANTINE-LOTS.
       PERFORM LIST-TICKET-ACTIVITY.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Asientos rastreados: " TRACE-COUNT
           "  lotes en FRUTLOTE: " LOTS-MATCHED
           "  puestos en cuarentena: " LOTS-QUARANTINED
           "  unidades: " UNITS-QUARANTINED
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE RECALL-REPORT-FILE.
       MOVE RECALL-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "LOT-RECALL" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       IF LOTS-QUARANTINED > 0
           PERFORM SAVE-LOT-TABLE
           PERFORM SAVE-LOCATION-TABLE
       END-IF.
       IF MASTER-OPEN
           CLOSE FRUTAS-FILE
       END-IF.
       PERFORM RELEASE-RUN-LOCK.

       DISPLAY "Retiro del lote " FUNCTION TRIM(TARGET-LOT) ": "
           TRACE-COUNT " asiento(s), " UNITS-QUARANTINED
           " unidad(es) en cuarentena. Detalle en RECALLRPT.".
       IF TRACE-COUNT = 0 AND LOTS-MATCHED = 0
           DISPLAY "Aviso: el lote no aparece ni en STKLEDG ni en "
               "FRUTLOTE; revisar proveedor y numero."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
      *> Mercaderia retenida por un retiro: alguien tiene que
      *> decidir si se devuelve o se da de baja.
       IF UNITS-QUARANTINED > 0
           MOVE 8 TO RETURN-CODE
           MOVE "LOTE-CUARENTENA" TO ALERT-REASON
           MOVE TARGET-LOT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       IF UNITS-SHORT > 0
           DISPLAY "Aviso: " UNITS-SHORT " unidad(es) del lote no "
               "estaban en ninguna ubicacion para retener."
       END-IF.
       GOBACK.

       TRACE-LEDGER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "1. RASTREO DEL LOTE EN STKLEDG" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FECHA    HORA     MOVIMIENTO ARTICULO   CANTIDAD"
               "  UBICACION"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-OK
               PERFORM UNTIL LEDGER-FILE-EOF
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-FILE-EOF TO TRUE
                       NOT AT END
                           IF LG-LOT = TARGET-LOT
                               PERFORM TRACE-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LEDGER-FILE.
           IF TRACE-COUNT = 0
               MOVE "  Ningun asiento del libro mayor lleva este lote."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       TRACE-ONE-ENTRY.
           ADD 1 TO TRACE-COUNT.
           IF WINDOW-FROM = SPACES OR LG-DATE < WINDOW-FROM
               MOVE LG-DATE TO WINDOW-FROM
           END-IF.
           MOVE LG-ITEM TO WORK-ITEM.
           PERFORM ADD-RECALL-ITEM.
           EVALUATE LG-TYPE
               WHEN "R"
                   MOVE "RECEPCION " TO MOVEMENT-DESC
               WHEN "E"
                   MOVE "EGRESO    " TO MOVEMENT-DESC
               WHEN "T"
                   MOVE "TRANSFER. " TO MOVEMENT-DESC
               WHEN "V"
                   MOVE "DEVOL.PROV" TO MOVEMENT-DESC
               WHEN "M"
                   MOVE "MERMA     " TO MOVEMENT-DESC
               WHEN "U"
                   MOVE "FUSION ENT" TO MOVEMENT-DESC
               WHEN "F"
                   MOVE "FUSION SAL" TO MOVEMENT-DESC
               WHEN OTHER
                   MOVE LG-TYPE TO MOVEMENT-DESC
           END-EVALUATE.
           MOVE LG-QTY TO QTY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING LG-DATE " " LG-TIME " " MOVEMENT-DESC " " LG-ITEM
               " " QTY-EDIT "     " LG-LOCATION
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       ADD-RECALL-ITEM.
           MOVE "N" TO ITEM-IN-RECALL-SW.
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > RECALL-ITEM-COUNT
               IF RECALL-ITEM(RI) = WORK-ITEM
                   SET ITEM-IN-RECALL TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ITEM-IN-RECALL
                   AND RECALL-ITEM-COUNT < RECALL-ITEM-CAPACITY
               ADD 1 TO RECALL-ITEM-COUNT
               MOVE WORK-ITEM TO RECALL-ITEM(RECALL-ITEM-COUNT)
           END-IF.

       QUARANTINE-LOTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "2. CUARENTENA DE LO QUE QUEDA EN FRUTLOTE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > LOT-COUNT
               IF LOT-NUM(T) = TARGET-LOT
                       AND (LOT-VENDOR(T) = TARGET-VENDOR
                           OR LOT-VENDOR(T) = SPACES)
                   ADD 1 TO LOTS-MATCHED
                   MOVE LOT-ITEM(T) TO WORK-ITEM
                   PERFORM ADD-RECALL-ITEM
                   PERFORM QUARANTINE-ONE-LOT
               END-IF
           END-PERFORM.
           IF LOTS-MATCHED = 0
               MOVE "  El lote no figura en FRUTLOTE: nada que retener."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       QUARANTINE-ONE-LOT.
           MOVE LOT-QTY(T) TO QTY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           IF LOT-STATUS(T) = "Q"
               STRING "  " LOT-ITEM(T) " resta " QTY-EDIT
                   "  ya estaba en cuarentena"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF LOT-QTY(T) = 0
               STRING "  " LOT-ITEM(T) " sin saldo; nada que retener"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Q" TO LOT-STATUS(T).
           ADD 1 TO LOTS-QUARANTINED.
           STRING "  " LOT-ITEM(T) " resta " QTY-EDIT
               "  vence " LOT-EXP(T) "  -> CUARENTENA"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF LOT-VENDOR(T) = SPACES
               MOVE "    (lote sin proveedor registrado)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM READ-MASTER-BY-NAME.
           PERFORM SEED-ITEM-LOCATIONS.
           MOVE QUARANTINE-LOCATION TO WORK-LOCATION.
           PERFORM FIND-OR-CREATE-LOCATION.
           MOVE LOC-IDX TO QUARANTINE-IDX.
           MOVE LOT-QTY(T) TO QUARANTINE-NEEDED.
      *> Primero el deposito, despues el local, despues lo demas.
           MOVE DEFAULT-RECEIPT-LOCATION TO WORK-LOCATION.
           PERFORM DRAIN-ONE-LOCATION.
           MOVE DEFAULT-ISSUE-LOCATION TO WORK-LOCATION.
           PERFORM DRAIN-ONE-LOCATION.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOC-COUNT
                   OR QUARANTINE-NEEDED = 0
               IF LOC-ITEM(L) = WORK-ITEM
                       AND LOC-NAME(L) NOT = QUARANTINE-LOCATION
                       AND LOC-QTY(L) > 0
                   MOVE LOC-NAME(L) TO WORK-LOCATION
                   PERFORM DRAIN-ONE-LOCATION
               END-IF
           END-PERFORM.
           IF QUARANTINE-NEEDED > 0
               ADD QUARANTINE-NEEDED TO UNITS-SHORT
               MOVE QUARANTINE-NEEDED TO QTY-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "    *** faltan " QTY-EDIT " unidad(es) en las "
                   "ubicaciones; revisar conteo"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       DRAIN-ONE-LOCATION.
      *> Pasa de WORK-LOCATION a la cuarentena lo que haga falta y
      *> haya, con su asiento T.
           IF QUARANTINE-NEEDED = 0 OR QUARANTINE-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LOC-IDX.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOC-COUNT
               IF LOC-ITEM(L) = WORK-ITEM
                       AND LOC-NAME(L) = WORK-LOCATION
                   MOVE L TO LOC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LOC-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF LOC-QTY(LOC-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
           IF LOC-QTY(LOC-IDX) >= QUARANTINE-NEEDED
               MOVE QUARANTINE-NEEDED TO TAKE-QTY
           ELSE
               MOVE LOC-QTY(LOC-IDX) TO TAKE-QTY
           END-IF.
           SUBTRACT TAKE-QTY FROM LOC-QTY(LOC-IDX).
           ADD TAKE-QTY TO LOC-QTY(QUARANTINE-IDX).
           SUBTRACT TAKE-QTY FROM QUARANTINE-NEEDED.
           ADD TAKE-QTY TO UNITS-QUARANTINED.
           PERFORM WRITE-QUARANTINE-ENTRY.
           MOVE TAKE-QTY TO QTY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " QTY-EDIT " desde " WORK-LOCATION
               " a " QUARANTINE-LOCATION
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-QUARANTINE-ENTRY.
      *> Transferencia a cuarentena: el total del articulo no cambia.
           PERFORM LOAD-LEDGER-CHAIN-TAIL.
           OPEN EXTEND LEDGER-FILE.
           IF NOT LEDGER-FILE-OK
               CLOSE LEDGER-FILE
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           MOVE TODAY-DATE TO LG-DATE.
           ACCEPT LEDGER-TIME-STAMP FROM TIME.
           MOVE LEDGER-TIME-STAMP TO LG-TIME.
           MOVE "T" TO LG-TYPE.
           MOVE WORK-ITEM TO LG-ITEM.
           MOVE TAKE-QTY TO LG-QTY.
           MOVE ONHAND-QTY TO LG-BALANCE.
           IF RECORD-FOUND
               MOVE FRUTA-COST TO LG-UNIT-COST
           ELSE
               MOVE SPACES TO LG-UNIT-COST
           END-IF.
           MOVE WORK-LOCATION TO LG-LOCATION.
           MOVE SPACES TO LG-REASON.
           MOVE TARGET-LOT TO LG-LOT.
           MOVE SPACES TO LG-ORIG-QTY.
           MOVE SPACES TO LG-ORIG-UNIT.
           MOVE SPACES TO LG-PRIOR-COST.
           MOVE SPACES TO LG-OPERATOR.
           PERFORM SEAL-LEDGER-RECORD.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.

       READ-MASTER-BY-NAME.
           MOVE "N" TO RECORD-FOUND-SW.
           MOVE 0 TO ONHAND-QTY.
           IF NOT MASTER-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WORK-ITEM TO FRUTA-NAME.
           READ FRUTAS-FILE KEY IS FRUTA-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
                   IF FRUTA-QTY IS NUMERIC
                       MOVE FRUTA-QTY TO ONHAND-QTY
                   END-IF
           END-READ.

       SEED-ITEM-LOCATIONS.
      *> Articulo anterior al detalle por ubicacion: todo su total
      *> cuenta como en el local (misma regla que stock_movement.cbl)
      *> antes de repartirlo.
           MOVE "N" TO ITEM-HAS-LOCATIONS-SW.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOC-COUNT
               IF LOC-ITEM(L) = WORK-ITEM
                   SET ITEM-HAS-LOCATIONS TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ITEM-HAS-LOCATIONS
               EXIT PARAGRAPH
           END-IF.
           MOVE DEFAULT-ISSUE-LOCATION TO WORK-LOCATION.
           PERFORM FIND-OR-CREATE-LOCATION.
           IF LOC-IDX > 0
               MOVE ONHAND-QTY TO LOC-QTY(LOC-IDX)
           END-IF.

       FIND-OR-CREATE-LOCATION.
           MOVE 0 TO LOC-IDX.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOC-COUNT
               IF LOC-ITEM(L) = WORK-ITEM
                       AND LOC-NAME(L) = WORK-LOCATION
                   MOVE L TO LOC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LOC-IDX = 0
               IF LOC-COUNT < LOC-TABLE-CAPACITY
                   ADD 1 TO LOC-COUNT
                   MOVE WORK-ITEM TO LOC-ITEM(LOC-COUNT)
                   MOVE WORK-LOCATION TO LOC-NAME(LOC-COUNT)
                   MOVE 0 TO LOC-QTY(LOC-COUNT)
                   MOVE LOC-COUNT TO LOC-IDX
               ELSE
                   DISPLAY "Aviso: tabla de ubicaciones llena ("
                       LOC-TABLE-CAPACITY "); '"
                       FUNCTION TRIM(WORK-ITEM)
                       "' no se puede retener."
               END-IF
           END-IF.

       LIST-TICKET-ACTIVITY.
      *> Tiques que tocaron los articulos del lote desde el primer
      *> asiento del lote (sin asientos, toda la historia).
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "3. ACTIVIDAD DE TIQUES SOBRE LOS ARTICULOS DEL LOTE"
               " DESDE " WINDOW-FROM
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WINDOW-FROM = SPACES
               MOVE "00000000" TO WINDOW-FROM
           END-IF.
           OPEN INPUT CONFIRM-FILE.
           IF CONFIRM-FILE-OK
               PERFORM UNTIL CONFIRM-FILE-EOF
                   READ CONFIRM-FILE
                       AT END
                           SET CONFIRM-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE CF-ITEM TO WORK-ITEM
                           PERFORM CHECK-RECALL-ITEM
                           IF ITEM-IN-RECALL
                                   AND CF-DATE >= WINDOW-FROM
                               PERFORM LIST-ONE-CONFIRMATION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CONFIRM-FILE.
           OPEN INPUT QUEUE-HISTORY-FILE.
           IF QUEUE-HISTORY-OK
               PERFORM UNTIL QUEUE-HISTORY-EOF
                   READ QUEUE-HISTORY-FILE
                       AT END
                           SET QUEUE-HISTORY-EOF TO TRUE
                       NOT AT END
                           MOVE QH-ITEM TO WORK-ITEM
                           PERFORM CHECK-RECALL-ITEM
                           IF ITEM-IN-RECALL
                                   AND QH-COMPLETE-DATE >= WINDOW-FROM
                               PERFORM LIST-ONE-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE QUEUE-HISTORY-FILE.
           IF TICKET-COUNT = 0
               MOVE "  Sin actividad de tiques en la ventana."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CHECK-RECALL-ITEM.
           MOVE "N" TO ITEM-IN-RECALL-SW.
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > RECALL-ITEM-COUNT
               IF FUNCTION TRIM(RECALL-ITEM(RI))
                       = FUNCTION TRIM(WORK-ITEM)
                   SET ITEM-IN-RECALL TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LIST-ONE-CONFIRMATION.
           ADD 1 TO TICKET-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING CF-DATE "  RSTKCONF tique " CF-TICKET-ID " "
               CF-ITEM " x " CF-QTY "  " CF-RESULT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       LIST-ONE-HISTORY.
           ADD 1 TO TICKET-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING QH-COMPLETE-DATE "  QUEHIST  tique " QH-TICKET-ID
               " " QH-ITEM " cola " QH-QUEUE-NAME " estado "
               QH-STATUS " operador " QH-OPERATOR
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

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
           OPEN OUTPUT LOT-FILE.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > LOT-COUNT
               MOVE LOT-ITEM(T) TO LT-ITEM
               MOVE LOT-NUM(T) TO LT-LOT
               MOVE LOT-EXP(T) TO LT-EXP-DATE
               MOVE LOT-QTY(T) TO LT-QTY
               MOVE LOT-VENDOR(T) TO LT-VENDOR
               MOVE LOT-STATUS(T) TO LT-STATUS
               WRITE LOT-RECORD
           END-PERFORM.
           CLOSE LOT-FILE.

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

       SAVE-LOCATION-TABLE.
           OPEN OUTPUT LOCATION-FILE.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOC-COUNT
               MOVE LOC-ITEM(L) TO FL-ITEM
               MOVE LOC-NAME(L) TO FL-LOCATION
               MOVE LOC-QTY(L) TO FL-QTY
               WRITE LOCATION-RECORD
           END-PERFORM.
           CLOSE LOCATION-FILE.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "LOT-RECALL" TO ALERT-PROGRAM.
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
               MOVE "LOT-RECALL" TO LOCK-PROGRAM
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
           MOVE "LOT-RECALL" TO LOCK-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE.
           ACCEPT LOCK-TIME-STAMP FROM TIME.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY chainp.

       COPY ledgchnp.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
       COPY rarcp.
