       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-MERGE.

      *> Fusion de articulos duplicados de FRUTASDAT (los pares que
      *> lista ITEM-DUPLICATE-CHECK en DUPRPT). Aplica transacciones
      *> desde FUSTXN bajo el candado FRUTASLCK, una por linea:
      *> articulo sobreviviente, articulo duplicado que desaparece y
      *> quien aprobo la fusion. Por cada una:
      *>   - la existencia del duplicado pasa al sobreviviente, que
      *>     queda al costo promedio ponderado de las dos; el
      *>     duplicado queda en cero y descontinuado ("D"), con su
      *>     historia, igual que con ITEM-STATUS-MAINT;
      *>   - STKLEDG recibe los asientos compensados: "F" (salida por
      *>     fusion) en el duplicado y "U" (entrada por fusion) en el
      *>     sobreviviente, un par por lote de FRUTLOTE y uno por lo
      *>     que no tenga lote, con el aprobador como operador;
      *>   - las ubicaciones de FRUTLOC y los lotes de FRUTLOTE del
      *>     duplicado pasan al sobreviviente (mismo lote o misma
      *>     ubicacion: se suman).
      *> Se rechaza (y queda en la bitacora FUSLOG) la fusion sin
      *> aprobador, de un articulo consigo mismo o con uno
      *> inexistente o ya descontinuado, la del duplicado con
      *> cantidad comprometida a pedidos, la que pasaria el tope de
      *> la existencia, y la del duplicado que todavia tiene
      *> solicitudes en RSTKREQ, lineas de orden abiertas en POFILE o
      *> codigos de proveedor en VENDXREF: esas se repuntan primero
      *> (RC 8 si hubo rechazos). Dos articulos con el mismo nombre
      *> exacto no se pueden nombrar por separado: uno se renombra con
      *> ITEM-MASTER-MAINT antes de fusionarlos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MERGE-TXN-FILE
               ASSIGN USING MERGE-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-TXN-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
      *> Bitacora de fusiones (EXTEND), mismo esquema que ITEMLOG.
           SELECT OPTIONAL MERGE-LOG-FILE
               ASSIGN USING MERGE-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-LOG-STATUS.
           SELECT OPTIONAL RESTOCK-DETAIL-FILE
               ASSIGN USING RESTOCK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTOCK-DETAIL-STATUS.
           SELECT OPTIONAL PO-FILE ASSIGN USING PO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
           SELECT OPTIONAL XREF-FILE ASSIGN USING XREF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VX-KEY
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT OPTIONAL LOCATION-FILE ASSIGN USING LOCATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT OPTIONAL LOT-FILE ASSIGN USING LOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-FILE-STATUS.
      *> Candado cooperativo de corrida (ver lockrec.cpy).
           SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-TXN-FILE.
       01  MERGE-TXN-RECORD.
           05 MG-SURVIVOR PIC X(10).
           05 MG-LOSER    PIC X(10).
           05 MG-APPROVER PIC X(8).

       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ledgrec.

       FD  MERGE-LOG-FILE.
       01  MERGE-LOG-RECORD.
           05 ML-DATE      PIC X(8).
           05 ML-TIME      PIC 9(8).
           05 ML-APPROVER  PIC X(8).
           05 ML-SURVIVOR  PIC X(10).
           05 ML-LOSER     PIC X(10).
           05 ML-QTY       PIC 9(5).
           05 ML-NEW-COST  PIC X(7).
           05 ML-RESULT    PIC X(30).

       FD  RESTOCK-DETAIL-FILE.
       01  RESTOCK-DETAIL-RECORD.
           COPY rstkrec.

       FD  PO-FILE.
       01  PO-RECORD.
           COPY porec.

      *> Mismo maestro que VENDOR-XREF-MAINT.
       FD  XREF-FILE.
       01  XREF-RECORD.
           05 VX-KEY.
              10 VX-VENDOR      PIC X(6).
              10 VX-VENDOR-ITEM PIC X(15).
           05 VX-OUR-ITEM PIC X(10).

       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY locrec.

       FD  LOT-FILE.
       01  LOT-RECORD.
           COPY lotrec.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.

       WORKING-STORAGE SECTION.
       01 MERGE-TXN-STATUS PIC XX VALUE "00".
           88 MERGE-TXN-OK  VALUE "00".
           88 MERGE-TXN-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK VALUE "00".
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK VALUE "00".
       01 MERGE-LOG-STATUS PIC XX VALUE "00".
           88 MERGE-LOG-OK VALUE "00".
       01 RESTOCK-DETAIL-STATUS PIC XX VALUE "00".
           88 RESTOCK-DETAIL-OK  VALUE "00".
           88 RESTOCK-DETAIL-EOF VALUE "10".
       01 PO-FILE-STATUS PIC XX VALUE "00".
           88 PO-FILE-OK  VALUE "00".
           88 PO-FILE-EOF VALUE "10".
       01 XREF-FILE-STATUS PIC XX VALUE "00".
           88 XREF-FILE-OK  VALUE "00".
           88 XREF-FILE-EOF VALUE "10".
       01 LOCATION-FILE-STATUS PIC XX VALUE "00".
           88 LOCATION-FILE-OK  VALUE "00".
           88 LOCATION-FILE-EOF VALUE "10".
       01 LOT-FILE-STATUS PIC XX VALUE "00".
           88 LOT-FILE-OK  VALUE "00".
           88 LOT-FILE-EOF VALUE "10".

       01 TXN-COUNT      PIC 9(5) VALUE 0.
       01 APPLIED-COUNT  PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 TXN-RESULT PIC X(30).
       01 LOG-TIME-STAMP PIC 9(8).
       01 LEDGER-TIME-STAMP PIC 9(8).

      *> Los dos articulos tal como estaban antes de la fusion.
       01 SURVIVOR-KEY    PIC 9(4).
       01 SURVIVOR-QTY    PIC 9(5).
       01 SURVIVOR-COST   PIC 9(7).
       01 SURVIVOR-OLD-COST PIC X(7).
       01 LOSER-KEY       PIC 9(4).
       01 LOSER-QTY       PIC 9(5).
       01 LOSER-COST      PIC 9(7).
       01 LOSER-STATUS    PIC X(1).
       01 LOSER-PERIOD    PIC X(6).
       01 LOSER-MTD-RECV  PIC X(7).
       01 LOSER-MTD-ISSUE PIC X(7).
       01 LOSER-YTD-RECV  PIC X(7).
       01 LOSER-YTD-ISSUE PIC X(7).
       01 LOSER-RECORD-SAVE PIC X(100).
       01 COMBINED-QTY    PIC 9(6).
       01 NEW-COST-CENTS  PIC 9(7).
       01 ACCUM-WORK      PIC 9(8).
       01 ACCUM-SURVIVOR  PIC X(7).
       01 ACCUM-SURVIVOR-NUM REDEFINES ACCUM-SURVIVOR PIC 9(7).
       01 ACCUM-LOSER     PIC X(7).
       01 ACCUM-LOSER-NUM REDEFINES ACCUM-LOSER PIC 9(7).

      *> Referencias abiertas del duplicado.
       01 OPEN-RSTKREQ PIC 9(5).
       01 OPEN-PO      PIC 9(5).
       01 OPEN-XREF    PIC 9(5).

      *> Asientos del mayor: saldos corridos de los dos articulos.
       01 LOSER-RUNNING    PIC 9(5).
       01 SURVIVOR-RUNNING PIC 9(5).
       01 LEDGER-REMAINING PIC 9(5).
       01 ENTRY-QTY        PIC 9(5).
       01 ENTRY-LOT        PIC X(10).

      *> Detalle por ubicacion en memoria, igual que en STOCK-MOVEMENT;
      *> se regraba completo al cierre si hubo fusiones. Un renglon
      *> con el articulo en blanco es uno que se fusiono y no vuelve.
       01 LOCATION-TABLE.
          05 LOC-COUNT PIC 9(3) VALUE 0.
          05 LOC-ENTRY OCCURS 300 TIMES.
             10 LOC-ITEM PIC X(10).
             10 LOC-NAME PIC X(8).
             10 LOC-QTY  PIC 9(5).
       01 LOC-TABLE-CAPACITY PIC 9(3) VALUE 300.
       01 LOC-OVERFLOW-SW PIC X VALUE "N".
           88 LOC-OVERFLOW VALUE "Y".
       01 L PIC 9(3).
       01 L2 PIC 9(3).
       01 LOC-IDX PIC 9(3).
       01 DEFAULT-ISSUE-LOCATION PIC X(8) VALUE "TIENDA".
       01 WORK-LOCATION PIC X(8).
       01 WORK-ITEM PIC X(10).
       01 LOSER-LOC-ROWS PIC 9(3).
       01 SURVIVOR-LOC-ROWS PIC 9(3).

      *> Detalle de lotes en memoria; un lote en cero se omite en el
      *> regrabado, igual que en STOCK-MOVEMENT.
       01 LOT-TABLE.
          05 LOT-COUNT PIC 9(3) VALUE 0.
          05 LOT-ENTRY OCCURS 300 TIMES.
             10 LOT-ITEM PIC X(10).
             10 LOT-NUM  PIC X(10).
             10 LOT-EXP  PIC X(8).
             10 LOT-QTY  PIC 9(5).
             10 LOT-VENDOR PIC X(6).
             10 LOT-STATUS PIC X(1).
       01 LOT-TABLE-CAPACITY PIC 9(3) VALUE 300.
       01 LOT-OVERFLOW-SW PIC X VALUE "N".
           88 LOT-OVERFLOW VALUE "Y".
       01 T PIC 9(3).
       01 T2 PIC 9(3).
       01 LOT-IDX PIC 9(3).

       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).

       COPY chainw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 MERGE-TXN-FILE-NAME      PIC X(40) VALUE "FUSTXN".
          05 FRUTAS-FILE-NAME         PIC X(40) VALUE "FRUTASDAT".
          05 LEDGER-FILE-NAME         PIC X(40) VALUE "STKLEDG".
          05 MERGE-LOG-FILE-NAME      PIC X(40) VALUE "FUSLOG".
          05 RESTOCK-DETAIL-FILE-NAME PIC X(40) VALUE "RSTKREQ".
          05 PO-FILE-NAME             PIC X(40) VALUE "POFILE".
          05 XREF-FILE-NAME           PIC X(40) VALUE "VENDXREF".
          05 LOCATION-FILE-NAME       PIC X(40) VALUE "FRUTLOC".
          05 LOT-FILE-NAME            PIC X(40) VALUE "FRUTLOTE".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 9 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 9.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       MOVE "FRUTASLCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN I-O FRUTAS-FILE.
       IF NOT FRUTAS-FILE-OK
           DISPLAY "ERROR: no se pudo abrir FRUTASDAT en actualizacion "
               "(estado " FRUTAS-FILE-STATUS ")."
           PERFORM RELEASE-RUN-LOCK
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LOAD-LOCATION-TABLE.
       PERFORM LOAD-LOT-TABLE.

       OPEN INPUT MERGE-TXN-FILE.
       IF MERGE-TXN-OK
           PERFORM UNTIL MERGE-TXN-EOF
               READ MERGE-TXN-FILE
                   AT END
                       SET MERGE-TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO TXN-COUNT
                       PERFORM APPLY-ONE-TXN
               END-READ
           END-PERFORM
       END-IF.
       CLOSE MERGE-TXN-FILE.
       CLOSE FRUTAS-FILE.
       IF APPLIED-COUNT > 0
           PERFORM SAVE-LOCATION-TABLE
           PERFORM SAVE-LOT-TABLE
       END-IF.

       PERFORM RELEASE-RUN-LOCK.

       IF TXN-COUNT = 0
           DISPLAY "FUSTXN vacio o ausente; sin fusiones de articulos "
               "que aplicar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "Fusiones de articulos: " APPLIED-COUNT " aplicada(s), "
           REJECTED-COUNT " rechazada(s) de " TXN-COUNT
           ". Bitacora en FUSLOG.".
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       APPLY-ONE-TXN.
           MOVE SPACES TO TXN-RESULT.
           MOVE 0 TO LOSER-QTY.
           MOVE 0 TO NEW-COST-CENTS.
      *> Sin aprobador no hay a quien preguntarle por la fusion.
           EVALUATE TRUE
               WHEN MG-APPROVER = SPACES
                   MOVE "RECHAZADA: SIN APROBADOR" TO TXN-RESULT
               WHEN MG-SURVIVOR = SPACES OR MG-LOSER = SPACES
                   MOVE "RECHAZADA: ARTICULO EN BLANCO" TO TXN-RESULT
               WHEN MG-SURVIVOR = MG-LOSER
                   MOVE "RECHAZADA: MISMO ARTICULO" TO TXN-RESULT
               WHEN LOC-OVERFLOW OR LOT-OVERFLOW
                   MOVE "RECHAZADA: UBIC/LOTES LLENO"
                       TO TXN-RESULT
               WHEN OTHER
                   PERFORM APPLY-MERGE
           END-EVALUATE.
           IF TXN-RESULT(1:9) = "RECHAZADA"
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Rechazada: '" FUNCTION TRIM(MG-LOSER)
                   "' en '" FUNCTION TRIM(MG-SURVIVOR) "' ("
                   FUNCTION TRIM(TXN-RESULT) ")."
           ELSE
               ADD 1 TO APPLIED-COUNT
               DISPLAY "Aplicada: '" FUNCTION TRIM(MG-LOSER)
                   "' fusionado en '" FUNCTION TRIM(MG-SURVIVOR)
                   "' (" LOSER-QTY " unidades)."
           END-IF.
           PERFORM WRITE-MERGE-LOG.

       APPLY-MERGE.
           PERFORM READ-MERGE-PAIR.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE COMBINED-QTY = SURVIVOR-QTY + LOSER-QTY.
           IF COMBINED-QTY > 99999
               MOVE "RECHAZADA: EXISTENCIA EXCEDIDA" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-LOSER-REFERENCES.
           IF OPEN-RSTKREQ > 0 OR OPEN-PO > 0 OR OPEN-XREF > 0
               MOVE "RECHAZADA: REFERENC. ABIERTAS" TO TXN-RESULT
               DISPLAY "  '" FUNCTION TRIM(MG-LOSER)
                   "' sigue en RSTKREQ " OPEN-RSTKREQ ", POFILE "
                   OPEN-PO ", VENDXREF " OPEN-XREF "."
               EXIT PARAGRAPH
           END-IF.
      *> Peor caso: cada ubicacion del duplicado es nueva para el
      *> sobreviviente, mas la del local al sembrarlo.
           PERFORM COUNT-ITEM-LOCATIONS.
           IF LOC-COUNT + LOSER-LOC-ROWS + 2 > LOC-TABLE-CAPACITY
               MOVE "RECHAZADA: UBIC/LOTES LLENO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-MERGED-COST.
           PERFORM REWRITE-MERGE-PAIR.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "FUSION APLICADA" TO TXN-RESULT.
           IF LOSER-QTY > 0
               PERFORM WRITE-MERGE-LEDGER
           END-IF.
           PERFORM MERGE-LOCATIONS.
           PERFORM MERGE-LOTS.

       READ-MERGE-PAIR.
      *> Deja los dos articulos en SURVIVOR-* y LOSER-*.
           MOVE MG-LOSER TO FRUTA-NAME.
           READ FRUTAS-FILE KEY IS FRUTA-NAME
               INVALID KEY
                   MOVE "RECHAZADA: DUPLICADO NO EXISTE" TO TXN-RESULT
                   EXIT PARAGRAPH
           END-READ.
           IF FRUTA-STATUS = "D"
               MOVE "RECHAZADA: DUPLICADO DE BAJA" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF FRUTA-ALLOC IS NUMERIC AND FRUTA-ALLOC > 0
               MOVE "RECHAZADA: CANT. COMPROMETIDA" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE FRUTA-KEY TO LOSER-KEY.
           MOVE FRUTA-STATUS TO LOSER-STATUS.
           IF FRUTA-QTY IS NUMERIC
               MOVE FRUTA-QTY TO LOSER-QTY
           ELSE
               MOVE 0 TO LOSER-QTY
           END-IF.
           IF FRUTA-COST IS NUMERIC
               MOVE FRUTA-COST TO LOSER-COST
           ELSE
               MOVE 0 TO LOSER-COST
           END-IF.
           MOVE FRUTA-PERIOD TO LOSER-PERIOD.
           MOVE FRUTA-MTD-RECV TO LOSER-MTD-RECV.
           MOVE FRUTA-MTD-ISSUE TO LOSER-MTD-ISSUE.
           MOVE FRUTA-YTD-RECV TO LOSER-YTD-RECV.
           MOVE FRUTA-YTD-ISSUE TO LOSER-YTD-ISSUE.
           MOVE MG-SURVIVOR TO FRUTA-NAME.
           READ FRUTAS-FILE KEY IS FRUTA-NAME
               INVALID KEY
                   MOVE "RECHAZADA: SOBREVIV. NO EXISTE"
                       TO TXN-RESULT
                   EXIT PARAGRAPH
           END-READ.
           IF FRUTA-STATUS = "D"
               MOVE "RECHAZADA: SOBREVIV. DE BAJA" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE FRUTA-KEY TO SURVIVOR-KEY.
           MOVE FRUTA-COST TO SURVIVOR-OLD-COST.
           IF FRUTA-QTY IS NUMERIC
               MOVE FRUTA-QTY TO SURVIVOR-QTY
           ELSE
               MOVE 0 TO SURVIVOR-QTY
           END-IF.
           IF FRUTA-COST IS NUMERIC
               MOVE FRUTA-COST TO SURVIVOR-COST
           ELSE
               MOVE 0 TO SURVIVOR-COST
           END-IF.

       COMPUTE-MERGED-COST.
      *> Promedio ponderado por existencia; si un lado no tiene costo
      *> o no tiene existencia, queda el costo del otro.
           EVALUATE TRUE
               WHEN LOSER-COST = 0 OR LOSER-QTY = 0
                   MOVE SURVIVOR-COST TO NEW-COST-CENTS
               WHEN SURVIVOR-COST = 0 OR SURVIVOR-QTY = 0
                   MOVE LOSER-COST TO NEW-COST-CENTS
               WHEN OTHER
                   COMPUTE NEW-COST-CENTS ROUNDED =
                       (SURVIVOR-QTY * SURVIVOR-COST
                        + LOSER-QTY * LOSER-COST) / COMBINED-QTY
           END-EVALUATE.

       REWRITE-MERGE-PAIR.
      *> Primero el duplicado: si el sobreviviente no se puede
      *> regrabar, el duplicado vuelve como estaba y nada cambio.
           MOVE LOSER-KEY TO FRUTA-KEY.
           READ FRUTAS-FILE KEY IS FRUTA-KEY
               INVALID KEY
                   MOVE "RECHAZADA: ERROR DE RELECTURA" TO TXN-RESULT
                   EXIT PARAGRAPH
           END-READ.
           MOVE FRUTAS-RECORD TO LOSER-RECORD-SAVE.
           MOVE 0 TO FRUTA-QTY.
           MOVE "D" TO FRUTA-STATUS.
           REWRITE FRUTAS-RECORD
               INVALID KEY
                   MOVE "RECHAZADA: ERROR DE REGRABADO" TO TXN-RESULT
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE SURVIVOR-KEY TO FRUTA-KEY.
           READ FRUTAS-FILE KEY IS FRUTA-KEY
               INVALID KEY
                   MOVE "RECHAZADA: ERROR DE RELECTURA" TO TXN-RESULT
           END-READ.
           IF TXN-RESULT = SPACES
               MOVE COMBINED-QTY TO FRUTA-QTY
               MOVE NEW-COST-CENTS TO FRUTA-COST
               PERFORM ADD-LOSER-ACCUMULATORS
               REWRITE FRUTAS-RECORD
                   INVALID KEY
                       MOVE "RECHAZADA: ERROR DE REGRABADO"
                           TO TXN-RESULT
               END-REWRITE
           END-IF.
           IF TXN-RESULT NOT = SPACES
               MOVE LOSER-RECORD-SAVE TO FRUTAS-RECORD
               REWRITE FRUTAS-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: '" FUNCTION TRIM(MG-LOSER)
                           "' quedo en cero y de baja sin fusionar;"
                           " restaurarlo a mano."
               END-REWRITE
           END-IF.

       ADD-LOSER-ACCUMULATORS.
      *> Los acumuladores del mes y del anio se suman solo si los dos
      *> articulos estan en el mismo periodo; si no, el primer posteo
      *> del sobreviviente los rueda igual y lo del duplicado queda en
      *> su registro.
           IF LOSER-PERIOD = SPACES OR LOSER-PERIOD NOT = FRUTA-PERIOD
               EXIT PARAGRAPH
           END-IF.
           MOVE FRUTA-MTD-RECV TO ACCUM-SURVIVOR.
           MOVE LOSER-MTD-RECV TO ACCUM-LOSER.
           PERFORM ADD-ONE-ACCUMULATOR.
           MOVE ACCUM-SURVIVOR TO FRUTA-MTD-RECV.
           MOVE FRUTA-MTD-ISSUE TO ACCUM-SURVIVOR.
           MOVE LOSER-MTD-ISSUE TO ACCUM-LOSER.
           PERFORM ADD-ONE-ACCUMULATOR.
           MOVE ACCUM-SURVIVOR TO FRUTA-MTD-ISSUE.
           MOVE FRUTA-YTD-RECV TO ACCUM-SURVIVOR.
           MOVE LOSER-YTD-RECV TO ACCUM-LOSER.
           PERFORM ADD-ONE-ACCUMULATOR.
           MOVE ACCUM-SURVIVOR TO FRUTA-YTD-RECV.
           MOVE FRUTA-YTD-ISSUE TO ACCUM-SURVIVOR.
           MOVE LOSER-YTD-ISSUE TO ACCUM-LOSER.
           PERFORM ADD-ONE-ACCUMULATOR.
           MOVE ACCUM-SURVIVOR TO FRUTA-YTD-ISSUE.

       ADD-ONE-ACCUMULATOR.
      *> Un acumulador en blanco (registro viejo) vale cero; si la
      *> suma no entra en el campo queda el del sobreviviente.
           IF ACCUM-LOSER IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF ACCUM-SURVIVOR IS NUMERIC
               COMPUTE ACCUM-WORK = ACCUM-SURVIVOR-NUM + ACCUM-LOSER-NUM
           ELSE
               MOVE ACCUM-LOSER-NUM TO ACCUM-WORK
           END-IF.
           IF ACCUM-WORK <= 9999999
               MOVE ACCUM-WORK TO ACCUM-SURVIVOR-NUM
           END-IF.

       COUNT-LOSER-REFERENCES.
      *> RESTOCK-FULFILL saca las solicitudes cumplidas: lo que queda
      *> en RSTKREQ esta abierto.
           MOVE 0 TO OPEN-RSTKREQ.
           MOVE 0 TO OPEN-PO.
           MOVE 0 TO OPEN-XREF.
           MOVE "00" TO RESTOCK-DETAIL-STATUS.
           OPEN INPUT RESTOCK-DETAIL-FILE.
           IF RESTOCK-DETAIL-OK
               PERFORM UNTIL RESTOCK-DETAIL-EOF
                   READ RESTOCK-DETAIL-FILE
                       AT END
                           SET RESTOCK-DETAIL-EOF TO TRUE
                       NOT AT END
                           IF RR-ITEM = MG-LOSER
                               ADD 1 TO OPEN-RSTKREQ
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RESTOCK-DETAIL-FILE.
           MOVE "00" TO PO-FILE-STATUS.
           OPEN INPUT PO-FILE.
           IF PO-FILE-OK
               PERFORM UNTIL PO-FILE-EOF
                   READ PO-FILE
                       AT END
                           SET PO-FILE-EOF TO TRUE
                       NOT AT END
                           IF PO-ITEM = MG-LOSER AND PO-STATUS = "A"
                               ADD 1 TO OPEN-PO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PO-FILE.
           MOVE "00" TO XREF-FILE-STATUS.
           OPEN INPUT XREF-FILE.
           IF XREF-FILE-OK
               PERFORM UNTIL XREF-FILE-EOF
                   READ XREF-FILE NEXT RECORD
                       AT END
                           SET XREF-FILE-EOF TO TRUE
                       NOT AT END
                           IF VX-OUR-ITEM = MG-LOSER
                               ADD 1 TO OPEN-XREF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE XREF-FILE.

       WRITE-MERGE-LEDGER.
      *> Un par F/U por lote del duplicado (hasta cubrir su
      *> existencia) y uno por lo que quede sin lote. La salida va al
      *> costo del duplicado y la entrada al promedio ya recalculado,
      *> como toda recepcion; el costo anterior del sobreviviente
      *> queda en LG-PRIOR-COST.
           PERFORM LOAD-LEDGER-CHAIN-TAIL.
           OPEN EXTEND LEDGER-FILE.
           IF NOT LEDGER-FILE-OK
               CLOSE LEDGER-FILE
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           ACCEPT LEDGER-TIME-STAMP FROM TIME.
           MOVE LOSER-QTY TO LOSER-RUNNING.
           MOVE SURVIVOR-QTY TO SURVIVOR-RUNNING.
           MOVE LOSER-QTY TO LEDGER-REMAINING.
           PERFORM VARYING T FROM 1 BY 1
                   UNTIL T > LOT-COUNT OR LEDGER-REMAINING = 0
               IF LOT-ITEM(T) = MG-LOSER AND LOT-QTY(T) > 0
                   IF LOT-QTY(T) < LEDGER-REMAINING
                       MOVE LOT-QTY(T) TO ENTRY-QTY
                   ELSE
                       MOVE LEDGER-REMAINING TO ENTRY-QTY
                   END-IF
                   MOVE LOT-NUM(T) TO ENTRY-LOT
                   PERFORM WRITE-MERGE-LEDGER-PAIR
               END-IF
           END-PERFORM.
           IF LEDGER-REMAINING > 0
               MOVE LEDGER-REMAINING TO ENTRY-QTY
               MOVE SPACES TO ENTRY-LOT
               PERFORM WRITE-MERGE-LEDGER-PAIR
           END-IF.
           CLOSE LEDGER-FILE.

       WRITE-MERGE-LEDGER-PAIR.
           SUBTRACT ENTRY-QTY FROM LEDGER-REMAINING.
           SUBTRACT ENTRY-QTY FROM LOSER-RUNNING.
           ADD ENTRY-QTY TO SURVIVOR-RUNNING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LG-DATE.
           MOVE LEDGER-TIME-STAMP TO LG-TIME.
           MOVE "F" TO LG-TYPE.
           MOVE MG-LOSER TO LG-ITEM.
           MOVE ENTRY-QTY TO LG-QTY.
           MOVE LOSER-RUNNING TO LG-BALANCE.
           MOVE LOSER-COST TO LG-UNIT-COST.
           MOVE SPACES TO LG-LOCATION.
           MOVE SPACES TO LG-REASON.
           MOVE ENTRY-LOT TO LG-LOT.
           MOVE SPACES TO LG-ORIG-QTY.
           MOVE SPACES TO LG-ORIG-UNIT.
           MOVE SPACES TO LG-PRIOR-COST.
           MOVE MG-APPROVER TO LG-OPERATOR.
           PERFORM SEAL-LEDGER-RECORD.
           WRITE LEDGER-RECORD.
           MOVE "U" TO LG-TYPE.
           MOVE MG-SURVIVOR TO LG-ITEM.
           MOVE SURVIVOR-RUNNING TO LG-BALANCE.
           MOVE NEW-COST-CENTS TO LG-UNIT-COST.
           MOVE SURVIVOR-OLD-COST TO LG-PRIOR-COST.
           PERFORM SEAL-LEDGER-RECORD.
           WRITE LEDGER-RECORD.

       LOAD-LOCATION-TABLE.
      *> Un FRUTLOC mas grande que la tabla no se puede regrabar sin
      *> perder renglones: se marca y toda fusion se rechaza.
           MOVE 0 TO LOC-COUNT.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-OK
               PERFORM UNTIL LOCATION-FILE-EOF
                   READ LOCATION-FILE
                       AT END
                           SET LOCATION-FILE-EOF TO TRUE
                       NOT AT END
                           IF LOC-COUNT >= LOC-TABLE-CAPACITY
                               SET LOC-OVERFLOW TO TRUE
                               SET LOCATION-FILE-EOF TO TRUE
                           ELSE
                               ADD 1 TO LOC-COUNT
                               MOVE FL-ITEM TO LOC-ITEM(LOC-COUNT)
                               MOVE FL-LOCATION TO LOC-NAME(LOC-COUNT)
                               IF FL-QTY IS NUMERIC
                                   MOVE FL-QTY TO LOC-QTY(LOC-COUNT)
                               ELSE
                                   MOVE 0 TO LOC-QTY(LOC-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOCATION-FILE.
           IF LOC-OVERFLOW
               DISPLAY "Aviso: FRUTLOC supera " LOC-TABLE-CAPACITY
                   " renglones; no se aplica ninguna fusion."
           END-IF.

       SAVE-LOCATION-TABLE.
      *> Regraba FRUTLOC completo sin los renglones fusionados.
           IF LOC-COUNT = 0 OR LOC-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LOCATION-FILE.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOC-COUNT
               IF LOC-ITEM(L) NOT = SPACES
                   MOVE LOC-ITEM(L) TO FL-ITEM
                   MOVE LOC-NAME(L) TO FL-LOCATION
                   MOVE LOC-QTY(L) TO FL-QTY
                   WRITE LOCATION-RECORD
               END-IF
           END-PERFORM.
           CLOSE LOCATION-FILE.

       COUNT-ITEM-LOCATIONS.
           MOVE 0 TO LOSER-LOC-ROWS.
           MOVE 0 TO SURVIVOR-LOC-ROWS.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOC-COUNT
               IF LOC-ITEM(L) = MG-LOSER
                   ADD 1 TO LOSER-LOC-ROWS
               END-IF
               IF LOC-ITEM(L) = MG-SURVIVOR
                   ADD 1 TO SURVIVOR-LOC-ROWS
               END-IF
           END-PERFORM.

       FIND-OR-CREATE-LOCATION.
      *> Deja LOC-IDX en el renglon (WORK-ITEM, WORK-LOCATION),
      *> creandolo en cero si no existe (APPLY-MERGE ya verifico que
      *> hay lugar).
           MOVE 0 TO LOC-IDX.
           PERFORM VARYING L2 FROM 1 BY 1 UNTIL L2 > LOC-COUNT
               IF LOC-ITEM(L2) = WORK-ITEM
                       AND LOC-NAME(L2) = WORK-LOCATION
                   MOVE L2 TO LOC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LOC-IDX = 0
               ADD 1 TO LOC-COUNT
               MOVE WORK-ITEM TO LOC-ITEM(LOC-COUNT)
               MOVE WORK-LOCATION TO LOC-NAME(LOC-COUNT)
               MOVE 0 TO LOC-QTY(LOC-COUNT)
               MOVE LOC-COUNT TO LOC-IDX
           END-IF.

       MERGE-LOCATIONS.
      *> Un articulo sin renglones en FRUTLOC tiene todo en el local
      *> (igual que en STOCK-MOVEMENT). Si ninguno de los dos tiene
      *> detalle no hay nada que mover; si solo uno lo tiene, el otro
      *> se siembra con su existencia en el local antes de sumar.
           IF LOSER-LOC-ROWS = 0 AND SURVIVOR-LOC-ROWS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE MG-SURVIVOR TO WORK-ITEM.
           IF SURVIVOR-LOC-ROWS = 0 AND SURVIVOR-QTY > 0
               MOVE DEFAULT-ISSUE-LOCATION TO WORK-LOCATION
               PERFORM FIND-OR-CREATE-LOCATION
               MOVE SURVIVOR-QTY TO LOC-QTY(LOC-IDX)
           END-IF.
           IF LOSER-LOC-ROWS = 0
               IF LOSER-QTY > 0
                   MOVE DEFAULT-ISSUE-LOCATION TO WORK-LOCATION
                   PERFORM FIND-OR-CREATE-LOCATION
                   ADD LOSER-QTY TO LOC-QTY(LOC-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOC-COUNT
               IF LOC-ITEM(L) = MG-LOSER
                   MOVE LOC-NAME(L) TO WORK-LOCATION
                   PERFORM FIND-OR-CREATE-LOCATION
                   ADD LOC-QTY(L) TO LOC-QTY(LOC-IDX)
                   MOVE SPACES TO LOC-ITEM(L)
               END-IF
           END-PERFORM.

       LOAD-LOT-TABLE.
           MOVE 0 TO LOT-COUNT.
           OPEN INPUT LOT-FILE.
           IF LOT-FILE-OK
               PERFORM UNTIL LOT-FILE-EOF
                   READ LOT-FILE
                       AT END
                           SET LOT-FILE-EOF TO TRUE
                       NOT AT END
                           IF LOT-COUNT >= LOT-TABLE-CAPACITY
                               SET LOT-OVERFLOW TO TRUE
                               SET LOT-FILE-EOF TO TRUE
                           ELSE
                               PERFORM ADD-LOT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOT-FILE.
           IF LOT-OVERFLOW
               DISPLAY "Aviso: FRUTLOTE supera " LOT-TABLE-CAPACITY
                   " renglones; no se aplica ninguna fusion."
           END-IF.

       ADD-LOT-ENTRY.
           ADD 1 TO LOT-COUNT.
           MOVE LT-ITEM TO LOT-ITEM(LOT-COUNT).
           MOVE LT-LOT TO LOT-NUM(LOT-COUNT).
           MOVE LT-EXP-DATE TO LOT-EXP(LOT-COUNT).
           MOVE LT-VENDOR TO LOT-VENDOR(LOT-COUNT).
           MOVE LT-STATUS TO LOT-STATUS(LOT-COUNT).
           IF LT-QTY IS NUMERIC
               MOVE LT-QTY TO LOT-QTY(LOT-COUNT)
           ELSE
               MOVE 0 TO LOT-QTY(LOT-COUNT)
           END-IF.

       SAVE-LOT-TABLE.
      *> Regraba FRUTLOTE sin los lotes en cero ni los fusionados.
           IF LOT-COUNT = 0 OR LOT-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LOT-FILE.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > LOT-COUNT
               IF LOT-QTY(T) > 0 AND LOT-ITEM(T) NOT = SPACES
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

       MERGE-LOTS.
      *> El lote del duplicado pasa al sobreviviente; si el
      *> sobreviviente ya tiene ese mismo lote, se suma al suyo (que
      *> conserva su vencimiento y proveedor).
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > LOT-COUNT
               IF LOT-ITEM(T) = MG-LOSER
                   MOVE 0 TO LOT-IDX
                   PERFORM VARYING T2 FROM 1 BY 1 UNTIL T2 > LOT-COUNT
                       IF LOT-ITEM(T2) = MG-SURVIVOR
                               AND LOT-NUM(T2) = LOT-NUM(T)
                           MOVE T2 TO LOT-IDX
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF LOT-IDX > 0
                       ADD LOT-QTY(T) TO LOT-QTY(LOT-IDX)
                       MOVE SPACES TO LOT-ITEM(T)
                   ELSE
                       MOVE MG-SURVIVOR TO LOT-ITEM(T)
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-MERGE-LOG.
           OPEN EXTEND MERGE-LOG-FILE.
           IF NOT MERGE-LOG-OK
               CLOSE MERGE-LOG-FILE
               OPEN OUTPUT MERGE-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ML-DATE.
           ACCEPT LOG-TIME-STAMP FROM TIME.
           MOVE LOG-TIME-STAMP TO ML-TIME.
           MOVE MG-APPROVER TO ML-APPROVER.
           MOVE MG-SURVIVOR TO ML-SURVIVOR.
           MOVE MG-LOSER TO ML-LOSER.
           IF TXN-RESULT(1:9) = "RECHAZADA"
               MOVE 0 TO ML-QTY
               MOVE SPACES TO ML-NEW-COST
           ELSE
               MOVE LOSER-QTY TO ML-QTY
               MOVE NEW-COST-CENTS TO ML-NEW-COST
           END-IF.
           MOVE TXN-RESULT TO ML-RESULT.
           WRITE MERGE-LOG-RECORD.
           CLOSE MERGE-LOG-FILE.

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
               MOVE "ITEM-MERGE" TO LOCK-PROGRAM
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
           MOVE "ITEM-MERGE" TO LOCK-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE.
           ACCEPT LOCK-TIME-STAMP FROM TIME.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY chainp.

       COPY ledgchnp.

       COPY fenvp.
