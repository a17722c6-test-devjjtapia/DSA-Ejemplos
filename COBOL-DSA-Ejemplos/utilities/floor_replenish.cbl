       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLOOR-REPLENISH.

      *> Reposicion nocturna del local de venta desde el deposito:
      *> FRUTLOC reparte cada articulo entre "TIENDA" y "DEPOSITO",
      *> pero el umbral de ARRAY-DEMO mira el total, asi que el piso
      *> se vaciaba con el deposito lleno. Aqui se compara la
      *> existencia de TIENDA contra su minimo de FRUTLMIN (ver
      *> locmmrec.cpy) y, si quedo por debajo, se genera en REPOMOVS
      *> una transferencia "T" de DEPOSITO a TIENDA hasta el maximo
      *> (o lo que haya atras), con el layout de STKMOVS para que
      *> STOCK-MOVEMENT la postee por el camino normal, y se imprime
      *> en PULLLIST la lista de lo que la cuadrilla de la manana
      *> tiene que subir.
      *>
      *> Un articulo bajo minimo sin nada en el deposito -- o un
      *> deposito que queda por debajo de su propio minimo, si tiene
      *> renglon en FRUTLMIN -- se marca para reposicion del
      *> proveedor: ninguna transferencia lo arregla. Eso termina en
      *> RC 8 con alerta en OPSALERT.
      *>
      *> Solo lee FRUTLOC y FRUTASDAT: el posteo real lo hace
      *> STOCK-MOVEMENT, como con los ajustes de CNTADJ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MINMAX-FILE ASSIGN USING MINMAX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MINMAX-FILE-STATUS.
           SELECT OPTIONAL LOCATION-FILE ASSIGN USING LOCATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
      *> Solo para la existencia de un articulo anterior al detalle
      *> por ubicacion (sin renglones en FRUTLOC).
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
      *> Transferencias en el layout de STKMOVS; se reescribe completo
      *> por corrida y el operador lo alimenta al posteo.
           SELECT REPLENISH-MOVE-FILE
               ASSIGN USING REPLENISH-MOVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLENISH-MOVE-STATUS.
           SELECT PULL-LIST-FILE ASSIGN USING PULL-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PULL-LIST-STATUS.
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
       FD  MINMAX-FILE.
       01  MINMAX-RECORD.
           COPY locmmrec.

       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY locrec.

      *> Mismo maestro de inventario que array.cbl.
       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

      *> Mismo registro de movimiento que STKMOVS en
      *> stock_movement.cbl, con las dos ubicaciones explicitas.
       FD  REPLENISH-MOVE-FILE.
       01  REPLENISH-MOVE-RECORD.
           05 RP-TYPE      PIC X(1).
           05 RP-ITEM      PIC X(10).
           05 RP-QTY       PIC X(5).
           05 RP-UNIT-COST PIC X(7).
           05 RP-LOC-FROM  PIC X(8).
           05 RP-LOC-TO    PIC X(8).
           05 RP-LOT       PIC X(10).
           05 RP-EXP-DATE  PIC X(8).
           05 RP-ORDER     PIC X(6).
           05 RP-PO-NUMBER PIC X(6).
           05 RP-REASON    PIC X(4).

       FD  PULL-LIST-FILE.
       01  REPORT-LINE PIC X(100).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY rjctrec.

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 MINMAX-FILE-STATUS PIC XX VALUE "00".
           88 MINMAX-FILE-OK  VALUE "00".
           88 MINMAX-FILE-EOF VALUE "10".
       01 LOCATION-FILE-STATUS PIC XX VALUE "00".
           88 LOCATION-FILE-OK  VALUE "00".
           88 LOCATION-FILE-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK VALUE "00".
       01 REPLENISH-MOVE-STATUS PIC XX VALUE "00".
           88 REPLENISH-MOVE-OK VALUE "00".
       01 PULL-LIST-STATUS PIC XX VALUE "00".
           88 PULL-LIST-OK VALUE "00".
       01 REJECT-FILE-STATUS PIC XX VALUE "00".
           88 REJECT-FILE-OK VALUE "00".
       01 MASTER-OPEN-SW PIC X VALUE "N".
           88 MASTER-OPEN VALUE "Y".

      *> Mismas ubicaciones por defecto que stock_movement.cbl.
       01 SOURCE-LOCATION PIC X(8) VALUE "DEPOSITO".
       01 FLOOR-LOCATION  PIC X(8) VALUE "TIENDA".

      *> FRUTLMIN en memoria: primero se atienden los renglones de
      *> TIENDA y despues se mira como quedo cada deposito.
       01 MINMAX-TABLE.
          05 MMT-COUNT PIC 9(3) VALUE 0.
          05 MMT-ENTRY OCCURS 200 TIMES.
             10 MMT-ITEM     PIC X(10).
             10 MMT-LOCATION PIC X(8).
             10 MMT-MIN      PIC 9(5).
             10 MMT-MAX      PIC 9(5).
             10 MMT-FLAGGED  PIC X(1).
       01 MINMAX-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 M PIC 9(3).
       01 M2 PIC 9(3).

      *> FRUTLOC en memoria, solo lectura; las cantidades del
      *> deposito se van descontando a medida que se planifican las
      *> transferencias para que dos renglones no prometan lo mismo.
       01 LOCATION-TABLE.
          05 LOC-COUNT PIC 9(3) VALUE 0.
          05 LOC-ENTRY OCCURS 100 TIMES.
             10 LOC-ITEM PIC X(10).
             10 LOC-NAME PIC X(8).
             10 LOC-QTY  PIC 9(5).
       01 LOC-TABLE-CAPACITY PIC 9(3) VALUE 100.
       01 L PIC 9(3).
       01 SOURCE-IDX PIC 9(3).
       01 ITEM-HAS-LOCATIONS-SW PIC X VALUE "N".
           88 ITEM-HAS-LOCATIONS VALUE "Y".

       01 FLOOR-QTY    PIC 9(5).
       01 SOURCE-QTY   PIC 9(5).
       01 NEEDED-QTY   PIC 9(5).
       01 PULL-QTY     PIC 9(5).
       01 FLAG-TEXT    PIC X(24).
       01 PULL-NOTE    PIC X(10).
       01 QTY-EDIT-1   PIC ZZZZ9.
       01 QTY-EDIT-2   PIC ZZZZ9.
       01 QTY-EDIT-3   PIC ZZZZ9.
       01 QTY-EDIT-4   PIC ZZZZ9.

       01 ROW-COUNT      PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 PULL-COUNT     PIC 9(5) VALUE 0.
       01 PULL-UNITS     PIC 9(7) VALUE 0.
       01 FLAGGED-COUNT  PIC 9(5) VALUE 0.
       01 TODAY-DATE     PIC X(8).

       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 MINMAX-FILE-NAME         PIC X(40) VALUE "FRUTLMIN".
          05 LOCATION-FILE-NAME       PIC X(40) VALUE "FRUTLOC".
          05 FRUTAS-FILE-NAME         PIC X(40) VALUE "FRUTASDAT".
          05 REPLENISH-MOVE-FILE-NAME PIC X(40) VALUE "REPOMOVS".
          05 PULL-LIST-FILE-NAME      PIC X(40) VALUE "PULLLIST".
          05 REJECT-FILE-NAME         PIC X(40) VALUE "RJCTFILE".
          05 OPS-ALERT-FILE-NAME      PIC X(40) VALUE "OPSALERT".
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
       PERFORM LOAD-MINMAX-TABLE.
       IF ROW-COUNT = 0
           DISPLAY "FRUTLMIN vacio o ausente; sin niveles que "
               "controlar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LOAD-LOCATION-TABLE.
       OPEN INPUT FRUTAS-FILE.
       IF FRUTAS-FILE-OK
           SET MASTER-OPEN TO TRUE
       END-IF.

       OPEN OUTPUT REPLENISH-MOVE-FILE.
       OPEN OUTPUT PULL-LIST-FILE.
       MOVE SPACES TO REPORT-LINE.
       STRING "LISTA DE REPOSICION DEL LOCAL  (" TODAY-DATE ")"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Subir de " SOURCE-LOCATION " a " FLOOR-LOCATION
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "ARTICULO    EN PISO  MINIMO  MAXIMO   SUBIR"
           "  NOTA        SUBIDO"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.

       PERFORM VARYING M FROM 1 BY 1 UNTIL M > MMT-COUNT
           IF MMT-LOCATION(M) = FLOOR-LOCATION
               PERFORM PLAN-FLOOR-ITEM
           END-IF
       END-PERFORM.
       IF PULL-COUNT = 0
           MOVE "  Nada que subir: todo el piso esta sobre su minimo."
               TO REPORT-LINE
           WRITE REPORT-LINE
       END-IF.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "PARA REPOSICION DEL PROVEEDOR" TO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM VARYING M FROM 1 BY 1 UNTIL M > MMT-COUNT
           IF MMT-LOCATION(M) = FLOOR-LOCATION
                   AND MMT-FLAGGED(M) = "P"
               PERFORM GET-ITEM-LOCATION-QTYS
               MOVE "SIN STOCK EN DEPOSITO" TO FLAG-TEXT
               PERFORM FLAG-VENDOR-RESTOCK
           END-IF
           IF MMT-LOCATION(M) = SOURCE-LOCATION
               PERFORM CHECK-SOURCE-ITEM
           END-IF
       END-PERFORM.
       IF FLAGGED-COUNT = 0
           MOVE "  Ninguno." TO REPORT-LINE
           WRITE REPORT-LINE
       END-IF.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Niveles: " ROW-COUNT "  rechazados: " REJECTED-COUNT
           "  transferencias: " PULL-COUNT "  unidades: " PULL-UNITS
           "  a proveedor: " FLAGGED-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE PULL-LIST-FILE.
       MOVE PULL-LIST-FILE-NAME TO RA-FILE-NAME.
       MOVE "FLOOR-REPLENISH" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.
       CLOSE REPLENISH-MOVE-FILE.
       IF MASTER-OPEN
           CLOSE FRUTAS-FILE
       END-IF.

       DISPLAY "Reposicion del local: " PULL-COUNT
           " transferencia(s) en REPOMOVS, " FLAGGED-COUNT
           " articulo(s) para el proveedor. Lista en PULLLIST.".
       IF FLAGGED-COUNT > 0 OR REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
           IF FLAGGED-COUNT > 0
               MOVE "PISO-SIN-STOCK" TO ALERT-REASON
               MOVE FLAGGED-COUNT TO ALERT-VALUE
               PERFORM WRITE-OPS-ALERT
           END-IF
           IF REJECTED-COUNT > 0
               MOVE "NIVELES-RECHAZOS" TO ALERT-REASON
               MOVE REJECTED-COUNT TO ALERT-VALUE
               PERFORM WRITE-OPS-ALERT
           END-IF
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       PLAN-FLOOR-ITEM.
           PERFORM GET-ITEM-LOCATION-QTYS.
           IF FLOOR-QTY NOT < MMT-MIN(M)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE NEEDED-QTY = MMT-MAX(M) - FLOOR-QTY.
      *> Sin nada atras no hay transferencia: queda pendiente para la
      *> seccion del proveedor.
           IF SOURCE-QTY = 0
               MOVE "P" TO MMT-FLAGGED(M)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PULL-NOTE.
           IF SOURCE-QTY < NEEDED-QTY
               MOVE SOURCE-QTY TO PULL-QTY
               MOVE "PARCIAL" TO PULL-NOTE
           ELSE
               MOVE NEEDED-QTY TO PULL-QTY
           END-IF.
           SUBTRACT PULL-QTY FROM LOC-QTY(SOURCE-IDX).
           PERFORM WRITE-TRANSFER-MOVEMENT.
           MOVE FLOOR-QTY TO QTY-EDIT-1.
           MOVE MMT-MIN(M) TO QTY-EDIT-2.
           MOVE MMT-MAX(M) TO QTY-EDIT-3.
           MOVE PULL-QTY TO QTY-EDIT-4.
           MOVE SPACES TO REPORT-LINE.
           STRING MMT-ITEM(M) "  " QTY-EDIT-1 "   " QTY-EDIT-2
               "   " QTY-EDIT-3 "   " QTY-EDIT-4 "  " PULL-NOTE
               "  ______"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       GET-ITEM-LOCATION-QTYS.
      *> Existencia en el piso y en el deposito del articulo MMT(M);
      *> SOURCE-IDX queda apuntando al renglon del deposito (0 si no
      *> hay). Sin renglones en FRUTLOC el total del maestro cuenta
      *> como en el local, igual que en stock_movement.cbl.
           MOVE 0 TO FLOOR-QTY.
           MOVE 0 TO SOURCE-QTY.
           MOVE 0 TO SOURCE-IDX.
           MOVE "N" TO ITEM-HAS-LOCATIONS-SW.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOC-COUNT
               IF LOC-ITEM(L) = MMT-ITEM(M)
                   SET ITEM-HAS-LOCATIONS TO TRUE
                   IF LOC-NAME(L) = FLOOR-LOCATION
                       ADD LOC-QTY(L) TO FLOOR-QTY
                   END-IF
                   IF LOC-NAME(L) = SOURCE-LOCATION
                       MOVE L TO SOURCE-IDX
                       ADD LOC-QTY(L) TO SOURCE-QTY
                   END-IF
               END-IF
           END-PERFORM.
           IF ITEM-HAS-LOCATIONS OR NOT MASTER-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE MMT-ITEM(M) TO FRUTA-NAME.
           READ FRUTAS-FILE KEY IS FRUTA-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FRUTA-QTY IS NUMERIC
                       MOVE FRUTA-QTY TO FLOOR-QTY
                   END-IF
           END-READ.

       CHECK-SOURCE-ITEM.
      *> El deposito con renglon propio en FRUTLMIN pide proveedor
      *> cuando lo que le queda despues de las subidas esta bajo su
      *> minimo (salvo que el piso ya lo haya marcado).
           PERFORM GET-ITEM-LOCATION-QTYS.
           PERFORM VARYING M2 FROM 1 BY 1 UNTIL M2 > MMT-COUNT
               IF MMT-ITEM(M2) = MMT-ITEM(M)
                       AND MMT-FLAGGED(M2) NOT = "N"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF SOURCE-QTY < MMT-MIN(M)
               MOVE "DEPOSITO BAJO MINIMO" TO FLAG-TEXT
               PERFORM FLAG-VENDOR-RESTOCK
           END-IF.

       FLAG-VENDOR-RESTOCK.
           MOVE "Y" TO MMT-FLAGGED(M).
           ADD 1 TO FLAGGED-COUNT.
           MOVE FLOOR-QTY TO QTY-EDIT-1.
           MOVE SOURCE-QTY TO QTY-EDIT-2.
           MOVE MMT-MIN(M) TO QTY-EDIT-3.
           MOVE SPACES TO REPORT-LINE.
           STRING "  *** " MMT-ITEM(M) "  " FLAG-TEXT
               "  piso " QTY-EDIT-1 "  deposito " QTY-EDIT-2
               "  minimo " QTY-EDIT-3
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-TRANSFER-MOVEMENT.
      *> Transferencia sin costo ni lote: el posteo mueve la cantidad
      *> entre ubicaciones y deja su asiento T en STKLEDG.
           MOVE SPACES TO REPLENISH-MOVE-RECORD.
           MOVE "T" TO RP-TYPE.
           MOVE MMT-ITEM(M) TO RP-ITEM.
           MOVE PULL-QTY TO RP-QTY.
           MOVE SOURCE-LOCATION TO RP-LOC-FROM.
           MOVE FLOOR-LOCATION TO RP-LOC-TO.
           WRITE REPLENISH-MOVE-RECORD.
           ADD 1 TO PULL-COUNT.
           ADD PULL-QTY TO PULL-UNITS.

       LOAD-MINMAX-TABLE.
           MOVE 0 TO MMT-COUNT.
           OPEN INPUT MINMAX-FILE.
           IF MINMAX-FILE-OK
               PERFORM UNTIL MINMAX-FILE-EOF
                   READ MINMAX-FILE
                       AT END
                           SET MINMAX-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ROW-COUNT
                           PERFORM LOAD-ONE-LEVEL
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MINMAX-FILE.

       LOAD-ONE-LEVEL.
           IF MM-LOCATION = SPACES
               MOVE FLOOR-LOCATION TO MM-LOCATION
           END-IF.
           IF MM-MIN IS NOT NUMERIC OR MM-MAX IS NOT NUMERIC
               MOVE "NIVEL-NO-NUMERIC" TO RJ-REASON
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF MM-MAX < MM-MIN
               MOVE "MAXIMO-MENOR-MIN" TO RJ-REASON
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF MM-LOCATION NOT = FLOOR-LOCATION
                   AND MM-LOCATION NOT = SOURCE-LOCATION
               MOVE "UBICACION-NO-REP" TO RJ-REASON
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF MMT-COUNT >= MINMAX-TABLE-CAPACITY
               DISPLAY "Aviso: tabla de niveles llena ("
                   MINMAX-TABLE-CAPACITY "); '"
                   FUNCTION TRIM(MM-ITEM) "' queda sin controlar."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MMT-COUNT.
           MOVE MM-ITEM TO MMT-ITEM(MMT-COUNT).
           MOVE MM-LOCATION TO MMT-LOCATION(MMT-COUNT).
           MOVE MM-MIN TO MMT-MIN(MMT-COUNT).
           MOVE MM-MAX TO MMT-MAX(MMT-COUNT).
           MOVE "N" TO MMT-FLAGGED(MMT-COUNT).

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

       WRITE-REJECT-RECORD.
           ADD 1 TO REJECTED-COUNT.
           OPEN EXTEND REJECT-FILE.
           IF NOT REJECT-FILE-OK
               CLOSE REJECT-FILE
               OPEN OUTPUT REJECT-FILE
           END-IF.
           MOVE "FLOOR-REPLENISH" TO RJ-PROGRAM.
           MOVE "FRUTLMIN" TO RJ-FILE.
           MOVE MINMAX-RECORD(1:20) TO RJ-IMAGE.
           MOVE TODAY-DATE TO RJ-DATE.
           MOVE SPACE TO RJ-STATUS.
           MOVE SPACES TO RJ-REPAIR-DATE.
           PERFORM CHECK-REJECT-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.
           DISPLAY "Rechazado: nivel de '" FUNCTION TRIM(MM-ITEM)
               "' (" FUNCTION TRIM(RJ-REASON) ").".

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "FLOOR-REPLENISH" TO ALERT-PROGRAM.
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
