       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-MASTER-MAINT.

      *> Mantenimiento general del maestro de articulos FRUTASDAT (ver
      *> frutarec.cpy). ITEM-STATUS-MAINT solo cambia el estado: un
      *> nombre mal escrito, un punto de repedido equivocado o un
      *> costo mal tecleado seguian corrigiendose con ARRAY-DEMO o
      *> editando el archivo indexado, sin rastro. Aplica
      *> transacciones desde ITEMTXN bajo el candado FRUTASLCK, una
      *> por linea:
      *>   N renombre: el nombre nuevo no puede existir ya en la clave
      *>     alternada FRUTA-NAME;
      *>   R punto de repedido (FRUTA-REORDER), numerico;
      *>   C costo unitario en centavos (FRUTA-COST), numerico y
      *>     mayor que cero. Cambia el valor del inventario, asi que
      *>     deja en STKLEDG el mismo asiento "C" que COST-REVALUATION
      *>     (motivo de revalcod.cpy; en blanco = TECL, error de
      *>     tecleo) y el mayor sigue cuadrando.
      *> Toda transaccion lleva el operador que la pide; cada cambio
      *> queda en la bitacora ITEMLOG con operador, valor viejo, valor
      *> nuevo y fecha, y los rechazos tambien, con el motivo.
      *>
      *> Un renombre no toca los demas archivos: lista en ITEMIMP los
      *> renglones que siguen con el nombre viejo -- solicitudes de
      *> RSTKREQ, ubicaciones de FRUTLOC, lotes de FRUTLOTE,
      *> proveedores de VENDMAST y referencias de VENDXREF -- para
      *> corregirlos juntos en vez de dejarle huerfanos a
      *> REF-INTEGRITY-CHECK. RC 4 si quedo algo por corregir.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ITEM-TXN-FILE ASSIGN USING ITEM-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-TXN-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
      *> Bitacora de cambios (EXTEND), mismo esquema que VXRFLOG.
           SELECT OPTIONAL ITEM-LOG-FILE ASSIGN USING ITEM-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-LOG-STATUS.
           SELECT IMPACT-REPORT-FILE
               ASSIGN USING IMPACT-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMPACT-REPORT-STATUS.
      *> Archivos que guardan el nombre del articulo.
           SELECT OPTIONAL RESTOCK-DETAIL-FILE
               ASSIGN USING RESTOCK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTOCK-DETAIL-STATUS.
           SELECT OPTIONAL LOCATION-FILE ASSIGN USING LOCATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT OPTIONAL LOT-FILE ASSIGN USING LOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-FILE-STATUS.
           SELECT OPTIONAL VENDOR-FILE ASSIGN USING VENDOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT OPTIONAL XREF-FILE ASSIGN USING XREF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VX-KEY
               FILE STATUS IS XREF-FILE-STATUS.
      *> Candado cooperativo de corrida (ver lockrec.cpy).
           SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-TXN-FILE.
       01  ITEM-TXN-RECORD.
           05 IT-ACTION    PIC X(1).
           05 IT-ITEM      PIC X(10).
           05 IT-NEW-VALUE PIC X(10).
           05 IT-OPERATOR  PIC X(8).
           05 IT-REASON    PIC X(4).

       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ledgrec.

       FD  ITEM-LOG-FILE.
       01  ITEM-LOG-RECORD.
           05 IL-DATE      PIC X(8).
           05 IL-TIME      PIC 9(8).
           05 IL-OPERATOR  PIC X(8).
           05 IL-ACTION    PIC X(1).
           05 IL-ITEM      PIC X(10).
           05 IL-OLD-VALUE PIC X(10).
           05 IL-NEW-VALUE PIC X(10).
           05 IL-RESULT    PIC X(30).

       FD  IMPACT-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  RESTOCK-DETAIL-FILE.
       01  RESTOCK-DETAIL-RECORD.
           COPY rstkrec.

       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY locrec.

       FD  LOT-FILE.
       01  LOT-RECORD.
           COPY lotrec.

       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           COPY vendrec.

      *> Mismo maestro que VENDOR-XREF-MAINT.
       FD  XREF-FILE.
       01  XREF-RECORD.
           05 VX-KEY.
              10 VX-VENDOR      PIC X(6).
              10 VX-VENDOR-ITEM PIC X(15).
           05 VX-OUR-ITEM PIC X(10).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.

       WORKING-STORAGE SECTION.
       01 ITEM-TXN-STATUS PIC XX VALUE "00".
           88 ITEM-TXN-OK  VALUE "00".
           88 ITEM-TXN-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK VALUE "00".
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK VALUE "00".
       01 ITEM-LOG-STATUS PIC XX VALUE "00".
           88 ITEM-LOG-OK VALUE "00".
       01 IMPACT-REPORT-STATUS PIC XX VALUE "00".
           88 IMPACT-REPORT-OK VALUE "00".
       01 RESTOCK-DETAIL-STATUS PIC XX VALUE "00".
           88 RESTOCK-DETAIL-OK  VALUE "00".
           88 RESTOCK-DETAIL-EOF VALUE "10".
       01 LOCATION-FILE-STATUS PIC XX VALUE "00".
           88 LOCATION-FILE-OK  VALUE "00".
           88 LOCATION-FILE-EOF VALUE "10".
       01 LOT-FILE-STATUS PIC XX VALUE "00".
           88 LOT-FILE-OK  VALUE "00".
           88 LOT-FILE-EOF VALUE "10".
       01 VENDOR-FILE-STATUS PIC XX VALUE "00".
           88 VENDOR-FILE-OK  VALUE "00".
           88 VENDOR-FILE-EOF VALUE "10".
       01 XREF-FILE-STATUS PIC XX VALUE "00".
           88 XREF-FILE-OK  VALUE "00".
           88 XREF-FILE-EOF VALUE "10".

       COPY revalcod.
       01 RC PIC 9(2).

       01 TXN-COUNT      PIC 9(5) VALUE 0.
       01 APPLIED-COUNT  PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 RENAME-COUNT   PIC 9(5) VALUE 0.
       01 TXN-RESULT PIC X(30).
       01 OLD-VALUE PIC X(10).
       01 NEW-VALUE PIC X(10).
       01 LOG-TIME-STAMP PIC 9(8).

       01 NEW-NAME PIC X(10).
       01 OLD-NAME PIC X(10).
       01 SAVED-KEY PIC 9(4).
       01 NEW-AMOUNT PIC 9(7).
       01 NEW-REORDER PIC 9(5).
       01 NEW-COST-CENTS PIC 9(7).
       01 ONHAND-QTY PIC 9(5).
       01 REVAL-REASON PIC X(4).
       01 LEDGER-TIME-STAMP PIC 9(8).

      *> Renglones con el nombre viejo, por archivo y en total.
       01 IMPACT-ROWS PIC 9(5).
       01 TOTAL-IMPACT PIC 9(5) VALUE 0.
       01 EDITED-QTY PIC ZZZZ9.

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
          05 ITEM-TXN-FILE-NAME       PIC X(40) VALUE "ITEMTXN".
          05 FRUTAS-FILE-NAME         PIC X(40) VALUE "FRUTASDAT".
          05 LEDGER-FILE-NAME         PIC X(40) VALUE "STKLEDG".
          05 ITEM-LOG-FILE-NAME       PIC X(40) VALUE "ITEMLOG".
          05 IMPACT-REPORT-FILE-NAME  PIC X(40) VALUE "ITEMIMP".
          05 RESTOCK-DETAIL-FILE-NAME PIC X(40) VALUE "RSTKREQ".
          05 LOCATION-FILE-NAME       PIC X(40) VALUE "FRUTLOC".
          05 LOT-FILE-NAME            PIC X(40) VALUE "FRUTLOTE".
          05 VENDOR-FILE-NAME         PIC X(40) VALUE "VENDMAST".
          05 XREF-FILE-NAME           PIC X(40) VALUE "VENDXREF".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 10 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 10.
       COPY fenvw.
       COPY rarcw.

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

       OPEN OUTPUT IMPACT-REPORT-FILE.
       MOVE SPACES TO REPORT-LINE.
       STRING "RENOMBRES DE ARTICULOS: RENGLONES CON EL NOMBRE VIEJO  ("
           FUNCTION CURRENT-DATE(1:8) ")"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.

       OPEN INPUT ITEM-TXN-FILE.
       IF ITEM-TXN-OK
           PERFORM UNTIL ITEM-TXN-EOF
               READ ITEM-TXN-FILE
                   AT END
                       SET ITEM-TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO TXN-COUNT
                       PERFORM APPLY-ONE-TXN
               END-READ
           END-PERFORM
       END-IF.
       CLOSE ITEM-TXN-FILE.
       CLOSE FRUTAS-FILE.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Renombres: " RENAME-COUNT
           "   renglones por corregir: " TOTAL-IMPACT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE IMPACT-REPORT-FILE.
       MOVE IMPACT-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "ITEM-MASTER-MAINT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.
       PERFORM RELEASE-RUN-LOCK.

       IF TXN-COUNT = 0
           DISPLAY "ITEMTXN vacio o ausente; sin cambios de articulo "
               "que aplicar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "Articulos: " APPLIED-COUNT " aplicado(s), "
           REJECTED-COUNT " rechazado(s) de " TXN-COUNT
           ". Bitacora en ITEMLOG.".
       IF TOTAL-IMPACT > 0
           DISPLAY "Quedan " TOTAL-IMPACT " renglon(es) con nombres "
               "viejos; detalle en ITEMIMP."
       END-IF.
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           IF TOTAL-IMPACT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
       END-IF.
       GOBACK.

       APPLY-ONE-TXN.
           MOVE SPACES TO TXN-RESULT.
           MOVE SPACES TO OLD-VALUE.
           MOVE IT-NEW-VALUE TO NEW-VALUE.
      *> Sin operador no hay a quien preguntarle por el cambio.
           IF IT-OPERATOR = SPACES
               MOVE "RECHAZADA: SIN OPERADOR" TO TXN-RESULT
           ELSE
               EVALUATE IT-ACTION
                   WHEN "N"
                       PERFORM APPLY-RENAME
                   WHEN "R"
                       PERFORM APPLY-REORDER
                   WHEN "C"
                       PERFORM APPLY-COST
                   WHEN OTHER
                       MOVE "RECHAZADA: ACCION DESCONOCIDA"
                           TO TXN-RESULT
               END-EVALUATE
           END-IF.
           IF TXN-RESULT(1:9) = "RECHAZADA"
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Rechazada: " IT-ACTION " '"
                   FUNCTION TRIM(IT-ITEM) "' -> '"
                   FUNCTION TRIM(IT-NEW-VALUE) "' ("
                   FUNCTION TRIM(TXN-RESULT) ")."
           ELSE
               ADD 1 TO APPLIED-COUNT
           END-IF.
           PERFORM WRITE-CHANGE-LOG.

       READ-ITEM-BY-NAME.
           MOVE IT-ITEM TO FRUTA-NAME.
           READ FRUTAS-FILE KEY IS FRUTA-NAME
               INVALID KEY
                   MOVE "RECHAZADA: ARTICULO NO EXISTE" TO TXN-RESULT
           END-READ.

       APPLY-RENAME.
           MOVE IT-NEW-VALUE TO NEW-NAME.
           IF NEW-NAME = SPACES
               MOVE "RECHAZADA: NOMBRE EN BLANCO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-ITEM-BY-NAME.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FRUTA-KEY TO SAVED-KEY.
           MOVE FRUTA-NAME TO OLD-NAME.
           MOVE OLD-NAME TO OLD-VALUE.
      *> La clave alternada admite duplicados; el que no puede haber
      *> son dos articulos con el mismo nombre.
           MOVE NEW-NAME TO FRUTA-NAME.
           READ FRUTAS-FILE KEY IS FRUTA-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "RECHAZADA: NOMBRE YA EXISTE" TO TXN-RESULT
           END-READ.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SAVED-KEY TO FRUTA-KEY.
           READ FRUTAS-FILE KEY IS FRUTA-KEY
               INVALID KEY
                   MOVE "RECHAZADA: ERROR DE RELECTURA" TO TXN-RESULT
                   EXIT PARAGRAPH
           END-READ.
           MOVE NEW-NAME TO FRUTA-NAME.
           REWRITE FRUTAS-RECORD
               INVALID KEY
                   MOVE "RECHAZADA: ERROR DE REGRABADO" TO TXN-RESULT
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "RENOMBRE APLICADO" TO TXN-RESULT.
           ADD 1 TO RENAME-COUNT.
           DISPLAY "Aplicado: '" FUNCTION TRIM(OLD-NAME)
               "' pasa a llamarse '" FUNCTION TRIM(NEW-NAME) "'.".
           PERFORM LIST-RENAME-IMPACT.

       APPLY-REORDER.
           IF FUNCTION TRIM(IT-NEW-VALUE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(IT-NEW-VALUE)) > 5
               MOVE "RECHAZADA: REPEDIDO INVALIDO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE NEW-REORDER = FUNCTION NUMVAL(IT-NEW-VALUE).
           PERFORM READ-ITEM-BY-NAME.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FRUTA-REORDER TO OLD-VALUE.
           MOVE NEW-REORDER TO FRUTA-REORDER.
           MOVE FRUTA-REORDER TO NEW-VALUE.
           REWRITE FRUTAS-RECORD
               INVALID KEY
                   MOVE "RECHAZADA: ERROR DE REGRABADO" TO TXN-RESULT
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "REPEDIDO APLICADO" TO TXN-RESULT.

       APPLY-COST.
           IF FUNCTION TRIM(IT-NEW-VALUE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(IT-NEW-VALUE)) > 7
               MOVE "RECHAZADA: COSTO INVALIDO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE NEW-COST-CENTS = FUNCTION NUMVAL(IT-NEW-VALUE).
           IF NEW-COST-CENTS = 0
               MOVE "RECHAZADA: COSTO INVALIDO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF IT-REASON = SPACES
               MOVE "TECL" TO REVAL-REASON
           ELSE
               MOVE IT-REASON TO REVAL-REASON
           END-IF.
           PERFORM VARYING RC FROM 1 BY 1
                   UNTIL RC > REVAL-REASON-COUNT
               IF REVAL-REASON-CODE(RC) = REVAL-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF RC > REVAL-REASON-COUNT
               MOVE "RECHAZADA: MOTIVO INVALIDO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-ITEM-BY-NAME.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FRUTA-COST TO OLD-VALUE.
           IF FRUTA-COST IS NUMERIC
                   AND FRUTA-COST = NEW-COST-CENTS
               MOVE "RECHAZADA: COSTO SIN CAMBIO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF FRUTA-QTY IS NUMERIC
               MOVE FRUTA-QTY TO ONHAND-QTY
           ELSE
               MOVE 0 TO ONHAND-QTY
           END-IF.
           MOVE NEW-COST-CENTS TO FRUTA-COST.
           MOVE FRUTA-COST TO NEW-VALUE.
           REWRITE FRUTAS-RECORD
               INVALID KEY
                   MOVE "RECHAZADA: ERROR DE REGRABADO" TO TXN-RESULT
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "COSTO APLICADO" TO TXN-RESULT.
           PERFORM WRITE-LEDGER-ENTRY.

       WRITE-LEDGER-ENTRY.
      *> Asiento "C", igual que COST-REVALUATION: la existencia no
      *> cambia, cambia el costo al que esta valuada.
           PERFORM LOAD-LEDGER-CHAIN-TAIL.
           OPEN EXTEND LEDGER-FILE.
           IF NOT LEDGER-FILE-OK
               CLOSE LEDGER-FILE
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LG-DATE.
           ACCEPT LEDGER-TIME-STAMP FROM TIME.
           MOVE LEDGER-TIME-STAMP TO LG-TIME.
           MOVE "C" TO LG-TYPE.
           MOVE FRUTA-NAME TO LG-ITEM.
           MOVE ONHAND-QTY TO LG-QTY.
           MOVE ONHAND-QTY TO LG-BALANCE.
           MOVE FRUTA-COST TO LG-UNIT-COST.
           MOVE SPACES TO LG-LOCATION.
           MOVE REVAL-REASON TO LG-REASON.
           MOVE SPACES TO LG-LOT.
           MOVE SPACES TO LG-ORIG-QTY.
           MOVE SPACES TO LG-ORIG-UNIT.
           MOVE OLD-VALUE(1:7) TO LG-PRIOR-COST.
           MOVE IT-OPERATOR TO LG-OPERATOR.
           PERFORM SEAL-LEDGER-RECORD.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.

       LIST-RENAME-IMPACT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "'" FUNCTION TRIM(OLD-NAME) "' -> '"
               FUNCTION TRIM(NEW-NAME) "'  (operador "
               FUNCTION TRIM(IT-OPERATOR) ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 0 TO IMPACT-ROWS.
           PERFORM LIST-RSTKREQ-IMPACT.
           PERFORM LIST-FRUTLOC-IMPACT.
           PERFORM LIST-FRUTLOTE-IMPACT.
           PERFORM LIST-VENDMAST-IMPACT.
           PERFORM LIST-VENDXREF-IMPACT.
           IF IMPACT-ROWS = 0
               MOVE "    (ningun otro archivo lleva el nombre viejo)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           ADD IMPACT-ROWS TO TOTAL-IMPACT.

       LIST-RSTKREQ-IMPACT.
      *> RESTOCK-FULFILL saca las solicitudes cumplidas: lo que queda
      *> en RSTKREQ esta abierto.
           MOVE "00" TO RESTOCK-DETAIL-STATUS.
           OPEN INPUT RESTOCK-DETAIL-FILE.
           IF RESTOCK-DETAIL-OK
               PERFORM UNTIL RESTOCK-DETAIL-EOF
                   READ RESTOCK-DETAIL-FILE
                       AT END
                           SET RESTOCK-DETAIL-EOF TO TRUE
                       NOT AT END
                           IF RR-ITEM = OLD-NAME
                               ADD 1 TO IMPACT-ROWS
                               MOVE RR-QTY TO EDITED-QTY
                               MOVE SPACES TO REPORT-LINE
                               STRING "    RSTKREQ   tique "
                                   RR-TICKET-ID "  cant " EDITED-QTY
                                   DELIMITED BY SIZE INTO REPORT-LINE
                               END-STRING
                               WRITE REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RESTOCK-DETAIL-FILE.

       LIST-FRUTLOC-IMPACT.
           MOVE "00" TO LOCATION-FILE-STATUS.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-OK
               PERFORM UNTIL LOCATION-FILE-EOF
                   READ LOCATION-FILE
                       AT END
                           SET LOCATION-FILE-EOF TO TRUE
                       NOT AT END
                           IF FL-ITEM = OLD-NAME
                               ADD 1 TO IMPACT-ROWS
                               MOVE FL-QTY TO EDITED-QTY
                               MOVE SPACES TO REPORT-LINE
                               STRING "    FRUTLOC   ubicacion "
                                   FL-LOCATION "  cant " EDITED-QTY
                                   DELIMITED BY SIZE INTO REPORT-LINE
                               END-STRING
                               WRITE REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOCATION-FILE.

       LIST-FRUTLOTE-IMPACT.
           MOVE "00" TO LOT-FILE-STATUS.
           OPEN INPUT LOT-FILE.
           IF LOT-FILE-OK
               PERFORM UNTIL LOT-FILE-EOF
                   READ LOT-FILE
                       AT END
                           SET LOT-FILE-EOF TO TRUE
                       NOT AT END
                           IF LT-ITEM = OLD-NAME
                               ADD 1 TO IMPACT-ROWS
                               MOVE LT-QTY TO EDITED-QTY
                               MOVE SPACES TO REPORT-LINE
                               STRING "    FRUTLOTE  lote " LT-LOT
                                   "  vence " LT-EXP-DATE
                                   "  cant " EDITED-QTY
                                   DELIMITED BY SIZE INTO REPORT-LINE
                               END-STRING
                               WRITE REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOT-FILE.

       LIST-VENDMAST-IMPACT.
           MOVE "00" TO VENDOR-FILE-STATUS.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-OK
               PERFORM UNTIL VENDOR-FILE-EOF
                   READ VENDOR-FILE
                       AT END
                           SET VENDOR-FILE-EOF TO TRUE
                       NOT AT END
                           IF VN-ITEM = OLD-NAME
                               ADD 1 TO IMPACT-ROWS
                               MOVE SPACES TO REPORT-LINE
                               STRING "    VENDMAST  proveedor "
                                   VN-CODE "  " VN-NAME
                                   DELIMITED BY SIZE INTO REPORT-LINE
                               END-STRING
                               WRITE REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VENDOR-FILE.

       LIST-VENDXREF-IMPACT.
           MOVE "00" TO XREF-FILE-STATUS.
           OPEN INPUT XREF-FILE.
           IF XREF-FILE-OK
               PERFORM UNTIL XREF-FILE-EOF
                   READ XREF-FILE NEXT RECORD
                       AT END
                           SET XREF-FILE-EOF TO TRUE
                       NOT AT END
                           IF VX-OUR-ITEM = OLD-NAME
                               ADD 1 TO IMPACT-ROWS
                               MOVE SPACES TO REPORT-LINE
                               STRING "    VENDXREF  proveedor "
                                   VX-VENDOR "  articulo "
                                   VX-VENDOR-ITEM
                                   DELIMITED BY SIZE INTO REPORT-LINE
                               END-STRING
                               WRITE REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE XREF-FILE.

       WRITE-CHANGE-LOG.
           OPEN EXTEND ITEM-LOG-FILE.
           IF NOT ITEM-LOG-OK
               CLOSE ITEM-LOG-FILE
               OPEN OUTPUT ITEM-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO IL-DATE.
           ACCEPT LOG-TIME-STAMP FROM TIME.
           MOVE LOG-TIME-STAMP TO IL-TIME.
           MOVE IT-OPERATOR TO IL-OPERATOR.
           MOVE IT-ACTION TO IL-ACTION.
           MOVE IT-ITEM TO IL-ITEM.
           MOVE OLD-VALUE TO IL-OLD-VALUE.
           MOVE NEW-VALUE TO IL-NEW-VALUE.
           MOVE TXN-RESULT TO IL-RESULT.
           WRITE ITEM-LOG-RECORD.
           CLOSE ITEM-LOG-FILE.

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
               MOVE "ITEM-MASTER-MAINT" TO LOCK-PROGRAM
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
           MOVE "ITEM-MASTER-MAINT" TO LOCK-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE.
           ACCEPT LOCK-TIME-STAMP FROM TIME.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY chainp.

       COPY ledgchnp.

       COPY fenvp.
       COPY rarcp.
