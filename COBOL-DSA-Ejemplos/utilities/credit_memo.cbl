       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-MEMO-APPLY.

      *> Carga de notas de credito de proveedores contra los creditos
      *> pendientes que abren las devoluciones a proveedor (VCREDIT,
      *> ver vcrdrec.cpy). Cada nota de CRMEMO (proveedor, numero de
      *> nota, orden de compra, articulo e importe) cierra el credito
      *> pendiente mas viejo de ese proveedor, orden y articulo; una
      *> nota que acredita menos de lo esperado cierra igual pero sale
      *> marcada en CRMEMORPT para que compras reclame la diferencia.
      *> Las notas sin devolucion que cerrar, repetidas o ilegibles se
      *> rechazan a RJCTFILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MEMO-FILE ASSIGN USING MEMO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMO-FILE-STATUS.
      *> Creditos pendientes: se carga entero y se regraba al cierre
      *> (mismo esquema que FRUTLOC), bajo FRUTASLCK porque
      *> STOCK-MOVEMENT le agrega las devoluciones.
           SELECT OPTIONAL CREDIT-FILE ASSIGN USING CREDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-FILE-STATUS.
           SELECT MEMO-REPORT-FILE ASSIGN USING MEMO-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMO-REPORT-STATUS.

      *> Archivo compartido de rechazos (ver rjctrec.cpy).
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

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
       FD  MEMO-FILE.
       01  MEMO-RECORD.
           05 CM-VENDOR    PIC X(6).
           05 CM-NUMBER    PIC X(10).
           05 CM-PO-NUMBER PIC X(6).
           05 CM-ITEM      PIC X(10).
      *> Importe acreditado en centavos.
           05 CM-AMOUNT    PIC X(9).

       FD  CREDIT-FILE.
       01  CREDIT-RECORD.
           COPY vcrdrec.

       FD  MEMO-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

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
       01 MEMO-FILE-STATUS PIC XX VALUE "00".
           88 MEMO-FILE-OK  VALUE "00".
           88 MEMO-FILE-EOF VALUE "10".
       01 CREDIT-FILE-STATUS PIC XX VALUE "00".
           88 CREDIT-FILE-OK  VALUE "00".
           88 CREDIT-FILE-EOF VALUE "10".
       01 MEMO-REPORT-STATUS PIC XX VALUE "00".
           88 MEMO-REPORT-OK VALUE "00".
       01 REJECT-FILE-STATUS PIC XX VALUE "00".
           88 REJECT-FILE-OK VALUE "00".

      *> Creditos en memoria, abiertos y cerrados: los cerrados son la
      *> historia de la devolucion y se regraban tal cual.
       01 CREDIT-TABLE.
          05 CREDIT-COUNT PIC 9(3) VALUE 0.
          05 CREDIT-ENTRY OCCURS 300 TIMES.
             10 CRT-VENDOR        PIC X(6).
             10 CRT-PO-NUMBER     PIC X(6).
             10 CRT-ITEM          PIC X(10).
             10 CRT-LOT           PIC X(10).
             10 CRT-QTY           PIC 9(5).
             10 CRT-AMOUNT        PIC 9(9).
             10 CRT-RETURN-DATE   PIC X(8).
             10 CRT-STATUS        PIC X(1).
             10 CRT-MEMO-NUMBER   PIC X(10).
             10 CRT-CREDIT-AMOUNT PIC 9(9).
             10 CRT-CREDIT-DATE   PIC X(8).
       01 CREDIT-TABLE-CAPACITY PIC 9(3) VALUE 300.
       01 C PIC 9(3).
       01 CREDIT-IDX PIC 9(3).

       01 MEMO-AMOUNT PIC 9(9).
       01 SHORT-FLAG PIC X(5).
       01 AMOUNT-EDIT PIC Z(6)9.99.
       01 EXPECTED-EDIT PIC Z(6)9.99.
       01 TODAY-DATE PIC X(8).
       01 REJECT-REASON PIC X(30).

       01 MEMO-COUNT     PIC 9(5) VALUE 0.
       01 APPLIED-COUNT  PIC 9(5) VALUE 0.
       01 SHORT-COUNT    PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.

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
          05 MEMO-FILE-NAME        PIC X(40) VALUE "CRMEMO".
          05 CREDIT-FILE-NAME      PIC X(40) VALUE "VCREDIT".
          05 MEMO-REPORT-FILE-NAME PIC X(40) VALUE "CRMEMORPT".
          05 REJECT-FILE-NAME      PIC X(40) VALUE "RJCTFILE".
          05 OPS-ALERT-FILE-NAME   PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
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

       MOVE BUSINESS-DATE TO TODAY-DATE.
       PERFORM LOAD-CREDIT-TABLE.

       OPEN OUTPUT MEMO-REPORT-FILE.
       MOVE "NOTAS DE CREDITO DE PROVEEDORES APLICADAS A DEVOLUCIONES"
           TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.

       PERFORM APPLY-MEMO-BATCH.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Notas: " MEMO-COUNT "  aplicadas: " APPLIED-COUNT
           "  con credito corto: " SHORT-COUNT
           "  rechazadas: " REJECTED-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE MEMO-REPORT-FILE.
       MOVE MEMO-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "CREDIT-MEMO-APPLY" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       IF APPLIED-COUNT > 0
           PERFORM SAVE-CREDIT-TABLE
       END-IF.
       PERFORM RELEASE-RUN-LOCK.

       IF MEMO-COUNT = 0
           DISPLAY "CRMEMO vacio o ausente; sin notas de credito que "
               "aplicar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "Notas de credito: " APPLIED-COUNT " aplicada(s) de "
           MEMO-COUNT " (" SHORT-COUNT " con credito corto); "
           "rechazadas: " REJECTED-COUNT ". Detalle en CRMEMORPT.".
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
           MOVE "NOTAS-RECHAZADAS" TO ALERT-REASON
           MOVE REJECTED-COUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-CREDIT-TABLE.
           MOVE 0 TO CREDIT-COUNT.
           OPEN INPUT CREDIT-FILE.
           IF CREDIT-FILE-OK
               PERFORM UNTIL CREDIT-FILE-EOF
                       OR CREDIT-COUNT >= CREDIT-TABLE-CAPACITY
                   READ CREDIT-FILE
                       AT END
                           SET CREDIT-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO CREDIT-COUNT
                           PERFORM LOAD-ONE-CREDIT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CREDIT-FILE.
           IF CREDIT-COUNT >= CREDIT-TABLE-CAPACITY
               DISPLAY "Aviso: tabla de creditos llena ("
                   CREDIT-TABLE-CAPACITY "); los renglones que siguen "
                   "en VCREDIT no se cargan."
           END-IF.

       LOAD-ONE-CREDIT.
           MOVE CR-VENDOR TO CRT-VENDOR(CREDIT-COUNT).
           MOVE CR-PO-NUMBER TO CRT-PO-NUMBER(CREDIT-COUNT).
           MOVE CR-ITEM TO CRT-ITEM(CREDIT-COUNT).
           MOVE CR-LOT TO CRT-LOT(CREDIT-COUNT).
           MOVE CR-RETURN-DATE TO CRT-RETURN-DATE(CREDIT-COUNT).
           MOVE CR-STATUS TO CRT-STATUS(CREDIT-COUNT).
           MOVE CR-MEMO-NUMBER TO CRT-MEMO-NUMBER(CREDIT-COUNT).
           MOVE CR-CREDIT-DATE TO CRT-CREDIT-DATE(CREDIT-COUNT).
           IF CR-QTY IS NUMERIC
               MOVE CR-QTY TO CRT-QTY(CREDIT-COUNT)
           ELSE
               MOVE 0 TO CRT-QTY(CREDIT-COUNT)
           END-IF.
           IF CR-AMOUNT IS NUMERIC
               MOVE CR-AMOUNT TO CRT-AMOUNT(CREDIT-COUNT)
           ELSE
               MOVE 0 TO CRT-AMOUNT(CREDIT-COUNT)
           END-IF.
           IF CR-CREDIT-AMOUNT IS NUMERIC
               MOVE CR-CREDIT-AMOUNT TO CRT-CREDIT-AMOUNT(CREDIT-COUNT)
           ELSE
               MOVE 0 TO CRT-CREDIT-AMOUNT(CREDIT-COUNT)
           END-IF.

       SAVE-CREDIT-TABLE.
      *> Regraba VCREDIT completo; los creditos cerrados se conservan
      *> -- son la historia de la devolucion.
           OPEN OUTPUT CREDIT-FILE.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CREDIT-COUNT
               MOVE CRT-VENDOR(C) TO CR-VENDOR
               MOVE CRT-PO-NUMBER(C) TO CR-PO-NUMBER
               MOVE CRT-ITEM(C) TO CR-ITEM
               MOVE CRT-LOT(C) TO CR-LOT
               MOVE CRT-QTY(C) TO CR-QTY
               MOVE CRT-AMOUNT(C) TO CR-AMOUNT
               MOVE CRT-RETURN-DATE(C) TO CR-RETURN-DATE
               MOVE CRT-STATUS(C) TO CR-STATUS
               MOVE CRT-MEMO-NUMBER(C) TO CR-MEMO-NUMBER
               MOVE CRT-CREDIT-AMOUNT(C) TO CR-CREDIT-AMOUNT
               MOVE CRT-CREDIT-DATE(C) TO CR-CREDIT-DATE
               WRITE CREDIT-RECORD
           END-PERFORM.
           CLOSE CREDIT-FILE.

       APPLY-MEMO-BATCH.
           OPEN INPUT MEMO-FILE.
           IF MEMO-FILE-OK
               PERFORM UNTIL MEMO-FILE-EOF
                   READ MEMO-FILE
                       AT END
                           SET MEMO-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO MEMO-COUNT
                           PERFORM APPLY-ONE-MEMO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MEMO-FILE.

       APPLY-ONE-MEMO.
           IF CM-AMOUNT IS NOT NUMERIC
               MOVE "IMPORTE NO NUMERICO" TO REJECT-REASON
               PERFORM REJECT-MEMO
               EXIT PARAGRAPH
           END-IF.
           MOVE CM-AMOUNT TO MEMO-AMOUNT.
      *> La misma nota no acredita dos veces el mismo renglon de
      *> orden (una nota puede cubrir varios articulos de la orden).
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CREDIT-COUNT
               IF CRT-VENDOR(C) = CM-VENDOR
                       AND CRT-STATUS(C) = "C"
                       AND CRT-MEMO-NUMBER(C) = CM-NUMBER
                       AND CRT-PO-NUMBER(C) = CM-PO-NUMBER
                       AND FUNCTION TRIM(CRT-ITEM(C))
                           = FUNCTION TRIM(CM-ITEM)
                   MOVE "NOTA DUPLICADA" TO REJECT-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF C <= CREDIT-COUNT
               PERFORM REJECT-MEMO
               EXIT PARAGRAPH
           END-IF.
      *> El credito pendiente mas viejo del proveedor para esa orden
      *> y articulo (el articulo en blanco acepta cualquiera de la
      *> orden).
           MOVE 0 TO CREDIT-IDX.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CREDIT-COUNT
               IF CRT-VENDOR(C) = CM-VENDOR
                       AND CRT-PO-NUMBER(C) = CM-PO-NUMBER
                       AND CRT-STATUS(C) = "P"
                       AND (CM-ITEM = SPACES
                           OR FUNCTION TRIM(CRT-ITEM(C))
                               = FUNCTION TRIM(CM-ITEM))
                   IF CREDIT-IDX = 0
                       MOVE C TO CREDIT-IDX
                   ELSE
                       IF CRT-RETURN-DATE(C)
                               < CRT-RETURN-DATE(CREDIT-IDX)
                           MOVE C TO CREDIT-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF CREDIT-IDX = 0
               MOVE "SIN DEVOLUCION PENDIENTE" TO REJECT-REASON
               PERFORM REJECT-MEMO
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO CRT-STATUS(CREDIT-IDX).
           MOVE CM-NUMBER TO CRT-MEMO-NUMBER(CREDIT-IDX).
           MOVE MEMO-AMOUNT TO CRT-CREDIT-AMOUNT(CREDIT-IDX).
           MOVE TODAY-DATE TO CRT-CREDIT-DATE(CREDIT-IDX).
           ADD 1 TO APPLIED-COUNT.
           COMPUTE AMOUNT-EDIT = MEMO-AMOUNT / 100.
           COMPUTE EXPECTED-EDIT = CRT-AMOUNT(CREDIT-IDX) / 100.
           MOVE SPACES TO SHORT-FLAG.
           IF MEMO-AMOUNT < CRT-AMOUNT(CREDIT-IDX)
               ADD 1 TO SHORT-COUNT
               MOVE "CORTO" TO SHORT-FLAG
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "APLICADA  " CM-VENDOR " nota " CM-NUMBER " OC "
               CM-PO-NUMBER " " CRT-ITEM(CREDIT-IDX) " esperado "
               EXPECTED-EDIT " acred. " AMOUNT-EDIT "  " SHORT-FLAG
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       REJECT-MEMO.
           ADD 1 TO REJECTED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECHAZADA " CM-VENDOR " nota " CM-NUMBER " OC "
               CM-PO-NUMBER "  motivo: " REJECT-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           OPEN EXTEND REJECT-FILE.
           IF NOT REJECT-FILE-OK
               CLOSE REJECT-FILE
               OPEN OUTPUT REJECT-FILE
           END-IF.
           MOVE "CREDIT-MEMO-APPLY" TO RJ-PROGRAM.
           MOVE "CRMEMO" TO RJ-FILE.
           MOVE MEMO-RECORD(1:20) TO RJ-IMAGE.
           MOVE REJECT-REASON(1:16) TO RJ-REASON.
           MOVE TODAY-DATE TO RJ-DATE.
           MOVE SPACE TO RJ-STATUS.
           MOVE SPACES TO RJ-REPAIR-DATE.
           PERFORM CHECK-REJECT-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.
           DISPLAY "Rechazada: nota " FUNCTION TRIM(CM-NUMBER)
               " de " CM-VENDOR " (" FUNCTION TRIM(REJECT-REASON)
               ").".

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "CREDIT-MEMO-APPLY" TO ALERT-PROGRAM.
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
               MOVE "CREDIT-MEMO-APPLY" TO LOCK-PROGRAM
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
           MOVE "CREDIT-MEMO-APPLY" TO LOCK-PROGRAM.
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
