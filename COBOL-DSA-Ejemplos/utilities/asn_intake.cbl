       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASN-INTAKE.

      *> Alta de avisos de despacho (ASN): los proveedores grandes
      *> mandan el dia anterior a la entrega que van a traer (orden,
      *> SU numero de articulo, cantidad, lote y vencimiento) y no
      *> habia donde ponerlo. Lee ASNIN, traduce el articulo con
      *> VENDXREF (mismo trato que INBOUND-ITEM-TRANSLATE), convierte
      *> la cantidad a unidades de stock con FRUTUOM y la valida contra
      *> la linea abierta de POFILE: la orden tiene que ser de ese
      *> proveedor, estar abierta y tener pendiente lo anunciado
      *> (descontando otros ASN todavia esperados para la misma
      *> linea). Lo aceptado se agrega a ASNFILE (ver asnrec.cpy) como
      *> recepcion esperada; lo demas va a RJCTFILE con su motivo y
      *> todo queda listado en ASNRPT.
      *>
      *> ASNFILE lo regraba PO-RECEIVING al confirmar: el alta corre
      *> bajo el mismo candado FRUTASLCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASN-INPUT-FILE
               ASSIGN USING ASN-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASN-INPUT-STATUS.
           SELECT OPTIONAL ASN-FILE ASSIGN USING ASN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASN-FILE-STATUS.
           SELECT OPTIONAL PO-FILE ASSIGN USING PO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
           SELECT OPTIONAL XREF-FILE ASSIGN USING XREF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VX-KEY
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT ASN-REPORT-FILE ASSIGN USING ASN-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASN-REPORT-STATUS.
           COPY uoms.
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
       FD  ASN-INPUT-FILE.
       01  ASN-INPUT-RECORD.
           05 AI-ASN-ID      PIC X(8).
           05 AI-VENDOR      PIC X(6).
           05 AI-PO-NUMBER   PIC X(6).
           05 AI-VENDOR-ITEM PIC X(15).
           05 AI-QTY         PIC X(5).
      *> Unidad de la cantidad (ver uoms.cpy); en blanco = unidades
      *> de stock.
           05 AI-UNIT        PIC X(4).
           05 AI-LOT         PIC X(10).
           05 AI-EXP-DATE    PIC X(8).
      *> Fecha de llegada anunciada; en blanco = manana.
           05 AI-ARRIVAL-DATE PIC X(8).

       FD  ASN-FILE.
       01  ASN-RECORD.
           COPY asnrec.

       FD  PO-FILE.
       01  PO-RECORD.
           COPY porec.

      *> Mismo maestro de referencias que VENDOR-XREF-MAINT.
       FD  XREF-FILE.
       01  XREF-RECORD.
           05 VX-KEY.
              10 VX-VENDOR      PIC X(6).
              10 VX-VENDOR-ITEM PIC X(15).
           05 VX-OUR-ITEM PIC X(10).

       FD  ASN-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       COPY uomf.

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
       01 ASN-INPUT-STATUS PIC XX VALUE "00".
           88 ASN-INPUT-OK  VALUE "00".
           88 ASN-INPUT-EOF VALUE "10".
       01 ASN-FILE-STATUS PIC XX VALUE "00".
           88 ASN-FILE-OK  VALUE "00".
           88 ASN-FILE-EOF VALUE "10".
       01 PO-FILE-STATUS PIC XX VALUE "00".
           88 PO-FILE-OK  VALUE "00".
           88 PO-FILE-EOF VALUE "10".
       01 XREF-FILE-STATUS PIC XX VALUE "00".
           88 XREF-FILE-OK VALUE "00".
       01 ASN-REPORT-STATUS PIC XX VALUE "00".
           88 ASN-REPORT-OK VALUE "00".
       01 REJECT-FILE-STATUS PIC XX VALUE "00".
           88 REJECT-FILE-OK VALUE "00".
       COPY uomw.

      *> Lineas abiertas de POFILE con lo que ya tienen anunciado en
      *> ASN todavia esperados.
       01 PO-TABLE.
          05 PO-LINE-COUNT PIC 9(3) VALUE 0.
          05 PO-LINE-ENTRY OCCURS 200 TIMES.
             10 POT-NUMBER    PIC X(6).
             10 POT-VENDOR    PIC X(6).
             10 POT-ITEM      PIC X(10).
             10 POT-OPEN-QTY  PIC 9(5).
             10 POT-ANNOUNCED PIC 9(5).
       01 PO-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 P PIC 9(3).
       01 PO-LINE-IDX PIC 9(3).

      *> ASN ya registrados (numero + articulo), para no dar de alta
      *> dos veces el mismo aviso reenviado.
       01 KNOWN-ASN-TABLE.
          05 KNOWN-ASN-COUNT PIC 9(3) VALUE 0.
          05 KNOWN-ASN-ENTRY OCCURS 300 TIMES.
             10 KA-ASN-ID PIC X(8).
             10 KA-ITEM   PIC X(10).
       01 KNOWN-ASN-CAPACITY PIC 9(3) VALUE 300.
       01 K PIC 9(3).
       01 ASN-KNOWN-SW PIC X VALUE "N".
           88 ASN-KNOWN VALUE "Y".

       01 XREF-FOUND-SW PIC X VALUE "N".
           88 XREF-FOUND VALUE "Y".
       01 OUR-ITEM PIC X(10).
       01 ASN-QTY PIC 9(5).
       01 REJECT-REASON-CODE PIC X(16).
       01 TODAY-DATE PIC X(8).
       01 TODAY-DAY-NUM PIC 9(7).
       01 TOMORROW-DATE PIC 9(8).

       01 INPUT-COUNT    PIC 9(5) VALUE 0.
       01 ACCEPTED-COUNT PIC 9(5) VALUE 0.
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
          05 ASN-INPUT-FILE-NAME  PIC X(40) VALUE "ASNIN".
          05 ASN-FILE-NAME        PIC X(40) VALUE "ASNFILE".
          05 PO-FILE-NAME         PIC X(40) VALUE "POFILE".
          05 XREF-FILE-NAME       PIC X(40) VALUE "VENDXREF".
          05 ASN-REPORT-FILE-NAME PIC X(40) VALUE "ASNRPT".
          05 REJECT-FILE-NAME     PIC X(40) VALUE "RJCTFILE".
          05 OPS-ALERT-FILE-NAME  PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 7 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 7.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       OPEN INPUT XREF-FILE.
       IF NOT XREF-FILE-OK
           DISPLAY "ERROR: no se pudo abrir VENDXREF (estado "
               XREF-FILE-STATUS "); sin referencias no se puede "
               "validar un ASN."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       MOVE "FRUTASLCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
           CLOSE XREF-FILE
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.

       MOVE BUSINESS-DATE TO TODAY-DATE.
       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(TODAY-DATE)).
       COMPUTE TOMORROW-DATE =
           FUNCTION DATE-OF-INTEGER(TODAY-DAY-NUM + 1).

       PERFORM LOAD-UOM-TABLE.
       PERFORM LOAD-OPEN-PO-LINES.
       PERFORM LOAD-KNOWN-ASNS.

       OPEN OUTPUT ASN-REPORT-FILE.
       MOVE SPACES TO REPORT-LINE.
       STRING "ALTA DE AVISOS DE DESPACHO (ASN)  (" TODAY-DATE ")"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.

       OPEN EXTEND ASN-FILE.
       IF NOT ASN-FILE-OK
           CLOSE ASN-FILE
           OPEN OUTPUT ASN-FILE
       END-IF.
       OPEN INPUT ASN-INPUT-FILE.
       IF ASN-INPUT-OK
           PERFORM UNTIL ASN-INPUT-EOF
               READ ASN-INPUT-FILE
                   AT END
                       SET ASN-INPUT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO INPUT-COUNT
                       PERFORM INTAKE-ONE-LINE
               END-READ
           END-PERFORM
       END-IF.
       CLOSE ASN-INPUT-FILE.
       CLOSE ASN-FILE.
       CLOSE XREF-FILE.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Renglones ASN: " INPUT-COUNT
           "  aceptados: " ACCEPTED-COUNT
           "  rechazados: " REJECTED-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE ASN-REPORT-FILE.
       MOVE ASN-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "ASN-INTAKE" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       MOVE "FRUTASLCK" TO LOCK-FILE-NAME.
       PERFORM RELEASE-RUN-LOCK.

       IF INPUT-COUNT = 0
           DISPLAY "ASNIN vacio o ausente; sin avisos que registrar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "ASN: " ACCEPTED-COUNT " renglon(es) esperado(s) en "
           "ASNFILE de " INPUT-COUNT "; rechazados: " REJECTED-COUNT
           ". Detalle en ASNRPT.".
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
           MOVE "ASN-RECHAZADOS" TO ALERT-REASON
           MOVE REJECTED-COUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-OPEN-PO-LINES.
           OPEN INPUT PO-FILE.
           IF PO-FILE-OK
               PERFORM UNTIL PO-FILE-EOF
                       OR PO-LINE-COUNT >= PO-TABLE-CAPACITY
                   READ PO-FILE
                       AT END
                           SET PO-FILE-EOF TO TRUE
                       NOT AT END
                           IF PO-STATUS = "A"
                               PERFORM ADD-OPEN-PO-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PO-FILE.

       ADD-OPEN-PO-LINE.
           ADD 1 TO PO-LINE-COUNT.
           MOVE PO-NUMBER TO POT-NUMBER(PO-LINE-COUNT).
           MOVE PO-VENDOR TO POT-VENDOR(PO-LINE-COUNT).
           MOVE PO-ITEM TO POT-ITEM(PO-LINE-COUNT).
           MOVE 0 TO POT-ANNOUNCED(PO-LINE-COUNT).
           IF PO-RECEIVED IS NUMERIC AND PO-RECEIVED < PO-QTY
               COMPUTE POT-OPEN-QTY(PO-LINE-COUNT) =
                   PO-QTY - PO-RECEIVED
           ELSE
               IF PO-RECEIVED IS NUMERIC
                   MOVE 0 TO POT-OPEN-QTY(PO-LINE-COUNT)
               ELSE
                   MOVE PO-QTY TO POT-OPEN-QTY(PO-LINE-COUNT)
               END-IF
           END-IF.

       LOAD-KNOWN-ASNS.
      *> Lo anunciado y todavia esperado ya compromete la linea de la
      *> orden; lo recibido ya esta en PO-RECEIVED.
           OPEN INPUT ASN-FILE.
           IF ASN-FILE-OK
               PERFORM UNTIL ASN-FILE-EOF
                   READ ASN-FILE
                       AT END
                           SET ASN-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-KNOWN-ASN
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ASN-FILE.

       ADD-KNOWN-ASN.
           IF KNOWN-ASN-COUNT < KNOWN-ASN-CAPACITY
               ADD 1 TO KNOWN-ASN-COUNT
               MOVE AS-ASN-ID TO KA-ASN-ID(KNOWN-ASN-COUNT)
               MOVE AS-ITEM TO KA-ITEM(KNOWN-ASN-COUNT)
           END-IF.
           IF AS-STATUS NOT = "E" OR AS-QTY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PO-LINE-COUNT
               IF POT-NUMBER(P) = AS-PO-NUMBER
                       AND POT-ITEM(P) = AS-ITEM
                   ADD AS-QTY TO POT-ANNOUNCED(P)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       INTAKE-ONE-LINE.
           IF AI-ASN-ID = SPACES
               MOVE "ASN-SIN-NUMERO" TO REJECT-REASON-CODE
               PERFORM REJECT-ASN-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO XREF-FOUND-SW.
           MOVE AI-VENDOR TO VX-VENDOR.
           MOVE AI-VENDOR-ITEM TO VX-VENDOR-ITEM.
           READ XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET XREF-FOUND TO TRUE
           END-READ.
           IF NOT XREF-FOUND
               MOVE "SIN-REFERENCIA" TO REJECT-REASON-CODE
               PERFORM REJECT-ASN-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE VX-OUR-ITEM TO OUR-ITEM.
           PERFORM FIND-KNOWN-ASN.
           IF ASN-KNOWN
               MOVE "ASN-DUPLICADO" TO REJECT-REASON-CODE
               PERFORM REJECT-ASN-LINE
               EXIT PARAGRAPH
           END-IF.
           IF AI-QTY IS NOT NUMERIC
               MOVE "CANT-NO-NUMERICA" TO REJECT-REASON-CODE
               PERFORM REJECT-ASN-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE OUR-ITEM TO UOM-ITEM-WANTED.
           MOVE AI-UNIT TO UOM-UNIT-WANTED.
           MOVE AI-QTY TO UOM-QTY-IN.
           PERFORM CONVERT-TO-STOCK-UNIT.
           IF NOT UOM-FOUND
               MOVE "UNIDAD-DESCONOC" TO REJECT-REASON-CODE
               PERFORM REJECT-ASN-LINE
               EXIT PARAGRAPH
           END-IF.
           IF UOM-QTY-OUT = 0 OR UOM-QTY-OUT > 99999
               MOVE "CANT-FUERA-RANGO" TO REJECT-REASON-CODE
               PERFORM REJECT-ASN-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE UOM-QTY-OUT TO ASN-QTY.
      *> Lote y vencimiento son la razon de ser del aviso: sin ellos
      *> no hay nada que precargar en el muelle.
           IF AI-LOT = SPACES
               MOVE "ASN-SIN-LOTE" TO REJECT-REASON-CODE
               PERFORM REJECT-ASN-LINE
               EXIT PARAGRAPH
           END-IF.
           IF AI-EXP-DATE IS NOT NUMERIC
               MOVE "VENCIM-INVALIDO" TO REJECT-REASON-CODE
               PERFORM REJECT-ASN-LINE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(AI-EXP-DATE)) NOT = 0
               MOVE "VENCIM-INVALIDO" TO REJECT-REASON-CODE
               PERFORM REJECT-ASN-LINE
               EXIT PARAGRAPH
           END-IF.
           IF AI-ARRIVAL-DATE NOT = SPACES
               IF AI-ARRIVAL-DATE IS NOT NUMERIC
                   MOVE "LLEGADA-INVALIDA" TO REJECT-REASON-CODE
                   PERFORM REJECT-ASN-LINE
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(AI-ARRIVAL-DATE)) NOT = 0
                   MOVE "LLEGADA-INVALIDA" TO REJECT-REASON-CODE
                   PERFORM REJECT-ASN-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM FIND-OPEN-PO-LINE.
           IF PO-LINE-IDX = 0
               MOVE "OC-DESCONOCIDA" TO REJECT-REASON-CODE
               PERFORM REJECT-ASN-LINE
               EXIT PARAGRAPH
           END-IF.
           IF POT-VENDOR(PO-LINE-IDX) NOT = AI-VENDOR
               MOVE "OC-DE-OTRO-PROV" TO REJECT-REASON-CODE
               PERFORM REJECT-ASN-LINE
               EXIT PARAGRAPH
           END-IF.
           IF POT-ANNOUNCED(PO-LINE-IDX) + ASN-QTY
                   > POT-OPEN-QTY(PO-LINE-IDX)
               MOVE "ASN-EXCEDE-OC" TO REJECT-REASON-CODE
               PERFORM REJECT-ASN-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-EXPECTED-RECEIPT.

       FIND-KNOWN-ASN.
           MOVE "N" TO ASN-KNOWN-SW.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > KNOWN-ASN-COUNT
               IF KA-ASN-ID(K) = AI-ASN-ID
                       AND KA-ITEM(K) = OUR-ITEM
                   SET ASN-KNOWN TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-OPEN-PO-LINE.
           MOVE 0 TO PO-LINE-IDX.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PO-LINE-COUNT
               IF POT-NUMBER(P) = AI-PO-NUMBER
                       AND FUNCTION TRIM(POT-ITEM(P))
                           = FUNCTION TRIM(OUR-ITEM)
                   MOVE P TO PO-LINE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-EXPECTED-RECEIPT.
           MOVE SPACES TO ASN-RECORD.
           MOVE AI-ASN-ID TO AS-ASN-ID.
           MOVE AI-VENDOR TO AS-VENDOR.
           MOVE AI-PO-NUMBER TO AS-PO-NUMBER.
           MOVE OUR-ITEM TO AS-ITEM.
           MOVE ASN-QTY TO AS-QTY.
           IF UOM-CONVERTED
               MOVE AI-QTY TO AS-ORIG-QTY
               MOVE AI-UNIT TO AS-ORIG-UNIT
           END-IF.
           MOVE AI-LOT TO AS-LOT.
           MOVE AI-EXP-DATE TO AS-EXP-DATE.
           IF AI-ARRIVAL-DATE = SPACES
               MOVE TOMORROW-DATE TO AS-EXPECTED-DATE
           ELSE
               MOVE AI-ARRIVAL-DATE TO AS-EXPECTED-DATE
           END-IF.
           MOVE TODAY-DATE TO AS-INTAKE-DATE.
           MOVE "E" TO AS-STATUS.
           MOVE 0 TO AS-RECEIVED-QTY.
           WRITE ASN-RECORD.
           ADD ASN-QTY TO POT-ANNOUNCED(PO-LINE-IDX).
           IF KNOWN-ASN-COUNT < KNOWN-ASN-CAPACITY
               ADD 1 TO KNOWN-ASN-COUNT
               MOVE AI-ASN-ID TO KA-ASN-ID(KNOWN-ASN-COUNT)
               MOVE OUR-ITEM TO KA-ITEM(KNOWN-ASN-COUNT)
           END-IF.
           ADD 1 TO ACCEPTED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ESPERADO  ASN " AI-ASN-ID " OC" AI-PO-NUMBER " "
               OUR-ITEM " x " ASN-QTY "  lote " AI-LOT
               " vence " AI-EXP-DATE "  llega " AS-EXPECTED-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       REJECT-ASN-LINE.
           ADD 1 TO REJECTED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECHAZADO ASN " AI-ASN-ID " OC" AI-PO-NUMBER " "
               AI-VENDOR "/" AI-VENDOR-ITEM " x " AI-QTY
               "  motivo: " REJECT-REASON-CODE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           OPEN EXTEND REJECT-FILE.
           IF NOT REJECT-FILE-OK
               CLOSE REJECT-FILE
               OPEN OUTPUT REJECT-FILE
           END-IF.
           MOVE "ASN-INTAKE" TO RJ-PROGRAM.
           MOVE "ASNIN" TO RJ-FILE.
           MOVE ASN-INPUT-RECORD(1:20) TO RJ-IMAGE.
           MOVE REJECT-REASON-CODE TO RJ-REASON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RJ-DATE.
           MOVE SPACE TO RJ-STATUS.
           MOVE SPACES TO RJ-REPAIR-DATE.
           PERFORM CHECK-REJECT-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe, igual que
      *> HISTLOG).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "ASN-INTAKE" TO ALERT-PROGRAM.
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
               MOVE "ASN-INTAKE" TO LOCK-PROGRAM
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
           MOVE "ASN-INTAKE" TO LOCK-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE.
           ACCEPT LOCK-TIME-STAMP FROM TIME.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY uomp.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
       COPY rsnrjp.
       COPY rarcp.
