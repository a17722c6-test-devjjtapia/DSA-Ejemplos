       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASN-PENDING-REPORT.

      *> Reporte de avisos de despacho no recibidos (ASNPEND): todo
      *> renglon de ASNFILE (ver asnrec.cpy) todavia esperado ("E")
      *> cuya fecha de llegada anunciada ya paso -- mercaderia que el
      *> proveedor dijo que mando y que nunca toco el muelle --,
      *> ordenado por dias de atraso (el peor primero) y, a igual
      *> atraso, por proveedor, mismo criterio que PO-EXPEDITE-REPORT.
      *> Al pie van los que llegan hoy, que todavia pueden aparecer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASN-FILE ASSIGN USING ASN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASN-FILE-STATUS.
           SELECT OPTIONAL VENDOR-FILE ASSIGN USING VENDOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT ASN-REPORT-FILE ASSIGN USING ASN-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASN-REPORT-STATUS.
      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  ASN-FILE.
       01  ASN-RECORD.
           COPY asnrec.

       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           05 VN-CODE      PIC X(6).
           05 VN-NAME      PIC X(20).
           05 VN-LEAD-DAYS PIC X(3).
           05 VN-ITEM      PIC X(10).

       FD  ASN-REPORT-FILE.
       01  REPORT-LINE PIC X(110).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 ASN-FILE-STATUS PIC XX VALUE "00".
           88 ASN-FILE-OK  VALUE "00".
           88 ASN-FILE-EOF VALUE "10".
       01 VENDOR-FILE-STATUS PIC XX VALUE "00".
           88 VENDOR-FILE-OK  VALUE "00".
           88 VENDOR-FILE-EOF VALUE "10".
       01 ASN-REPORT-STATUS PIC XX VALUE "00".
           88 ASN-REPORT-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

      *> Avisos vencidos; la tabla se ordena en memoria.
       01 LATE-TABLE.
          05 LATE-COUNT PIC 9(3) VALUE 0.
          05 LATE-ENTRY OCCURS 200 TIMES.
             10 LA-DAYS-LATE PIC 9(5).
             10 LA-VENDOR    PIC X(6).
             10 LA-ASN-ID    PIC X(8).
             10 LA-PO-NUMBER PIC X(6).
             10 LA-ITEM      PIC X(10).
             10 LA-QTY       PIC 9(5).
             10 LA-LOT       PIC X(10).
             10 LA-EXPECTED  PIC X(8).
       01 LATE-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 SWAP-ENTRY PIC X(58).
       01 B PIC 9(3).
       01 J PIC 9(3).

       01 VENDOR-TABLE.
          05 VENDOR-COUNT PIC 9(3) VALUE 0.
          05 VENDOR-ENTRY OCCURS 100 TIMES.
             10 VEND-CODE PIC X(6).
             10 VEND-NAME PIC X(20).
       01 VENDOR-TABLE-CAPACITY PIC 9(3) VALUE 100.
       01 V PIC 9(3).
       01 VENDOR-NAME-FOUND PIC X(20).

       01 TODAY-DATE     PIC X(8).
       01 TODAY-DAY-NUM  PIC 9(7).
       01 EXPECTED-DAY-NUM PIC 9(7).
       01 DAYS-EDIT      PIC ZZZZ9.
       01 QTY-EDIT       PIC ZZZZ9.
       01 DUE-TODAY-COUNT PIC 9(5) VALUE 0.
       01 LATE-QTY-TOTAL PIC 9(7) VALUE 0.
       01 OVERFLOW-SW PIC X VALUE "N".
           88 LATE-TABLE-OVERFLOW VALUE "Y".
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 ASN-FILE-NAME        PIC X(40) VALUE "ASNFILE".
          05 VENDOR-FILE-NAME     PIC X(40) VALUE "VENDMAST".
          05 ASN-REPORT-FILE-NAME PIC X(40) VALUE "ASNPEND".
          05 OPS-ALERT-FILE-NAME  PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       MOVE BUSINESS-DATE TO TODAY-DATE.
       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(TODAY-DATE)).

       PERFORM LOAD-VENDOR-TABLE.
       PERFORM LOAD-LATE-ASNS.
       PERFORM SORT-WORST-FIRST.

       OPEN OUTPUT ASN-REPORT-FILE.
       MOVE SPACES TO REPORT-LINE.
       STRING "AVISOS DE DESPACHO ANUNCIADOS Y NO RECIBIDOS  ("
           TODAY-DATE ")"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "ATRASO PROV.  NOMBRE                ASN      ORDEN   "
           "ARTICULO    CANT. LOTE       LLEGADA"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       PERFORM VARYING B FROM 1 BY 1 UNTIL B > LATE-COUNT
           PERFORM WRITE-LATE-LINE
       END-PERFORM.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       IF LATE-COUNT = 0
           MOVE "Sin avisos de despacho vencidos." TO REPORT-LINE
           WRITE REPORT-LINE
       ELSE
           MOVE SPACES TO REPORT-LINE
           STRING "Avisos vencidos: " LATE-COUNT
               "  unidades anunciadas sin llegar: " LATE-QTY-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       STRING "Anunciados para hoy, todavia sin recibir: "
           DUE-TODAY-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       IF LATE-TABLE-OVERFLOW
           MOVE SPACES TO REPORT-LINE
           STRING "*** Hay mas de " LATE-TABLE-CAPACITY
               " avisos vencidos; el resto no se lista. ***"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
       END-IF.
       CLOSE ASN-REPORT-FILE.
       MOVE ASN-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "ASN-PENDING-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Avisos no recibidos en ASNPEND: " LATE-COUNT
           " vencido(s), " DUE-TODAY-COUNT " para hoy.".
       IF LATE-COUNT > 0
           MOVE 8 TO RETURN-CODE
           MOVE "ASN-NO-RECIBIDOS" TO ALERT-REASON
           MOVE LATE-COUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-OK
               PERFORM UNTIL VENDOR-FILE-EOF
                       OR VENDOR-COUNT >= VENDOR-TABLE-CAPACITY
                   READ VENDOR-FILE
                       AT END
                           SET VENDOR-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO VENDOR-COUNT
                           MOVE VN-CODE TO VEND-CODE(VENDOR-COUNT)
                           MOVE VN-NAME TO VEND-NAME(VENDOR-COUNT)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VENDOR-FILE.

       LOAD-LATE-ASNS.
      *> Esperado y con la llegada anunciada ya pasada; el que llega
      *> hoy solo se cuenta (el camion puede llegar a la tarde).
           OPEN INPUT ASN-FILE.
           IF ASN-FILE-OK
               PERFORM UNTIL ASN-FILE-EOF
                   READ ASN-FILE
                       AT END
                           SET ASN-FILE-EOF TO TRUE
                       NOT AT END
                           IF AS-STATUS = "E"
                                   AND AS-EXPECTED-DATE IS NUMERIC
                               IF AS-EXPECTED-DATE < TODAY-DATE
                                   PERFORM ADD-LATE-ASN
                               ELSE
                                   IF AS-EXPECTED-DATE = TODAY-DATE
                                       ADD 1 TO DUE-TODAY-COUNT
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ASN-FILE.

       ADD-LATE-ASN.
           IF LATE-COUNT >= LATE-TABLE-CAPACITY
               SET LATE-TABLE-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LATE-COUNT.
           COMPUTE EXPECTED-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(AS-EXPECTED-DATE)).
           COMPUTE LA-DAYS-LATE(LATE-COUNT) =
               TODAY-DAY-NUM - EXPECTED-DAY-NUM.
           MOVE AS-VENDOR TO LA-VENDOR(LATE-COUNT).
           MOVE AS-ASN-ID TO LA-ASN-ID(LATE-COUNT).
           MOVE AS-PO-NUMBER TO LA-PO-NUMBER(LATE-COUNT).
           MOVE AS-ITEM TO LA-ITEM(LATE-COUNT).
           IF AS-QTY IS NUMERIC
               MOVE AS-QTY TO LA-QTY(LATE-COUNT)
           ELSE
               MOVE 0 TO LA-QTY(LATE-COUNT)
           END-IF.
           ADD LA-QTY(LATE-COUNT) TO LATE-QTY-TOTAL.
           MOVE AS-LOT TO LA-LOT(LATE-COUNT).
           MOVE AS-EXPECTED-DATE TO LA-EXPECTED(LATE-COUNT).

       SORT-WORST-FIRST.
      *> Burbuja sobre la tabla chica: mas dias de atraso primero y,
      *> a igual atraso, por codigo de proveedor.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B >= LATE-COUNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > LATE-COUNT - B
                   IF LA-DAYS-LATE(J) < LA-DAYS-LATE(J + 1)
                       OR (LA-DAYS-LATE(J) = LA-DAYS-LATE(J + 1)
                           AND LA-VENDOR(J) > LA-VENDOR(J + 1))
                       MOVE LATE-ENTRY(J) TO SWAP-ENTRY
                       MOVE LATE-ENTRY(J + 1) TO LATE-ENTRY(J)
                       MOVE SWAP-ENTRY TO LATE-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-LATE-LINE.
           MOVE SPACES TO VENDOR-NAME-FOUND.
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > VENDOR-COUNT
               IF VEND-CODE(V) = LA-VENDOR(B)
                   MOVE VEND-NAME(V) TO VENDOR-NAME-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF VENDOR-NAME-FOUND = SPACES
               MOVE "(NO ESTA EN VENDMAST)" TO VENDOR-NAME-FOUND
           END-IF.
           MOVE LA-DAYS-LATE(B) TO DAYS-EDIT.
           MOVE LA-QTY(B) TO QTY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING DAYS-EDIT "d " LA-VENDOR(B) " " VENDOR-NAME-FOUND
               "  " LA-ASN-ID(B) " OC" LA-PO-NUMBER(B) " "
               LA-ITEM(B) " " QTY-EDIT " " LA-LOT(B) " "
               LA-EXPECTED(B)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe, igual que
      *> HISTLOG).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "ASN-PENDING-REPORT" TO ALERT-PROGRAM.
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
