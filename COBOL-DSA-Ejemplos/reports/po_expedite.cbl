       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-EXPEDITE-REPORT.

      *> Reporte diario de seguimiento de compras (EXPEDRPT): toda
      *> linea de POFILE todavia abierta ("A") cuya fecha esperada ya
      *> paso, ordenada por dias de atraso (la peor primero) y, a
      *> igual atraso, por proveedor -- la lista que compras llama por
      *> telefono cada manana. Debajo de cada linea va la demanda que
      *> esa orden venia a cubrir: las solicitudes de reposicion
      *> abiertas del articulo (tique de "Reposicion" vivo en QUEUEDAT
      *> con su detalle en RSTKREQ), para saber que se esta esperando
      *> en el local. Lo que el proveedor ya no va a mandar se da de
      *> baja con PO-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PO-FILE ASSIGN USING PO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
           SELECT OPTIONAL VENDOR-FILE ASSIGN USING VENDOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT OPTIONAL RESTOCK-DETAIL-FILE
               ASSIGN USING RESTOCK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTOCK-DETAIL-STATUS.
           SELECT EXPEDITE-REPORT-FILE
               ASSIGN USING EXPEDITE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPEDITE-REPORT-STATUS.
      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE.
       01  PO-RECORD.
           COPY porec.

       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           05 VN-CODE      PIC X(6).
           05 VN-NAME      PIC X(20).
           05 VN-LEAD-DAYS PIC X(3).
           05 VN-ITEM      PIC X(10).

      *> Mismo registro de tique que QUEUE-FILE en queue.cbl.
       FD  QUEUE-FILE.
       01  QUEUE-FILE-RECORD.
           COPY quedrec.

       FD  RESTOCK-DETAIL-FILE.
       01  RESTOCK-DETAIL-RECORD.
           COPY rstkrec.

       FD  EXPEDITE-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 PO-FILE-STATUS PIC XX VALUE "00".
           88 PO-FILE-OK  VALUE "00".
           88 PO-FILE-EOF VALUE "10".
       01 VENDOR-FILE-STATUS PIC XX VALUE "00".
           88 VENDOR-FILE-OK  VALUE "00".
           88 VENDOR-FILE-EOF VALUE "10".
       01 QUEUE-FILE-STATUS PIC XX VALUE "00".
           88 QUEUE-FILE-OK  VALUE "00".
           88 QUEUE-FILE-EOF VALUE "10".
       01 RESTOCK-DETAIL-STATUS PIC XX VALUE "00".
           88 RESTOCK-DETAIL-OK  VALUE "00".
           88 RESTOCK-DETAIL-EOF VALUE "10".
       01 EXPEDITE-REPORT-STATUS PIC XX VALUE "00".
           88 EXPEDITE-REPORT-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

      *> Lineas vencidas; la tabla se ordena en memoria.
       01 LATE-TABLE.
          05 LATE-COUNT PIC 9(3) VALUE 0.
          05 LATE-ENTRY OCCURS 200 TIMES.
             10 LT-DAYS-LATE PIC 9(5).
             10 LT-VENDOR    PIC X(6).
             10 LT-PO-NUMBER PIC X(6).
             10 LT-ITEM      PIC X(10).
             10 LT-QTY       PIC 9(4).
             10 LT-RECEIVED  PIC 9(4).
             10 LT-EXPECTED  PIC X(8).
       01 LATE-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 SWAP-ENTRY PIC X(43).
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

       01 OPEN-TICKET-TABLE.
          05 OPEN-TICKET-COUNT PIC 9(3) VALUE 0.
          05 OPEN-TICKET OCCURS 200 TIMES PIC 9(6).
       01 OPEN-TICKET-CAPACITY PIC 9(3) VALUE 200.
       01 DETAIL-TICKET-ID PIC 9(6).

      *> Demanda abierta: detalles de RSTKREQ con el tique vivo.
       01 DEMAND-TABLE.
          05 DEMAND-COUNT PIC 9(3) VALUE 0.
          05 DEMAND-ENTRY OCCURS 200 TIMES.
             10 DM-TICKET-ID PIC X(6).
             10 DM-ITEM      PIC X(10).
             10 DM-QTY       PIC 9(4).
             10 DM-DATE      PIC X(8).
             10 DM-HOLD      PIC X(1).
       01 DEMAND-CAPACITY PIC 9(3) VALUE 200.
       01 D PIC 9(3).
       01 I PIC 9(3).
       01 DEMAND-SHOWN PIC 9(3).

       01 TODAY-DATE     PIC X(8).
       01 TODAY-DAY-NUM  PIC 9(7).
       01 EXPECTED-DAY-NUM PIC 9(7).
       01 OPEN-QTY       PIC 9(4).
       01 DAYS-EDIT      PIC ZZZZ9.
       01 QTY-EDIT       PIC ZZZ9.
       01 UNCOVERED-COUNT PIC 9(3) VALUE 0.
       01 OVERFLOW-SW PIC X VALUE "N".
           88 LATE-TABLE-OVERFLOW VALUE "Y".
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 PO-FILE-NAME              PIC X(40) VALUE "POFILE".
          05 VENDOR-FILE-NAME          PIC X(40) VALUE "VENDMAST".
          05 QUEUE-FILE-NAME           PIC X(40) VALUE "QUEUEDAT".
          05 RESTOCK-DETAIL-FILE-NAME  PIC X(40) VALUE "RSTKREQ".
          05 EXPEDITE-REPORT-FILE-NAME PIC X(40) VALUE "EXPEDRPT".
          05 OPS-ALERT-FILE-NAME       PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 6 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 6.
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
       PERFORM LOAD-OPEN-TICKETS.
       PERFORM LOAD-OPEN-DEMAND.
       PERFORM LOAD-LATE-LINES.
       PERFORM SORT-WORST-FIRST.

       OPEN OUTPUT EXPEDITE-REPORT-FILE.
       MOVE SPACES TO REPORT-LINE.
       STRING "SEGUIMIENTO DE ORDENES DE COMPRA VENCIDAS  (" TODAY-DATE
           ")"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "ATRASO PROV.  NOMBRE                ORDEN   ARTICULO  "
           "  PENDIENTE ESPERADA"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       PERFORM VARYING B FROM 1 BY 1 UNTIL B > LATE-COUNT
           PERFORM WRITE-LATE-LINE
       END-PERFORM.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       IF LATE-COUNT = 0
           MOVE "Sin lineas de orden vencidas." TO REPORT-LINE
           WRITE REPORT-LINE
       ELSE
           MOVE SPACES TO REPORT-LINE
           STRING "Lineas vencidas: " LATE-COUNT
               "  sin demanda abierta que cubrir: " UNCOVERED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
       END-IF.
       IF LATE-TABLE-OVERFLOW
           MOVE SPACES TO REPORT-LINE
           STRING "*** Hay mas de " LATE-TABLE-CAPACITY
               " lineas vencidas; el resto no se lista. ***"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
       END-IF.
       CLOSE EXPEDITE-REPORT-FILE.
       MOVE EXPEDITE-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "PO-EXPEDITE-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Seguimiento de compras en EXPEDRPT: " LATE-COUNT
           " linea(s) vencida(s).".
       IF LATE-COUNT > 0
           MOVE 8 TO RETURN-CODE
           MOVE "OC-VENCIDAS" TO ALERT-REASON
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

       LOAD-OPEN-TICKETS.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-FILE-OK
               PERFORM UNTIL QUEUE-FILE-EOF
                       OR OPEN-TICKET-COUNT >= OPEN-TICKET-CAPACITY
                   READ QUEUE-FILE
                       AT END
                           SET QUEUE-FILE-EOF TO TRUE
                       NOT AT END
                           IF QD-QUEUE-NAME = "Reposicion"
                                   AND QD-TICKET-ID IS NUMERIC
                               ADD 1 TO OPEN-TICKET-COUNT
                               MOVE FUNCTION NUMVAL(QD-TICKET-ID)
                                   TO OPEN-TICKET(OPEN-TICKET-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE QUEUE-FILE.

       LOAD-OPEN-DEMAND.
           OPEN INPUT RESTOCK-DETAIL-FILE.
           IF RESTOCK-DETAIL-OK
               PERFORM UNTIL RESTOCK-DETAIL-EOF
                       OR DEMAND-COUNT >= DEMAND-CAPACITY
                   READ RESTOCK-DETAIL-FILE
                       AT END
                           SET RESTOCK-DETAIL-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-DEMAND-IF-OPEN
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RESTOCK-DETAIL-FILE.

       ADD-DEMAND-IF-OPEN.
           IF RR-TICKET-ID IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(RR-TICKET-ID) TO DETAIL-TICKET-ID.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OPEN-TICKET-COUNT
               IF OPEN-TICKET(I) = DETAIL-TICKET-ID
                   ADD 1 TO DEMAND-COUNT
                   MOVE RR-TICKET-ID TO DM-TICKET-ID(DEMAND-COUNT)
                   MOVE RR-ITEM TO DM-ITEM(DEMAND-COUNT)
                   MOVE RR-QTY TO DM-QTY(DEMAND-COUNT)
                   MOVE RR-DATE TO DM-DATE(DEMAND-COUNT)
                   MOVE RR-HOLD TO DM-HOLD(DEMAND-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-LATE-LINES.
      *> Abierta y con la fecha esperada ya pasada (hoy todavia no es
      *> atraso: el camion puede llegar a la tarde).
           OPEN INPUT PO-FILE.
           IF PO-FILE-OK
               PERFORM UNTIL PO-FILE-EOF
                   READ PO-FILE
                       AT END
                           SET PO-FILE-EOF TO TRUE
                       NOT AT END
                           IF PO-STATUS = "A"
                                   AND PO-EXPECTED-DATE IS NUMERIC
                                   AND PO-EXPECTED-DATE < TODAY-DATE
                               PERFORM ADD-LATE-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PO-FILE.

       ADD-LATE-LINE.
           IF LATE-COUNT >= LATE-TABLE-CAPACITY
               SET LATE-TABLE-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LATE-COUNT.
           COMPUTE EXPECTED-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(PO-EXPECTED-DATE)).
           COMPUTE LT-DAYS-LATE(LATE-COUNT) =
               TODAY-DAY-NUM - EXPECTED-DAY-NUM.
           MOVE PO-VENDOR TO LT-VENDOR(LATE-COUNT).
           MOVE PO-NUMBER TO LT-PO-NUMBER(LATE-COUNT).
           MOVE PO-ITEM TO LT-ITEM(LATE-COUNT).
           MOVE PO-QTY TO LT-QTY(LATE-COUNT).
           IF PO-RECEIVED IS NUMERIC
               MOVE PO-RECEIVED TO LT-RECEIVED(LATE-COUNT)
           ELSE
               MOVE 0 TO LT-RECEIVED(LATE-COUNT)
           END-IF.
           MOVE PO-EXPECTED-DATE TO LT-EXPECTED(LATE-COUNT).

       SORT-WORST-FIRST.
      *> Burbuja sobre la tabla chica: mas dias de atraso primero y,
      *> a igual atraso, por codigo de proveedor.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B >= LATE-COUNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > LATE-COUNT - B
                   IF LT-DAYS-LATE(J) < LT-DAYS-LATE(J + 1)
                       OR (LT-DAYS-LATE(J) = LT-DAYS-LATE(J + 1)
                           AND LT-VENDOR(J) > LT-VENDOR(J + 1))
                       MOVE LATE-ENTRY(J) TO SWAP-ENTRY
                       MOVE LATE-ENTRY(J + 1) TO LATE-ENTRY(J)
                       MOVE SWAP-ENTRY TO LATE-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-LATE-LINE.
           MOVE SPACES TO VENDOR-NAME-FOUND.
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > VENDOR-COUNT
               IF VEND-CODE(V) = LT-VENDOR(B)
                   MOVE VEND-NAME(V) TO VENDOR-NAME-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF VENDOR-NAME-FOUND = SPACES
               MOVE "(NO ESTA EN VENDMAST)" TO VENDOR-NAME-FOUND
           END-IF.
           MOVE LT-DAYS-LATE(B) TO DAYS-EDIT.
           COMPUTE OPEN-QTY = LT-QTY(B) - LT-RECEIVED(B).
           MOVE OPEN-QTY TO QTY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING DAYS-EDIT "d " LT-VENDOR(B) " " VENDOR-NAME-FOUND
               "  OC" LT-PO-NUMBER(B) " " LT-ITEM(B) "      " QTY-EDIT
               " " LT-EXPECTED(B)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *> La demanda que la linea venia a cubrir.
           MOVE 0 TO DEMAND-SHOWN.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > DEMAND-COUNT
               IF FUNCTION TRIM(DM-ITEM(D)) = FUNCTION TRIM(LT-ITEM(B))
                   ADD 1 TO DEMAND-SHOWN
                   MOVE DM-QTY(D) TO QTY-EDIT
                   MOVE SPACES TO REPORT-LINE
                   IF DM-HOLD(D) = "R"
                       STRING "         cubre tique " DM-TICKET-ID(D)
                           "  x " QTY-EDIT "  desde " DM-DATE(D)
                           "  (RETENIDO)"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                   ELSE
                       STRING "         cubre tique " DM-TICKET-ID(D)
                           "  x " QTY-EDIT "  desde " DM-DATE(D)
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                   END-IF
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           IF DEMAND-SHOWN = 0
               ADD 1 TO UNCOVERED-COUNT
               MOVE "         sin solicitud de reposicion abierta"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe, igual que
      *> HISTLOG).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "PO-EXPEDITE-REPORT" TO ALERT-PROGRAM.
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
