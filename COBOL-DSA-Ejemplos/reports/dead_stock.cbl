       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEAD-STOCK-REPORT.

      *> Mercaderia lenta y muerta con su valor en riesgo (LENTORPT):
      *> ABC-CLASSIFY ordena lo que se mueve, y esto lista lo que NO
      *> se mueve. Para cada articulo con existencia en FRUTASDAT
      *> busca en el libro mayor STKLEDG la ultima recepcion ("R") y
      *> el ultimo egreso ("E"); si el ultimo egreso (o, si nunca
      *> salio nada, la ultima recepcion) es mas viejo que DIAS-LENTO
      *> (RUNPARMS, defecto 14) el articulo es LENTO, y si pasa
      *> DIAS-MUERTO (defecto 30) es MUERTO. Un articulo con
      *> existencia y sin ningun asiento en el libro cuenta como
      *> muerto: nadie sabe desde cuando esta ahi. Cada renglon lleva
      *> la existencia por ubicacion (FRUTLOC), el vencimiento mas
      *> proximo de sus lotes (FRUTLOTE) y el valor a FRUTA-COST;
      *> el listado va ordenado por valor en riesgo, el mayor
      *> primero, con totales por categoria al pie. Es perecedero que
      *> nadie vende: hasta ahora recien se veia en el conteo fisico.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL LOCATION-FILE ASSIGN USING LOCATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT OPTIONAL LOT-FILE ASSIGN USING LOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-FILE-STATUS.
           SELECT DEAD-REPORT-FILE ASSIGN USING DEAD-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEAD-REPORT-STATUS.
      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

       COPY runparms.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ledgrec.

       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY locrec.

       FD  LOT-FILE.
       01  LOT-RECORD.
           COPY lotrec.

       FD  DEAD-REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY runparmf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK  VALUE "00".
           88 LEDGER-FILE-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK  VALUE "00".
           88 FRUTAS-FILE-EOF VALUE "10".
       01 LOCATION-FILE-STATUS PIC XX VALUE "00".
           88 LOCATION-FILE-OK  VALUE "00".
           88 LOCATION-FILE-EOF VALUE "10".
       01 LOT-FILE-STATUS PIC XX VALUE "00".
           88 LOT-FILE-OK  VALUE "00".
           88 LOT-FILE-EOF VALUE "10".
       01 DEAD-REPORT-STATUS PIC XX VALUE "00".
           88 DEAD-REPORT-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

       01 SLOW-DAYS PIC 9(3) VALUE 14.
       01 DEAD-DAYS PIC 9(3) VALUE 30.
       01 TODAY-DATE    PIC X(8).
       01 TODAY-DAY-NUM PIC 9(7).
       01 LAST-DAY-NUM  PIC 9(7).

      *> Un renglon por articulo con existencia; la categoria queda
      *> en blanco si se movio dentro de DIAS-LENTO.
       01 ITEM-TABLE.
          05 ITEM-COUNT PIC 9(4) VALUE 0.
          05 ITEM-ENTRY OCCURS 9999 TIMES.
             10 DS-NAME       PIC X(10).
             10 DS-ONHAND     PIC 9(5).
             10 DS-COST       PIC 9(5)V99.
             10 DS-VALUE      PIC 9(9)V99.
             10 DS-LAST-RECV  PIC X(8).
             10 DS-LAST-ISSUE PIC X(8).
             10 DS-OLDEST-EXP PIC X(8).
             10 DS-IDLE-DAYS  PIC 9(5).
             10 DS-BUCKET     PIC X(1).
       01 ITEM-TABLE-CAPACITY PIC 9(4) VALUE 9999.
       01 SWAP-ENTRY PIC X(63).
       01 I PIC 9(5).
       01 J PIC 9(5).
       01 ITEM-IDX PIC 9(4).
       01 ITEM-WANTED PIC X(10).

      *> Existencia por ubicacion de FRUTLOC, para el detalle de cada
      *> renglon del reporte.
       01 LOCATION-TABLE.
          05 LOC-COUNT PIC 9(3) VALUE 0.
          05 LOC-ENTRY OCCURS 300 TIMES.
             10 LC-ITEM     PIC X(10).
             10 LC-LOCATION PIC X(8).
             10 LC-QTY      PIC 9(5).
       01 LOC-TABLE-CAPACITY PIC 9(3) VALUE 300.
       01 L PIC 9(3).
       01 LOC-SHOWN-COUNT PIC 9(3).

       01 SLOW-COUNT  PIC 9(3) VALUE 0.
       01 DEAD-COUNT  PIC 9(3) VALUE 0.
       01 SLOW-VALUE  PIC 9(11)V99 VALUE 0.
       01 DEAD-VALUE  PIC 9(11)V99 VALUE 0.
       01 TOTAL-VALUE PIC 9(11)V99 VALUE 0.
       01 BUCKET-NAME PIC X(6).
       01 IDLE-EDIT   PIC X(6).
       01 DAYS-EDIT   PIC ZZZZ9.
       01 QTY-EDIT    PIC ZZZZ9.
       01 EDITED-COST   PIC ZZ,ZZ9.99.
       01 EDITED-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 OVERFLOW-SW PIC X VALUE "N".
           88 ITEM-TABLE-OVERFLOW VALUE "Y".

       COPY runparmw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 LEDGER-FILE-NAME      PIC X(40) VALUE "STKLEDG".
          05 FRUTAS-FILE-NAME      PIC X(40) VALUE "FRUTASDAT".
          05 LOCATION-FILE-NAME    PIC X(40) VALUE "FRUTLOC".
          05 LOT-FILE-NAME         PIC X(40) VALUE "FRUTLOTE".
          05 DEAD-REPORT-FILE-NAME PIC X(40) VALUE "LENTORPT".
          05 OPS-ALERT-FILE-NAME   PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 6 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 6.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       PERFORM LOAD-RUN-PARMS.
       MOVE "DIAS-LENTO" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE SLOW-DAYS = FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.
       IF SLOW-DAYS = 0
           MOVE 14 TO SLOW-DAYS
       END-IF.
       MOVE "DIAS-MUERTO" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE DEAD-DAYS = FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.
      *> Un umbral de muerto por debajo del de lento dejaria la
      *> categoria LENTO vacia sin que nadie lo note: se alinean.
       IF DEAD-DAYS < SLOW-DAYS
           MOVE SLOW-DAYS TO DEAD-DAYS
       END-IF.

       MOVE BUSINESS-DATE TO TODAY-DATE.
       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(TODAY-DATE)).

       PERFORM LOAD-ITEM-TABLE.
       IF ITEM-COUNT = 0
           DISPLAY "FRUTASDAT vacio o sin existencias; no hay "
               "mercaderia quieta que listar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM SCAN-LEDGER-DATES.
       PERFORM APPLY-OLDEST-EXPIRY.
       PERFORM LOAD-LOCATION-TABLE.
       PERFORM CLASSIFY-IDLE-ITEMS.
       PERFORM SORT-BY-VALUE.
       PERFORM WRITE-DEAD-REPORT.

       DISPLAY "Mercaderia lenta/muerta grabada en LENTORPT ("
           SLOW-COUNT " lento(s), " DEAD-COUNT " muerto(s)).".
       IF DEAD-COUNT > 0
           MOVE 8 TO RETURN-CODE
           MOVE "STOCK-MUERTO" TO ALERT-REASON
           MOVE DEAD-COUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-ITEM-TABLE.
      *> Solo los articulos con existencia: lo que no hay no se pudre.
           OPEN INPUT FRUTAS-FILE.
           IF FRUTAS-FILE-OK
               MOVE LOW-VALUES TO FRUTA-KEY
               START FRUTAS-FILE KEY IS NOT LESS THAN FRUTA-KEY
                   INVALID KEY SET FRUTAS-FILE-EOF TO TRUE
               END-START
               PERFORM UNTIL FRUTAS-FILE-EOF
                   READ FRUTAS-FILE NEXT RECORD
                       AT END
                           SET FRUTAS-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-ITEM-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FRUTAS-FILE.

       ADD-ITEM-ENTRY.
           IF FRUTA-QTY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF FRUTA-QTY = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF ITEM-COUNT >= ITEM-TABLE-CAPACITY
               SET ITEM-TABLE-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ITEM-COUNT.
           MOVE FRUTA-NAME TO DS-NAME(ITEM-COUNT).
           MOVE FRUTA-QTY TO DS-ONHAND(ITEM-COUNT).
           IF FRUTA-COST IS NUMERIC
               COMPUTE DS-COST(ITEM-COUNT) =
                   FUNCTION NUMVAL(FRUTA-COST) / 100
           ELSE
               MOVE 0 TO DS-COST(ITEM-COUNT)
           END-IF.
           COMPUTE DS-VALUE(ITEM-COUNT) =
               DS-ONHAND(ITEM-COUNT) * DS-COST(ITEM-COUNT).
           MOVE SPACES TO DS-LAST-RECV(ITEM-COUNT).
           MOVE SPACES TO DS-LAST-ISSUE(ITEM-COUNT).
           MOVE SPACES TO DS-OLDEST-EXP(ITEM-COUNT).
           MOVE 0 TO DS-IDLE-DAYS(ITEM-COUNT).
           MOVE SPACE TO DS-BUCKET(ITEM-COUNT).

       SCAN-LEDGER-DATES.
      *> Ultima recepcion y ultimo egreso de cada articulo; las
      *> fechas AAAAMMDD se comparan como texto.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-OK
               PERFORM UNTIL LEDGER-FILE-EOF
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-LEDGER-ENTRY
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "Aviso: STKLEDG no existe; toda existencia "
                   "figura sin movimientos."
           END-IF.
           CLOSE LEDGER-FILE.

       APPLY-LEDGER-ENTRY.
           IF LG-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF LG-TYPE NOT = "E" AND LG-TYPE NOT = "R"
               EXIT PARAGRAPH
           END-IF.
           MOVE LG-ITEM TO ITEM-WANTED.
           PERFORM FIND-ITEM-ENTRY.
           IF ITEM-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF LG-TYPE = "E"
               IF DS-LAST-ISSUE(ITEM-IDX) = SPACES
                       OR LG-DATE > DS-LAST-ISSUE(ITEM-IDX)
                   MOVE LG-DATE TO DS-LAST-ISSUE(ITEM-IDX)
               END-IF
           ELSE
               IF DS-LAST-RECV(ITEM-IDX) = SPACES
                       OR LG-DATE > DS-LAST-RECV(ITEM-IDX)
                   MOVE LG-DATE TO DS-LAST-RECV(ITEM-IDX)
               END-IF
           END-IF.

       FIND-ITEM-ENTRY.
           MOVE 0 TO ITEM-IDX.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               IF FUNCTION TRIM(DS-NAME(I)) = FUNCTION TRIM(ITEM-WANTED)
                   MOVE I TO ITEM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-OLDEST-EXPIRY.
      *> El vencimiento mas proximo entre los lotes con saldo,
      *> incluidos los de cuarentena: tambien son plata quieta.
           OPEN INPUT LOT-FILE.
           IF LOT-FILE-OK
               PERFORM UNTIL LOT-FILE-EOF
                   READ LOT-FILE
                       AT END
                           SET LOT-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-LOT-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOT-FILE.

       APPLY-LOT-ENTRY.
           IF LT-QTY IS NOT NUMERIC OR LT-QTY = 0
               EXIT PARAGRAPH
           END-IF.
           IF LT-EXP-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE LT-ITEM TO ITEM-WANTED.
           PERFORM FIND-ITEM-ENTRY.
           IF ITEM-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF DS-OLDEST-EXP(ITEM-IDX) = SPACES
                   OR LT-EXP-DATE < DS-OLDEST-EXP(ITEM-IDX)
               MOVE LT-EXP-DATE TO DS-OLDEST-EXP(ITEM-IDX)
           END-IF.

       LOAD-LOCATION-TABLE.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-OK
               PERFORM UNTIL LOCATION-FILE-EOF
                       OR LOC-COUNT >= LOC-TABLE-CAPACITY
                   READ LOCATION-FILE
                       AT END
                           SET LOCATION-FILE-EOF TO TRUE
                       NOT AT END
                           IF FL-QTY IS NUMERIC AND FL-QTY > 0
                               ADD 1 TO LOC-COUNT
                               MOVE FL-ITEM TO LC-ITEM(LOC-COUNT)
                               MOVE FL-LOCATION
                                   TO LC-LOCATION(LOC-COUNT)
                               MOVE FL-QTY TO LC-QTY(LOC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOCATION-FILE.

       CLASSIFY-IDLE-ITEMS.
      *> Dias quieto = hoy menos el ultimo egreso, o la ultima
      *> recepcion si nunca salio nada; sin ninguna de las dos
      *> fechas el articulo queda muerto con los dias en 99999.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               IF DS-LAST-ISSUE(I) NOT = SPACES
                   COMPUTE LAST-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(DS-LAST-ISSUE(I)))
               ELSE
                   IF DS-LAST-RECV(I) NOT = SPACES
                       COMPUTE LAST-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(DS-LAST-RECV(I)))
                   ELSE
                       MOVE 0 TO LAST-DAY-NUM
                   END-IF
               END-IF
               IF LAST-DAY-NUM = 0
                   MOVE 99999 TO DS-IDLE-DAYS(I)
               ELSE
                   IF LAST-DAY-NUM < TODAY-DAY-NUM
                       COMPUTE DS-IDLE-DAYS(I) =
                           TODAY-DAY-NUM - LAST-DAY-NUM
                   ELSE
                       MOVE 0 TO DS-IDLE-DAYS(I)
                   END-IF
               END-IF
               IF DS-IDLE-DAYS(I) >= DEAD-DAYS
                   MOVE "M" TO DS-BUCKET(I)
                   ADD 1 TO DEAD-COUNT
                   ADD DS-VALUE(I) TO DEAD-VALUE
               ELSE
                   IF DS-IDLE-DAYS(I) >= SLOW-DAYS
                       MOVE "L" TO DS-BUCKET(I)
                       ADD 1 TO SLOW-COUNT
                       ADD DS-VALUE(I) TO SLOW-VALUE
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE TOTAL-VALUE = SLOW-VALUE + DEAD-VALUE.

       SORT-BY-VALUE.
      *> Burbuja sobre la tabla chica: mayor valor en riesgo primero.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= ITEM-COUNT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > ITEM-COUNT - I
                   IF DS-VALUE(J) < DS-VALUE(J + 1)
                       MOVE ITEM-ENTRY(J) TO SWAP-ENTRY
                       MOVE ITEM-ENTRY(J + 1) TO ITEM-ENTRY(J)
                       MOVE SWAP-ENTRY TO ITEM-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-DEAD-REPORT.
           OPEN OUTPUT DEAD-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MERCADERIA LENTA Y MUERTA  (" TODAY-DATE
               ")  LENTO >= " SLOW-DAYS " DIA(S), MUERTO >= "
               DEAD-DAYS " DIA(S) SIN EGRESOS"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CATEG.  ARTICULO    EXIST  QUIETO  ULT.RECEP  "
               "ULT.EGRESO  VENCE ANTES  COSTO UNIT.  VALOR EN RIESGO"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               IF DS-BUCKET(I) NOT = SPACE
                   PERFORM WRITE-ITEM-LINES
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SLOW-COUNT = 0 AND DEAD-COUNT = 0
               MOVE "Toda la existencia se movio dentro del umbral."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SLOW-VALUE TO EDITED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Total LENTO : " SLOW-COUNT " articulo(s)  valor "
               EDITED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE DEAD-VALUE TO EDITED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Total MUERTO: " DEAD-COUNT " articulo(s)  valor "
               EDITED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE TOTAL-VALUE TO EDITED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Valor total en riesgo:              "
               EDITED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF ITEM-TABLE-OVERFLOW
               MOVE SPACES TO REPORT-LINE
               STRING "*** Hay mas de " ITEM-TABLE-CAPACITY
                   " articulos con existencia; el resto no se evaluo"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           CLOSE DEAD-REPORT-FILE.
           MOVE DEAD-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "DEAD-STOCK-REPORT" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-ITEM-LINES.
           IF DS-BUCKET(I) = "M"
               MOVE "MUERTO" TO BUCKET-NAME
           ELSE
               MOVE "LENTO " TO BUCKET-NAME
           END-IF.
           IF DS-IDLE-DAYS(I) = 99999
               MOVE "  --- " TO IDLE-EDIT
           ELSE
               MOVE DS-IDLE-DAYS(I) TO DAYS-EDIT
               MOVE SPACES TO IDLE-EDIT
               STRING DAYS-EDIT "d" DELIMITED BY SIZE INTO IDLE-EDIT
               END-STRING
           END-IF.
           MOVE DS-ONHAND(I) TO QTY-EDIT.
           MOVE DS-COST(I) TO EDITED-COST.
           MOVE DS-VALUE(I) TO EDITED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING BUCKET-NAME "  " DS-NAME(I) "  " QTY-EDIT "  "
               IDLE-EDIT "  " DS-LAST-RECV(I) "   "
               DS-LAST-ISSUE(I) "    " DS-OLDEST-EXP(I) "     "
               EDITED-COST "  " EDITED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           IF DS-COST(I) = 0
               STRING FUNCTION TRIM(REPORT-LINE TRAILING)
                   "  *** SIN COSTO ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
      *> Existencia por ubicacion; un articulo sin detalle en FRUTLOC
      *> es anterior al detalle y todo su total cuenta como TIENDA.
           MOVE 0 TO LOC-SHOWN-COUNT.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOC-COUNT
               IF FUNCTION TRIM(LC-ITEM(L)) = FUNCTION TRIM(DS-NAME(I))
                   MOVE LC-QTY(L) TO QTY-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "                  " LC-LOCATION(L) " : "
                       QTY-EDIT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   ADD 1 TO LOC-SHOWN-COUNT
               END-IF
           END-PERFORM.
           IF LOC-SHOWN-COUNT = 0
               MOVE DS-ONHAND(I) TO QTY-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "                  TIENDA   : " QTY-EDIT
                   "  (sin detalle por ubicacion)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
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
           MOVE "DEAD-STOCK-REPORT" TO ALERT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-DATE.
           ACCEPT ALERT-TIME-STAMP FROM TIME.
           MOVE ALERT-TIME-STAMP TO ALERT-TIME.
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY runparmp.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
       COPY rarcp.
