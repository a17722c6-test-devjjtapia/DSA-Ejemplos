       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-CLOSE.

      *> Cierre del ejercicio del inventario. MONTH-END-CLOSE congela
      *> cada periodo pero nada cerraba un anio: STKLEDG crecia para
      *> siempre (RETENTION-MANAGER no lo toca, y no debe: es el
      *> respaldo de cada existencia) y los acumuladores anuales
      *> FRUTA-YTD-RECV/ISSUE solo rodaban con el primer posteo del
      *> anio nuevo. Con diciembre ya cerrado (SNAPaaaa12 con
      *> registros), este cierre:
      *>   - escribe en YEARRPT el resumen anual por articulo:
      *>     apertura, recepciones, egresos, devoluciones a proveedor,
      *>     mermas, cierre y valor de cierre al ultimo costo del
      *>     libro, marcando los articulos cuya cadena de saldos no
      *>     cierra;
      *>   - mueve los asientos de STKLEDG hasta el 31/12 del anio al
      *>     resguardo fechado STKLEDGaaaa y deja en STKLEDG, delante
      *>     de lo ya asentado del anio nuevo, un asiento de apertura
      *>     (tipo "A", LG-QTY = LG-BALANCE = existencia de cierre,
      *>     con el ultimo costo) por cada articulo con existencia;
      *>   - rueda los acumuladores de FRUTASDAT que todavia estan en
      *>     un periodo del anio cerrado;
      *>   - asienta el ejercicio en YEARCLOS (ver yclsrec.cpy), que
      *>     es ademas lo que impide cerrarlo dos veces y lo que
      *>     STOCK-STATEMENT, INVENTORY-BALANCE-CTL e
      *>     INVENTORY-GL-RECONCILE consultan para leer el resguardo
      *>     cuando su rango de fechas llega al anio cerrado.
      *> Corre bajo el candado FRUTASLCK: nadie puede postear en el
      *> libro mientras se reescribe. Si una corrida se corta despues
      *> de grabar el resguardo y antes de asentar YEARCLOS, la
      *> siguiente se niega (RC 16) hasta que alguien revise
      *> STKLEDGaaaa y el archivo de trabajo STKLEDWK.
      *>
      *> Parametro: argv(1) = ejercicio a cerrar (AAAA); sin
      *> parametro se cierra el anio anterior al de hoy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
      *> Resguardo anual del libro, nombre resuelto en tiempo de
      *> corrida (STKLEDG + AAAA), igual que HISTARCaaaamm.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN USING ARCHIVE-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
      *> Area de trabajo para reescribir STKLEDG sin cargarlo entero,
      *> mismo esquema que HISTTMP en hist_archive.cbl.
           SELECT WORK-FILE ASSIGN USING WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
      *> Instantanea de diciembre de MONTH-END-CLOSE: si no tiene
      *> registros, el anio todavia no termino de cerrarse.
           SELECT OPTIONAL SNAPSHOT-FILE ASSIGN USING SNAPSHOT-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.
           SELECT OPTIONAL CLOSE-REGISTRY-FILE
               ASSIGN USING CLOSE-REGISTRY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-REGISTRY-STATUS.
           SELECT SUMMARY-REPORT-FILE
               ASSIGN USING SUMMARY-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-REPORT-STATUS.
      *> Bitacora compartida de corridas.
           SELECT OPTIONAL HISTORY-FILE ASSIGN USING HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
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
       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ledgrec.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY ledgrec.

       FD  WORK-FILE.
       01  WORK-RECORD.
           COPY ledgrec.

      *> Mismo formato que graba MONTH-END-CLOSE.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05 SN-ITEM      PIC X(10).
           05 SN-QTY       PIC 9(5).
           05 SN-VALUE     PIC 9(9)V99.
           05 SN-MTD-RECV  PIC 9(7).
           05 SN-MTD-ISSUE PIC 9(7).
           05 SN-YTD-RECV  PIC 9(7).
           05 SN-YTD-ISSUE PIC 9(7).

       FD  CLOSE-REGISTRY-FILE.
       01  CLOSE-REGISTRY-RECORD.
           COPY yclsrec.

       FD  SUMMARY-REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY histrec.

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK  VALUE "00".
           88 FRUTAS-FILE-EOF VALUE "10".
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK  VALUE "00".
           88 LEDGER-FILE-EOF VALUE "10".
       01 ARCHIVE-FILE-STATUS PIC XX VALUE "00".
           88 ARCHIVE-FILE-OK VALUE "00".
       01 WORK-FILE-STATUS PIC XX VALUE "00".
           88 WORK-FILE-OK  VALUE "00".
           88 WORK-FILE-EOF VALUE "10".
       01 SNAPSHOT-FILE-STATUS PIC XX VALUE "00".
           88 SNAPSHOT-FILE-OK VALUE "00".
       01 CLOSE-REGISTRY-STATUS PIC XX VALUE "00".
           88 CLOSE-REGISTRY-OK  VALUE "00".
           88 CLOSE-REGISTRY-EOF VALUE "10".
       01 SUMMARY-REPORT-STATUS PIC XX VALUE "00".
           88 SUMMARY-REPORT-OK VALUE "00".
       01 HISTORY-FILE-STATUS PIC XX VALUE "00".
           88 HISTORY-FILE-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).
       01 HIST-TIME-STAMP PIC 9(8).

       01 ARCHIVE-FILE-NAME  PIC X(11) VALUE "STKLEDG0000".
      *> Nombre real con el prefijo del entorno (ver fenvparm.cpy).
       01 ARCHIVE-ENV-NAME PIC X(40).
       01 SNAPSHOT-FILE-NAME PIC X(10) VALUE "SNAP000000".
       01 SNAPSHOT-ENV-NAME PIC X(40).

       01 YEAR-PARM     PIC X(10).
       01 TARGET-YEAR   PIC X(4).
       01 YEAR-NUM      PIC 9(4).
       01 NEXT-YEAR     PIC 9(4).
       01 YEAR-END-DATE PIC X(8).
       01 NEW-YEAR-DATE PIC X(8).
       01 NEW-YEAR-PERIOD PIC X(6).
       01 TODAY-DATE    PIC X(8).

       01 ALREADY-CLOSED-SW PIC X VALUE "N".
           88 ALREADY-CLOSED VALUE "Y".
       01 LAST-CLOSED-YEAR PIC X(4) VALUE "0000".
       01 DECEMBER-CLOSED-SW PIC X VALUE "N".
           88 DECEMBER-CLOSED VALUE "Y".
       01 ARCHIVE-EXISTS-SW PIC X VALUE "N".
           88 ARCHIVE-EXISTS VALUE "Y".

      *> Resumen anual por articulo, armado en la primera pasada.
       01 YEAR-TABLE.
          05 YS-COUNT PIC 9(4) VALUE 0.
          05 YS-ENTRY OCCURS 9999 TIMES.
             10 YS-ITEM      PIC X(10).
             10 YS-OPENING   PIC S9(6).
             10 YS-RECEIPTS  PIC 9(7).
             10 YS-ISSUES    PIC 9(7).
             10 YS-RETURNS   PIC 9(7).
             10 YS-SHRINK    PIC 9(7).
             10 YS-CLOSING   PIC 9(5).
             10 YS-LAST-COST PIC 9(7).
             10 YS-RUNNING   PIC S9(7).
             10 YS-CHAIN-ERR-SW PIC X(1).
       01 YEAR-TABLE-CAPACITY PIC 9(4) VALUE 9999.
       01 I PIC 9(5).
       01 YS-IDX PIC 9(4).
       01 YEAR-OVERFLOW-SW PIC X VALUE "N".
           88 YEAR-TABLE-OVERFLOW VALUE "Y".

       01 ARCHIVED-COUNT PIC 9(7) VALUE 0.
       01 KEPT-COUNT     PIC 9(7) VALUE 0.
       01 OPENING-COUNT  PIC 9(5) VALUE 0.
       01 ROLLED-COUNT   PIC 9(5) VALUE 0.
       01 CHAIN-ERR-COUNT PIC 9(3) VALUE 0.
       01 UNCOSTED-COUNT PIC 9(3) VALUE 0.

       01 ITEM-VALUE-CENTS  PIC 9(13).
       01 CLOSING-VALUE-CENTS PIC 9(13) VALUE 0.
       01 TOTAL-RECEIPTS PIC 9(9) VALUE 0.
       01 TOTAL-ISSUES   PIC 9(9) VALUE 0.
       01 TOTAL-RETURNS  PIC 9(9) VALUE 0.
       01 TOTAL-SHRINK   PIC 9(9) VALUE 0.
       01 AMOUNT-WORK    PIC 9(11)V99.

       01 EDITED-OPENING PIC -(5)9.
       01 EDITED-QTY     PIC Z(6)9.
       01 EDITED-CLOSING PIC Z(4)9.
       01 EDITED-COST    PIC ZZ,ZZ9.99.
       01 EDITED-VALUE   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 CHAIN-MARK     PIC X(2).

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
          05 FRUTAS-FILE-NAME         PIC X(40) VALUE "FRUTASDAT".
          05 LEDGER-FILE-NAME         PIC X(40) VALUE "STKLEDG".
          05 WORK-FILE-NAME           PIC X(40) VALUE "STKLEDWK".
          05 CLOSE-REGISTRY-FILE-NAME PIC X(40) VALUE "YEARCLOS".
          05 SUMMARY-REPORT-FILE-NAME PIC X(40) VALUE "YEARRPT".
          05 HISTORY-FILE-NAME        PIC X(40) VALUE "HISTLOG".
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
       PERFORM GET-TARGET-YEAR.
       MOVE SPACES TO ARCHIVE-FILE-NAME.
       STRING "STKLEDG" TARGET-YEAR
           DELIMITED BY SIZE INTO ARCHIVE-FILE-NAME
       END-STRING.
       MOVE SPACES TO SNAPSHOT-FILE-NAME.
       STRING "SNAP" TARGET-YEAR "12"
           DELIMITED BY SIZE INTO SNAPSHOT-FILE-NAME
       END-STRING.

      *> Un ejercicio cerrado ya no tiene sus asientos en STKLEDG:
      *> cerrarlo de nuevo dejaria un resguardo vacio encima del
      *> bueno. Tampoco se cierra un anio anterior al ultimo cerrado.
       PERFORM LOAD-CLOSE-REGISTRY.
       IF ALREADY-CLOSED
           DISPLAY "ERROR: el ejercicio " TARGET-YEAR " ya esta "
               "cerrado (YEARCLOS); un cierre anual no se repite."
           MOVE "CIERRE-REPETIDO" TO ALERT-REASON
           MOVE TARGET-YEAR TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       IF TARGET-YEAR < LAST-CLOSED-YEAR
           DISPLAY "ERROR: el ejercicio " TARGET-YEAR " es anterior "
               "al ultimo cerrado (" LAST-CLOSED-YEAR ")."
           MOVE "CIERRE-DESORDEN" TO ALERT-REASON
           MOVE TARGET-YEAR TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM CHECK-DECEMBER-CLOSED.
       IF NOT DECEMBER-CLOSED
           DISPLAY "ERROR: diciembre de " TARGET-YEAR " no esta "
               "cerrado (" FUNCTION TRIM(SNAPSHOT-FILE-NAME)
               " sin registros); primero MONTH-END-CLOSE."
           MOVE "DIC-SIN-CERRAR" TO ALERT-REASON
           MOVE TARGET-YEAR TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

      *> Resguardo con registros y ejercicio sin asentar: una corrida
      *> anterior se corto a mitad de camino. No se pisa nada.
       PERFORM CHECK-ARCHIVE-EXISTS.
       IF ARCHIVE-EXISTS
           DISPLAY "ERROR: " FUNCTION TRIM(ARCHIVE-FILE-NAME)
               " ya tiene registros pero el ejercicio no figura en "
               "YEARCLOS; revisar el cierre anterior."
           MOVE "RESGUARDO-EXISTE" TO ALERT-REASON
           MOVE ARCHIVE-FILE-NAME TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           MOVE 16 TO RETURN-CODE
           GOBACK
       END-IF.

       MOVE "FRUTASLCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM SUMMARIZE-YEAR.
      *> Un resumen incompleto dejaria articulos sin asiento de
      *> apertura en el libro nuevo: se aborta antes de tocar nada.
       IF YEAR-TABLE-OVERFLOW
           DISPLAY "ERROR: el ejercicio tiene mas de "
               YEAR-TABLE-CAPACITY " articulos; no se cierra."
           MOVE "ANUAL-LLENO" TO ALERT-REASON
           MOVE YEAR-TABLE-CAPACITY TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           PERFORM RELEASE-RUN-LOCK
           MOVE 16 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM SPLIT-LEDGER-BY-YEAR.
       PERFORM REWRITE-CURRENT-LEDGER.
       PERFORM ROLL-MASTER-ACCUMULATORS.
       PERFORM WRITE-CLOSE-REGISTRY.
       PERFORM RELEASE-RUN-LOCK.

       PERFORM WRITE-SUMMARY-REPORT.
       PERFORM WRITE-HISTORY-ENTRY.

       DISPLAY "Cierre del ejercicio " TARGET-YEAR ": "
           ARCHIVED-COUNT " asiento(s) a "
           FUNCTION TRIM(ARCHIVE-FILE-NAME) ", " OPENING-COUNT
           " apertura(s) y " KEPT-COUNT " asiento(s) del anio nuevo "
           "en STKLEDG; resumen en YEARRPT.".
       IF CHAIN-ERR-COUNT > 0
           DISPLAY "Aviso: " CHAIN-ERR-COUNT " articulo(s) con la "
               "cadena de saldos rota en el ejercicio (ver YEARRPT)."
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       GET-TARGET-YEAR.
      *> AAAA por argv(1); sin parametro, el anio anterior al de hoy.
           MOVE BUSINESS-DATE TO TODAY-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT YEAR-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO YEAR-PARM
           END-ACCEPT.
           IF YEAR-PARM NOT = SPACES
                   AND FUNCTION TRIM(YEAR-PARM) IS NUMERIC
               MOVE FUNCTION TRIM(YEAR-PARM) TO TARGET-YEAR
           ELSE
               COMPUTE YEAR-NUM = FUNCTION NUMVAL(TODAY-DATE(1:4)) - 1
               MOVE YEAR-NUM TO TARGET-YEAR
           END-IF.
           MOVE TARGET-YEAR TO YEAR-NUM.
           COMPUTE NEXT-YEAR = YEAR-NUM + 1.
           MOVE SPACES TO YEAR-END-DATE.
           STRING TARGET-YEAR "1231"
               DELIMITED BY SIZE INTO YEAR-END-DATE
           END-STRING.
           MOVE SPACES TO NEW-YEAR-DATE.
           STRING NEXT-YEAR "0101"
               DELIMITED BY SIZE INTO NEW-YEAR-DATE
           END-STRING.
           MOVE NEW-YEAR-DATE(1:6) TO NEW-YEAR-PERIOD.

       LOAD-CLOSE-REGISTRY.
           MOVE "N" TO ALREADY-CLOSED-SW.
           OPEN INPUT CLOSE-REGISTRY-FILE.
           IF CLOSE-REGISTRY-OK
               PERFORM UNTIL CLOSE-REGISTRY-EOF
                   READ CLOSE-REGISTRY-FILE
                       AT END
                           SET CLOSE-REGISTRY-EOF TO TRUE
                       NOT AT END
                           IF YC-YEAR = TARGET-YEAR
                               SET ALREADY-CLOSED TO TRUE
                           END-IF
                           IF YC-YEAR > LAST-CLOSED-YEAR
                               MOVE YC-YEAR TO LAST-CLOSED-YEAR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CLOSE-REGISTRY-FILE.

       CHECK-DECEMBER-CLOSED.
           MOVE "N" TO DECEMBER-CLOSED-SW.
           SET SNAPSHOT-FILE-OK TO TRUE.
           MOVE SNAPSHOT-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO SNAPSHOT-ENV-NAME.
           OPEN INPUT SNAPSHOT-FILE.
           IF SNAPSHOT-FILE-OK
               READ SNAPSHOT-FILE
                   AT END CONTINUE
                   NOT AT END SET DECEMBER-CLOSED TO TRUE
               END-READ
           END-IF.
           CLOSE SNAPSHOT-FILE.

       CHECK-ARCHIVE-EXISTS.
           MOVE "N" TO ARCHIVE-EXISTS-SW.
           SET ARCHIVE-FILE-OK TO TRUE.
           MOVE ARCHIVE-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO ARCHIVE-ENV-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-OK
               READ ARCHIVE-FILE
                   AT END CONTINUE
                   NOT AT END SET ARCHIVE-EXISTS TO TRUE
               END-READ
           END-IF.
           CLOSE ARCHIVE-FILE.

       SUMMARIZE-YEAR.
      *> Primera pasada, solo lectura: arma el resumen por articulo de
      *> todo lo asentado hasta el 31/12 del ejercicio.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-OK
               PERFORM UNTIL LEDGER-FILE-EOF
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-FILE-EOF TO TRUE
                       NOT AT END
                           IF LG-DATE OF LEDGER-RECORD
                                   <= YEAR-END-DATE
                               PERFORM ACCUMULATE-YEAR-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "STKLEDG no existe; el ejercicio cierra sin "
                   "asientos."
           END-IF.
           CLOSE LEDGER-FILE.

       ACCUMULATE-YEAR-ENTRY.
           MOVE 0 TO YS-IDX.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > YS-COUNT
               IF YS-ITEM(I) = LG-ITEM OF LEDGER-RECORD
                   MOVE I TO YS-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF YS-IDX = 0
               IF YS-COUNT >= YEAR-TABLE-CAPACITY
                   SET YEAR-TABLE-OVERFLOW TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO YS-COUNT
               MOVE YS-COUNT TO YS-IDX
               MOVE LG-ITEM OF LEDGER-RECORD TO YS-ITEM(YS-IDX)
               MOVE 0 TO YS-RECEIPTS(YS-IDX)
               MOVE 0 TO YS-ISSUES(YS-IDX)
               MOVE 0 TO YS-RETURNS(YS-IDX)
               MOVE 0 TO YS-SHRINK(YS-IDX)
               MOVE 0 TO YS-LAST-COST(YS-IDX)
               MOVE "N" TO YS-CHAIN-ERR-SW(YS-IDX)
      *> La apertura se deduce del primer asiento, igual que en
      *> INVENTORY-BALANCE-CTL: su saldo menos (o mas) la cantidad.
               EVALUATE LG-TYPE OF LEDGER-RECORD
                   WHEN "R"
                   WHEN "U"
                       COMPUTE YS-OPENING(YS-IDX) =
                           LG-BALANCE OF LEDGER-RECORD
                           - LG-QTY OF LEDGER-RECORD
                   WHEN "E"
                   WHEN "V"
                   WHEN "M"
                   WHEN "F"
                       COMPUTE YS-OPENING(YS-IDX) =
                           LG-BALANCE OF LEDGER-RECORD
                           + LG-QTY OF LEDGER-RECORD
                   WHEN OTHER
                       MOVE LG-BALANCE OF LEDGER-RECORD
                           TO YS-OPENING(YS-IDX)
               END-EVALUATE
               MOVE YS-OPENING(YS-IDX) TO YS-RUNNING(YS-IDX)
           END-IF.
      *> Cadena de saldos: el saldo corrido mas/menos cada
      *> movimiento debe dar el saldo asentado.
           EVALUATE LG-TYPE OF LEDGER-RECORD
               WHEN "R"
                   ADD LG-QTY OF LEDGER-RECORD TO YS-RECEIPTS(YS-IDX)
                   ADD LG-QTY OF LEDGER-RECORD TO YS-RUNNING(YS-IDX)
               WHEN "E"
                   ADD LG-QTY OF LEDGER-RECORD TO YS-ISSUES(YS-IDX)
                   SUBTRACT LG-QTY OF LEDGER-RECORD
                       FROM YS-RUNNING(YS-IDX)
               WHEN "V"
                   ADD LG-QTY OF LEDGER-RECORD TO YS-RETURNS(YS-IDX)
                   SUBTRACT LG-QTY OF LEDGER-RECORD
                       FROM YS-RUNNING(YS-IDX)
               WHEN "M"
                   ADD LG-QTY OF LEDGER-RECORD TO YS-SHRINK(YS-IDX)
                   SUBTRACT LG-QTY OF LEDGER-RECORD
                       FROM YS-RUNNING(YS-IDX)
      *> Fusion de articulos (ITEM-MERGE): mueve el saldo pero no es
      *> recepcion ni egreso del ejercicio.
               WHEN "U"
                   ADD LG-QTY OF LEDGER-RECORD TO YS-RUNNING(YS-IDX)
               WHEN "F"
                   SUBTRACT LG-QTY OF LEDGER-RECORD
                       FROM YS-RUNNING(YS-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF YS-RUNNING(YS-IDX) NOT = LG-BALANCE OF LEDGER-RECORD
               MOVE "S" TO YS-CHAIN-ERR-SW(YS-IDX)
               MOVE LG-BALANCE OF LEDGER-RECORD TO YS-RUNNING(YS-IDX)
           END-IF.
           MOVE LG-BALANCE OF LEDGER-RECORD TO YS-CLOSING(YS-IDX).
           IF LG-UNIT-COST OF LEDGER-RECORD IS NUMERIC
               IF LG-UNIT-COST OF LEDGER-RECORD NOT = ZERO
                   MOVE LG-UNIT-COST OF LEDGER-RECORD
                       TO YS-LAST-COST(YS-IDX)
               END-IF
           END-IF.

       SPLIT-LEDGER-BY-YEAR.
      *> Segunda pasada: lo del ejercicio al resguardo, lo posterior
      *> al archivo de trabajo.
           MOVE ARCHIVE-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO ARCHIVE-ENV-NAME.
           OPEN OUTPUT ARCHIVE-FILE.
           OPEN OUTPUT WORK-FILE.
           SET LEDGER-FILE-OK TO TRUE.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-OK
               PERFORM UNTIL LEDGER-FILE-EOF
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-FILE-EOF TO TRUE
                       NOT AT END
                           IF LG-DATE OF LEDGER-RECORD
                                   <= YEAR-END-DATE
                               MOVE LEDGER-RECORD TO ARCHIVE-RECORD
                               WRITE ARCHIVE-RECORD
                               ADD 1 TO ARCHIVED-COUNT
                           ELSE
                               MOVE LEDGER-RECORD TO WORK-RECORD
                               WRITE WORK-RECORD
                               ADD 1 TO KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LEDGER-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE WORK-FILE.

       REWRITE-CURRENT-LEDGER.
      *> STKLEDG arranca con las aperturas del anio nuevo y sigue con
      *> lo ya asentado despues del 31/12. El mayor reescrito es una
      *> cadena nueva: el sello arranca de cero con la primera
      *> apertura (el archivo del anio cerrado conserva los suyos).
           MOVE 0 TO CHAIN-PREV-VALUE.
           OPEN OUTPUT LEDGER-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > YS-COUNT
               IF YS-CHAIN-ERR-SW(I) = "S"
                   ADD 1 TO CHAIN-ERR-COUNT
               END-IF
               IF YS-LAST-COST(I) = 0 AND YS-CLOSING(I) > 0
                   ADD 1 TO UNCOSTED-COUNT
               END-IF
               COMPUTE ITEM-VALUE-CENTS =
                   YS-CLOSING(I) * YS-LAST-COST(I)
               ADD ITEM-VALUE-CENTS TO CLOSING-VALUE-CENTS
               IF YS-CLOSING(I) > 0
                   PERFORM WRITE-OPENING-ENTRY
               END-IF
           END-PERFORM.
           SET WORK-FILE-OK TO TRUE.
           OPEN INPUT WORK-FILE.
           PERFORM UNTIL WORK-FILE-EOF
               READ WORK-FILE
                   AT END
                       SET WORK-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO LEDGER-RECORD
                       PERFORM SEAL-LEDGER-RECORD
                       WRITE LEDGER-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE LEDGER-FILE.
      *> El archivo de trabajo no queda con una copia del libro.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.

       WRITE-OPENING-ENTRY.
      *> Asiento "A": la existencia no cambia (LG-QTY = LG-BALANCE =
      *> cierre del ejercicio); abre la cadena de saldos del anio.
           ADD 1 TO OPENING-COUNT.
           MOVE NEW-YEAR-DATE TO LG-DATE OF LEDGER-RECORD.
           MOVE 0 TO LG-TIME OF LEDGER-RECORD.
           MOVE "A" TO LG-TYPE OF LEDGER-RECORD.
           MOVE YS-ITEM(I) TO LG-ITEM OF LEDGER-RECORD.
           MOVE YS-CLOSING(I) TO LG-QTY OF LEDGER-RECORD.
           MOVE YS-CLOSING(I) TO LG-BALANCE OF LEDGER-RECORD.
           IF YS-LAST-COST(I) > 0
               MOVE YS-LAST-COST(I) TO LG-UNIT-COST OF LEDGER-RECORD
           ELSE
               MOVE SPACES TO LG-UNIT-COST OF LEDGER-RECORD
           END-IF.
           MOVE SPACES TO LG-LOCATION OF LEDGER-RECORD.
           MOVE SPACES TO LG-REASON OF LEDGER-RECORD.
           MOVE SPACES TO LG-LOT OF LEDGER-RECORD.
           MOVE SPACES TO LG-ORIG-QTY OF LEDGER-RECORD.
           MOVE SPACES TO LG-ORIG-UNIT OF LEDGER-RECORD.
           MOVE SPACES TO LG-PRIOR-COST OF LEDGER-RECORD.
           MOVE SPACES TO LG-OPERATOR OF LEDGER-RECORD.
           PERFORM SEAL-LEDGER-RECORD.
           WRITE LEDGER-RECORD.

       ROLL-MASTER-ACCUMULATORS.
      *> Los articulos que todavia no postearon en el anio nuevo
      *> quedan con los acumuladores del ejercicio cerrado: se ruedan
      *> aqui, con el mismo criterio que el posteo (mes y anio en
      *> cero, periodo sellado), para que ningun reporte lea el
      *> acumulado anual viejo como si fuera del anio en curso.
           OPEN I-O FRUTAS-FILE.
           IF NOT FRUTAS-FILE-OK
               CLOSE FRUTAS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO FRUTA-KEY.
           START FRUTAS-FILE KEY IS NOT LESS THAN FRUTA-KEY
               INVALID KEY SET FRUTAS-FILE-EOF TO TRUE
           END-START.
           PERFORM UNTIL FRUTAS-FILE-EOF
               READ FRUTAS-FILE NEXT RECORD
                   AT END
                       SET FRUTAS-FILE-EOF TO TRUE
                   NOT AT END
                       IF FRUTA-PERIOD(1:4) <= TARGET-YEAR
                           MOVE ZEROS TO FRUTA-MTD-RECV
                           MOVE ZEROS TO FRUTA-MTD-ISSUE
                           MOVE ZEROS TO FRUTA-YTD-RECV
                           MOVE ZEROS TO FRUTA-YTD-ISSUE
                           MOVE NEW-YEAR-PERIOD TO FRUTA-PERIOD
                           REWRITE FRUTAS-RECORD
                               INVALID KEY
                                   DISPLAY "Aviso: no se pudo rodar '"
                                       FUNCTION TRIM(FRUTA-NAME) "'."
                               NOT INVALID KEY
                                   ADD 1 TO ROLLED-COUNT
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FRUTAS-FILE.

       WRITE-CLOSE-REGISTRY.
           OPEN EXTEND CLOSE-REGISTRY-FILE.
           IF NOT CLOSE-REGISTRY-OK
               CLOSE CLOSE-REGISTRY-FILE
               OPEN OUTPUT CLOSE-REGISTRY-FILE
           END-IF.
           MOVE TARGET-YEAR TO YC-YEAR.
           MOVE TODAY-DATE TO YC-CLOSED-ON.
           MOVE ARCHIVE-FILE-NAME TO YC-ARCHIVE-NAME.
           MOVE ARCHIVED-COUNT TO YC-ARCHIVED.
           MOVE KEPT-COUNT TO YC-KEPT.
           MOVE OPENING-COUNT TO YC-OPENINGS.
           MOVE CLOSING-VALUE-CENTS TO YC-CLOSING-VALUE.
           WRITE CLOSE-REGISTRY-RECORD.
           CLOSE CLOSE-REGISTRY-FILE.

       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RESUMEN ANUAL DE INVENTARIO - EJERCICIO "
               TARGET-YEAR "  (cerrado el " TODAY-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ARTICULO    APERTURA   RECEPC.   EGRESOS  "
               "DEV.PROV.    MERMAS  CIERRE  ULT.COSTO"
               "      VALOR DE CIERRE"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > YS-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Totales del ejercicio: recepciones " TOTAL-RECEIPTS
               "  egresos " TOTAL-ISSUES
               "  devoluciones " TOTAL-RETURNS
               "  mermas " TOTAL-SHRINK
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           COMPUTE AMOUNT-WORK = CLOSING-VALUE-CENTS / 100.
           MOVE AMOUNT-WORK TO EDITED-VALUE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Valor de cierre del ejercicio: " EDITED-VALUE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Asientos archivados en "
               FUNCTION TRIM(ARCHIVE-FILE-NAME) ": " ARCHIVED-COUNT
               "   aperturas llevadas a STKLEDG: " OPENING-COUNT
               "   asientos del anio nuevo conservados: " KEPT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Acumuladores rodados en FRUTASDAT: " ROLLED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF CHAIN-ERR-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "(*) cadena de saldos rota en el ejercicio: "
                   CHAIN-ERR-COUNT " articulo(s); el cierre se toma "
                   "del ultimo saldo asentado."
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           IF UNCOSTED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "Articulos con existencia y sin costo en el "
                   "libro (valuados en cero): " UNCOSTED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           CLOSE SUMMARY-REPORT-FILE.
           MOVE SUMMARY-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "YEAR-END-CLOSE" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-SUMMARY-LINE.
           ADD YS-RECEIPTS(I) TO TOTAL-RECEIPTS.
           ADD YS-ISSUES(I) TO TOTAL-ISSUES.
           ADD YS-RETURNS(I) TO TOTAL-RETURNS.
           ADD YS-SHRINK(I) TO TOTAL-SHRINK.
           MOVE YS-OPENING(I) TO EDITED-OPENING.
           MOVE YS-CLOSING(I) TO EDITED-CLOSING.
           COMPUTE EDITED-COST = YS-LAST-COST(I) / 100.
           COMPUTE AMOUNT-WORK = YS-CLOSING(I) * YS-LAST-COST(I) / 100.
           MOVE AMOUNT-WORK TO EDITED-VALUE.
           IF YS-CHAIN-ERR-SW(I) = "S"
               MOVE " *" TO CHAIN-MARK
           ELSE
               MOVE SPACES TO CHAIN-MARK
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING YS-ITEM(I) "  " EDITED-OPENING "   "
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           MOVE YS-RECEIPTS(I) TO EDITED-QTY.
           MOVE EDITED-QTY TO REPORT-LINE(22:7).
           MOVE YS-ISSUES(I) TO EDITED-QTY.
           MOVE EDITED-QTY TO REPORT-LINE(32:7).
           MOVE YS-RETURNS(I) TO EDITED-QTY.
           MOVE EDITED-QTY TO REPORT-LINE(42:7).
           MOVE YS-SHRINK(I) TO EDITED-QTY.
           MOVE EDITED-QTY TO REPORT-LINE(52:7).
           MOVE EDITED-CLOSING TO REPORT-LINE(62:5).
           MOVE EDITED-COST TO REPORT-LINE(68:9).
           MOVE EDITED-VALUE TO REPORT-LINE(78:18).
           MOVE CHAIN-MARK TO REPORT-LINE(96:2).
           WRITE REPORT-LINE.

       WRITE-HISTORY-ENTRY.
      *> Bitacora compartida de corridas: una linea por ejecucion en
      *> HISTLOG, igual patron que las demas corridas.
           OPEN EXTEND HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               CLOSE HISTORY-FILE
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE "YEAR-END-CLOSE" TO HIST-PROGRAM.
           MOVE TODAY-DATE TO HIST-DATE.
           ACCEPT HIST-TIME-STAMP FROM TIME.
           MOVE HIST-TIME-STAMP TO HIST-TIME.
           MOVE SPACES TO HIST-DETAIL.
           STRING "EJERCICIO=" TARGET-YEAR
               " ARCHIVADOS=" ARCHIVED-COUNT
               " APERTURAS=" OPENING-COUNT
               " CONSERVADOS=" KEPT-COUNT
               DELIMITED BY SIZE INTO HIST-DETAIL
           END-STRING.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe, igual que
      *> HISTLOG).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "YEAR-END-CLOSE" TO ALERT-PROGRAM.
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
               MOVE "YEAR-END-CLOSE" TO LOCK-PROGRAM
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
           MOVE "YEAR-END-CLOSE" TO LOCK-PROGRAM.
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
