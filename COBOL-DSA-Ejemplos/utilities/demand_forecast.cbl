       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMAND-FORECAST.

      *> Pronostico de demanda con indice estacional. El promedio
      *> movil plano de USAGE-COVER-REPORT le erra feo a la fruta: los
      *> citricos triplican en invierno y el fin de semana vende mas
      *> que un martes. Aqui, sobre la historia de egresos de STKLEDG
      *> (HISTORIA-PRONOSTICO dias en RUNPARMS, defecto 730), se
      *> calcula por articulo:
      *>
      *>   - la demanda diaria base (egresos / dias de historia);
      *>   - un indice por mes del anio y otro por dia de la semana
      *>     (promedio diario de ese mes o dia / base); un mes o dia
      *>     con menos de MINIMO-DIAS-INDICE dias de historia queda en
      *>     1, no se inventa estacionalidad con tres muestras;
      *>   - la demanda proyectada dia por dia (base x indice del mes
      *>     x indice del dia) sobre el plazo del proveedor en
      *>     VENDMAST, y la cantidad sugerida: demanda del plazo mas
      *>     la del ciclo de compra (CICLO-COMPRA, defecto 7 dias)
      *>     menos lo disponible (FRUTA-QTY - FRUTA-ALLOC) y lo ya
      *>     pedido y no recibido en POFILE.
      *>
      *> FCSTFILE (ver fcstrec.cpy) se regraba entero;
      *> VENDOR-REORDER-REPORT lo usa para la cantidad de la orden.
      *> El pronostico del mes en curso queda ademas en FCSTHIST (el
      *> primero que se hizo para ese mes, no se pisa) y FCSTRPT
      *> compara el del mes anterior contra lo realmente egresado,
      *> para poder juzgar si el pronostico sirve.

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
           SELECT OPTIONAL VENDOR-FILE ASSIGN USING VENDOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT OPTIONAL PO-FILE ASSIGN USING PO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
           SELECT FORECAST-FILE ASSIGN USING FORECAST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORECAST-FILE-STATUS.
      *> Pronostico mensual por articulo, cargado y regrabado entero.
           SELECT OPTIONAL FORECAST-HISTORY-FILE
               ASSIGN USING FORECAST-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORECAST-HISTORY-STATUS.
           SELECT FORECAST-REPORT-FILE
               ASSIGN USING FORECAST-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORECAST-REPORT-STATUS.

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

       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           05 VN-CODE      PIC X(6).
           05 VN-NAME      PIC X(20).
           05 VN-LEAD-DAYS PIC X(3).
           05 VN-ITEM      PIC X(10).

       FD  PO-FILE.
       01  PO-RECORD.
           COPY porec.

       FD  FORECAST-FILE.
       01  FORECAST-RECORD.
           COPY fcstrec.

       FD  FORECAST-HISTORY-FILE.
       01  FORECAST-HISTORY-RECORD.
           05 FH-ITEM         PIC X(10).
           05 FH-PERIOD       PIC X(6).
           05 FH-FORECAST-QTY PIC 9(7).
           05 FH-RUN-DATE     PIC X(8).

       FD  FORECAST-REPORT-FILE.
       01  REPORT-LINE PIC X(110).

       COPY runparmf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK  VALUE "00".
           88 LEDGER-FILE-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK  VALUE "00".
           88 FRUTAS-FILE-EOF VALUE "10".
       01 VENDOR-FILE-STATUS PIC XX VALUE "00".
           88 VENDOR-FILE-OK  VALUE "00".
           88 VENDOR-FILE-EOF VALUE "10".
       01 PO-FILE-STATUS PIC XX VALUE "00".
           88 PO-FILE-OK  VALUE "00".
           88 PO-FILE-EOF VALUE "10".
       01 FORECAST-FILE-STATUS PIC XX VALUE "00".
           88 FORECAST-FILE-OK VALUE "00".
       01 FORECAST-HISTORY-STATUS PIC XX VALUE "00".
           88 FORECAST-HISTORY-OK  VALUE "00".
           88 FORECAST-HISTORY-EOF VALUE "10".
       01 FORECAST-REPORT-STATUS PIC XX VALUE "00".
           88 FORECAST-REPORT-OK VALUE "00".

       01 HISTORY-DAYS    PIC 9(4) VALUE 730.
       01 MIN-INDEX-DAYS  PIC 9(3) VALUE 14.
       01 REVIEW-DAYS     PIC 9(3) VALUE 7.
       01 DEFAULT-LEAD-DAYS PIC 9(3) VALUE 7.

       01 TODAY-DATE      PIC X(8).
       01 TODAY-DAY-NUM   PIC 9(7).
       01 CUTOFF-DAY-NUM  PIC 9(7).
       01 FIRST-DAY-NUM   PIC 9(7) VALUE 0.
       01 ENTRY-DAY-NUM   PIC 9(7).
       01 SPAN-DAYS       PIC 9(5) VALUE 0.
       01 DAY-NUM         PIC 9(7).
       01 DAY-DATE        PIC 9(8).
       01 DAY-MONTH       PIC 9(2).
       01 DAY-DOW         PIC 9(1).
       01 CURRENT-PERIOD  PIC X(6).
       01 PREVIOUS-PERIOD PIC X(6).
       01 PERIOD-NUM      PIC 9(6).
       01 PERIOD-YEAR     PIC 9(4).
       01 PERIOD-MONTH    PIC 9(2).
       01 MONTH-FIRST-NUM PIC 9(7).
       01 MONTH-LAST-NUM  PIC 9(7).
       01 HISTORY-FROM    PIC 9(8).

      *> Dias de historia que cayeron en cada mes del anio y en cada
      *> dia de la semana (1 = lunes): el denominador de los indices.
       01 COVERAGE-TABLE.
          05 MONTH-DAYS OCCURS 12 TIMES PIC 9(5).
          05 DOW-DAYS   OCCURS 7 TIMES PIC 9(5).
       01 MN PIC 9(2).
       01 DW PIC 9(1).

       01 ITEM-TABLE.
          05 ITEM-COUNT PIC 9(4) VALUE 0.
          05 ITEM-ENTRY OCCURS 9999 TIMES.
             10 FI-NAME        PIC X(10).
             10 FI-AVAILABLE   PIC S9(6).
             10 FI-ON-ORDER    PIC 9(6).
             10 FI-ISSUED      PIC 9(7).
             10 FI-MONTH-QTY   OCCURS 12 TIMES PIC 9(7).
             10 FI-DOW-QTY     OCCURS 7 TIMES PIC 9(7).
             10 FI-MONTH-INDEX OCCURS 12 TIMES PIC 9(2)V99.
             10 FI-DOW-INDEX   OCCURS 7 TIMES PIC 9(2)V99.
             10 FI-DAILY-BASE  PIC 9(5)V9999.
             10 FI-VENDOR      PIC X(6).
             10 FI-LEAD-DAYS   PIC 9(3).
             10 FI-LEAD-QTY    PIC 9(7).
             10 FI-SUGGESTED   PIC 9(5).
             10 FI-PERIOD-QTY  PIC 9(7).
             10 FI-PREV-ACTUAL PIC 9(7).
       01 ITEM-TABLE-CAPACITY PIC 9(4) VALUE 9999.
       01 I PIC 9(5).
       01 ITEM-IDX PIC 9(4).
       01 ALLOC-QTY PIC 9(5).

       01 FORECAST-HISTORY-TABLE.
          05 FH-COUNT PIC 9(4) VALUE 0.
          05 FH-ENTRY OCCURS 1200 TIMES.
             10 FHT-ITEM     PIC X(10).
             10 FHT-PERIOD   PIC X(6).
             10 FHT-QTY      PIC 9(7).
             10 FHT-RUN-DATE PIC X(8).
       01 FH-TABLE-CAPACITY PIC 9(4) VALUE 1200.
       01 H PIC 9(4).
       01 HISTORY-IDX PIC 9(4).

       01 PROJECTED-QTY   PIC 9(7)V9999.
       01 HORIZON-DAYS    PIC 9(4).
       01 K PIC 9(4).
       01 WORK-QTY        PIC S9(8).
       01 ABS-ERROR       PIC 9(7).
       01 TOTAL-ABS-ERROR PIC 9(9) VALUE 0.
       01 TOTAL-ACTUAL    PIC 9(9) VALUE 0.
       01 TOTAL-FORECAST  PIC 9(9) VALUE 0.
       01 COMPARED-COUNT  PIC 9(3) VALUE 0.
       01 ERROR-PCT       PIC 9(5)V9.
       01 ORDER-NEEDED-COUNT PIC 9(4) VALUE 0.

       01 BASE-EDIT   PIC ZZZ9.99.
       01 INDEX-EDIT  PIC Z9.99.
       01 QTY-EDIT    PIC Z(6)9.
       01 QTY-EDIT-2  PIC Z(6)9.
       01 QTY-EDIT-3  PIC Z(6)9.
       01 SIGNED-EDIT PIC -(6)9.
       01 PCT-EDIT    PIC ZZZ9.9.
       01 LEAD-EDIT   PIC ZZ9.

       COPY runparmw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 LEDGER-FILE-NAME           PIC X(40) VALUE "STKLEDG".
          05 FRUTAS-FILE-NAME           PIC X(40) VALUE "FRUTASDAT".
          05 VENDOR-FILE-NAME           PIC X(40) VALUE "VENDMAST".
          05 PO-FILE-NAME               PIC X(40) VALUE "POFILE".
          05 FORECAST-FILE-NAME         PIC X(40) VALUE "FCSTFILE".
          05 FORECAST-HISTORY-FILE-NAME PIC X(40) VALUE "FCSTHIST".
          05 FORECAST-REPORT-FILE-NAME  PIC X(40) VALUE "FCSTRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 7 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 7.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       PERFORM LOAD-RUN-PARMS.
       MOVE "HISTORIA-PRONOSTICO" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE HISTORY-DAYS = FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.
       IF HISTORY-DAYS = 0
           MOVE 730 TO HISTORY-DAYS
       END-IF.
       MOVE "MINIMO-DIAS-INDICE" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE MIN-INDEX-DAYS = FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.
       MOVE "CICLO-COMPRA" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE REVIEW-DAYS = FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.

       MOVE BUSINESS-DATE TO TODAY-DATE.
       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(TODAY-DATE)).
       COMPUTE CUTOFF-DAY-NUM = TODAY-DAY-NUM - HISTORY-DAYS + 1.
       MOVE TODAY-DATE(1:6) TO CURRENT-PERIOD.
       MOVE TODAY-DATE(1:4) TO PERIOD-YEAR.
       MOVE TODAY-DATE(5:2) TO PERIOD-MONTH.
       IF PERIOD-MONTH = 1
           SUBTRACT 1 FROM PERIOD-YEAR
           MOVE 12 TO PERIOD-MONTH
       ELSE
           SUBTRACT 1 FROM PERIOD-MONTH
       END-IF.
       COMPUTE PERIOD-NUM = PERIOD-YEAR * 100 + PERIOD-MONTH.
       MOVE PERIOD-NUM TO PREVIOUS-PERIOD.

       PERFORM LOAD-ITEM-TABLE.
       IF ITEM-COUNT = 0
           DISPLAY "FRUTASDAT vacio o ausente; no hay articulos que "
               "pronosticar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM ACCUMULATE-ISSUES.
       PERFORM COUNT-COVERAGE-DAYS.
       PERFORM COMPUTE-INDEXES.
       PERFORM APPLY-VENDOR-LEAD-DAYS.
       PERFORM ACCUMULATE-OPEN-PO.
       PERFORM PROJECT-DEMAND.
       PERFORM LOAD-FORECAST-HISTORY.
       PERFORM RECORD-PERIOD-FORECASTS.
       PERFORM SAVE-FORECAST-HISTORY.
       PERFORM WRITE-FORECAST-FILE.
       PERFORM WRITE-FORECAST-REPORT.

       DISPLAY "Pronostico grabado en FCSTFILE: " ITEM-COUNT
           " articulo(s), " ORDER-NEEDED-COUNT " con cantidad "
           "sugerida. Reporte en FCSTRPT.".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       LOAD-ITEM-TABLE.
           OPEN INPUT FRUTAS-FILE.
           IF FRUTAS-FILE-OK
               MOVE LOW-VALUES TO FRUTA-KEY
               START FRUTAS-FILE KEY IS NOT LESS THAN FRUTA-KEY
                   INVALID KEY SET FRUTAS-FILE-EOF TO TRUE
               END-START
               PERFORM UNTIL FRUTAS-FILE-EOF
                       OR ITEM-COUNT >= ITEM-TABLE-CAPACITY
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
           ADD 1 TO ITEM-COUNT.
           INITIALIZE ITEM-ENTRY(ITEM-COUNT).
           MOVE FRUTA-NAME TO FI-NAME(ITEM-COUNT).
           IF FRUTA-QTY IS NUMERIC
               MOVE FRUTA-QTY TO FI-AVAILABLE(ITEM-COUNT)
           END-IF.
           IF FRUTA-ALLOC IS NUMERIC
               MOVE FRUTA-ALLOC TO ALLOC-QTY
               SUBTRACT ALLOC-QTY FROM FI-AVAILABLE(ITEM-COUNT)
           END-IF.
           MOVE DEFAULT-LEAD-DAYS TO FI-LEAD-DAYS(ITEM-COUNT).
           MOVE SPACES TO FI-VENDOR(ITEM-COUNT).

       ACCUMULATE-ISSUES.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-OK
               PERFORM UNTIL LEDGER-FILE-EOF
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM ACCUMULATE-ONE-ENTRY
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "Aviso: STKLEDG no existe; el pronostico sale "
                   "en cero hasta que el posteo lo alimente."
           END-IF.
           CLOSE LEDGER-FILE.

       ACCUMULATE-ONE-ENTRY.
      *> Solo egresos: la demanda es lo que sale por el mostrador y
      *> los pedidos, no las devoluciones ni las mermas.
           IF LG-TYPE NOT = "E" OR LG-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ENTRY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LG-DATE)).
           IF ENTRY-DAY-NUM < CUTOFF-DAY-NUM
                   OR ENTRY-DAY-NUM > TODAY-DAY-NUM
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ITEM-ENTRY.
           IF ITEM-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF FIRST-DAY-NUM = 0 OR ENTRY-DAY-NUM < FIRST-DAY-NUM
               MOVE ENTRY-DAY-NUM TO FIRST-DAY-NUM
           END-IF.
           MOVE LG-DATE(5:2) TO MN.
           COMPUTE DW = FUNCTION MOD(ENTRY-DAY-NUM - 1, 7) + 1.
           ADD LG-QTY TO FI-ISSUED(ITEM-IDX).
           ADD LG-QTY TO FI-MONTH-QTY(ITEM-IDX, MN).
           ADD LG-QTY TO FI-DOW-QTY(ITEM-IDX, DW).
           IF LG-DATE(1:6) = PREVIOUS-PERIOD
               ADD LG-QTY TO FI-PREV-ACTUAL(ITEM-IDX)
           END-IF.

       FIND-ITEM-ENTRY.
           MOVE 0 TO ITEM-IDX.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               IF FUNCTION TRIM(FI-NAME(I)) = FUNCTION TRIM(LG-ITEM)
                   MOVE I TO ITEM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       COUNT-COVERAGE-DAYS.
      *> La historia va del primer egreso de la ventana hasta hoy;
      *> cada dia suma uno a su mes y a su dia de la semana.
           INITIALIZE COVERAGE-TABLE.
           IF FIRST-DAY-NUM = 0
               MOVE TODAY-DAY-NUM TO FIRST-DAY-NUM
           END-IF.
           COMPUTE SPAN-DAYS = TODAY-DAY-NUM - FIRST-DAY-NUM + 1.
           COMPUTE HISTORY-FROM =
               FUNCTION DATE-OF-INTEGER(FIRST-DAY-NUM).
           PERFORM VARYING DAY-NUM FROM FIRST-DAY-NUM BY 1
                   UNTIL DAY-NUM > TODAY-DAY-NUM
               PERFORM GET-DAY-MONTH-DOW
               ADD 1 TO MONTH-DAYS(DAY-MONTH)
               ADD 1 TO DOW-DAYS(DAY-DOW)
           END-PERFORM.

       GET-DAY-MONTH-DOW.
      *> INTEGER-OF-DATE cuenta desde el lunes 1601-01-01.
           COMPUTE DAY-DATE = FUNCTION DATE-OF-INTEGER(DAY-NUM).
           COMPUTE DAY-MONTH = FUNCTION MOD(DAY-DATE / 100, 100).
           COMPUTE DAY-DOW = FUNCTION MOD(DAY-NUM - 1, 7) + 1.

       COMPUTE-INDEXES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               COMPUTE FI-DAILY-BASE(I) ROUNDED =
                   FI-ISSUED(I) / SPAN-DAYS
               PERFORM VARYING MN FROM 1 BY 1 UNTIL MN > 12
                   IF FI-DAILY-BASE(I) > 0
                           AND MONTH-DAYS(MN) >= MIN-INDEX-DAYS
                       COMPUTE FI-MONTH-INDEX(I, MN) ROUNDED =
                           (FI-MONTH-QTY(I, MN) / MONTH-DAYS(MN))
                           / FI-DAILY-BASE(I)
                   ELSE
                       MOVE 1 TO FI-MONTH-INDEX(I, MN)
                   END-IF
               END-PERFORM
               PERFORM VARYING DW FROM 1 BY 1 UNTIL DW > 7
                   IF FI-DAILY-BASE(I) > 0
                           AND DOW-DAYS(DW) >= MIN-INDEX-DAYS / 7
                           AND DOW-DAYS(DW) > 0
                       COMPUTE FI-DOW-INDEX(I, DW) ROUNDED =
                           (FI-DOW-QTY(I, DW) / DOW-DAYS(DW))
                           / FI-DAILY-BASE(I)
                   ELSE
                       MOVE 1 TO FI-DOW-INDEX(I, DW)
                   END-IF
               END-PERFORM
           END-PERFORM.

       APPLY-VENDOR-LEAD-DAYS.
      *> Primer proveedor de VENDMAST que provee el articulo, mismo
      *> criterio que VENDOR-REORDER-REPORT.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-OK
               PERFORM UNTIL VENDOR-FILE-EOF
                   READ VENDOR-FILE
                       AT END
                           SET VENDOR-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM VARYING I FROM 1 BY 1
                                   UNTIL I > ITEM-COUNT
                               IF FUNCTION TRIM(FI-NAME(I))
                                       = FUNCTION TRIM(VN-ITEM)
                                       AND FI-VENDOR(I) = SPACES
                                   MOVE VN-CODE TO FI-VENDOR(I)
                                   IF VN-LEAD-DAYS IS NUMERIC
                                       MOVE VN-LEAD-DAYS
                                           TO FI-LEAD-DAYS(I)
                                   END-IF
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VENDOR-FILE.

       ACCUMULATE-OPEN-PO.
      *> Lo pedido y todavia no recibido ya viene en camino.
           OPEN INPUT PO-FILE.
           IF PO-FILE-OK
               PERFORM UNTIL PO-FILE-EOF
                   READ PO-FILE
                       AT END
                           SET PO-FILE-EOF TO TRUE
                       NOT AT END
                           IF PO-STATUS = "A"
                                   AND PO-QTY IS NUMERIC
                                   AND PO-RECEIVED IS NUMERIC
                                   AND PO-QTY > PO-RECEIVED
                               MOVE PO-ITEM TO LG-ITEM
                               PERFORM FIND-ITEM-ENTRY
                               IF ITEM-IDX > 0
                                   COMPUTE FI-ON-ORDER(ITEM-IDX) =
                                       FI-ON-ORDER(ITEM-IDX)
                                       + PO-QTY - PO-RECEIVED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PO-FILE.

       PROJECT-DEMAND.
      *> Dia por dia desde manana: base x indice del mes x indice del
      *> dia. El plazo da la demanda a cubrir; el plazo mas el ciclo
      *> de compra, el nivel hasta el que conviene pedir.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               MOVE FI-LEAD-DAYS(I) TO HORIZON-DAYS
               PERFORM PROJECT-HORIZON
               COMPUTE FI-LEAD-QTY(I) = PROJECTED-QTY + 0.9999
               COMPUTE HORIZON-DAYS = FI-LEAD-DAYS(I) + REVIEW-DAYS
               PERFORM PROJECT-HORIZON
               COMPUTE WORK-QTY = PROJECTED-QTY + 0.9999
               COMPUTE WORK-QTY = WORK-QTY - FI-AVAILABLE(I)
                   - FI-ON-ORDER(I)
               IF WORK-QTY > 0
                   IF WORK-QTY > 99999
                       MOVE 99999 TO FI-SUGGESTED(I)
                   ELSE
                       MOVE WORK-QTY TO FI-SUGGESTED(I)
                   END-IF
                   ADD 1 TO ORDER-NEEDED-COUNT
               ELSE
                   MOVE 0 TO FI-SUGGESTED(I)
               END-IF
           END-PERFORM.

       PROJECT-HORIZON.
           MOVE 0 TO PROJECTED-QTY.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > HORIZON-DAYS
               COMPUTE DAY-NUM = TODAY-DAY-NUM + K
               PERFORM GET-DAY-MONTH-DOW
               COMPUTE PROJECTED-QTY = PROJECTED-QTY
                   + FI-DAILY-BASE(I) * FI-MONTH-INDEX(I, DAY-MONTH)
                     * FI-DOW-INDEX(I, DAY-DOW)
           END-PERFORM.

       LOAD-FORECAST-HISTORY.
           MOVE 0 TO FH-COUNT.
           OPEN INPUT FORECAST-HISTORY-FILE.
           IF FORECAST-HISTORY-OK
               PERFORM UNTIL FORECAST-HISTORY-EOF
                   READ FORECAST-HISTORY-FILE
                       AT END
                           SET FORECAST-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF FH-COUNT < FH-TABLE-CAPACITY
                               ADD 1 TO FH-COUNT
                               MOVE FH-ITEM TO FHT-ITEM(FH-COUNT)
                               MOVE FH-PERIOD TO FHT-PERIOD(FH-COUNT)
                               MOVE FH-FORECAST-QTY
                                   TO FHT-QTY(FH-COUNT)
                               MOVE FH-RUN-DATE
                                   TO FHT-RUN-DATE(FH-COUNT)
                           ELSE
                               DISPLAY "Aviso: FCSTHIST supera "
                                   FH-TABLE-CAPACITY " renglones; "
                                   "lo que sobra no se conserva."
                               SET FORECAST-HISTORY-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FORECAST-HISTORY-FILE.

       RECORD-PERIOD-FORECASTS.
      *> El pronostico del mes en curso completo (del dia 1 al
      *> ultimo); se guarda el primero que se hizo en el mes, que es
      *> el que despues se compara contra lo real.
           COMPUTE MONTH-FIRST-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(CURRENT-PERIOD) * 100 + 1).
           MOVE TODAY-DATE(1:4) TO PERIOD-YEAR.
           MOVE TODAY-DATE(5:2) TO PERIOD-MONTH.
           IF PERIOD-MONTH = 12
               ADD 1 TO PERIOD-YEAR
               MOVE 1 TO PERIOD-MONTH
           ELSE
               ADD 1 TO PERIOD-MONTH
           END-IF.
           COMPUTE MONTH-LAST-NUM = FUNCTION INTEGER-OF-DATE(
               PERIOD-YEAR * 10000 + PERIOD-MONTH * 100 + 1) - 1.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               MOVE 0 TO PROJECTED-QTY
               PERFORM VARYING DAY-NUM FROM MONTH-FIRST-NUM BY 1
                       UNTIL DAY-NUM > MONTH-LAST-NUM
                   PERFORM GET-DAY-MONTH-DOW
                   COMPUTE PROJECTED-QTY = PROJECTED-QTY
                       + FI-DAILY-BASE(I)
                         * FI-MONTH-INDEX(I, DAY-MONTH)
                         * FI-DOW-INDEX(I, DAY-DOW)
               END-PERFORM
               COMPUTE FI-PERIOD-QTY(I) ROUNDED = PROJECTED-QTY
               PERFORM FIND-HISTORY-ENTRY
               IF HISTORY-IDX = 0 AND FH-COUNT < FH-TABLE-CAPACITY
                   ADD 1 TO FH-COUNT
                   MOVE FI-NAME(I) TO FHT-ITEM(FH-COUNT)
                   MOVE CURRENT-PERIOD TO FHT-PERIOD(FH-COUNT)
                   MOVE FI-PERIOD-QTY(I) TO FHT-QTY(FH-COUNT)
                   MOVE TODAY-DATE TO FHT-RUN-DATE(FH-COUNT)
               END-IF
           END-PERFORM.

       FIND-HISTORY-ENTRY.
           MOVE 0 TO HISTORY-IDX.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > FH-COUNT
               IF FHT-ITEM(H) = FI-NAME(I)
                       AND FHT-PERIOD(H) = CURRENT-PERIOD
                   MOVE H TO HISTORY-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SAVE-FORECAST-HISTORY.
           OPEN OUTPUT FORECAST-HISTORY-FILE.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > FH-COUNT
               MOVE FHT-ITEM(H) TO FH-ITEM
               MOVE FHT-PERIOD(H) TO FH-PERIOD
               MOVE FHT-QTY(H) TO FH-FORECAST-QTY
               MOVE FHT-RUN-DATE(H) TO FH-RUN-DATE
               WRITE FORECAST-HISTORY-RECORD
           END-PERFORM.
           CLOSE FORECAST-HISTORY-FILE.

       WRITE-FORECAST-FILE.
           OPEN OUTPUT FORECAST-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               MOVE FI-NAME(I) TO FC-ITEM
               MOVE FI-VENDOR(I) TO FC-VENDOR
               MOVE FI-LEAD-DAYS(I) TO FC-LEAD-DAYS
               COMPUTE FC-DAILY-BASE ROUNDED = FI-DAILY-BASE(I)
               MOVE FI-LEAD-QTY(I) TO FC-LEAD-QTY
               MOVE FI-SUGGESTED(I) TO FC-SUGGESTED-QTY
               MOVE TODAY-DATE TO FC-RUN-DATE
               WRITE FORECAST-RECORD
           END-PERFORM.
           CLOSE FORECAST-FILE.

       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRONOSTICO DE DEMANDA CON INDICE ESTACIONAL  ("
               TODAY-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Historia de egresos desde " HISTORY-FROM " ("
               SPAN-DAYS " dias); ciclo de compra " REVIEW-DAYS
               " dias."
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ARTICULO    BASE/DIA PROV.  PLAZO  DEM.PLAZO"
               "  DISPONIBLE  EN ORDEN  SUGERIDO"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               COMPUTE BASE-EDIT ROUNDED = FI-DAILY-BASE(I)
               MOVE FI-LEAD-DAYS(I) TO LEAD-EDIT
               MOVE FI-LEAD-QTY(I) TO QTY-EDIT
               MOVE FI-AVAILABLE(I) TO SIGNED-EDIT
               MOVE FI-ON-ORDER(I) TO QTY-EDIT-2
               MOVE FI-SUGGESTED(I) TO QTY-EDIT-3
               MOVE SPACES TO REPORT-LINE
               STRING FI-NAME(I) "  " BASE-EDIT " " FI-VENDOR(I)
                   "  " LEAD-EDIT "  " QTY-EDIT "     " SIGNED-EDIT
                   "   " QTY-EDIT-2 "   " QTY-EDIT-3
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "INDICES ESTACIONALES (1.00 = demanda base)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ARTICULO    ENE  FEB  MAR  ABR  MAY  JUN  JUL  AGO"
               "  SEP  OCT  NOV  DIC |  LU   MA   MI   JU   VI   SA"
               "   DO"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               PERFORM WRITE-INDEX-LINE
           END-PERFORM.

           PERFORM WRITE-ACCURACY-SECTION.
           CLOSE FORECAST-REPORT-FILE.
           MOVE FORECAST-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "DEMAND-FORECAST" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-INDEX-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE FI-NAME(I) TO REPORT-LINE(1:10).
           PERFORM VARYING MN FROM 1 BY 1 UNTIL MN > 12
               MOVE FI-MONTH-INDEX(I, MN) TO INDEX-EDIT
               MOVE INDEX-EDIT TO REPORT-LINE(11 + (MN - 1) * 5:5)
           END-PERFORM.
           MOVE " |" TO REPORT-LINE(71:2).
           PERFORM VARYING DW FROM 1 BY 1 UNTIL DW > 7
               MOVE FI-DOW-INDEX(I, DW) TO INDEX-EDIT
               MOVE INDEX-EDIT TO REPORT-LINE(72 + (DW - 1) * 5:5)
           END-PERFORM.
           WRITE REPORT-LINE.

       WRITE-ACCURACY-SECTION.
      *> Pronostico guardado para el mes anterior contra los egresos
      *> reales de ese mes; el error global es la suma de desvios
      *> absolutos sobre lo real.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRONOSTICO VS REAL DEL PERIODO " PREVIOUS-PERIOD
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE "ARTICULO    PRONOSTICO     REAL   DESVIO   ERROR %"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               PERFORM VARYING H FROM 1 BY 1 UNTIL H > FH-COUNT
                   IF FHT-ITEM(H) = FI-NAME(I)
                           AND FHT-PERIOD(H) = PREVIOUS-PERIOD
                       PERFORM WRITE-ACCURACY-LINE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF COMPARED-COUNT = 0
               MOVE "  Sin pronostico guardado para ese periodo."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE TOTAL-FORECAST TO QTY-EDIT.
           MOVE TOTAL-ACTUAL TO QTY-EDIT-2.
           IF TOTAL-ACTUAL > 0
               COMPUTE ERROR-PCT ROUNDED =
                   TOTAL-ABS-ERROR * 100 / TOTAL-ACTUAL
               MOVE ERROR-PCT TO PCT-EDIT
               STRING "TOTAL     " QTY-EDIT "  " QTY-EDIT-2
                   "   error absoluto medio " PCT-EDIT " %"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "TOTAL     " QTY-EDIT "  " QTY-EDIT-2
                   "   sin egresos reales en el periodo"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

       WRITE-ACCURACY-LINE.
           ADD 1 TO COMPARED-COUNT.
           COMPUTE WORK-QTY = FI-PREV-ACTUAL(I) - FHT-QTY(H).
           IF WORK-QTY < 0
               COMPUTE ABS-ERROR = 0 - WORK-QTY
           ELSE
               MOVE WORK-QTY TO ABS-ERROR
           END-IF.
           ADD ABS-ERROR TO TOTAL-ABS-ERROR.
           ADD FI-PREV-ACTUAL(I) TO TOTAL-ACTUAL.
           ADD FHT-QTY(H) TO TOTAL-FORECAST.
           MOVE FHT-QTY(H) TO QTY-EDIT.
           MOVE FI-PREV-ACTUAL(I) TO QTY-EDIT-2.
           MOVE WORK-QTY TO SIGNED-EDIT.
           MOVE SPACES TO REPORT-LINE.
           IF FI-PREV-ACTUAL(I) > 0
               COMPUTE ERROR-PCT ROUNDED =
                   ABS-ERROR * 100 / FI-PREV-ACTUAL(I)
               MOVE ERROR-PCT TO PCT-EDIT
               STRING FI-NAME(I) "  " QTY-EDIT "  " QTY-EDIT-2
                   " " SIGNED-EDIT "   " PCT-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING FI-NAME(I) "  " QTY-EDIT "  " QTY-EDIT-2
                   " " SIGNED-EDIT "   sin real"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

       COPY runparmp.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
