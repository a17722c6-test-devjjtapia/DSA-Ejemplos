       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFING-PLAN.

      *> Perfil de llegadas por hora y dotacion recomendada desde el
      *> historial QUEHIST. OPERATOR-PRODUCTIVITY dice cuanto trabajo
      *> cada operador, no cuantas ventanillas abrir manana; esto arma
      *> por cola y por dia de la semana:
      *>
      *>   - las llegadas promedio por hora, por clase de prioridad
      *>     (tiques llegados en esa hora / cantidad de ese dia de la
      *>     semana en la ventana VENTANA-DOTACION de RUNPARMS,
      *>     defecto 56 dias); los feriados de CALENDAR no cuentan ni
      *>     como llegadas ni como dias;
      *>   - el tiempo promedio de atencion, estimado como la brecha
      *>     entre atenciones consecutivas del mismo operador en el
      *>     mismo dia (brechas de mas de media hora son ventanilla
      *>     ociosa y no se cuentan). Sin muestras para ese dia se usa
      *>     el de la cola, despues el general y por ultimo
      *>     TIEMPO-ATENCION (centisegundos, defecto 3 minutos);
      *>   - las ventanillas por hora: la menor cantidad c con la que
      *>     la espera media de cada clase presente, segun Erlang C
      *>     con prioridad no expropiativa por clase, queda dentro de
      *>     su SLA-CLASE-n (las clases sin objetivo solo exigen que la
      *>     cola no crezca sin limite), hasta VENTANILLAS-MAX
      *>     (defecto 10). Una hora que ni con el maximo cumple sale
      *>     marcada con "+".
      *>
      *> La grilla semanal sale en STAFFRPT para que el supervisor la
      *> cuelgue; hasta ahora se dotaba a ojo y el SLA se rompia todos
      *> los sabados a la manana.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUEUE-HISTORY-FILE
               ASSIGN USING QUEUE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-HISTORY-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN USING CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT STAFFING-REPORT-FILE
               ASSIGN USING STAFFING-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAFFING-REPORT-STATUS.

       COPY runparms.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-HISTORY-FILE.
       01  QUEUE-HISTORY-RECORD.
           COPY quehist.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY calrec.

       FD  STAFFING-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       COPY runparmf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 QUEUE-HISTORY-STATUS PIC XX VALUE "00".
           88 QUEUE-HISTORY-OK  VALUE "00".
           88 QUEUE-HISTORY-EOF VALUE "10".
       01 CALENDAR-FILE-STATUS PIC XX VALUE "00".
           88 CALENDAR-FILE-OK  VALUE "00".
           88 CALENDAR-FILE-EOF VALUE "10".
       01 STAFFING-REPORT-STATUS PIC XX VALUE "00".
           88 STAFFING-REPORT-OK VALUE "00".

      *> Parametros (RUNPARMS) con sus defectos.
       01 WINDOW-DAYS PIC 9(3) VALUE 56.
       01 DEFAULT-SERVICE-CS PIC 9(9) VALUE 18000.
       01 MAX-WINDOWS PIC 9(2) VALUE 10.
       01 IDLE-GAP-CS PIC 9(9) VALUE 180000.
       01 SLA-TARGET-TABLE.
          05 SLA-TARGET OCCURS 9 TIMES PIC 9(9) VALUE 0.
      *> Ciclo 1..9 en dos digitos (ver queue.cbl).
       01 SLA-KEY-DIGIT PIC 9(2).
       01 SLA-KEY-TEXT  PIC 9(1).

      *> Feriados de CALENDAR como numero de dia.
       01 HOLIDAY-TABLE.
          05 HOLIDAY-COUNT PIC 9(4) VALUE 0.
          05 HOLIDAY-DAY OCCURS 2000 TIMES PIC 9(7).
       01 HOLIDAY-TABLE-CAPACITY PIC 9(4) VALUE 2000.
       01 HD PIC 9(4).
       01 HOLIDAY-SW PIC X VALUE "N".
           88 IS-HOLIDAY VALUE "Y".

      *> Acumuladores por cola: llegadas por dia de la semana (1 =
      *> lunes), hora (1 = 00:00) y clase; brechas de atencion por
      *> dia de la semana.
       01 QUEUE-STATS-TABLE.
          05 QUEUE-COUNT PIC 9(2) VALUE 0.
          05 QUEUE-STATS OCCURS 10 TIMES.
             10 QS-NAME PIC X(10).
             10 QS-DAY OCCURS 7 TIMES.
                15 QS-HOUR OCCURS 24 TIMES.
                   20 QS-ARRIVALS OCCURS 9 TIMES PIC 9(5).
                15 QS-SVC-SUM PIC 9(12).
                15 QS-SVC-COUNT PIC 9(7).
             10 QS-Q-SVC-SUM PIC 9(12).
             10 QS-Q-SVC-COUNT PIC 9(7).
       01 QUEUE-TABLE-CAPACITY PIC 9(2) VALUE 10.
       01 QUEUES-SKIPPED PIC 9(5) VALUE 0.
       01 ALL-SVC-SUM PIC 9(13) VALUE 0.
       01 ALL-SVC-COUNT PIC 9(7) VALUE 0.

      *> Ultima atencion de cada operador, para la brecha.
       01 OPERATOR-TABLE.
          05 OPER-COUNT PIC 9(2) VALUE 0.
          05 OPER-ENTRY OCCURS 30 TIMES.
             10 OP-KEY PIC X(8).
             10 OP-LAST-DAY PIC 9(7).
             10 OP-LAST-CS PIC 9(9).
       01 OPERATOR-TABLE-CAPACITY PIC 9(2) VALUE 30.
       01 OPER-IDX PIC 9(2).

      *> Dias de cada dia de la semana dentro de la ventana, sin
      *> feriados: el divisor de los promedios.
       01 DOW-DAYS-TABLE.
          05 DOW-DAYS OCCURS 7 TIMES PIC 9(4) VALUE 0.
       01 DOW-LABELS PIC X(21) VALUE "LUNMARMIEJUEVIESABDOM".
       01 DOW-LABEL-TABLE REDEFINES DOW-LABELS.
          05 DOW-LABEL OCCURS 7 TIMES PIC X(3).

       01 Q  PIC 9(2).
       01 DW PIC 9(2).
       01 H  PIC 9(2).
       01 K  PIC 9(2).
       01 C  PIC 9(3).
       01 QUEUE-IDX PIC 9(2).
       01 WORK-QUEUE-NAME PIC X(10).
       01 WORK-CLASS PIC 9(1).
       01 WORK-HOUR PIC 9(2).

       01 TODAY-DAY-NUM PIC 9(7).
       01 WINDOW-FROM-DAY PIC 9(7).
       01 FIRST-DAY-NUM PIC 9(7) VALUE 0.
       01 LAST-DAY-NUM PIC 9(7) VALUE 0.
       01 DAY-NUM PIC 9(7).
       01 ARRIVAL-DAY-NUM PIC 9(7).
       01 COMPLETE-DAY-NUM PIC 9(7).
       01 COMPLETE-CS PIC 9(9).
       01 COMPLETE-PARTS.
          05 CP-HH PIC 9(2).
          05 CP-MM PIC 9(2).
          05 CP-SS PIC 9(2).
          05 CP-CC PIC 9(2).
       01 SERVICE-GAP PIC S9(12).

       01 ARRIVALS-USED PIC 9(7) VALUE 0.
       01 HOLIDAY-ARRIVALS PIC 9(7) VALUE 0.

      *> Calculo de la dotacion de una celda (cola, dia, hora).
       01 CELL-SERVICE-CS PIC 9(9).
       01 CELL-ARRIVALS PIC 9(7).
       01 CLASS-RATE-TABLE.
      *> Llegadas por hora promedio de cada clase.
          05 CLASS-RATE OCCURS 9 TIMES PIC 9(5)V9(6).
       01 TOTAL-RATE PIC 9(5)V9(6).
       01 OFFERED-LOAD PIC 9(5)V9(8).
       01 ERLANG-B PIC 9(3)V9(12).
       01 ERLANG-C PIC 9(3)V9(12).
       01 ERLANG-N PIC 9(3).
       01 SIGMA-PREV PIC 9(5)V9(12).
       01 SIGMA-CUR PIC 9(5)V9(12).
       01 CLASS-WAIT-CS PIC 9(11)V9(4).
       01 CELL-OK-SW PIC X VALUE "N".
           88 CELL-OK VALUE "Y".
       01 CELL-WINDOWS PIC 9(3).
       01 CELL-OVER-SW PIC X VALUE "N".
           88 CELL-OVER VALUE "Y".
       01 OVER-CELLS PIC 9(5) VALUE 0.

       01 HOUR-HAS-DATA-SW PIC X VALUE "N".
           88 HOUR-HAS-DATA VALUE "Y".
       01 GRID-LINE PIC X(100).
       01 GRID-POS PIC 9(3).
       01 EDITED-WINDOWS PIC ZZ9.
       01 EDITED-RATE PIC ZZZ9.9.
       01 EDITED-SECONDS PIC ZZZZ9.
       01 EDITED-DAYS PIC ZZZ9.
       01 AVERAGE-SERVICE-SECONDS PIC 9(7).

       COPY runparmw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 QUEUE-HISTORY-FILE-NAME   PIC X(40) VALUE "QUEHIST".
          05 CALENDAR-FILE-NAME        PIC X(40) VALUE "CALENDAR".
          05 STAFFING-REPORT-FILE-NAME PIC X(40) VALUE "STAFFRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       PERFORM LOAD-STAFFING-PARMS.
       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(BUSINESS-DATE)).
       COMPUTE WINDOW-FROM-DAY = TODAY-DAY-NUM - WINDOW-DAYS.

       PERFORM LOAD-HOLIDAYS.
       PERFORM SCAN-HISTORY.
       PERFORM COUNT-WEEKDAYS.

       OPEN OUTPUT STAFFING-REPORT-FILE.
       PERFORM WRITE-REPORT-HEADER.
       IF QUEUE-COUNT = 0
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Sin llegadas en el historial dentro de la ventana."
               TO REPORT-LINE
           WRITE REPORT-LINE
       ELSE
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > QUEUE-COUNT
               PERFORM WRITE-QUEUE-SECTION
           END-PERFORM
       END-IF.
       CLOSE STAFFING-REPORT-FILE.
       MOVE STAFFING-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "STAFFING-PLAN" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Grilla de dotacion grabada en STAFFRPT ("
           QUEUE-COUNT " cola(s), " ARRIVALS-USED " llegada(s), "
           HOLIDAY-ARRIVALS " en feriados excluidas).".
       IF QUEUES-SKIPPED > 0
           DISPLAY "Aviso: " QUEUES-SKIPPED " llegada(s) de colas "
               "que no entraron en la tabla de " QUEUE-TABLE-CAPACITY
               " colas."
       END-IF.
       IF OVER-CELLS > 0
           DISPLAY "Aviso: " OVER-CELLS " hora(s) no llegan al SLA "
               "ni con " MAX-WINDOWS " ventanillas (marcadas +)."
       END-IF.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       LOAD-STAFFING-PARMS.
           PERFORM LOAD-RUN-PARMS.
           MOVE "VENTANA-DOTACION" TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
               COMPUTE WINDOW-DAYS = FUNCTION NUMVAL(PARM-VALUE-FOUND)
           END-IF.
           IF WINDOW-DAYS = 0
               MOVE 56 TO WINDOW-DAYS
           END-IF.
           MOVE "TIEMPO-ATENCION" TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
               COMPUTE DEFAULT-SERVICE-CS =
                   FUNCTION NUMVAL(PARM-VALUE-FOUND)
           END-IF.
           IF DEFAULT-SERVICE-CS = 0
               MOVE 18000 TO DEFAULT-SERVICE-CS
           END-IF.
           MOVE "VENTANILLAS-MAX" TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
               COMPUTE MAX-WINDOWS = FUNCTION NUMVAL(PARM-VALUE-FOUND)
           END-IF.
           IF MAX-WINDOWS = 0
               MOVE 10 TO MAX-WINDOWS
           END-IF.
           PERFORM VARYING SLA-KEY-DIGIT FROM 1 BY 1
                   UNTIL SLA-KEY-DIGIT > 9
               MOVE 0 TO SLA-TARGET(SLA-KEY-DIGIT)
               MOVE SLA-KEY-DIGIT TO SLA-KEY-TEXT
               MOVE SPACES TO PARM-KEY-WANTED
               STRING "SLA-CLASE-" SLA-KEY-TEXT
                   DELIMITED BY SIZE INTO PARM-KEY-WANTED
               END-STRING
               PERFORM GET-RUN-PARM
               IF PARM-FOUND
                   AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
                   COMPUTE SLA-TARGET(SLA-KEY-DIGIT) =
                       FUNCTION NUMVAL(PARM-VALUE-FOUND)
               END-IF
           END-PERFORM.

       LOAD-HOLIDAYS.
      *> Feriado = fecha de CALENDAR con nombre de feriado. Los fines
      *> de semana comunes si cuentan: el sabado es justamente el
      *> dia que hay que dotar bien.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-OK
               PERFORM UNTIL CALENDAR-FILE-EOF
                       OR HOLIDAY-COUNT >= HOLIDAY-TABLE-CAPACITY
                   READ CALENDAR-FILE
                       AT END
                           SET CALENDAR-FILE-EOF TO TRUE
                       NOT AT END
                           IF CA-HOLIDAY-NAME NOT = SPACES
                                   AND CA-DATE IS NUMERIC
                               ADD 1 TO HOLIDAY-COUNT
                               COMPUTE HOLIDAY-DAY(HOLIDAY-COUNT) =
                                   FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(CA-DATE))
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CALENDAR-FILE.

       CHECK-HOLIDAY.
           MOVE "N" TO HOLIDAY-SW.
           PERFORM VARYING HD FROM 1 BY 1 UNTIL HD > HOLIDAY-COUNT
               IF HOLIDAY-DAY(HD) = DAY-NUM
                   SET IS-HOLIDAY TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SCAN-HISTORY.
           OPEN INPUT QUEUE-HISTORY-FILE.
           IF QUEUE-HISTORY-OK
               PERFORM UNTIL QUEUE-HISTORY-EOF
                   READ QUEUE-HISTORY-FILE
                       AT END
                           SET QUEUE-HISTORY-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-TICKET
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "QUEHIST no existe todavia; el historial se "
                   "crea con las atenciones de QUEUE-DEMO."
           END-IF.
           CLOSE QUEUE-HISTORY-FILE.

       TALLY-ONE-TICKET.
      *> La llegada cuenta para el perfil (atendido o cancelado: el
      *> cliente vino igual); la atencion cuenta para el tiempo de
      *> servicio solo si fue completada y firmada por un operador.
           IF QH-ARRIVAL-DATE IS NOT NUMERIC
                   OR QH-ARRIVAL-TIME(1:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ARRIVAL-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(QH-ARRIVAL-DATE)).
           IF ARRIVAL-DAY-NUM <= WINDOW-FROM-DAY
                   OR ARRIVAL-DAY-NUM > TODAY-DAY-NUM
               EXIT PARAGRAPH
           END-IF.
           MOVE ARRIVAL-DAY-NUM TO DAY-NUM.
           PERFORM CHECK-HOLIDAY.
           IF IS-HOLIDAY
               ADD 1 TO HOLIDAY-ARRIVALS
               EXIT PARAGRAPH
           END-IF.
           IF QH-QUEUE-NAME = SPACES
               MOVE "Caja1" TO WORK-QUEUE-NAME
           ELSE
               MOVE QH-QUEUE-NAME TO WORK-QUEUE-NAME
           END-IF.
           PERFORM FIND-QUEUE-ENTRY.
           IF QUEUE-IDX = 0
               ADD 1 TO QUEUES-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           IF FIRST-DAY-NUM = 0 OR ARRIVAL-DAY-NUM < FIRST-DAY-NUM
               MOVE ARRIVAL-DAY-NUM TO FIRST-DAY-NUM
           END-IF.
           IF ARRIVAL-DAY-NUM > LAST-DAY-NUM
               MOVE ARRIVAL-DAY-NUM TO LAST-DAY-NUM
           END-IF.
      *> INTEGER-OF-DATE cuenta desde el lunes 1601-01-01.
           COMPUTE DW = FUNCTION MOD(ARRIVAL-DAY-NUM - 1, 7) + 1.
           MOVE QH-ARRIVAL-TIME(1:2) TO WORK-HOUR.
           IF WORK-HOUR > 23
               EXIT PARAGRAPH
           END-IF.
           IF QH-PRIORITY IS NUMERIC AND QH-PRIORITY >= "1"
               MOVE QH-PRIORITY TO WORK-CLASS
           ELSE
               MOVE 5 TO WORK-CLASS
           END-IF.
           ADD 1 TO QS-ARRIVALS(QUEUE-IDX DW WORK-HOUR + 1 WORK-CLASS).
           ADD 1 TO ARRIVALS-USED.
           IF QH-STATUS = "C" AND QH-OPERATOR NOT = SPACES
               PERFORM TALLY-SERVICE-GAP
           END-IF.

       FIND-QUEUE-ENTRY.
           MOVE 0 TO QUEUE-IDX.
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > QUEUE-COUNT
               IF QS-NAME(Q) = WORK-QUEUE-NAME
                   MOVE Q TO QUEUE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF QUEUE-IDX = 0 AND QUEUE-COUNT < QUEUE-TABLE-CAPACITY
               ADD 1 TO QUEUE-COUNT
               MOVE QUEUE-COUNT TO QUEUE-IDX
               INITIALIZE QUEUE-STATS(QUEUE-IDX)
               MOVE WORK-QUEUE-NAME TO QS-NAME(QUEUE-IDX)
           END-IF.

       TALLY-SERVICE-GAP.
      *> Misma brecha entre atenciones consecutivas del operador que
      *> OPERATOR-PRODUCTIVITY, pero solo dentro del mismo dia y sin
      *> los ratos de ventanilla ociosa.
           MOVE QH-COMPLETE-TIME TO COMPLETE-PARTS.
           IF QH-COMPLETE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE COMPLETE-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(QH-COMPLETE-DATE)).
           COMPUTE COMPLETE-CS =
               CP-HH * 360000 + CP-MM * 6000 + CP-SS * 100 + CP-CC.
           MOVE 0 TO OPER-IDX.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > OPER-COUNT
               IF OP-KEY(K) = QH-OPERATOR
                   MOVE K TO OPER-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF OPER-IDX = 0
               IF OPER-COUNT >= OPERATOR-TABLE-CAPACITY
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO OPER-COUNT
               MOVE OPER-COUNT TO OPER-IDX
               MOVE QH-OPERATOR TO OP-KEY(OPER-IDX)
               MOVE 0 TO OP-LAST-DAY(OPER-IDX)
           END-IF.
           IF OP-LAST-DAY(OPER-IDX) = COMPLETE-DAY-NUM
               COMPUTE SERVICE-GAP =
                   COMPLETE-CS - OP-LAST-CS(OPER-IDX)
               IF SERVICE-GAP > 0 AND SERVICE-GAP <= IDLE-GAP-CS
                   ADD SERVICE-GAP TO QS-SVC-SUM(QUEUE-IDX DW)
                   ADD 1 TO QS-SVC-COUNT(QUEUE-IDX DW)
                   ADD SERVICE-GAP TO QS-Q-SVC-SUM(QUEUE-IDX)
                   ADD 1 TO QS-Q-SVC-COUNT(QUEUE-IDX)
                   ADD SERVICE-GAP TO ALL-SVC-SUM
                   ADD 1 TO ALL-SVC-COUNT
               END-IF
           END-IF.
           MOVE COMPLETE-DAY-NUM TO OP-LAST-DAY(OPER-IDX).
           MOVE COMPLETE-CS TO OP-LAST-CS(OPER-IDX).

       COUNT-WEEKDAYS.
      *> Del primer al ultimo dia con llegadas dentro de la ventana,
      *> cada dia no feriado suma uno a su dia de la semana.
           IF FIRST-DAY-NUM = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING DAY-NUM FROM FIRST-DAY-NUM BY 1
                   UNTIL DAY-NUM > LAST-DAY-NUM
               PERFORM CHECK-HOLIDAY
               IF NOT IS-HOLIDAY
                   COMPUTE DW = FUNCTION MOD(DAY-NUM - 1, 7) + 1
                   ADD 1 TO DOW-DAYS(DW)
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE "GRILLA SEMANAL DE DOTACION (VENTANILLAS POR HORA)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Historial QUEHIST de los ultimos " WINDOW-DAYS
               " dias, sin feriados; maximo " MAX-WINDOWS
               " ventanillas por cola."
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO GRID-LINE.
           MOVE "Dias promediados:" TO GRID-LINE.
           MOVE 19 TO GRID-POS.
           PERFORM VARYING DW FROM 1 BY 1 UNTIL DW > 7
               MOVE DOW-DAYS(DW) TO EDITED-DAYS
               MOVE DOW-LABEL(DW) TO GRID-LINE(GRID-POS:3)
               MOVE EDITED-DAYS TO GRID-LINE(GRID-POS + 3:4)
               ADD 9 TO GRID-POS
           END-PERFORM.
           MOVE GRID-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-QUEUE-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COLA " QS-NAME(Q)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM WRITE-SERVICE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  Llegadas promedio por hora:" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-GRID-HEADER.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > 24
               PERFORM WRITE-RATE-ROW
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  Ventanillas recomendadas:" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-GRID-HEADER.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > 24
               PERFORM WRITE-WINDOWS-ROW
           END-PERFORM.

       WRITE-SERVICE-LINE.
           MOVE SPACES TO GRID-LINE.
           MOVE "  Atencion prom (seg):" TO GRID-LINE.
           MOVE 24 TO GRID-POS.
           PERFORM VARYING DW FROM 1 BY 1 UNTIL DW > 7
               PERFORM GET-CELL-SERVICE
               COMPUTE AVERAGE-SERVICE-SECONDS ROUNDED =
                   CELL-SERVICE-CS / 100
               MOVE AVERAGE-SERVICE-SECONDS TO EDITED-SECONDS
               MOVE DOW-LABEL(DW) TO GRID-LINE(GRID-POS:3)
               MOVE EDITED-SECONDS TO GRID-LINE(GRID-POS + 3:5)
               ADD 9 TO GRID-POS
           END-PERFORM.
           MOVE GRID-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       GET-CELL-SERVICE.
      *> Tiempo de atencion de la cola Q el dia DW, con los
      *> respaldos descriptos en el encabezado.
           EVALUATE TRUE
               WHEN QS-SVC-COUNT(Q DW) > 0
                   COMPUTE CELL-SERVICE-CS ROUNDED =
                       QS-SVC-SUM(Q DW) / QS-SVC-COUNT(Q DW)
               WHEN QS-Q-SVC-COUNT(Q) > 0
                   COMPUTE CELL-SERVICE-CS ROUNDED =
                       QS-Q-SVC-SUM(Q) / QS-Q-SVC-COUNT(Q)
               WHEN ALL-SVC-COUNT > 0
                   COMPUTE CELL-SERVICE-CS ROUNDED =
                       ALL-SVC-SUM / ALL-SVC-COUNT
               WHEN OTHER
                   MOVE DEFAULT-SERVICE-CS TO CELL-SERVICE-CS
           END-EVALUATE.
           IF CELL-SERVICE-CS = 0
               MOVE DEFAULT-SERVICE-CS TO CELL-SERVICE-CS
           END-IF.

       WRITE-GRID-HEADER.
           MOVE SPACES TO GRID-LINE.
           MOVE "    HORA" TO GRID-LINE.
           MOVE 12 TO GRID-POS.
           PERFORM VARYING DW FROM 1 BY 1 UNTIL DW > 7
               MOVE DOW-LABEL(DW) TO GRID-LINE(GRID-POS + 3:3)
               ADD 7 TO GRID-POS
           END-PERFORM.
           MOVE GRID-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-HOUR-HAS-DATA.
      *> Solo se imprimen las horas en que algun dia tuvo llegadas.
           MOVE "N" TO HOUR-HAS-DATA-SW.
           PERFORM VARYING DW FROM 1 BY 1 UNTIL DW > 7
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9
                   IF QS-ARRIVALS(Q DW H K) > 0
                       SET HOUR-HAS-DATA TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-RATE-ROW.
           PERFORM CHECK-HOUR-HAS-DATA.
           IF NOT HOUR-HAS-DATA
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-GRID-ROW.
           PERFORM VARYING DW FROM 1 BY 1 UNTIL DW > 7
               PERFORM COMPUTE-CLASS-RATES
               MOVE TOTAL-RATE TO EDITED-RATE
               MOVE EDITED-RATE TO GRID-LINE(GRID-POS:6)
               ADD 7 TO GRID-POS
           END-PERFORM.
           MOVE GRID-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-WINDOWS-ROW.
           PERFORM CHECK-HOUR-HAS-DATA.
           IF NOT HOUR-HAS-DATA
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-GRID-ROW.
           PERFORM VARYING DW FROM 1 BY 1 UNTIL DW > 7
               PERFORM COMPUTE-CELL-WINDOWS
               MOVE CELL-WINDOWS TO EDITED-WINDOWS
               MOVE EDITED-WINDOWS TO GRID-LINE(GRID-POS + 3:3)
               IF CELL-OVER
                   MOVE "+" TO GRID-LINE(GRID-POS + 6:1)
                   ADD 1 TO OVER-CELLS
               END-IF
               ADD 7 TO GRID-POS
           END-PERFORM.
           MOVE GRID-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       START-GRID-ROW.
           MOVE SPACES TO GRID-LINE.
           COMPUTE WORK-HOUR = H - 1.
           MOVE WORK-HOUR TO GRID-LINE(5:2).
           MOVE ":00" TO GRID-LINE(7:3).
           MOVE 12 TO GRID-POS.

       COMPUTE-CLASS-RATES.
      *> Llegadas promedio por hora de cada clase en (Q, DW, H).
           MOVE 0 TO TOTAL-RATE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9
               IF DOW-DAYS(DW) > 0
                   COMPUTE CLASS-RATE(K) ROUNDED =
                       QS-ARRIVALS(Q DW H K) / DOW-DAYS(DW)
               ELSE
                   MOVE 0 TO CLASS-RATE(K)
               END-IF
               ADD CLASS-RATE(K) TO TOTAL-RATE
           END-PERFORM.

       COMPUTE-CELL-WINDOWS.
      *> Menor cantidad de ventanillas que cumple todas las clases;
      *> 0 si no hubo llegadas en esa hora de ese dia.
           MOVE "N" TO CELL-OVER-SW.
           MOVE 0 TO CELL-WINDOWS.
           PERFORM COMPUTE-CLASS-RATES.
           IF TOTAL-RATE = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-CELL-SERVICE.
      *> Carga ofrecida en erlangs: llegadas por hora x atencion.
           COMPUTE OFFERED-LOAD ROUNDED =
               TOTAL-RATE * CELL-SERVICE-CS / 360000.
           MOVE "N" TO CELL-OK-SW.
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > MAX-WINDOWS OR CELL-OK
               IF OFFERED-LOAD < C
                   PERFORM CHECK-WINDOWS-MEET-SLA
                   IF CELL-OK
                       MOVE C TO CELL-WINDOWS
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT CELL-OK
               MOVE MAX-WINDOWS TO CELL-WINDOWS
               SET CELL-OVER TO TRUE
           END-IF.

       CHECK-WINDOWS-MEET-SLA.
      *> Erlang B por recurrencia, de ahi Erlang C (probabilidad de
      *> esperar) y la espera media de cada clase con prioridad no
      *> expropiativa: W(k) = C x S / c / ((1 - s(k-1)) x (1 - s(k)))
      *> con s(k) la ocupacion acumulada de las clases 1..k.
           MOVE 1 TO ERLANG-B.
           PERFORM VARYING ERLANG-N FROM 1 BY 1 UNTIL ERLANG-N > C
               COMPUTE ERLANG-B ROUNDED =
                   OFFERED-LOAD * ERLANG-B
                   / (ERLANG-N + OFFERED-LOAD * ERLANG-B)
           END-PERFORM.
           COMPUTE ERLANG-C ROUNDED =
               C * ERLANG-B / (C - OFFERED-LOAD * (1 - ERLANG-B)).
           SET CELL-OK TO TRUE.
           MOVE 0 TO SIGMA-PREV.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9 OR NOT CELL-OK
               COMPUTE SIGMA-CUR ROUNDED = SIGMA-PREV
                   + CLASS-RATE(K) * CELL-SERVICE-CS / 360000 / C
               IF CLASS-RATE(K) > 0 AND SLA-TARGET(K) > 0
                   IF SIGMA-CUR >= 1
                       MOVE "N" TO CELL-OK-SW
                   ELSE
                       COMPUTE CLASS-WAIT-CS ROUNDED =
                           ERLANG-C * CELL-SERVICE-CS / C
                           / ((1 - SIGMA-PREV) * (1 - SIGMA-CUR))
                       IF CLASS-WAIT-CS > SLA-TARGET(K)
                           MOVE "N" TO CELL-OK-SW
                       END-IF
                   END-IF
               END-IF
               MOVE SIGMA-CUR TO SIGMA-PREV
           END-PERFORM.

       COPY runparmp.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
