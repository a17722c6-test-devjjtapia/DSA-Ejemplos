       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAIT-ESTIMATE-ACCURACY.

      *> Precision semanal de la espera estimada que QUEUE-DEMO le da
      *> al cliente al emitir el tique. Lee QUEHIST, toma las
      *> atenciones completadas ("C") de los ultimos 7 dias que traen
      *> estimacion (QH-EST-WAIT-CS) y compara contra la espera real
      *> (QH-WAIT-CS), por cola: promedio estimado y real, error
      *> absoluto medio, sesgo (positivo = se estima de mas), cuantas
      *> quedaron dentro de 5 minutos de lo dicho, cuantas esperaron
      *> mas de lo anunciado y el peor desvio. Sale en ESTRPT; si el
      *> sesgo crece semana a semana, el ritmo de atencion que usa la
      *> estimacion (VENTANA-ESTIMACION) necesita otra ventana.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUEUE-HISTORY-FILE
               ASSIGN USING QUEUE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-HISTORY-STATUS.
           SELECT ACCURACY-REPORT-FILE
               ASSIGN USING ACCURACY-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCURACY-REPORT-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-HISTORY-FILE.
       01  QUEUE-HISTORY-RECORD.
           COPY quehist.

       FD  ACCURACY-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 QUEUE-HISTORY-STATUS PIC XX VALUE "00".
           88 QUEUE-HISTORY-OK  VALUE "00".
           88 QUEUE-HISTORY-EOF VALUE "10".
       01 ACCURACY-REPORT-STATUS PIC XX VALUE "00".
           88 ACCURACY-REPORT-OK VALUE "00".

       01 REPORT-DAYS PIC 9(3) VALUE 7.
      *> Una estimacion que erra por menos de esto se da por buena.
       01 TOLERANCE-CS PIC 9(9) VALUE 30000.

      *> Acumuladores por cola (hasta 10 colas vistas); la fila 11
      *> junta el total.
       01 ACCURACY-TABLE.
          05 ACC-COUNT PIC 9(2) VALUE 0.
          05 ACC-ENTRY OCCURS 11 TIMES.
             10 AC-QUEUE-NAME PIC X(10).
             10 AC-MEASURED   PIC 9(7).
             10 AC-EST-SUM    PIC 9(13).
             10 AC-REAL-SUM   PIC 9(13).
             10 AC-ABS-SUM    PIC 9(13).
             10 AC-BIAS-SUM   PIC S9(13).
             10 AC-WITHIN     PIC 9(7).
             10 AC-UNDER      PIC 9(7).
             10 AC-WORST      PIC 9(9).
             10 AC-WORST-TICKET PIC X(6).
       01 ACC-CAPACITY PIC 9(2) VALUE 10.
       01 TOTAL-ROW PIC 9(2) VALUE 11.
       01 A PIC 9(2).
       01 ACC-IDX PIC 9(2).
       01 WORK-QUEUE-NAME PIC X(10).
       01 SKIPPED-QUEUES PIC 9(5) VALUE 0.
       01 NO-ESTIMATE-COUNT PIC 9(7) VALUE 0.

       01 TODAY-DAY-NUM PIC 9(7).
       01 COMPLETE-DAY-NUM PIC 9(7).
       01 FROM-DATE-NUM PIC 9(8).
       01 ESTIMATE-CS PIC 9(9).
       01 ERROR-CS PIC S9(10).
       01 ABS-ERROR-CS PIC 9(10).

       01 AVG-EST-MIN PIC 9(5)V9.
       01 AVG-REAL-MIN PIC 9(5)V9.
       01 AVG-ABS-MIN PIC 9(5)V9.
       01 AVG-BIAS-MIN PIC S9(5)V9.
       01 WORST-MIN PIC 9(5)V9.
       01 WITHIN-PCT PIC 9(3).
       01 EDITED-AVG-EST PIC ZZZZ9.9.
       01 EDITED-AVG-REAL PIC ZZZZ9.9.
       01 EDITED-AVG-ABS PIC ZZZZ9.9.
       01 EDITED-BIAS PIC -ZZZZ9.9.
       01 EDITED-WORST PIC ZZZZ9.9.
       01 EDITED-COUNT PIC ZZZZZZ9.
       01 EDITED-UNDER PIC ZZZZZZ9.
       01 EDITED-PCT PIC ZZ9.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 QUEUE-HISTORY-FILE-NAME   PIC X(40) VALUE "QUEHIST".
          05 ACCURACY-REPORT-FILE-NAME PIC X(40) VALUE "ESTRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(BUSINESS-DATE)).
       COMPUTE FROM-DATE-NUM = FUNCTION DATE-OF-INTEGER(
           TODAY-DAY-NUM - REPORT-DAYS + 1).
       INITIALIZE ACC-ENTRY(TOTAL-ROW).
       MOVE "TOTAL" TO AC-QUEUE-NAME(TOTAL-ROW).

       OPEN INPUT QUEUE-HISTORY-FILE.
       IF QUEUE-HISTORY-OK
           PERFORM UNTIL QUEUE-HISTORY-EOF
               READ QUEUE-HISTORY-FILE
                   AT END
                       SET QUEUE-HISTORY-EOF TO TRUE
                   NOT AT END
                       PERFORM TALLY-ONE-SERVICE
               END-READ
           END-PERFORM
       ELSE
           DISPLAY "QUEHIST no existe todavia; el historial se crea "
               "con las atenciones de QUEUE-DEMO."
       END-IF.
       CLOSE QUEUE-HISTORY-FILE.

       OPEN OUTPUT ACCURACY-REPORT-FILE.
       PERFORM WRITE-REPORT-HEADER.
       PERFORM VARYING A FROM 1 BY 1 UNTIL A > ACC-COUNT
           PERFORM WRITE-ACCURACY-ROW
       END-PERFORM.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       IF AC-MEASURED(TOTAL-ROW) = 0
           MOVE "Sin atenciones con espera estimada en la semana."
               TO REPORT-LINE
           WRITE REPORT-LINE
       ELSE
           MOVE TOTAL-ROW TO A
           PERFORM WRITE-ACCURACY-ROW
       END-IF.
       IF NO-ESTIMATE-COUNT > 0
           MOVE SPACES TO REPORT-LINE
           STRING "Atenciones de la semana sin estimacion (tiques "
               "anteriores al cambio o de otros programas): "
               NO-ESTIMATE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
       END-IF.
       CLOSE ACCURACY-REPORT-FILE.
       MOVE ACCURACY-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "WAIT-ESTIMATE-ACCURACY" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Precision de la espera estimada grabada en ESTRPT ("
           AC-MEASURED(TOTAL-ROW) " atencion(es) medida(s)).".
       IF SKIPPED-QUEUES > 0
           DISPLAY "Aviso: " SKIPPED-QUEUES " atencion(es) de colas "
               "que no entraron en la tabla de " ACC-CAPACITY
               " colas (solo en el total)."
       END-IF.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       TALLY-ONE-SERVICE.
           IF QH-STATUS NOT = "C" OR QH-COMPLETE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE COMPLETE-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(QH-COMPLETE-DATE)).
           IF COMPLETE-DAY-NUM + REPORT-DAYS <= TODAY-DAY-NUM
                   OR COMPLETE-DAY-NUM > TODAY-DAY-NUM
               EXIT PARAGRAPH
           END-IF.
           IF QH-EST-WAIT-CS IS NOT NUMERIC
               ADD 1 TO NO-ESTIMATE-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE QH-EST-WAIT-CS TO ESTIMATE-CS.
           COMPUTE ERROR-CS = ESTIMATE-CS - QH-WAIT-CS.
           IF ERROR-CS < 0
               COMPUTE ABS-ERROR-CS = 0 - ERROR-CS
           ELSE
               MOVE ERROR-CS TO ABS-ERROR-CS
           END-IF.
           IF QH-QUEUE-NAME = SPACES
               MOVE "Caja1" TO WORK-QUEUE-NAME
           ELSE
               MOVE QH-QUEUE-NAME TO WORK-QUEUE-NAME
           END-IF.
           PERFORM FIND-ACCURACY-ENTRY.
           IF ACC-IDX = 0
               ADD 1 TO SKIPPED-QUEUES
           ELSE
               PERFORM ADD-TO-ACCURACY-ROW
           END-IF.
           MOVE TOTAL-ROW TO ACC-IDX.
           PERFORM ADD-TO-ACCURACY-ROW.

       FIND-ACCURACY-ENTRY.
           MOVE 0 TO ACC-IDX.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > ACC-COUNT
               IF AC-QUEUE-NAME(A) = WORK-QUEUE-NAME
                   MOVE A TO ACC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ACC-IDX = 0 AND ACC-COUNT < ACC-CAPACITY
               ADD 1 TO ACC-COUNT
               MOVE ACC-COUNT TO ACC-IDX
               INITIALIZE ACC-ENTRY(ACC-IDX)
               MOVE WORK-QUEUE-NAME TO AC-QUEUE-NAME(ACC-IDX)
           END-IF.

       ADD-TO-ACCURACY-ROW.
           ADD 1 TO AC-MEASURED(ACC-IDX).
           ADD ESTIMATE-CS TO AC-EST-SUM(ACC-IDX).
           ADD QH-WAIT-CS TO AC-REAL-SUM(ACC-IDX).
           ADD ABS-ERROR-CS TO AC-ABS-SUM(ACC-IDX).
           ADD ERROR-CS TO AC-BIAS-SUM(ACC-IDX).
           IF ABS-ERROR-CS <= TOLERANCE-CS
               ADD 1 TO AC-WITHIN(ACC-IDX)
           END-IF.
      *> Espero mas de lo que se le dijo: el caso que genera quejas.
           IF ERROR-CS < 0
               ADD 1 TO AC-UNDER(ACC-IDX)
           END-IF.
           IF ABS-ERROR-CS > AC-WORST(ACC-IDX)
               MOVE ABS-ERROR-CS TO AC-WORST(ACC-IDX)
               MOVE QH-TICKET-ID TO AC-WORST-TICKET(ACC-IDX)
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "PRECISION SEMANAL DE LA ESPERA ESTIMADA AL EMITIR"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Atenciones completadas desde " FROM-DATE-NUM
               " (" REPORT-DAYS " dias); minutos; dentro = error de "
               "5 minutos o menos."
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COLA        MEDIDAS  EST-PROM REAL-PROM  ERR-ABS"
               "    SESGO DENTRO%  ESPERO-MAS  PEOR-DESVIO TIQUE"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-ACCURACY-ROW.
           IF AC-MEASURED(A) = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE AVG-EST-MIN ROUNDED =
               AC-EST-SUM(A) / AC-MEASURED(A) / 6000.
           COMPUTE AVG-REAL-MIN ROUNDED =
               AC-REAL-SUM(A) / AC-MEASURED(A) / 6000.
           COMPUTE AVG-ABS-MIN ROUNDED =
               AC-ABS-SUM(A) / AC-MEASURED(A) / 6000.
           COMPUTE AVG-BIAS-MIN ROUNDED =
               AC-BIAS-SUM(A) / AC-MEASURED(A) / 6000.
           COMPUTE WORST-MIN ROUNDED = AC-WORST(A) / 6000.
           COMPUTE WITHIN-PCT ROUNDED =
               AC-WITHIN(A) * 100 / AC-MEASURED(A).
           MOVE AC-MEASURED(A) TO EDITED-COUNT.
           MOVE AVG-EST-MIN TO EDITED-AVG-EST.
           MOVE AVG-REAL-MIN TO EDITED-AVG-REAL.
           MOVE AVG-ABS-MIN TO EDITED-AVG-ABS.
           MOVE AVG-BIAS-MIN TO EDITED-BIAS.
           MOVE WITHIN-PCT TO EDITED-PCT.
           MOVE AC-UNDER(A) TO EDITED-UNDER.
           MOVE WORST-MIN TO EDITED-WORST.
           MOVE SPACES TO REPORT-LINE.
           STRING AC-QUEUE-NAME(A) " " EDITED-COUNT "   "
               EDITED-AVG-EST "   " EDITED-AVG-REAL "  "
               EDITED-AVG-ABS " " EDITED-BIAS "     " EDITED-PCT
               "     " EDITED-UNDER "      " EDITED-WORST " "
               AC-WORST-TICKET(A)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
