       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-AGING-REPORT.

      *> Reporte semanal de antiguedad de reclamos: de CASEFILE toma
      *> los casos todavia abiertos (abiertos sin asignar o en
      *> proceso) y los lista por categoria y antiguedad en dias
      *> corridos desde la apertura, con un resumen por categoria en
      *> baldes (0-2, 3-7, 8-14, mas de 14 dias). Un caso abierto por
      *> mas de DIAS-RECLAMO dias (RUNPARMS, 7 por defecto) deja una
      *> alerta RECLAMO-VENCIDO en OPSALERT y la corrida termina en
      *> RC 8: un cliente que espera respuesta una semana es un
      *> cliente que no vuelve. Los resueltos que falta cerrar se
      *> cuentan al pie.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASE-FILE ASSIGN USING CASE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-FILE-STATUS.
      *> Reporte imprimible, se reescribe completo en cada corrida.
           SELECT AGING-REPORT-FILE ASSIGN USING AGING-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-REPORT-STATUS.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           COPY runparms.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       01  CASE-RECORD.
           COPY caserec.

       FD  AGING-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

           COPY runparmf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 CASE-FILE-STATUS PIC XX VALUE "00".
           88 CASE-FILE-OK  VALUE "00".
           88 CASE-FILE-EOF VALUE "10".
       01 AGING-REPORT-STATUS PIC XX VALUE "00".
           88 AGING-REPORT-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

           COPY casecat.
      *> Totales por categoria en el orden del catalogo; el renglon
      *> 7 junta los casos con una categoria que el catalogo no
      *> conoce.
       01 CATEGORY-TOTALS.
          05 CATEGORY-TOTAL-ENTRY OCCURS 7 TIMES.
             10 CT-BUCKET-0-2   PIC 9(5).
             10 CT-BUCKET-3-7   PIC 9(5).
             10 CT-BUCKET-8-14  PIC 9(5).
             10 CT-BUCKET-OVER  PIC 9(5).
             10 CT-OVERDUE      PIC 9(5).
       01 UNKNOWN-CATEGORY-IDX PIC 9(2) VALUE 7.
       01 CG PIC 9(2).

      *> Casos abiertos, ordenados al final por categoria y, dentro
      *> de cada una, del mas viejo al mas nuevo.
       01 OPEN-CASE-TABLE.
          05 OPEN-CASE-ENTRY OCCURS 300 TIMES.
             10 OC-CATEGORY-IDX PIC 9(2).
             10 OC-AGE-DAYS     PIC 9(5).
             10 OC-RECORD       PIC X(122).
       01 OPEN-CASE-COUNT PIC 9(3) VALUE 0.
       01 OPEN-CASE-CAPACITY PIC 9(3) VALUE 300.
       01 OC PIC 9(3).
       01 J PIC 9(3).
       01 SWAP-ENTRY PIC X(129).
       01 DROPPED-COUNT PIC 9(5) VALUE 0.

       01 OVERDUE-LIMIT-DAYS PIC 9(3) VALUE 7.
       01 TODAY-DAY-NUM PIC 9(7).
       01 CASE-DAY-NUM PIC 9(7).
       01 AGE-DAYS PIC S9(5).
       01 TOTAL-OPEN      PIC 9(5) VALUE 0.
       01 TOTAL-OVERDUE   PIC 9(5) VALUE 0.
       01 TOTAL-RESOLVED  PIC 9(5) VALUE 0.
       01 AGE-EDIT PIC ZZZZ9.
       01 COUNT-EDIT PIC ZZZZ9.
       01 STATUS-TEXT PIC X(10).
       01 PREV-CATEGORY-IDX PIC 9(2).

           COPY runparmw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 CASE-FILE-NAME         PIC X(40) VALUE "CASEFILE".
          05 AGING-REPORT-FILE-NAME PIC X(40) VALUE "CASEAGE".
          05 OPS-ALERT-FILE-NAME    PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       PERFORM LOAD-RUN-PARMS.
       MOVE "DIAS-RECLAMO" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE OVERDUE-LIMIT-DAYS =
               FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.
       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(BUSINESS-DATE)).
       PERFORM VARYING CG FROM 1 BY 1 UNTIL CG > UNKNOWN-CATEGORY-IDX
           INITIALIZE CATEGORY-TOTAL-ENTRY(CG)
       END-PERFORM.

       PERFORM SCAN-CASE-FILE.
       PERFORM SORT-OPEN-CASES.
       PERFORM WRITE-AGING-REPORT.

       DISPLAY "Antiguedad de reclamos grabada en CASEAGE ("
           TOTAL-OPEN " abierto(s), " TOTAL-OVERDUE
           " con mas de " OVERDUE-LIMIT-DAYS " dias).".
       IF DROPPED-COUNT > 0
           DISPLAY "Aviso: " DROPPED-COUNT " caso(s) abiertos no "
               "entraron en el detalle (capacidad "
               OPEN-CASE-CAPACITY ")."
       END-IF.
       IF TOTAL-OVERDUE > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       SCAN-CASE-FILE.
           OPEN INPUT CASE-FILE.
           IF CASE-FILE-OK
               PERFORM UNTIL CASE-FILE-EOF
                   READ CASE-FILE
                       AT END
                           SET CASE-FILE-EOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN CS-OPEN OR CS-IN-PROGRESS
                                   PERFORM AGE-ONE-CASE
                               WHEN CS-RESOLVED
                                   ADD 1 TO TOTAL-RESOLVED
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CASE-FILE.

       AGE-ONE-CASE.
      *> Una fecha de apertura ilegible cuenta como de hoy: el caso
      *> igual aparece en la lista.
           ADD 1 TO TOTAL-OPEN.
           MOVE 0 TO AGE-DAYS.
           IF CS-OPEN-DATE IS NUMERIC
               COMPUTE CASE-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CS-OPEN-DATE))
               COMPUTE AGE-DAYS = TODAY-DAY-NUM - CASE-DAY-NUM
               IF AGE-DAYS < 0
                   MOVE 0 TO AGE-DAYS
               END-IF
           END-IF.
           PERFORM VARYING CG FROM 1 BY 1
                   UNTIL CG > CASE-CATEGORY-COUNT
               IF CASE-CATEGORY-CODE(CG) = CS-CATEGORY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CG > CASE-CATEGORY-COUNT
               MOVE UNKNOWN-CATEGORY-IDX TO CG
           END-IF.
           EVALUATE TRUE
               WHEN AGE-DAYS <= 2
                   ADD 1 TO CT-BUCKET-0-2(CG)
               WHEN AGE-DAYS <= 7
                   ADD 1 TO CT-BUCKET-3-7(CG)
               WHEN AGE-DAYS <= 14
                   ADD 1 TO CT-BUCKET-8-14(CG)
               WHEN OTHER
                   ADD 1 TO CT-BUCKET-OVER(CG)
           END-EVALUATE.
           IF AGE-DAYS > OVERDUE-LIMIT-DAYS
               ADD 1 TO CT-OVERDUE(CG)
               ADD 1 TO TOTAL-OVERDUE
               MOVE "RECLAMO-VENCIDO" TO ALERT-REASON
               MOVE AGE-DAYS TO AGE-EDIT
               MOVE SPACES TO ALERT-VALUE
               STRING "CASO " CS-CASE-ID " "
                   FUNCTION TRIM(AGE-EDIT) " DIAS"
                   DELIMITED BY SIZE INTO ALERT-VALUE
               END-STRING
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF OPEN-CASE-COUNT >= OPEN-CASE-CAPACITY
               ADD 1 TO DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OPEN-CASE-COUNT.
           MOVE CG TO OC-CATEGORY-IDX(OPEN-CASE-COUNT).
           MOVE AGE-DAYS TO OC-AGE-DAYS(OPEN-CASE-COUNT).
           MOVE CASE-RECORD TO OC-RECORD(OPEN-CASE-COUNT).

       SORT-OPEN-CASES.
      *> Burbuja por categoria y, a igualdad, por antiguedad
      *> descendente.
           PERFORM VARYING OC FROM 1 BY 1 UNTIL OC >= OPEN-CASE-COUNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > OPEN-CASE-COUNT - OC
                   IF OC-CATEGORY-IDX(J) > OC-CATEGORY-IDX(J + 1)
                       OR (OC-CATEGORY-IDX(J) = OC-CATEGORY-IDX(J + 1)
                           AND OC-AGE-DAYS(J) < OC-AGE-DAYS(J + 1))
                       MOVE OPEN-CASE-ENTRY(J) TO SWAP-ENTRY
                       MOVE OPEN-CASE-ENTRY(J + 1)
                           TO OPEN-CASE-ENTRY(J)
                       MOVE SWAP-ENTRY TO OPEN-CASE-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ANTIGUEDAD DE RECLAMOS ABIERTOS (CASEFILE) AL "
               BUSINESS-DATE " - LIMITE "
               OVERDUE-LIMIT-DAYS " DIAS"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CATEGORIA                   0-2   3-7  8-14   +14  "
               "VENCIDOS"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING CG FROM 1 BY 1
                   UNTIL CG > UNKNOWN-CATEGORY-IDX
               PERFORM WRITE-CATEGORY-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CASO   CAT  DIAS ESTADO     OPERADOR CLIENTE    "
               "REFERENCIA   ABIERTO  TEXTO"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF OPEN-CASE-COUNT = 0
               MOVE "No hay reclamos abiertos." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE 0 TO PREV-CATEGORY-IDX.
           PERFORM VARYING OC FROM 1 BY 1 UNTIL OC > OPEN-CASE-COUNT
               PERFORM WRITE-CASE-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Abiertos: " TOTAL-OPEN "   vencidos: "
               TOTAL-OVERDUE "   resueltos sin cerrar: "
               TOTAL-RESOLVED
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE AGING-REPORT-FILE.
           MOVE AGING-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "CASE-AGING-REPORT" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-CATEGORY-LINE.
           IF CT-BUCKET-0-2(CG) + CT-BUCKET-3-7(CG)
                   + CT-BUCKET-8-14(CG) + CT-BUCKET-OVER(CG) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           IF CG = UNKNOWN-CATEGORY-IDX
               MOVE "(categoria desconocida)" TO REPORT-LINE(1:24)
           ELSE
               STRING CASE-CATEGORY-CODE(CG) " "
                   CASE-CATEGORY-DESC(CG)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           MOVE CT-BUCKET-0-2(CG) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO REPORT-LINE(27:5).
           MOVE CT-BUCKET-3-7(CG) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO REPORT-LINE(33:5).
           MOVE CT-BUCKET-8-14(CG) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO REPORT-LINE(39:5).
           MOVE CT-BUCKET-OVER(CG) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO REPORT-LINE(45:5).
           MOVE CT-OVERDUE(CG) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO REPORT-LINE(53:5).
           WRITE REPORT-LINE.

       WRITE-CASE-LINE.
           MOVE OC-RECORD(OC) TO CASE-RECORD.
           IF OC-CATEGORY-IDX(OC) NOT = PREV-CATEGORY-IDX
                   AND PREV-CATEGORY-IDX NOT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE OC-CATEGORY-IDX(OC) TO PREV-CATEGORY-IDX.
           IF CS-OPEN
               MOVE "SIN ASIGN." TO STATUS-TEXT
           ELSE
               MOVE "EN PROCESO" TO STATUS-TEXT
           END-IF.
           MOVE OC-AGE-DAYS(OC) TO AGE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING CS-CASE-ID " " CS-CATEGORY " " AGE-EDIT " "
               STATUS-TEXT " " CS-OPERATOR " " CS-CUSTOMER-ID " "
               CS-REF-TYPE " " CS-REFERENCE " " CS-OPEN-DATE " "
               CS-SUBJECT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           IF OC-AGE-DAYS(OC) > OVERDUE-LIMIT-DAYS
               STRING FUNCTION TRIM(REPORT-LINE TRAILING)
                   "  *VENCIDO*"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella
      *> la alerta y se agrega a OPSALERT (crear si no existe).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "CASE-AGING-REPORT" TO ALERT-PROGRAM.
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
