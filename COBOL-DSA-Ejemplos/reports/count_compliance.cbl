       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNT-COMPLIANCE-REPORT.

      *> Cumplimiento del conteo ciclico: con las mismas frecuencias
      *> por clase ABC que usa CYCLE-COUNT-SCHEDULE (FREC-CONTEO-A/-B/-C
      *> en RUNPARMS) y las fechas de CNTDATES que sella
      *> PHYSICAL-COUNT-RECON, lista en CNTCOMP los articulos vencidos
      *> de conteo -- ultimo conteo conciliado hace mas dias que la
      *> frecuencia de su clase en alguna de sus ubicaciones, o nunca
      *> contados --, del mas atrasado al menos, con la planilla
      *> pendiente si ya se emitio una. Cierra con el porcentaje al dia
      *> por clase. Un vencido termina en RC 8 con alerta en OPSALERT:
      *> un conteo que se programa y no vuelve es el que nadie mira.
      *>
      *> Parametro: argv(1) = fecha de corte (AAAAMMDD), defecto hoy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL LOCATION-FILE ASSIGN USING LOCATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT OPTIONAL COUNT-DATES-FILE
               ASSIGN USING COUNT-DATES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-DATES-STATUS.
           SELECT COMPLIANCE-REPORT-FILE
               ASSIGN USING COMPLIANCE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPLIANCE-REPORT-STATUS.
      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

       COPY runparms.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY locrec.

       FD  COUNT-DATES-FILE.
       01  COUNT-DATES-RECORD.
           COPY cntdrec.

       FD  COMPLIANCE-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY runparmf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK  VALUE "00".
           88 FRUTAS-FILE-EOF VALUE "10".
       01 LOCATION-FILE-STATUS PIC XX VALUE "00".
           88 LOCATION-FILE-OK  VALUE "00".
           88 LOCATION-FILE-EOF VALUE "10".
       01 COUNT-DATES-STATUS PIC XX VALUE "00".
           88 COUNT-DATES-OK  VALUE "00".
           88 COUNT-DATES-EOF VALUE "10".
       01 COMPLIANCE-REPORT-STATUS PIC XX VALUE "00".
           88 COMPLIANCE-REPORT-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

       01 DATE-PARM PIC X(10).
       01 AS-OF-DATE PIC X(8).
       01 AS-OF-DAY-NUM PIC 9(7).

       01 FREQ-A PIC 9(3) VALUE 30.
       01 FREQ-B PIC 9(3) VALUE 90.
       01 FREQ-C PIC 9(3) VALUE 365.
       01 ITEM-FREQ PIC 9(3).
       01 ITEM-CLASS PIC X(1).
       01 CLASS-IDX PIC 9(1).

       01 LOC-TABLE.
          05 LOC-COUNT PIC 9(3) VALUE 0.
          05 LOC-ENTRY OCCURS 300 TIMES.
             10 LC-ITEM     PIC X(10).
             10 LC-LOCATION PIC X(8).
       01 LOC-TABLE-CAPACITY PIC 9(3) VALUE 300.
       01 L PIC 9(3).

       01 COUNT-DATE-TABLE.
          05 DT-COUNT PIC 9(3) VALUE 0.
          05 DT-ENTRY OCCURS 500 TIMES.
             10 DT-ITEM           PIC X(10).
             10 DT-LOCATION       PIC X(8).
             10 DT-LAST-COUNTED   PIC X(8).
             10 DT-LAST-SCHEDULED PIC X(8).
       01 DATE-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 D PIC 9(3).
       01 DATE-OVERFLOW-SW PIC X VALUE "N".
           88 DATE-TABLE-OVERFLOW VALUE "Y".

      *> Estado del articulo en proceso, sobre todas sus ubicaciones.
       01 WORK-LOCATION PIC X(8).
       01 LOCATIONS-SEEN PIC 9(2).
       01 DAYS-SINCE     PIC 9(5).
       01 MAX-DAYS-SINCE PIC 9(5).
       01 COUNTED-DAY-NUM PIC 9(7).
       01 OLDEST-COUNTED  PIC X(8).
       01 PENDING-SHEET   PIC X(8).
       01 NEVER-COUNTED-SW PIC X VALUE "N".
           88 NEVER-COUNTED VALUE "Y".

       01 OVERDUE-TABLE.
          05 OV-COUNT PIC 9(4) VALUE 0.
          05 OV-ENTRY OCCURS 9999 TIMES.
             10 OV-ITEM     PIC X(10).
             10 OV-CLASS    PIC X(1).
             10 OV-FREQ     PIC 9(3).
             10 OV-LAST     PIC X(8).
             10 OV-OVERDUE  PIC 9(5).
             10 OV-PENDING  PIC X(8).
       01 OVERDUE-CAPACITY PIC 9(4) VALUE 9999.
       01 O PIC 9(5).
       01 J PIC 9(5).
       01 SWAP-OVERDUE PIC X(35).

      *> Articulos y vencidos por clase (1 = A, 2 = B, 3 = C).
       01 CLASS-TOTALS.
          05 CLASS-TOTAL OCCURS 3 TIMES.
             10 CL-ITEMS   PIC 9(5).
             10 CL-OVERDUE PIC 9(5).
       01 CLASS-LETTERS PIC X(3) VALUE "ABC".
       01 OVERDUE-TOTAL PIC 9(5) VALUE 0.
       01 COMPLIANCE-PCT PIC 9(3)V9.
       01 EDITED-PCT     PIC ZZ9.9.
       01 EDITED-OVERDUE PIC ZZZZ9.
       01 EDITED-LAST    PIC X(8).
       01 EDITED-ATRASO  PIC X(5).

       COPY runparmw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 FRUTAS-FILE-NAME            PIC X(40) VALUE "FRUTASDAT".
          05 LOCATION-FILE-NAME          PIC X(40) VALUE "FRUTLOC".
          05 COUNT-DATES-FILE-NAME       PIC X(40) VALUE "CNTDATES".
          05 COMPLIANCE-REPORT-FILE-NAME PIC X(40) VALUE "CNTCOMP".
          05 OPS-ALERT-FILE-NAME         PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       PERFORM GET-AS-OF-DATE.
       PERFORM LOAD-COUNT-PARMS.
       PERFORM LOAD-LOCATION-TABLE.
       PERFORM LOAD-COUNT-DATES.
       IF DATE-TABLE-OVERFLOW
           DISPLAY "ERROR: CNTDATES supera " DATE-TABLE-CAPACITY
               " renglones; el cumplimiento no seria confiable."
           MOVE 16 TO RETURN-CODE
           MOVE "CNTDATES-LLENO" TO ALERT-REASON
           MOVE DATE-TABLE-CAPACITY TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           GOBACK
       END-IF.
       INITIALIZE CLASS-TOTALS.
       PERFORM SCAN-MASTER.
       PERFORM SORT-OVERDUE.
       PERFORM WRITE-COMPLIANCE-REPORT.

       DISPLAY "Cumplimiento de conteo al " AS-OF-DATE ": "
           OVERDUE-TOTAL " articulo(s) vencido(s). Reporte en CNTCOMP.".
       IF OVERDUE-TOTAL > 0
           MOVE 8 TO RETURN-CODE
           MOVE "CONTEO-VENCIDO" TO ALERT-REASON
           MOVE OVERDUE-TOTAL TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       GET-AS-OF-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT DATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO DATE-PARM
           END-ACCEPT.
           IF DATE-PARM NOT = SPACES
                   AND FUNCTION TRIM(DATE-PARM) IS NUMERIC
               MOVE DATE-PARM(1:8) TO AS-OF-DATE
           ELSE
               MOVE BUSINESS-DATE TO AS-OF-DATE
           END-IF.
           COMPUTE AS-OF-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(AS-OF-DATE)).

       LOAD-COUNT-PARMS.
           PERFORM LOAD-RUN-PARMS.
           MOVE "FREC-CONTEO-A" TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
               COMPUTE FREQ-A = FUNCTION NUMVAL(PARM-VALUE-FOUND)
           END-IF.
           MOVE "FREC-CONTEO-B" TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
               COMPUTE FREQ-B = FUNCTION NUMVAL(PARM-VALUE-FOUND)
           END-IF.
           MOVE "FREC-CONTEO-C" TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
               COMPUTE FREQ-C = FUNCTION NUMVAL(PARM-VALUE-FOUND)
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
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOCATION-FILE.

       LOAD-COUNT-DATES.
           OPEN INPUT COUNT-DATES-FILE.
           IF COUNT-DATES-OK
               PERFORM UNTIL COUNT-DATES-EOF
                   READ COUNT-DATES-FILE
                       AT END
                           SET COUNT-DATES-EOF TO TRUE
                       NOT AT END
                           IF DT-COUNT >= DATE-TABLE-CAPACITY
                               SET DATE-TABLE-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO DT-COUNT
                               MOVE COUNT-DATES-RECORD
                                   TO DT-ENTRY(DT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COUNT-DATES-FILE.

       SCAN-MASTER.
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
                           PERFORM CHECK-ONE-ITEM
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FRUTAS-FILE.

       CHECK-ONE-ITEM.
      *> Mismo universo que la programacion: un descontinuado sin
      *> existencia no se cuenta.
           IF FRUTA-STATUS = "D"
                   AND (FRUTA-QTY NOT NUMERIC OR FRUTA-QTY = ZEROS)
               EXIT PARAGRAPH
           END-IF.
           EVALUATE FRUTA-ABC
               WHEN "A"
                   MOVE "A" TO ITEM-CLASS
                   MOVE 1 TO CLASS-IDX
                   MOVE FREQ-A TO ITEM-FREQ
               WHEN "B"
                   MOVE "B" TO ITEM-CLASS
                   MOVE 2 TO CLASS-IDX
                   MOVE FREQ-B TO ITEM-FREQ
               WHEN OTHER
                   MOVE "C" TO ITEM-CLASS
                   MOVE 3 TO CLASS-IDX
                   MOVE FREQ-C TO ITEM-FREQ
           END-EVALUATE.
           ADD 1 TO CL-ITEMS(CLASS-IDX).
           MOVE 0 TO MAX-DAYS-SINCE.
           MOVE 0 TO LOCATIONS-SEEN.
           MOVE HIGH-VALUES TO OLDEST-COUNTED.
           MOVE "N" TO NEVER-COUNTED-SW.
           MOVE SPACES TO PENDING-SHEET.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOC-COUNT
               IF LC-ITEM(L) = FRUTA-NAME
                   MOVE LC-LOCATION(L) TO WORK-LOCATION
                   PERFORM CHECK-ONE-LOCATION
               END-IF
           END-PERFORM.
           IF LOCATIONS-SEEN = 0
               MOVE "TIENDA" TO WORK-LOCATION
               PERFORM CHECK-ONE-LOCATION
           END-IF.
           IF MAX-DAYS-SINCE <= ITEM-FREQ
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CL-OVERDUE(CLASS-IDX).
           ADD 1 TO OVERDUE-TOTAL.
           IF OV-COUNT >= OVERDUE-CAPACITY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OV-COUNT.
           MOVE FRUTA-NAME TO OV-ITEM(OV-COUNT).
           MOVE ITEM-CLASS TO OV-CLASS(OV-COUNT).
           MOVE ITEM-FREQ TO OV-FREQ(OV-COUNT).
           IF NEVER-COUNTED
               MOVE SPACES TO OV-LAST(OV-COUNT)
           ELSE
               MOVE OLDEST-COUNTED TO OV-LAST(OV-COUNT)
           END-IF.
           COMPUTE OV-OVERDUE(OV-COUNT) = MAX-DAYS-SINCE - ITEM-FREQ.
           MOVE PENDING-SHEET TO OV-PENDING(OV-COUNT).

       CHECK-ONE-LOCATION.
      *> Una ubicacion sin renglon en CNTDATES nunca fue contada.
           ADD 1 TO LOCATIONS-SEEN.
           MOVE 99999 TO DAYS-SINCE.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > DT-COUNT
               IF DT-ITEM(D) = FRUTA-NAME
                       AND DT-LOCATION(D) = WORK-LOCATION
                   PERFORM AGE-DATE-ROW
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF DAYS-SINCE = 99999
               SET NEVER-COUNTED TO TRUE
           END-IF.
           IF DAYS-SINCE > MAX-DAYS-SINCE
               MOVE DAYS-SINCE TO MAX-DAYS-SINCE
           END-IF.

       AGE-DATE-ROW.
           IF DT-LAST-COUNTED(D) IS NUMERIC
               COMPUTE COUNTED-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(DT-LAST-COUNTED(D)))
               IF COUNTED-DAY-NUM > AS-OF-DAY-NUM
                   MOVE 0 TO DAYS-SINCE
               ELSE
                   COMPUTE DAYS-SINCE = AS-OF-DAY-NUM - COUNTED-DAY-NUM
               END-IF
               IF DT-LAST-COUNTED(D) < OLDEST-COUNTED
                   MOVE DT-LAST-COUNTED(D) TO OLDEST-COUNTED
               END-IF
           END-IF.
           IF DT-LAST-SCHEDULED(D) NOT = SPACES
                   AND DT-LAST-SCHEDULED(D) > DT-LAST-COUNTED(D)
               MOVE DT-LAST-SCHEDULED(D) TO PENDING-SHEET
           END-IF.

       SORT-OVERDUE.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O >= OV-COUNT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > OV-COUNT - O
                   IF OV-OVERDUE(J) < OV-OVERDUE(J + 1)
                       MOVE OV-ENTRY(J) TO SWAP-OVERDUE
                       MOVE OV-ENTRY(J + 1) TO OV-ENTRY(J)
                       MOVE SWAP-OVERDUE TO OV-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-COMPLIANCE-REPORT.
           OPEN OUTPUT COMPLIANCE-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUMPLIMIENTO DEL CONTEO CICLICO AL " AS-OF-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Frecuencia (dias): A " FREQ-A "  B " FREQ-B
               "  C " FREQ-C
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ARTICULO   CLASE FREC ULT.CONTEO  ATRASO  PLANILLA"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF OV-COUNT = 0
               MOVE "Sin articulos vencidos de conteo." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > OV-COUNT
      *>       Nunca contado: no hay atraso que medir, va primero.
               IF OV-LAST(O) = SPACES
                   MOVE "NUNCA" TO EDITED-LAST
                   MOVE "    -" TO EDITED-ATRASO
               ELSE
                   MOVE OV-LAST(O) TO EDITED-LAST
                   MOVE OV-OVERDUE(O) TO EDITED-OVERDUE
                   MOVE EDITED-OVERDUE TO EDITED-ATRASO
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING OV-ITEM(O) " " OV-CLASS(O) "     "
                   OV-FREQ(O) "  " EDITED-LAST "    "
                   EDITED-ATRASO "   " OV-PENDING(O)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.
           IF OVERDUE-TOTAL > OV-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "... y " OVERDUE-TOTAL
                   " vencidos en total (se listan " OV-COUNT ")."
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CLASE  ARTICULOS  VENCIDOS  AL DIA %" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > 3
               IF CL-ITEMS(CLASS-IDX) = 0
                   MOVE 100 TO COMPLIANCE-PCT
               ELSE
                   COMPUTE COMPLIANCE-PCT ROUNDED =
                       (CL-ITEMS(CLASS-IDX) - CL-OVERDUE(CLASS-IDX))
                       * 100 / CL-ITEMS(CLASS-IDX)
               END-IF
               MOVE COMPLIANCE-PCT TO EDITED-PCT
               MOVE SPACES TO REPORT-LINE
               STRING "  " CLASS-LETTERS(CLASS-IDX:1) "        "
                   CL-ITEMS(CLASS-IDX) "     " CL-OVERDUE(CLASS-IDX)
                   "     " EDITED-PCT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.
           CLOSE COMPLIANCE-REPORT-FILE.
           MOVE COMPLIANCE-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "COUNT-COMPLIANCE-REPORT" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe, igual que
      *> HISTLOG).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "COUNT-COMPLIANCE-REPORT" TO ALERT-PROGRAM.
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
