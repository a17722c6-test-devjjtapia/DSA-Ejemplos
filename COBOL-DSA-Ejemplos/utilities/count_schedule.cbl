       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-COUNT-SCHEDULE.

      *> Programacion del conteo ciclico por clase ABC. ABC-CLASSIFY
      *> sugiere una frecuencia por clase y PHYSICAL-COUNT-RECON
      *> concilia lo que llegue en CNTFILE, pero en el medio alguien
      *> elegia de memoria que contar. Cada dia habil (segun CALENDAR)
      *> este programa toma de CNTDATES (ver cntdrec.cpy) la fecha del
      *> ultimo conteo de cada articulo en cada ubicacion de FRUTLOC
      *> ("TIENDA" para los articulos sin detalle) y elige los
      *> articulos vencidos segun la frecuencia de su clase en
      *> RUNPARMS (FREC-CONTEO-A/-B/-C en dias, defecto 30/90/365,
      *> las mismas MENSUAL/TRIMESTRAL/ANUAL que sugiere ABCRPT; sin
      *> clase cuenta como C). Con CONTEOS-POR-DIA distinto de cero
      *> se toman a lo sumo esos articulos, los de clase A y los mas
      *> atrasados primero. Un articulo se cuenta en todas sus
      *> ubicaciones el mismo dia, para que la suma cierre contra el
      *> total del maestro.
      *>   - CNTSHEET: planillas de conteo ciego (sin la existencia
      *>     del sistema) agrupadas por ubicacion;
      *>   - CNTSKEL: esqueleto en el formato de CNTFILE, un renglon
      *>     por articulo y ubicacion con la cantidad en blanco; se
      *>     completa y se entrega como CNTFILE.
      *> La emision queda sellada en CNTDATES: un articulo con una
      *> planilla emitida y todavia sin conciliar no se vuelve a
      *> programar (rehacer la corrida el mismo dia la reimprime).
      *>
      *> Parametro: argv(1) = fecha de la programacion (AAAAMMDD);
      *> sin parametro, hoy, y solo si CALENDAR no lo marca como no
      *> habil. La fecha explicita siempre manda.

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
      *> Calendario comercial (ver calrec.cpy), solo para decidir si
      *> hoy se programa conteo.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN USING CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT COUNT-SHEET-FILE ASSIGN USING COUNT-SHEET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-SHEET-STATUS.
           SELECT COUNT-SKELETON-FILE
               ASSIGN USING COUNT-SKELETON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-SKELETON-STATUS.
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

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY calrec.

       FD  COUNT-SHEET-FILE.
       01  REPORT-LINE PIC X(100).

      *> Mismo registro que lee PHYSICAL-COUNT-RECON en CNTFILE.
       FD  COUNT-SKELETON-FILE.
       01  COUNT-SKELETON-RECORD.
           05 SK-ITEM     PIC X(10).
           05 SK-QTY      PIC X(5).
           05 SK-DATE     PIC X(8).
           05 SK-LOCATION PIC X(8).

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
       01 CALENDAR-FILE-STATUS PIC XX VALUE "00".
           88 CALENDAR-FILE-OK  VALUE "00".
           88 CALENDAR-FILE-EOF VALUE "10".
       01 COUNT-SHEET-STATUS PIC XX VALUE "00".
           88 COUNT-SHEET-OK VALUE "00".
       01 COUNT-SKELETON-STATUS PIC XX VALUE "00".
           88 COUNT-SKELETON-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

       01 DATE-PARM PIC X(10).
       01 RUN-DATE  PIC X(8).
       01 RUN-DAY-NUM PIC 9(7).
       01 EXPLICIT-DATE-SW PIC X VALUE "N".
           88 EXPLICIT-DATE VALUE "Y".
       01 CALENDAR-PRESENT-SW PIC X VALUE "N".
           88 CALENDAR-PRESENT VALUE "Y".
       01 NON-BUSINESS-DAY-SW PIC X VALUE "N".
           88 NON-BUSINESS-DAY VALUE "Y".

      *> Frecuencias por clase (dias) y tope diario de articulos.
       01 FREQ-A PIC 9(3) VALUE 30.
       01 FREQ-B PIC 9(3) VALUE 90.
       01 FREQ-C PIC 9(3) VALUE 365.
       01 DAILY-LIMIT PIC 9(4) VALUE 0.
       01 ITEM-FREQ PIC 9(3).
       01 ITEM-CLASS PIC X(1).

      *> Existencia por ubicacion de FRUTLOC.
       01 LOC-TABLE.
          05 LOC-COUNT PIC 9(3) VALUE 0.
          05 LOC-ENTRY OCCURS 300 TIMES.
             10 LC-ITEM     PIC X(10).
             10 LC-LOCATION PIC X(8).
       01 LOC-TABLE-CAPACITY PIC 9(3) VALUE 300.
       01 L PIC 9(3).

      *> CNTDATES en memoria; se regraba si cambio.
       01 COUNT-DATE-TABLE.
          05 DT-COUNT PIC 9(3) VALUE 0.
          05 DT-ENTRY OCCURS 500 TIMES.
             10 DT-ITEM           PIC X(10).
             10 DT-LOCATION       PIC X(8).
             10 DT-LAST-COUNTED   PIC X(8).
             10 DT-LAST-SCHEDULED PIC X(8).
       01 DATE-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 D PIC 9(3).
       01 DT-IDX PIC 9(3).
       01 DATE-OVERFLOW-SW PIC X VALUE "N".
           88 DATE-TABLE-OVERFLOW VALUE "Y".
       01 DATES-CHANGED-SW PIC X VALUE "N".
           88 DATES-CHANGED VALUE "Y".

      *> Ubicaciones del articulo en proceso.
       01 ITEM-LOC-TABLE.
          05 IL-COUNT PIC 9(2) VALUE 0.
          05 IL-DT-IDX OCCURS 20 TIMES PIC 9(3).
       01 IL PIC 9(2).
       01 WORK-ITEM     PIC X(10).
       01 WORK-LOCATION PIC X(8).
       01 DAYS-SINCE   PIC 9(5).
       01 MAX-DAYS-SINCE PIC 9(5).
       01 COUNTED-DAY-NUM PIC 9(7).
       01 ITEM-PENDING-SW PIC X VALUE "N".
           88 ITEM-PENDING VALUE "Y".

      *> Articulos vencidos, candidatos a la planilla del dia.
       01 CANDIDATE-TABLE.
          05 CC-COUNT PIC 9(4) VALUE 0.
          05 CC-ENTRY OCCURS 9999 TIMES.
             10 CC-ITEM     PIC X(10).
             10 CC-CLASS    PIC X(1).
             10 CC-OVERDUE  PIC 9(5).
             10 CC-SELECTED PIC X(1).
       01 CANDIDATE-CAPACITY PIC 9(4) VALUE 9999.
       01 C PIC 9(5).
       01 J PIC 9(5).
       01 SWAP-CANDIDATE PIC X(17).

      *> Renglones de planilla (articulo x ubicacion), por ubicacion.
       01 SHEET-TABLE.
          05 SH-COUNT PIC 9(3) VALUE 0.
          05 SH-ENTRY OCCURS 600 TIMES.
             10 SH-LOCATION PIC X(8).
             10 SH-ITEM     PIC X(10).
             10 SH-CLASS    PIC X(1).
       01 SHEET-CAPACITY PIC 9(3) VALUE 600.
       01 S PIC 9(3).
       01 SWAP-SHEET PIC X(19).
       01 PREVIOUS-LOCATION PIC X(8).
       01 LOCATION-LINES PIC 9(3).

       01 ITEMS-SEEN     PIC 9(3) VALUE 0.
       01 DUE-COUNT      PIC 9(3) VALUE 0.
       01 PENDING-COUNT  PIC 9(3) VALUE 0.
       01 SELECTED-COUNT PIC 9(4) VALUE 0.
       01 DEFERRED-COUNT PIC 9(4) VALUE 0.

       COPY runparmw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 FRUTAS-FILE-NAME         PIC X(40) VALUE "FRUTASDAT".
          05 LOCATION-FILE-NAME       PIC X(40) VALUE "FRUTLOC".
          05 COUNT-DATES-FILE-NAME    PIC X(40) VALUE "CNTDATES".
          05 CALENDAR-FILE-NAME       PIC X(40) VALUE "CALENDAR".
          05 COUNT-SHEET-FILE-NAME    PIC X(40) VALUE "CNTSHEET".
          05 COUNT-SKELETON-FILE-NAME PIC X(40) VALUE "CNTSKEL".
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
       PERFORM GET-RUN-DATE.
       IF NOT EXPLICIT-DATE
           PERFORM CHECK-BUSINESS-DAY
           IF NON-BUSINESS-DAY
               DISPLAY "Hoy no es dia habil segun CALENDAR; no se "
                   "programa conteo ciclico."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
       END-IF.
       PERFORM LOAD-COUNT-PARMS.

       PERFORM LOAD-LOCATION-TABLE.
       PERFORM LOAD-COUNT-DATES.
       PERFORM SELECT-DUE-ITEMS.
      *> Regrabar CNTDATES desde una tabla que no lo cargo entero
      *> perderia fechas: se aborta sin emitir ni sellar nada.
       IF DATE-TABLE-OVERFLOW
           DISPLAY "ERROR: CNTDATES supera " DATE-TABLE-CAPACITY
               " renglones; no se programa el conteo."
           MOVE 16 TO RETURN-CODE
           MOVE "CNTDATES-LLENO" TO ALERT-REASON
           MOVE DATE-TABLE-CAPACITY TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           GOBACK
       END-IF.

       PERFORM RANK-CANDIDATES.
       PERFORM BUILD-SHEET-LINES.
       PERFORM SORT-SHEET-LINES.
       PERFORM WRITE-COUNT-SHEETS.
       PERFORM WRITE-COUNT-SKELETON.
       IF DATES-CHANGED
           PERFORM SAVE-COUNT-DATES
       END-IF.

       DISPLAY "Conteo ciclico " RUN-DATE ": " SELECTED-COUNT
           " articulo(s) en " SH-COUNT " renglon(es) de CNTSHEET/"
           "CNTSKEL; vencidos " DUE-COUNT ", diferidos por el tope "
           DEFERRED-COUNT ", con planilla pendiente " PENDING-COUNT
           ".".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       GET-RUN-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT DATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO DATE-PARM
           END-ACCEPT.
           IF DATE-PARM NOT = SPACES
                   AND FUNCTION TRIM(DATE-PARM) IS NUMERIC
               MOVE DATE-PARM(1:8) TO RUN-DATE
               SET EXPLICIT-DATE TO TRUE
           ELSE
               MOVE BUSINESS-DATE TO RUN-DATE
           END-IF.
           COMPUTE RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RUN-DATE)).

       CHECK-BUSINESS-DAY.
      *> Sin CALENDAR, o con la fecha fuera de el, se programa igual.
           MOVE "N" TO NON-BUSINESS-DAY-SW.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-OK
               SET CALENDAR-PRESENT TO TRUE
               PERFORM UNTIL CALENDAR-FILE-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET CALENDAR-FILE-EOF TO TRUE
                       NOT AT END
                           IF CA-DATE = RUN-DATE
                                   AND CA-BUSINESS-DAY = "N"
                               SET NON-BUSINESS-DAY TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CALENDAR-FILE.

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
           MOVE "CONTEOS-POR-DIA" TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
               COMPUTE DAILY-LIMIT = FUNCTION NUMVAL(PARM-VALUE-FOUND)
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

       SELECT-DUE-ITEMS.
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
           ELSE
               DISPLAY "FRUTASDAT vacio o ausente; no hay que contar."
           END-IF.
           CLOSE FRUTAS-FILE.

       CHECK-ONE-ITEM.
      *> Un descontinuado sin existencia ya no tiene nada que contar.
           IF FRUTA-STATUS = "D"
                   AND (FRUTA-QTY NOT NUMERIC OR FRUTA-QTY = ZEROS)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ITEMS-SEEN.
           EVALUATE FRUTA-ABC
               WHEN "A"
                   MOVE "A" TO ITEM-CLASS
                   MOVE FREQ-A TO ITEM-FREQ
               WHEN "B"
                   MOVE "B" TO ITEM-CLASS
                   MOVE FREQ-B TO ITEM-FREQ
               WHEN OTHER
                   MOVE "C" TO ITEM-CLASS
                   MOVE FREQ-C TO ITEM-FREQ
           END-EVALUATE.
           MOVE FRUTA-NAME TO WORK-ITEM.
           PERFORM GATHER-ITEM-LOCATIONS.
           IF DATE-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
      *> El articulo vence cuando vence cualquiera de sus ubicaciones;
      *> nunca contado = 99999 dias.
           MOVE 0 TO MAX-DAYS-SINCE.
           MOVE "N" TO ITEM-PENDING-SW.
           PERFORM VARYING IL FROM 1 BY 1 UNTIL IL > IL-COUNT
               MOVE IL-DT-IDX(IL) TO D
               IF DT-LAST-COUNTED(D) IS NUMERIC
                   COMPUTE COUNTED-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(DT-LAST-COUNTED(D)))
                   IF COUNTED-DAY-NUM > RUN-DAY-NUM
                       MOVE 0 TO DAYS-SINCE
                   ELSE
                       COMPUTE DAYS-SINCE =
                           RUN-DAY-NUM - COUNTED-DAY-NUM
                   END-IF
               ELSE
                   MOVE 99999 TO DAYS-SINCE
               END-IF
               IF DAYS-SINCE > MAX-DAYS-SINCE
                   MOVE DAYS-SINCE TO MAX-DAYS-SINCE
               END-IF
               IF DT-LAST-SCHEDULED(D) NOT = SPACES
                       AND DT-LAST-SCHEDULED(D) > DT-LAST-COUNTED(D)
                       AND DT-LAST-SCHEDULED(D) < RUN-DATE
                   SET ITEM-PENDING TO TRUE
               END-IF
           END-PERFORM.
           IF MAX-DAYS-SINCE < ITEM-FREQ
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DUE-COUNT.
           IF ITEM-PENDING
               ADD 1 TO PENDING-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF CC-COUNT >= CANDIDATE-CAPACITY
               ADD 1 TO DEFERRED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CC-COUNT.
           MOVE FRUTA-NAME TO CC-ITEM(CC-COUNT).
           MOVE ITEM-CLASS TO CC-CLASS(CC-COUNT).
           COMPUTE CC-OVERDUE(CC-COUNT) = MAX-DAYS-SINCE - ITEM-FREQ.
           MOVE "N" TO CC-SELECTED(CC-COUNT).

       GATHER-ITEM-LOCATIONS.
      *> Las ubicaciones con existencia en FRUTLOC; sin detalle, todo
      *> el articulo esta en el local.
           MOVE 0 TO IL-COUNT.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOC-COUNT
               IF LC-ITEM(L) = WORK-ITEM AND IL-COUNT < 20
                   MOVE LC-LOCATION(L) TO WORK-LOCATION
                   PERFORM FIND-OR-ADD-DATE-ROW
                   IF DATE-TABLE-OVERFLOW
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO IL-COUNT
                   MOVE DT-IDX TO IL-DT-IDX(IL-COUNT)
               END-IF
           END-PERFORM.
           IF IL-COUNT = 0
               MOVE "TIENDA" TO WORK-LOCATION
               PERFORM FIND-OR-ADD-DATE-ROW
               IF DATE-TABLE-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO IL-COUNT
               MOVE DT-IDX TO IL-DT-IDX(1)
           END-IF.

       FIND-OR-ADD-DATE-ROW.
           MOVE 0 TO DT-IDX.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > DT-COUNT
               IF DT-ITEM(D) = WORK-ITEM
                       AND DT-LOCATION(D) = WORK-LOCATION
                   MOVE D TO DT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF DT-IDX > 0
               EXIT PARAGRAPH
           END-IF.
           IF DT-COUNT >= DATE-TABLE-CAPACITY
               SET DATE-TABLE-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DT-COUNT.
           MOVE DT-COUNT TO DT-IDX.
           MOVE WORK-ITEM TO DT-ITEM(DT-IDX).
           MOVE WORK-LOCATION TO DT-LOCATION(DT-IDX).
           MOVE SPACES TO DT-LAST-COUNTED(DT-IDX).
           MOVE SPACES TO DT-LAST-SCHEDULED(DT-IDX).
           SET DATES-CHANGED TO TRUE.

       RANK-CANDIDATES.
      *> Burbuja: clase A primero, y dentro de la clase el mas
      *> atrasado; el tope diario corta desde arriba.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C >= CC-COUNT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > CC-COUNT - C
                   IF CC-CLASS(J) > CC-CLASS(J + 1)
                           OR (CC-CLASS(J) = CC-CLASS(J + 1)
                           AND CC-OVERDUE(J) < CC-OVERDUE(J + 1))
                       MOVE CC-ENTRY(J) TO SWAP-CANDIDATE
                       MOVE CC-ENTRY(J + 1) TO CC-ENTRY(J)
                       MOVE SWAP-CANDIDATE TO CC-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CC-COUNT
               IF DAILY-LIMIT = 0 OR SELECTED-COUNT < DAILY-LIMIT
                   MOVE "S" TO CC-SELECTED(C)
                   ADD 1 TO SELECTED-COUNT
               ELSE
                   ADD 1 TO DEFERRED-COUNT
               END-IF
           END-PERFORM.

       BUILD-SHEET-LINES.
      *> Un renglon por ubicacion del articulo elegido (las mismas que
      *> se miraron al decidir el vencimiento); la emision se sella en
      *> cada renglon de CNTDATES.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CC-COUNT
               IF CC-SELECTED(C) = "S"
                   MOVE CC-ITEM(C) TO WORK-ITEM
                   PERFORM GATHER-ITEM-LOCATIONS
                   PERFORM VARYING IL FROM 1 BY 1 UNTIL IL > IL-COUNT
                           OR SH-COUNT >= SHEET-CAPACITY
                       PERFORM ADD-SHEET-LINE
                   END-PERFORM
               END-IF
           END-PERFORM.

       ADD-SHEET-LINE.
           MOVE IL-DT-IDX(IL) TO D.
           ADD 1 TO SH-COUNT.
           MOVE DT-LOCATION(D) TO SH-LOCATION(SH-COUNT).
           MOVE CC-ITEM(C) TO SH-ITEM(SH-COUNT).
           MOVE CC-CLASS(C) TO SH-CLASS(SH-COUNT).
           IF DT-LAST-SCHEDULED(D) NOT = RUN-DATE
               MOVE RUN-DATE TO DT-LAST-SCHEDULED(D)
               SET DATES-CHANGED TO TRUE
           END-IF.

       SORT-SHEET-LINES.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S >= SH-COUNT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > SH-COUNT - S
                   IF SH-LOCATION(J) > SH-LOCATION(J + 1)
                           OR (SH-LOCATION(J) = SH-LOCATION(J + 1)
                           AND SH-ITEM(J) > SH-ITEM(J + 1))
                       MOVE SH-ENTRY(J) TO SWAP-SHEET
                       MOVE SH-ENTRY(J + 1) TO SH-ENTRY(J)
                       MOVE SWAP-SHEET TO SH-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-COUNT-SHEETS.
      *> Conteo ciego: la planilla no muestra la existencia del
      *> sistema, asi el que cuenta no "confirma" el numero.
           OPEN OUTPUT COUNT-SHEET-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PLANILLAS DE CONTEO CICLICO - " RUN-DATE
               "  (CONTEO CIEGO)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF SH-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Nada vence hoy; no hay planillas."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO PREVIOUS-LOCATION.
           MOVE 0 TO LOCATION-LINES.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SH-COUNT
               IF SH-LOCATION(S) NOT = PREVIOUS-LOCATION
                   IF S > 1
                       PERFORM WRITE-SHEET-FOOTER
                   END-IF
                   PERFORM WRITE-SHEET-HEADER
                   MOVE SH-LOCATION(S) TO PREVIOUS-LOCATION
                   MOVE 0 TO LOCATION-LINES
               END-IF
               ADD 1 TO LOCATION-LINES
               MOVE SPACES TO REPORT-LINE
               STRING SH-ITEM(S) "    " SH-CLASS(S)
                   "      ____________"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.
           IF SH-COUNT > 0
               PERFORM WRITE-SHEET-FOOTER
           END-IF.
           CLOSE COUNT-SHEET-FILE.
           MOVE COUNT-SHEET-FILE-NAME TO RA-FILE-NAME.
           MOVE "CYCLE-COUNT-SCHEDULE" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-SHEET-HEADER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "UBICACION: " SH-LOCATION(S)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE "ARTICULO    CLASE  CANTIDAD CONTADA" TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-SHEET-FOOTER.
           MOVE SPACES TO REPORT-LINE.
           STRING "Renglones: " LOCATION-LINES
               "   Contado por: ______________  Fecha: ________"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-COUNT-SKELETON.
           OPEN OUTPUT COUNT-SKELETON-FILE.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SH-COUNT
               MOVE SH-ITEM(S) TO SK-ITEM
               MOVE SPACES TO SK-QTY
               MOVE RUN-DATE TO SK-DATE
               MOVE SH-LOCATION(S) TO SK-LOCATION
               WRITE COUNT-SKELETON-RECORD
           END-PERFORM.
           CLOSE COUNT-SKELETON-FILE.

       SAVE-COUNT-DATES.
           OPEN OUTPUT COUNT-DATES-FILE.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > DT-COUNT
               MOVE DT-ENTRY(D) TO COUNT-DATES-RECORD
               WRITE COUNT-DATES-RECORD
           END-PERFORM.
           CLOSE COUNT-DATES-FILE.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe, igual que
      *> HISTLOG).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "CYCLE-COUNT-SCHEDULE" TO ALERT-PROGRAM.
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
