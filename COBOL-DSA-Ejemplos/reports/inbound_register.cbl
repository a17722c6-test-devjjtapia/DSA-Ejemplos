       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-REGISTER.

      *> Registro diario de archivos entrantes: que llego de afuera y
      *> que no. Los cargadores (CSV-MOVEMENT-LOADER,
      *> INBOUND-ITEM-TRANSLATE, PO-RECEIVING, PHYSICAL-COUNT-RECON,
      *> PARTNER-ACK-MATCH) anotan cada archivo que encuentran en
      *> INBREG (ver inbs.cpy); este reporte lista las llegadas del
      *> dia y cruza el cronograma INBSCHED -- por fuente, los dias de
      *> la semana en que se espera, si solo en dias habiles del
      *> CALENDAR y la hora de corte -- contra lo que llego. Una fuente
      *> esperada sin llegada pasada su hora de corte es un FALTANTE:
      *> alerta ARCHIVO-FALTANTE de severidad alta en OPSALERT (una
      *> sola por fuente y dia, aunque el reporte corra cada hora) y
      *> RC 8. Antes del corte figura PENDIENTE. Un archivo que deja
      *> de llegar se descubria semanas despues; ahora, a la hora de
      *> corte del mismo dia.
      *>
      *> Dia del registro: primer argumento AAAAMMDD; sin argumento,
      *> hoy. Reporte en INBRPT.
      *>
      *> argv(1) = ANULAR, argv(2) = fuente, argv(3) = numero de
      *> llegada y argv(4) = legajo anulan una llegada aceptada para
      *> que el mismo archivo se pueda volver a procesar (el cargador
      *> se cayo a mitad de camino, se corrigio el maestro...). La
      *> anulacion queda en INBREG con el legajo; sin legajo no se
      *> anula.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Mismo registro que escriben los cargadores (ver inbs.cpy).
           SELECT OPTIONAL INBOUND-REGISTRY-FILE
               ASSIGN USING INBOUND-REGISTRY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INBOUND-REGISTRY-STATUS.
           SELECT OPTIONAL SCHEDULE-FILE ASSIGN USING SCHEDULE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN USING CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
      *> Reporte imprimible, se reescribe completo en cada corrida.
           SELECT INBOUND-REPORT-FILE
               ASSIGN USING INBOUND-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INBOUND-REPORT-STATUS.
      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-REGISTRY-FILE.
       01  INBOUND-REGISTRY-RECORD.
           COPY inbrec.

      *> Cronograma de llegadas: un renglon por fuente esperada.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05 IS-SOURCE        PIC X(8).
           05 IS-DAYS          PIC X(7).
      *>      Una marca por dia, de lunes a domingo: "S" se espera ese
      *>      dia, "N" no (SSSSSNN = de lunes a viernes).
           05 IS-BUSINESS-ONLY PIC X(1).
      *>      "S" = solo en dias habiles del CALENDAR (un feriado no
      *>      trae archivo aunque caiga en dia marcado).
           05 IS-CUTOFF        PIC 9(4).
      *>      Hora de corte HHMM: pasada sin llegada, es un faltante.
           05 IS-PROGRAM       PIC X(24).
      *>      Cargador que lo procesa, para el reporte.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY calrec.

       FD  INBOUND-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       WORKING-STORAGE SECTION.
       01 INBOUND-REGISTRY-STATUS PIC XX VALUE "00".
           88 INBOUND-REGISTRY-OK  VALUE "00".
           88 INBOUND-REGISTRY-EOF VALUE "10".
       01 SCHEDULE-FILE-STATUS PIC XX VALUE "00".
           88 SCHEDULE-FILE-OK  VALUE "00".
           88 SCHEDULE-FILE-EOF VALUE "10".
       01 CALENDAR-FILE-STATUS PIC XX VALUE "00".
           88 CALENDAR-FILE-OK  VALUE "00".
           88 CALENDAR-FILE-EOF VALUE "10".
       01 INBOUND-REPORT-STATUS PIC XX VALUE "00".
           88 INBOUND-REPORT-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK  VALUE "00".
           88 OPS-ALERT-EOF VALUE "10".
       01 ALERT-TIME-STAMP PIC 9(8).

       01 MODE-PARM     PIC X(10) VALUE SPACES.
       01 SOURCE-PARM   PIC X(8)  VALUE SPACES.
       01 SEQUENCE-PARM PIC X(6)  VALUE SPACES.
       01 OPERATOR-PARM PIC X(8)  VALUE SPACES.
       01 VOID-SEQUENCE PIC 9(6).

       01 TARGET-DATE PIC X(8).
       01 TODAY-DATE  PIC X(8).
       01 NOW-TIME    PIC 9(8).
       01 NOW-HHMM    PIC 9(4).
       01 DOW PIC 9(1).
       01 DOW-LABELS PIC X(21) VALUE "LUNMARMIEJUEVIESABDOM".
       01 DOW-LABEL-TABLE REDEFINES DOW-LABELS.
          05 DOW-LABEL OCCURS 7 TIMES PIC X(3).

      *> Lo que dice el CALENDAR del dia; sin calendario (o sin el
      *> dia cargado) se toma como habil y rige solo IS-DAYS.
       01 BUSINESS-DAY-SW PIC X(1) VALUE "S".
           88 BUSINESS-DAY VALUE "S".
       01 HOLIDAY-NAME PIC X(20) VALUE SPACES.

      *> Cronograma cargado y lo que llego de cada fuente en el dia.
       01 SCHEDULE-TABLE.
          05 SC-COUNT PIC 9(2) VALUE 0.
          05 SC-ENTRY OCCURS 50 TIMES.
             10 SC-SOURCE        PIC X(8).
             10 SC-DAYS          PIC X(7).
             10 SC-BUSINESS-ONLY PIC X(1).
             10 SC-CUTOFF        PIC 9(4).
             10 SC-PROGRAM       PIC X(24).
             10 SC-ACCEPTED      PIC 9(3).
             10 SC-REPEATED      PIC 9(3).
       01 SCHEDULE-CAPACITY PIC 9(2) VALUE 50.
       01 SC PIC 9(2).

       01 EXPECTED-SW PIC X(1).
           88 EXPECTED VALUE "S".
       01 SOURCE-STATUS PIC X(24).
       01 EDITED-CUTOFF PIC X(5).
       01 RESULT-TEXT PIC X(22).
       01 MISSING-VALUE PIC X(20).
       01 ALERT-FOUND-SW PIC X(1).
           88 ALERT-FOUND VALUE "S".
       01 VOID-TARGET-SW PIC X(1).
           88 VOID-TARGET-FOUND VALUE "S".
       01 ALREADY-VOIDED-SW PIC X(1).
           88 ALREADY-VOIDED VALUE "S".

       01 ARRIVAL-COUNT  PIC 9(4) VALUE 0.
       01 REPEATED-COUNT PIC 9(4) VALUE 0.
       01 RECEIVED-COUNT PIC 9(3) VALUE 0.
       01 MISSING-COUNT  PIC 9(3) VALUE 0.
       01 PENDING-COUNT  PIC 9(3) VALUE 0.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 INBOUND-REGISTRY-FILE-NAME PIC X(40) VALUE "INBREG".
          05 SCHEDULE-FILE-NAME         PIC X(40) VALUE "INBSCHED".
          05 CALENDAR-FILE-NAME         PIC X(40) VALUE "CALENDAR".
          05 INBOUND-REPORT-FILE-NAME   PIC X(40) VALUE "INBRPT".
          05 OPS-ALERT-FILE-NAME        PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-PARAMETERS.
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
       ACCEPT NOW-TIME FROM TIME.
       COMPUTE NOW-HHMM = NOW-TIME / 10000.

       IF FUNCTION UPPER-CASE(MODE-PARM) = "ANULAR"
           PERFORM VOID-ARRIVAL
           GOBACK
       END-IF.

       IF MODE-PARM = SPACES
           MOVE TODAY-DATE TO TARGET-DATE
       ELSE
           IF MODE-PARM(1:8) IS NUMERIC
                   AND MODE-PARM(9:2) = SPACES
                   AND FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(MODE-PARM(1:8))) = 0
               MOVE MODE-PARM(1:8) TO TARGET-DATE
           ELSE
               DISPLAY "ERROR: fecha invalida " MODE-PARM
                   "; se espera AAAAMMDD o ANULAR."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
       END-IF.
       COMPUTE DOW = FUNCTION MOD(FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(TARGET-DATE)) - 1, 7) + 1.

       PERFORM LOAD-CALENDAR-DAY.
       PERFORM LOAD-SCHEDULE.

       OPEN OUTPUT INBOUND-REPORT-FILE.
       MOVE SPACES TO REPORT-LINE.
       STRING "REGISTRO DE ARCHIVOS ENTRANTES - DIA " TARGET-DATE
           " (" DOW-LABEL(DOW) ")"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       IF NOT BUSINESS-DAY
           MOVE SPACES TO REPORT-LINE
           STRING "Dia no habil segun CALENDAR: " HOLIDAY-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.

       PERFORM LIST-ARRIVALS.
       PERFORM CHECK-SCHEDULE.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Llegadas: " ARRIVAL-COUNT
           "  repetidas: " REPEATED-COUNT
           "  fuentes recibidas: " RECEIVED-COUNT
           "  faltantes: " MISSING-COUNT
           "  pendientes: " PENDING-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE INBOUND-REPORT-FILE.
       MOVE INBOUND-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "INBOUND-REGISTER" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Registro de entrantes " TARGET-DATE ": "
           ARRIVAL-COUNT " llegada(s), " REPEATED-COUNT
           " repetida(s), " MISSING-COUNT " faltante(s), "
           PENDING-COUNT " pendiente(s). Reporte en INBRPT.".
       IF MISSING-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT MODE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO MODE-PARM
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT SOURCE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO SOURCE-PARM
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT SEQUENCE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO SEQUENCE-PARM
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT OPERATOR-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO OPERATOR-PARM
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(SOURCE-PARM) TO SOURCE-PARM.

       LOAD-CALENDAR-DAY.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-OK
               PERFORM UNTIL CALENDAR-FILE-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET CALENDAR-FILE-EOF TO TRUE
                       NOT AT END
                           IF CA-DATE = TARGET-DATE
                               MOVE CA-BUSINESS-DAY
                                   TO BUSINESS-DAY-SW
                               MOVE CA-HOLIDAY-NAME TO HOLIDAY-NAME
                               SET CALENDAR-FILE-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CALENDAR-FILE.

       LOAD-SCHEDULE.
           MOVE 0 TO SC-COUNT.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-FILE-OK
               PERFORM UNTIL SCHEDULE-FILE-EOF
                   READ SCHEDULE-FILE
                       AT END
                           SET SCHEDULE-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-SCHEDULE-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SCHEDULE-FILE.
           IF SC-COUNT = 0
               DISPLAY "Aviso: INBSCHED vacio o ausente; solo se "
                   "listan las llegadas."
           END-IF.

       LOAD-ONE-SCHEDULE-ROW.
           IF IS-SOURCE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF SC-COUNT >= SCHEDULE-CAPACITY
               DISPLAY "Aviso: INBSCHED supera " SCHEDULE-CAPACITY
                   " fuentes; " IS-SOURCE " no se controla."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SC-COUNT.
           MOVE IS-SOURCE TO SC-SOURCE(SC-COUNT).
           MOVE FUNCTION UPPER-CASE(IS-DAYS) TO SC-DAYS(SC-COUNT).
           MOVE IS-BUSINESS-ONLY TO SC-BUSINESS-ONLY(SC-COUNT).
      *>   Sin hora de corte valida, el fin del dia.
           IF IS-CUTOFF IS NUMERIC AND IS-CUTOFF < 2400
               MOVE IS-CUTOFF TO SC-CUTOFF(SC-COUNT)
           ELSE
               MOVE 2359 TO SC-CUTOFF(SC-COUNT)
           END-IF.
           MOVE IS-PROGRAM TO SC-PROGRAM(SC-COUNT).
           MOVE 0 TO SC-ACCEPTED(SC-COUNT).
           MOVE 0 TO SC-REPEATED(SC-COUNT).

       LIST-ARRIVALS.
           MOVE "LLEGADAS DEL DIA" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FUENTE   LLEG.  FECHA ARCH RENGL.     SELLO  HORA"
               "   PROGRAMA                 RESULTADO"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE INBOUND-REGISTRY-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO INBOUND-REGISTRY-FILE-NAME.
           OPEN INPUT INBOUND-REGISTRY-FILE.
           IF INBOUND-REGISTRY-OK
               PERFORM UNTIL INBOUND-REGISTRY-EOF
                   READ INBOUND-REGISTRY-FILE
                       AT END
                           SET INBOUND-REGISTRY-EOF TO TRUE
                       NOT AT END
                           IF IR-RECV-DATE = TARGET-DATE
                               PERFORM LIST-ONE-ARRIVAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE INBOUND-REGISTRY-FILE.
           IF ARRIVAL-COUNT = 0 AND REPEATED-COUNT = 0
               MOVE "  (ningun archivo registrado en el dia)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LIST-ONE-ARRIVAL.
           EVALUATE IR-RESULT
               WHEN "A"
                   ADD 1 TO ARRIVAL-COUNT
                   MOVE "ACEPTADO" TO RESULT-TEXT
               WHEN "D"
                   ADD 1 TO REPEATED-COUNT
                   MOVE "REPETIDO, NO PROCESADO" TO RESULT-TEXT
               WHEN "X"
                   MOVE SPACES TO RESULT-TEXT
                   STRING "ANULADA POR " IR-OPERATOR
                       DELIMITED BY SIZE INTO RESULT-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "RESULTADO ILEGIBLE" TO RESULT-TEXT
           END-EVALUATE.
           PERFORM VARYING SC FROM 1 BY 1 UNTIL SC > SC-COUNT
               IF SC-SOURCE(SC) = IR-SOURCE
                   EVALUATE IR-RESULT
                       WHEN "A"
                           ADD 1 TO SC-ACCEPTED(SC)
                       WHEN "D"
                           ADD 1 TO SC-REPEATED(SC)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING IR-SOURCE " " IR-SEQUENCE " " IR-FILE-DATE "   "
               IR-COUNT " " IR-CHECKSUM " " IR-RECV-TIME(1:2) ":"
               IR-RECV-TIME(3:2) "  " IR-PROGRAM " " RESULT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       CHECK-SCHEDULE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FUENTES ESPERADAS (INBSCHED)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FUENTE   CORTE  CARGADOR                 ESTADO"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING SC FROM 1 BY 1 UNTIL SC > SC-COUNT
               PERFORM CHECK-ONE-SOURCE
           END-PERFORM.

       CHECK-ONE-SOURCE.
           MOVE "N" TO EXPECTED-SW.
           IF SC-DAYS(SC)(DOW:1) = "S"
               IF BUSINESS-DAY OR SC-BUSINESS-ONLY(SC) NOT = "S"
                   SET EXPECTED TO TRUE
               END-IF
           END-IF.
           MOVE SPACES TO EDITED-CUTOFF.
           STRING SC-CUTOFF(SC)(1:2) ":" SC-CUTOFF(SC)(3:2)
               DELIMITED BY SIZE INTO EDITED-CUTOFF
           END-STRING.
           MOVE SPACES TO SOURCE-STATUS.
           EVALUATE TRUE
               WHEN SC-ACCEPTED(SC) > 0
                   ADD 1 TO RECEIVED-COUNT
                   MOVE "RECIBIDO" TO SOURCE-STATUS
               WHEN SC-REPEATED(SC) > 0 AND EXPECTED
      *>           Llego, pero solo la copia de un archivo anterior:
      *>           el del dia sigue faltando.
                   PERFORM SOURCE-OVERDUE
                   IF SOURCE-STATUS = "FALTANTE"
                       MOVE "FALTANTE (SOLO REPETIDO)" TO SOURCE-STATUS
                   END-IF
               WHEN NOT EXPECTED
                   MOVE "NO SE ESPERA ESTE DIA" TO SOURCE-STATUS
               WHEN OTHER
                   PERFORM SOURCE-OVERDUE
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING SC-SOURCE(SC) " " EDITED-CUTOFF "  " SC-PROGRAM(SC)
               " " SOURCE-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       SOURCE-OVERDUE.
      *> Un dia ya pasado, o hoy despues del corte, es faltante; hoy
      *> antes del corte (o un dia futuro) queda pendiente.
           IF TARGET-DATE < TODAY-DATE
                   OR (TARGET-DATE = TODAY-DATE
                       AND NOW-HHMM NOT < SC-CUTOFF(SC))
               ADD 1 TO MISSING-COUNT
               MOVE "FALTANTE" TO SOURCE-STATUS
               DISPLAY "FALTANTE: " FUNCTION TRIM(SC-SOURCE(SC))
                   " no llego el " TARGET-DATE " (corte "
                   EDITED-CUTOFF ")."
               PERFORM RAISE-MISSING-ALERT
           ELSE
               ADD 1 TO PENDING-COUNT
               MOVE "PENDIENTE" TO SOURCE-STATUS
           END-IF.

       RAISE-MISSING-ALERT.
      *> Una alerta por fuente y dia: el reporte puede correr varias
      *> veces despues del corte.
           MOVE SPACES TO MISSING-VALUE.
           STRING SC-SOURCE(SC) DELIMITED BY SPACE
               " " TARGET-DATE DELIMITED BY SIZE
               INTO MISSING-VALUE
           END-STRING.
           MOVE "N" TO ALERT-FOUND-SW.
           OPEN INPUT OPS-ALERT-FILE.
           IF OPS-ALERT-OK
               PERFORM UNTIL OPS-ALERT-EOF
                   READ OPS-ALERT-FILE
                       AT END
                           SET OPS-ALERT-EOF TO TRUE
                       NOT AT END
                           IF ALERT-PROGRAM = "INBOUND-REGISTER"
                                   AND ALERT-REASON = "ARCHIVO-FALTANTE"
                                   AND ALERT-VALUE = MISSING-VALUE
                               SET ALERT-FOUND TO TRUE
                               SET OPS-ALERT-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OPS-ALERT-FILE.
           IF NOT ALERT-FOUND
               MOVE "ARCHIVO-FALTANTE" TO ALERT-REASON
               MOVE MISSING-VALUE TO ALERT-VALUE
               PERFORM WRITE-OPS-ALERT
           END-IF.

       VOID-ARRIVAL.
      *> Anula la llegada aceptada SOURCE-PARM / SEQUENCE-PARM: el
      *> proximo archivo con ese contenido vuelve a procesarse.
           IF OPERATOR-PARM = SPACES
                   OR SOURCE-PARM = SPACES
                   OR FUNCTION TRIM(SEQUENCE-PARM) IS NOT NUMERIC
               DISPLAY "ERROR: uso INBOUND-REGISTER ANULAR <fuente> "
                   "<llegada> <legajo>; no se anulo nada."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE VOID-SEQUENCE = FUNCTION NUMVAL(SEQUENCE-PARM).
           MOVE "N" TO VOID-TARGET-SW.
           MOVE "N" TO ALREADY-VOIDED-SW.
           MOVE INBOUND-REGISTRY-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO INBOUND-REGISTRY-FILE-NAME.
           OPEN INPUT INBOUND-REGISTRY-FILE.
           IF INBOUND-REGISTRY-OK
               PERFORM UNTIL INBOUND-REGISTRY-EOF
                   READ INBOUND-REGISTRY-FILE
                       AT END
                           SET INBOUND-REGISTRY-EOF TO TRUE
                       NOT AT END
                           IF IR-SOURCE = SOURCE-PARM
                                   AND IR-SEQUENCE = VOID-SEQUENCE
                               EVALUATE IR-RESULT
                                   WHEN "A"
                                       SET VOID-TARGET-FOUND TO TRUE
                                   WHEN "X"
                                       SET ALREADY-VOIDED TO TRUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE INBOUND-REGISTRY-FILE.
           IF NOT VOID-TARGET-FOUND
               DISPLAY "ERROR: " FUNCTION TRIM(SOURCE-PARM)
                   " no tiene llegada aceptada " VOID-SEQUENCE
                   " en INBREG."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF ALREADY-VOIDED
               DISPLAY FUNCTION TRIM(SOURCE-PARM) " llegada "
                   VOID-SEQUENCE " ya estaba anulada; sin cambio."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE INBOUND-REGISTRY-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO INBOUND-REGISTRY-FILE-NAME.
           OPEN EXTEND INBOUND-REGISTRY-FILE.
           IF NOT INBOUND-REGISTRY-OK
               CLOSE INBOUND-REGISTRY-FILE
               OPEN OUTPUT INBOUND-REGISTRY-FILE
           END-IF.
           MOVE SPACES TO INBOUND-REGISTRY-RECORD.
           MOVE SOURCE-PARM TO IR-SOURCE.
           MOVE VOID-SEQUENCE TO IR-SEQUENCE.
           MOVE 0 TO IR-COUNT.
           MOVE 0 TO IR-CHECKSUM.
           MOVE TODAY-DATE TO IR-FILE-DATE.
           MOVE TODAY-DATE TO IR-RECV-DATE.
           MOVE NOW-TIME TO IR-RECV-TIME.
           MOVE "INBOUND-REGISTER" TO IR-PROGRAM.
           MOVE "X" TO IR-RESULT.
           MOVE OPERATOR-PARM TO IR-OPERATOR.
           WRITE INBOUND-REGISTRY-RECORD.
           CLOSE INBOUND-REGISTRY-FILE.
           DISPLAY FUNCTION TRIM(SOURCE-PARM) " llegada "
               VOID-SEQUENCE " anulada por " OPERATOR-PARM
               "; el archivo se puede volver a procesar.".
           MOVE 0 TO RETURN-CODE.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe, igual que
      *> HISTLOG). Un archivo que no llego es de severidad alta.
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "INBOUND-REGISTER" TO ALERT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-DATE.
           ACCEPT ALERT-TIME-STAMP FROM TIME.
           MOVE ALERT-TIME-STAMP TO ALERT-TIME.
           MOVE "N" TO ALERT-ACK.
           MOVE "A" TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY fenvp.
       COPY rsnalp.
       COPY rarcp.
