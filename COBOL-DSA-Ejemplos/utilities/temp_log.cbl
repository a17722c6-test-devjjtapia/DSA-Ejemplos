       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLD-CHAMBER-LOG.

      *> Registro nocturno de temperaturas de las camaras: carga el
      *> archivo de lecturas TEMPIN (ubicacion, fecha, hora y lectura
      *> en grados) que bajan los sensores, lo ordena por ubicacion y
      *> hora con el verbo SORT y agrega cada lectura al historico
      *> TEMPHIST, que es el registro que piden los inspectores de
      *> sanidad. Contra los limites de cada ubicacion en RUNPARMS
      *> (TEMP-MIN-<ubicacion> / TEMP-MAX-<ubicacion>) detecta las
      *> excursiones -- desde la primera lectura fuera de rango hasta
      *> la primera que vuelve al rango -- y su duracion en minutos;
      *> cada una queda en TEMPEXC, levanta una alerta de severidad
      *> alta en OPSALERT y en TEMPRPT se listan los lotes de FRUTLOTE
      *> que estaban en esa ubicacion durante la ventana, para que
      *> control de calidad decida retenerlos o acortar su
      *> vencimiento. Antes la camara solo tenia el termometro de la
      *> puerta y nadie sabia cuanto habia durado un corte de frio.
      *>
      *> FRUTLOTE no guarda la ubicacion del lote: un lote se toma
      *> como presente en la ubicacion si su recepcion en STKLEDG
      *> entro a esa ubicacion o si su articulo tiene existencia alli
      *> en FRUTLOC, siempre que se haya recibido antes del fin de la
      *> excursion y no estuviera vencido a su comienzo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TEMP-IN-FILE ASSIGN USING TEMP-IN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMP-IN-STATUS.
           SELECT TEMP-SORT-FILE ASSIGN TO "TEMPWRK".
           SELECT OPTIONAL TEMP-HIST-FILE
               ASSIGN USING TEMP-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMP-HIST-STATUS.
           SELECT OPTIONAL TEMP-EXC-FILE ASSIGN USING TEMP-EXC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMP-EXC-STATUS.
           SELECT TEMP-REPORT-FILE ASSIGN USING TEMP-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMP-REPORT-STATUS.
           SELECT OPTIONAL LOT-FILE ASSIGN USING LOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-FILE-STATUS.
           SELECT OPTIONAL LOC-FILE ASSIGN USING LOC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOC-FILE-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

       COPY runparms.

       DATA DIVISION.
       FILE SECTION.
      *> Lectura del sensor: hora HHMM y lectura en grados con signo y
      *> un decimal ("-18.5", "4.0").
       FD  TEMP-IN-FILE.
       01  TEMP-IN-RECORD.
           05 TI-LOCATION PIC X(8).
           05 TI-DATE     PIC X(8).
           05 TI-TIME     PIC X(4).
           05 TI-READING  PIC X(6).

       SD  TEMP-SORT-FILE.
       01  TEMP-SORT-RECORD.
           05 TS-LOCATION PIC X(8).
           05 TS-DATE     PIC X(8).
           05 TS-TIME.
              10 TS-HOUR   PIC 9(2).
              10 TS-MINUTE PIC 9(2).
           05 TS-READING  PIC S9(3)V9 SIGN LEADING SEPARATE.

      *> Historico de lecturas: una linea por lectura valida, con "F"
      *> si quedo fuera de los limites de la ubicacion y la fecha de
      *> carga.
       FD  TEMP-HIST-FILE.
       01  TEMP-HIST-RECORD.
           05 TH-LOCATION  PIC X(8).
           05 TH-DATE      PIC X(8).
           05 TH-TIME      PIC X(4).
           05 TH-READING   PIC -(3)9.9.
           05 TH-FLAG      PIC X(1).
           05 TH-LOAD-DATE PIC X(8).

      *> Excursiones: ubicacion, comienzo y fin (primera lectura de
      *> vuelta en rango, o la ultima lectura si la carga termino con
      *> la camara todavia fuera: TX-OPEN = "S"), duracion en minutos,
      *> extremos leidos y los limites vigentes.
       FD  TEMP-EXC-FILE.
       01  TEMP-EXC-RECORD.
           05 TX-LOCATION   PIC X(8).
           05 TX-START-DATE PIC X(8).
           05 TX-START-TIME PIC X(4).
           05 TX-END-DATE   PIC X(8).
           05 TX-END-TIME   PIC X(4).
           05 TX-MINUTES    PIC 9(6).
           05 TX-LOW        PIC -(3)9.9.
           05 TX-HIGH       PIC -(3)9.9.
           05 TX-MIN-LIMIT  PIC X(6).
           05 TX-MAX-LIMIT  PIC X(6).
           05 TX-OPEN       PIC X(1).
           05 TX-LOAD-DATE  PIC X(8).

       FD  TEMP-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  LOT-FILE.
       01  LOT-RECORD.
           COPY lotrec.

       FD  LOC-FILE.
       01  LOC-RECORD.
           COPY locrec.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ledgrec.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY rjctrec.

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY runparmf.

       WORKING-STORAGE SECTION.
       01 TEMP-IN-STATUS PIC XX VALUE "00".
           88 TEMP-IN-OK  VALUE "00".
           88 TEMP-IN-EOF VALUE "10".
       01 TEMP-HIST-STATUS PIC XX VALUE "00".
           88 TEMP-HIST-OK VALUE "00".
       01 TEMP-EXC-STATUS PIC XX VALUE "00".
           88 TEMP-EXC-OK VALUE "00".
       01 TEMP-REPORT-STATUS PIC XX VALUE "00".
           88 TEMP-REPORT-OK VALUE "00".
       01 LOT-FILE-STATUS PIC XX VALUE "00".
           88 LOT-FILE-OK  VALUE "00".
           88 LOT-FILE-EOF VALUE "10".
       01 LOC-FILE-STATUS PIC XX VALUE "00".
           88 LOC-FILE-OK  VALUE "00".
           88 LOC-FILE-EOF VALUE "10".
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK  VALUE "00".
           88 LEDGER-FILE-EOF VALUE "10".
       01 REJECT-FILE-STATUS PIC XX VALUE "00".
           88 REJECT-FILE-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

      *> Limites por ubicacion tomados de RUNPARMS. Como la tabla de
      *> parametros tiene 50 filas, nunca hay mas de 50 ubicaciones
      *> con algun limite.
       01 LIMIT-TABLE.
          05 LIMIT-COUNT PIC 9(2) VALUE 0.
          05 LIMIT-ENTRY OCCURS 50 TIMES.
             10 LM-LOCATION PIC X(8).
             10 LM-HAS-MIN  PIC X(1).
             10 LM-MIN      PIC S9(3)V9.
             10 LM-HAS-MAX  PIC X(1).
             10 LM-MAX      PIC S9(3)V9.
       01 LM PIC 9(2).
       01 LIMIT-LOCATION PIC X(8).

      *> Lotes de FRUTLOTE con la fecha y ubicacion de su recepcion
      *> (de STKLEDG; en blanco si la recepcion ya no esta en el
      *> diario).
       01 LOT-TABLE.
          05 LOT-COUNT PIC 9(3) VALUE 0.
          05 LOT-ENTRY OCCURS 500 TIMES.
             10 LX-ITEM      PIC X(10).
             10 LX-LOT       PIC X(10).
             10 LX-EXP-DATE  PIC X(8).
             10 LX-QTY       PIC 9(5).
             10 LX-STATUS    PIC X(1).
             10 LX-RECV-DATE PIC X(8).
             10 LX-RECV-LOC  PIC X(8).
       01 LOT-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 LX PIC 9(3).
       01 LOT-TABLE-FULL-SW PIC X VALUE "N".
           88 LOT-TABLE-FULL VALUE "Y".

       01 LOC-TABLE.
          05 LOC-COUNT PIC 9(3) VALUE 0.
          05 LOC-ENTRY OCCURS 500 TIMES.
             10 LC-ITEM     PIC X(10).
             10 LC-LOCATION PIC X(8).
             10 LC-QTY      PIC 9(5).
       01 LOC-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 LC PIC 9(3).
       01 LOC-TABLE-FULL-SW PIC X VALUE "N".
           88 LOC-TABLE-FULL VALUE "Y".

      *> Validacion de la lectura de entrada.
       01 READING-VALID-SW PIC X VALUE "Y".
           88 READING-VALID VALUE "Y".
       01 REJECT-REASON-CODE PIC X(16).
       01 READING-VALUE PIC S9(3)V9.

      *> Estado de la ubicacion en curso durante la salida del SORT.
       01 CURRENT-LOCATION PIC X(8) VALUE SPACES.
       01 LOCATION-OPEN-SW PIC X VALUE "N".
           88 LOCATION-OPEN VALUE "Y".
       01 CURRENT-HAS-MIN PIC X(1).
       01 CURRENT-MIN     PIC S9(3)V9.
       01 CURRENT-HAS-MAX PIC X(1).
       01 CURRENT-MAX     PIC S9(3)V9.
       01 CURRENT-MIN-TEXT PIC X(6).
       01 CURRENT-MAX-TEXT PIC X(6).
       01 OUT-OF-RANGE-SW PIC X VALUE "N".
           88 OUT-OF-RANGE VALUE "Y".
       01 LOC-READING-COUNT PIC 9(6) VALUE 0.
       01 LOC-EXCURSION-COUNT PIC 9(4) VALUE 0.
       01 LOC-LOW  PIC S9(3)V9.
       01 LOC-HIGH PIC S9(3)V9.

      *> Excursion abierta: comienzo, ultima lectura vista y extremos.
       01 EXCURSION-OPEN-SW PIC X VALUE "N".
           88 EXCURSION-OPEN VALUE "Y".
       01 EXC-START-DATE PIC X(8).
       01 EXC-START-TIME PIC X(4).
       01 EXC-START-MINUTE PIC 9(11).
       01 EXC-END-DATE PIC X(8).
       01 EXC-END-TIME PIC X(4).
       01 EXC-END-MINUTE PIC 9(11).
       01 EXC-LOW  PIC S9(3)V9.
       01 EXC-HIGH PIC S9(3)V9.
       01 EXC-MINUTES PIC 9(6).
       01 EXC-STILL-OUT-SW PIC X VALUE "N".
           88 EXC-STILL-OUT VALUE "Y".
       01 LAST-DATE PIC X(8).
       01 LAST-TIME PIC X(4).
       01 LAST-MINUTE PIC 9(11).
       01 READING-MINUTE PIC 9(11).
       01 EXC-LOT-COUNT PIC 9(4).
       01 LOT-IN-LOCATION-SW PIC X VALUE "N".
           88 LOT-IN-LOCATION VALUE "Y".

       01 EDITED-READING PIC -(3)9.9.
       01 EDITED-LOW     PIC -(3)9.9.
       01 EDITED-HIGH    PIC -(3)9.9.
       01 EDITED-MINUTES PIC Z(5)9.
       01 EDITED-QTY     PIC ZZZZ9.

       01 TODAY-DATE PIC X(8).
       01 READ-COUNT PIC 9(6) VALUE 0.
       01 RELEASED-COUNT PIC 9(6) VALUE 0.
       01 REJECTED-COUNT PIC 9(6) VALUE 0.
       01 OUT-READING-COUNT PIC 9(6) VALUE 0.
       01 EXCURSION-COUNT PIC 9(4) VALUE 0.
       01 NO-LIMIT-COUNT PIC 9(4) VALUE 0.

       COPY runparmw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 TEMP-IN-FILE-NAME     PIC X(40) VALUE "TEMPIN".
          05 TEMP-HIST-FILE-NAME   PIC X(40) VALUE "TEMPHIST".
          05 TEMP-EXC-FILE-NAME    PIC X(40) VALUE "TEMPEXC".
          05 TEMP-REPORT-FILE-NAME PIC X(40) VALUE "TEMPRPT".
          05 LOT-FILE-NAME         PIC X(40) VALUE "FRUTLOTE".
          05 LOC-FILE-NAME         PIC X(40) VALUE "FRUTLOC".
          05 LEDGER-FILE-NAME      PIC X(40) VALUE "STKLEDG".
          05 REJECT-FILE-NAME      PIC X(40) VALUE "RJCTFILE".
          05 OPS-ALERT-FILE-NAME   PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 9 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 9.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
       PERFORM LOAD-RUN-PARMS.
       PERFORM LOAD-LOCATION-LIMITS.
       PERFORM LOAD-LOT-TABLE.
       PERFORM LOAD-RECEIPT-LOCATIONS.
       PERFORM LOAD-LOC-TABLE.

       OPEN OUTPUT TEMP-REPORT-FILE.
       MOVE SPACES TO REPORT-LINE.
       STRING "REGISTRO DE TEMPERATURAS DE CAMARAS - CARGA DEL "
           TODAY-DATE DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.

       OPEN EXTEND TEMP-HIST-FILE.
       IF NOT TEMP-HIST-OK
           CLOSE TEMP-HIST-FILE
           OPEN OUTPUT TEMP-HIST-FILE
       END-IF.
       OPEN EXTEND TEMP-EXC-FILE.
       IF NOT TEMP-EXC-OK
           CLOSE TEMP-EXC-FILE
           OPEN OUTPUT TEMP-EXC-FILE
       END-IF.

       SORT TEMP-SORT-FILE
           ON ASCENDING KEY TS-LOCATION TS-DATE TS-TIME
           INPUT PROCEDURE IS FEED-TEMP-READINGS
           OUTPUT PROCEDURE IS SCAN-TEMP-READINGS.

       CLOSE TEMP-HIST-FILE.
       CLOSE TEMP-EXC-FILE.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Lecturas leidas: " READ-COUNT
           "  validas: " RELEASED-COUNT
           "  rechazadas: " REJECTED-COUNT
           "  fuera de rango: " OUT-READING-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Excursiones: " EXCURSION-COUNT
           "  ubicaciones sin limites en RUNPARMS: " NO-LIMIT-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       IF LOT-TABLE-FULL OR LOC-TABLE-FULL
           MOVE "ATENCION: tabla de lotes llena; lista incompleta."
               TO REPORT-LINE
           WRITE REPORT-LINE
       END-IF.
       CLOSE TEMP-REPORT-FILE.
       MOVE TEMP-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "COLD-CHAMBER-LOG" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Temperaturas: " RELEASED-COUNT " lectura(s) agregadas "
           "a TEMPHIST, " REJECTED-COUNT " rechazada(s), "
           EXCURSION-COUNT " excursion(es). Reporte en TEMPRPT.".
       IF EXCURSION-COUNT > 0 OR REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-LOCATION-LIMITS.
      *> Recorre la tabla de RUNPARMS buscando las familias TEMP-MIN-
      *> y TEMP-MAX-: el resto de la clave es la ubicacion.
           PERFORM VARYING RP FROM 1 BY 1 UNTIL RP > RUN-PARM-COUNT
               IF RUN-PARM-KEY(RP)(1:9) = "TEMP-MIN-"
                       OR RUN-PARM-KEY(RP)(1:9) = "TEMP-MAX-"
                   IF FUNCTION TRIM(RUN-PARM-VALUE(RP)) NOT = SPACES
                     AND FUNCTION TEST-NUMVAL(RUN-PARM-VALUE(RP)) = 0
                       MOVE RUN-PARM-KEY(RP)(10:8) TO LIMIT-LOCATION
                       PERFORM FIND-OR-ADD-LIMIT
                       IF RUN-PARM-KEY(RP)(6:3) = "MIN"
                           MOVE "S" TO LM-HAS-MIN(LM)
                           COMPUTE LM-MIN(LM) =
                               FUNCTION NUMVAL(RUN-PARM-VALUE(RP))
                       ELSE
                           MOVE "S" TO LM-HAS-MAX(LM)
                           COMPUTE LM-MAX(LM) =
                               FUNCTION NUMVAL(RUN-PARM-VALUE(RP))
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-OR-ADD-LIMIT.
           PERFORM VARYING LM FROM 1 BY 1 UNTIL LM > LIMIT-COUNT
               IF LM-LOCATION(LM) = LIMIT-LOCATION
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO LIMIT-COUNT.
           MOVE LIMIT-COUNT TO LM.
           MOVE LIMIT-LOCATION TO LM-LOCATION(LM).
           MOVE "N" TO LM-HAS-MIN(LM).
           MOVE 0 TO LM-MIN(LM).
           MOVE "N" TO LM-HAS-MAX(LM).
           MOVE 0 TO LM-MAX(LM).

       LOAD-LOT-TABLE.
           OPEN INPUT LOT-FILE.
           IF LOT-FILE-OK
               PERFORM UNTIL LOT-FILE-EOF
                   READ LOT-FILE
                       AT END
                           SET LOT-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-LOT-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOT-FILE.

       ADD-LOT-ENTRY.
           IF LT-EXP-DATE IS NOT NUMERIC OR LT-QTY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF LOT-COUNT >= LOT-TABLE-CAPACITY
               IF NOT LOT-TABLE-FULL
                   DISPLAY "ATENCION: mas de " LOT-TABLE-CAPACITY
                       " lotes en FRUTLOTE; el resto no se lista."
                   SET LOT-TABLE-FULL TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LOT-COUNT.
           MOVE LT-ITEM TO LX-ITEM(LOT-COUNT).
           MOVE LT-LOT TO LX-LOT(LOT-COUNT).
           MOVE LT-EXP-DATE TO LX-EXP-DATE(LOT-COUNT).
           MOVE LT-QTY TO LX-QTY(LOT-COUNT).
           MOVE LT-STATUS TO LX-STATUS(LOT-COUNT).
           MOVE SPACES TO LX-RECV-DATE(LOT-COUNT).
           MOVE SPACES TO LX-RECV-LOC(LOT-COUNT).

       LOAD-RECEIPT-LOCATIONS.
      *> La primera recepcion del lote en el diario da la fecha y la
      *> ubicacion donde entro.
           IF LOT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-OK
               PERFORM UNTIL LEDGER-FILE-EOF
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-FILE-EOF TO TRUE
                       NOT AT END
                           IF LG-TYPE = "R" AND LG-LOT NOT = SPACES
                               PERFORM MATCH-RECEIPT-TO-LOT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LEDGER-FILE.

       MATCH-RECEIPT-TO-LOT.
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LOT-COUNT
               IF LX-ITEM(LX) = LG-ITEM AND LX-LOT(LX) = LG-LOT
                   IF LX-RECV-DATE(LX) = SPACES
                       MOVE LG-DATE TO LX-RECV-DATE(LX)
                       MOVE LG-LOCATION TO LX-RECV-LOC(LX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-LOC-TABLE.
           OPEN INPUT LOC-FILE.
           IF LOC-FILE-OK
               PERFORM UNTIL LOC-FILE-EOF
                   READ LOC-FILE
                       AT END
                           SET LOC-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-LOC-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOC-FILE.

       ADD-LOC-ENTRY.
           IF FL-QTY IS NOT NUMERIC OR FL-QTY = 0
               EXIT PARAGRAPH
           END-IF.
           IF LOC-COUNT >= LOC-TABLE-CAPACITY
               IF NOT LOC-TABLE-FULL
                   DISPLAY "ATENCION: mas de " LOC-TABLE-CAPACITY
                       " renglones en FRUTLOC; el resto no se usa."
                   SET LOC-TABLE-FULL TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LOC-COUNT.
           MOVE FL-ITEM TO LC-ITEM(LOC-COUNT).
           MOVE FL-LOCATION TO LC-LOCATION(LOC-COUNT).
           MOVE FL-QTY TO LC-QTY(LOC-COUNT).

       FEED-TEMP-READINGS.
           OPEN INPUT TEMP-IN-FILE.
           IF TEMP-IN-OK
               PERFORM UNTIL TEMP-IN-EOF
                   READ TEMP-IN-FILE
                       AT END
                           SET TEMP-IN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO READ-COUNT
                           PERFORM RELEASE-ONE-READING
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "TEMPIN vacio o ausente; no hay lecturas que "
                   "cargar."
           END-IF.
           CLOSE TEMP-IN-FILE.

       RELEASE-ONE-READING.
           PERFORM VALIDATE-READING.
           IF NOT READING-VALID
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE TI-LOCATION TO TS-LOCATION.
           MOVE TI-DATE TO TS-DATE.
           MOVE TI-TIME TO TS-TIME.
           MOVE READING-VALUE TO TS-READING.
           RELEASE TEMP-SORT-RECORD.
           ADD 1 TO RELEASED-COUNT.

       VALIDATE-READING.
           MOVE "Y" TO READING-VALID-SW.
           IF TI-LOCATION = SPACES
               MOVE "UBICACION VACIA" TO REJECT-REASON-CODE
               MOVE "N" TO READING-VALID-SW
               EXIT PARAGRAPH
           END-IF.
           IF TI-DATE IS NOT NUMERIC
               MOVE "FECHA INVALIDA" TO REJECT-REASON-CODE
               MOVE "N" TO READING-VALID-SW
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(TI-DATE))
                   NOT = 0
               MOVE "FECHA INVALIDA" TO REJECT-REASON-CODE
               MOVE "N" TO READING-VALID-SW
               EXIT PARAGRAPH
           END-IF.
           IF TI-TIME IS NOT NUMERIC
                   OR TI-TIME(1:2) > "23" OR TI-TIME(3:2) > "59"
               MOVE "HORA INVALIDA" TO REJECT-REASON-CODE
               MOVE "N" TO READING-VALID-SW
               EXIT PARAGRAPH
           END-IF.
           IF TI-READING = SPACES
                   OR FUNCTION TEST-NUMVAL(TI-READING) NOT = 0
               MOVE "LECTURA INVALIDA" TO REJECT-REASON-CODE
               MOVE "N" TO READING-VALID-SW
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(TI-READING) < -99.9
                   OR FUNCTION NUMVAL(TI-READING) > 99.9
               MOVE "FUERA DE ESCALA" TO REJECT-REASON-CODE
               MOVE "N" TO READING-VALID-SW
               EXIT PARAGRAPH
           END-IF.
           COMPUTE READING-VALUE = FUNCTION NUMVAL(TI-READING).

       SCAN-TEMP-READINGS.
           PERFORM UNTIL 1 = 2
               RETURN TEMP-SORT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CHECK-ONE-READING
               END-RETURN
           END-PERFORM.
           IF LOCATION-OPEN
               PERFORM CLOSE-LOCATION
           END-IF.

       CHECK-ONE-READING.
           IF NOT LOCATION-OPEN OR TS-LOCATION NOT = CURRENT-LOCATION
               IF LOCATION-OPEN
                   PERFORM CLOSE-LOCATION
               END-IF
               PERFORM OPEN-LOCATION
           END-IF.
           COMPUTE READING-MINUTE = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(TS-DATE)) * 1440
               + TS-HOUR * 60 + TS-MINUTE.
           ADD 1 TO LOC-READING-COUNT.
           IF LOC-READING-COUNT = 1 OR TS-READING < LOC-LOW
               MOVE TS-READING TO LOC-LOW
           END-IF.
           IF LOC-READING-COUNT = 1 OR TS-READING > LOC-HIGH
               MOVE TS-READING TO LOC-HIGH
           END-IF.
           MOVE "N" TO OUT-OF-RANGE-SW.
           IF CURRENT-HAS-MIN = "S" AND TS-READING < CURRENT-MIN
               SET OUT-OF-RANGE TO TRUE
           END-IF.
           IF CURRENT-HAS-MAX = "S" AND TS-READING > CURRENT-MAX
               SET OUT-OF-RANGE TO TRUE
           END-IF.
           PERFORM WRITE-HIST-RECORD.
           IF OUT-OF-RANGE
               ADD 1 TO OUT-READING-COUNT
               IF EXCURSION-OPEN
                   IF TS-READING < EXC-LOW
                       MOVE TS-READING TO EXC-LOW
                   END-IF
                   IF TS-READING > EXC-HIGH
                       MOVE TS-READING TO EXC-HIGH
                   END-IF
               ELSE
                   SET EXCURSION-OPEN TO TRUE
                   MOVE TS-DATE TO EXC-START-DATE
                   MOVE TS-TIME TO EXC-START-TIME
                   MOVE READING-MINUTE TO EXC-START-MINUTE
                   MOVE TS-READING TO EXC-LOW
                   MOVE TS-READING TO EXC-HIGH
               END-IF
           ELSE
               IF EXCURSION-OPEN
      *> La primera lectura de vuelta en rango cierra la excursion.
                   MOVE TS-DATE TO EXC-END-DATE
                   MOVE TS-TIME TO EXC-END-TIME
                   MOVE READING-MINUTE TO EXC-END-MINUTE
                   MOVE "N" TO EXC-STILL-OUT-SW
                   PERFORM CLOSE-EXCURSION
               END-IF
           END-IF.
           MOVE TS-DATE TO LAST-DATE.
           MOVE TS-TIME TO LAST-TIME.
           MOVE READING-MINUTE TO LAST-MINUTE.

       OPEN-LOCATION.
           MOVE TS-LOCATION TO CURRENT-LOCATION.
           SET LOCATION-OPEN TO TRUE.
           MOVE "N" TO EXCURSION-OPEN-SW.
           MOVE 0 TO LOC-READING-COUNT.
           MOVE 0 TO LOC-EXCURSION-COUNT.
           MOVE "N" TO CURRENT-HAS-MIN.
           MOVE "N" TO CURRENT-HAS-MAX.
           MOVE 0 TO CURRENT-MIN.
           MOVE 0 TO CURRENT-MAX.
           MOVE "  --  " TO CURRENT-MIN-TEXT.
           MOVE "  --  " TO CURRENT-MAX-TEXT.
           PERFORM VARYING LM FROM 1 BY 1 UNTIL LM > LIMIT-COUNT
               IF LM-LOCATION(LM) = CURRENT-LOCATION
                   MOVE LM-HAS-MIN(LM) TO CURRENT-HAS-MIN
                   MOVE LM-MIN(LM) TO CURRENT-MIN
                   MOVE LM-HAS-MAX(LM) TO CURRENT-HAS-MAX
                   MOVE LM-MAX(LM) TO CURRENT-MAX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CURRENT-HAS-MIN = "S"
               MOVE CURRENT-MIN TO EDITED-READING
               MOVE EDITED-READING TO CURRENT-MIN-TEXT
           END-IF.
           IF CURRENT-HAS-MAX = "S"
               MOVE CURRENT-MAX TO EDITED-READING
               MOVE EDITED-READING TO CURRENT-MAX-TEXT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF CURRENT-HAS-MIN = "S" OR CURRENT-HAS-MAX = "S"
               STRING "UBICACION " CURRENT-LOCATION
                   "  LIMITE MINIMO " CURRENT-MIN-TEXT
                   "  LIMITE MAXIMO " CURRENT-MAX-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO NO-LIMIT-COUNT
               STRING "UBICACION " CURRENT-LOCATION
                   "  SIN LIMITES EN RUNPARMS: solo se registran las "
                   "lecturas" DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

       CLOSE-LOCATION.
      *> Si la carga termina con la camara todavia fuera de rango la
      *> excursion se cierra en la ultima lectura y queda marcada como
      *> abierta: la duracion real es por lo menos esa.
           IF EXCURSION-OPEN
               MOVE LAST-DATE TO EXC-END-DATE
               MOVE LAST-TIME TO EXC-END-TIME
               MOVE LAST-MINUTE TO EXC-END-MINUTE
               SET EXC-STILL-OUT TO TRUE
               PERFORM CLOSE-EXCURSION
           END-IF.
           MOVE LOC-LOW TO EDITED-LOW.
           MOVE LOC-HIGH TO EDITED-HIGH.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Lecturas: " LOC-READING-COUNT
               "  minima " EDITED-LOW "  maxima " EDITED-HIGH
               "  excursiones: " LOC-EXCURSION-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE "N" TO LOCATION-OPEN-SW.

       CLOSE-EXCURSION.
           MOVE "N" TO EXCURSION-OPEN-SW.
           ADD 1 TO EXCURSION-COUNT.
           ADD 1 TO LOC-EXCURSION-COUNT.
           IF EXC-END-MINUTE - EXC-START-MINUTE > 999999
               MOVE 999999 TO EXC-MINUTES
           ELSE
               COMPUTE EXC-MINUTES = EXC-END-MINUTE - EXC-START-MINUTE
           END-IF.

           MOVE CURRENT-LOCATION TO TX-LOCATION.
           MOVE EXC-START-DATE TO TX-START-DATE.
           MOVE EXC-START-TIME TO TX-START-TIME.
           MOVE EXC-END-DATE TO TX-END-DATE.
           MOVE EXC-END-TIME TO TX-END-TIME.
           MOVE EXC-MINUTES TO TX-MINUTES.
           MOVE EXC-LOW TO TX-LOW.
           MOVE EXC-HIGH TO TX-HIGH.
           MOVE CURRENT-MIN-TEXT TO TX-MIN-LIMIT.
           MOVE CURRENT-MAX-TEXT TO TX-MAX-LIMIT.
           IF EXC-STILL-OUT
               MOVE "S" TO TX-OPEN
           ELSE
               MOVE "N" TO TX-OPEN
           END-IF.
           MOVE TODAY-DATE TO TX-LOAD-DATE.
           WRITE TEMP-EXC-RECORD.

           MOVE EXC-MINUTES TO EDITED-MINUTES.
           MOVE EXC-LOW TO EDITED-LOW.
           MOVE EXC-HIGH TO EDITED-HIGH.
           MOVE SPACES TO REPORT-LINE.
           STRING "  EXCURSION " EXC-START-DATE " " EXC-START-TIME
               " -> " EXC-END-DATE " " EXC-END-TIME
               "  " EDITED-MINUTES " MIN  MINIMA " EDITED-LOW
               "  MAXIMA " EDITED-HIGH
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF EXC-STILL-OUT
               MOVE "    (sigue fuera de rango al cierre de la carga)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM LIST-EXCURSION-LOTS.

           MOVE "EXCURSION-TEMP" TO ALERT-REASON.
           MOVE SPACES TO ALERT-VALUE.
           STRING CURRENT-LOCATION " " EXC-MINUTES "MIN"
               DELIMITED BY SIZE INTO ALERT-VALUE
           END-STRING.
           PERFORM WRITE-OPS-ALERT.
           DISPLAY "EXCURSION en " FUNCTION TRIM(CURRENT-LOCATION)
               " desde " EXC-START-DATE " " EXC-START-TIME
               ": " EXC-MINUTES " minuto(s).".

       LIST-EXCURSION-LOTS.
           MOVE 0 TO EXC-LOT-COUNT.
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LOT-COUNT
               PERFORM CHECK-LOT-IN-WINDOW
               IF LOT-IN-LOCATION
                   ADD 1 TO EXC-LOT-COUNT
                   IF EXC-LOT-COUNT = 1
                       MOVE SPACES TO REPORT-LINE
                       STRING "    LOTES EN LA UBICACION: ARTICULO    "
                           "LOTE        VENCE     CANT  RECIBIDO"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                   END-IF
                   MOVE LX-QTY(LX) TO EDITED-QTY
                   MOVE SPACES TO REPORT-LINE
                   STRING "                           " LX-ITEM(LX)
                       "  " LX-LOT(LX) "  " LX-EXP-DATE(LX)
                       "  " EDITED-QTY "  " LX-RECV-DATE(LX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   IF LX-STATUS(LX) = "Q"
                       MOVE "CUARENTENA" TO REPORT-LINE(91:10)
                   END-IF
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           IF EXC-LOT-COUNT = 0
               MOVE "    Sin lotes en la ubicacion en esa ventana."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CHECK-LOT-IN-WINDOW.
           MOVE "N" TO LOT-IN-LOCATION-SW.
           IF LX-EXP-DATE(LX) < EXC-START-DATE
               EXIT PARAGRAPH
           END-IF.
           IF LX-RECV-DATE(LX) NOT = SPACES
                   AND LX-RECV-DATE(LX) > EXC-END-DATE
               EXIT PARAGRAPH
           END-IF.
           IF LX-RECV-LOC(LX) = CURRENT-LOCATION
               SET LOT-IN-LOCATION TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING LC FROM 1 BY 1 UNTIL LC > LOC-COUNT
               IF LC-ITEM(LC) = LX-ITEM(LX)
                       AND LC-LOCATION(LC) = CURRENT-LOCATION
                   SET LOT-IN-LOCATION TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-HIST-RECORD.
           MOVE TS-LOCATION TO TH-LOCATION.
           MOVE TS-DATE TO TH-DATE.
           MOVE TS-TIME TO TH-TIME.
           MOVE TS-READING TO TH-READING.
           IF OUT-OF-RANGE
               MOVE "F" TO TH-FLAG
           ELSE
               MOVE SPACE TO TH-FLAG
           END-IF.
           MOVE TODAY-DATE TO TH-LOAD-DATE.
           WRITE TEMP-HIST-RECORD.

       WRITE-REJECT-RECORD.
           ADD 1 TO REJECTED-COUNT.
           OPEN EXTEND REJECT-FILE.
           IF NOT REJECT-FILE-OK
               CLOSE REJECT-FILE
               OPEN OUTPUT REJECT-FILE
           END-IF.
           MOVE "COLD-CHAMBER-LOG" TO RJ-PROGRAM.
           MOVE "TEMPIN" TO RJ-FILE.
           MOVE TEMP-IN-RECORD(1:20) TO RJ-IMAGE.
           MOVE REJECT-REASON-CODE TO RJ-REASON.
           MOVE TODAY-DATE TO RJ-DATE.
           MOVE SPACE TO RJ-STATUS.
           MOVE SPACES TO RJ-REPAIR-DATE.
           PERFORM CHECK-REJECT-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.
           DISPLAY "Rechazada: '" TEMP-IN-RECORD "' ("
               FUNCTION TRIM(REJECT-REASON-CODE) ").".

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; las excursiones
      *> son siempre de severidad alta.
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "COLD-CHAMBER-LOG" TO ALERT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-DATE.
           ACCEPT ALERT-TIME-STAMP FROM TIME.
           MOVE ALERT-TIME-STAMP TO ALERT-TIME.
           MOVE "N" TO ALERT-ACK.
           MOVE "A" TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY runparmp.

       COPY fenvp.
       COPY rsnalp.
       COPY rsnrjp.
       COPY rarcp.
