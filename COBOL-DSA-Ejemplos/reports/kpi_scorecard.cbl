       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPI-SCORECARD.

      *> Tablero semanal de indicadores para la reunion de los lunes:
      *> una pagina con los numeros que hoy estan repartidos en una
      *> docena de reportes, cada uno contra la semana anterior y
      *> contra el promedio de las 13 semanas previas, con flecha de
      *> tendencia y si el cambio es para mejor o para peor.
      *>
      *> La semana es de lunes a domingo; los dias habiles salen de
      *> CALENDAR (una fecha que no figura es habil de lunes a
      *> viernes). Parametro: argv(1) = cualquier fecha AAAAMMDD de la
      *> semana a informar; sin parametro, la ultima semana completa
      *> antes de la fecha de negocio (ver pdates.cpy).
      *>
      *>   - rotacion anualizada y dias de stock: el costo de los
      *>     egresos de la semana en STKLEDG (al costo sellado en el
      *>     asiento) contra la existencia valuada de FRUTASDAT; los
      *>     dias de stock son dias habiles;
      *>   - cumplimiento de reposicion: solicitudes cumplidas enteras
      *>     sobre las confirmadas en la semana (RSTKCONF), backorders
      *>     nacidos en la semana y los abiertos en RSTKBACK;
      *>   - cumplimiento de SLA por clase de prioridad (SLA-CLASE-n)
      *>     y espera promedio de las atenciones de QUEHIST;
      *>   - merma valuada (asientos M de STKLEDG) y variacion de
      *>     conteo tomada de las copias de CNTRPT archivadas en la
      *>     semana (ver rptcat.cpy): la variacion que se informa es la
      *>     que se imprimio, no una reconstruccion;
      *>   - rechazos de RJCTFILE y alertas de OPSALERT de la semana.
      *>
      *> Las cifras de cada semana quedan en KPIHIST (una linea por
      *> semana e indicador); el promedio y la semana anterior se leen
      *> de ahi y no de los archivos fuente, asi la tendencia sobrevive
      *> a RETENTION-MANAGER. KPIHIST no esta en el catalogo de
      *> retencion a proposito. Correr dos veces la misma semana
      *> reemplaza sus cifras. El tablero sale en KPIRPT.

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
           SELECT OPTIONAL CONFIRM-FILE ASSIGN USING CONFIRM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIRM-FILE-STATUS.
           SELECT OPTIONAL BACKORDER-FILE
               ASSIGN USING BACKORDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKORDER-FILE-STATUS.
           SELECT OPTIONAL QUEUE-HISTORY-FILE
               ASSIGN USING QUEUE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-HISTORY-STATUS.
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN USING CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT OPTIONAL REPORT-CATALOG-FILE
               ASSIGN USING REPORT-CATALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-CATALOG-STATUS.
      *> Copia archivada de CNTRPT de turno (RPTnnnnnn), nombre
      *> resuelto en tiempo de corrida.
           SELECT OPTIONAL COUNT-COPY-FILE ASSIGN USING COUNT-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-COPY-STATUS.
           SELECT OPTIONAL KPI-HISTORY-FILE
               ASSIGN USING KPI-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KPI-HISTORY-STATUS.
           SELECT KPI-WORK-FILE ASSIGN USING KPI-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KPI-WORK-STATUS.
      *> Reporte imprimible, se reescribe completo en cada corrida.
           SELECT KPI-REPORT-FILE ASSIGN USING KPI-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KPI-REPORT-STATUS.
           COPY pdates.

       COPY runparms.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ledgrec.

       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

      *> Mismo registro de confirmacion que RESTOCK-FULFILL.
       FD  CONFIRM-FILE.
       01  CONFIRM-RECORD.
           05 CF-TICKET-ID PIC X(6).
           05 CF-ITEM      PIC X(10).
           05 CF-QTY       PIC 9(4).
           05 CF-DATE      PIC X(8).
           05 CF-RESULT    PIC X(20).
           05 CF-REQ-DATE  PIC X(8).

      *> Mismo registro de backorder que RESTOCK-FULFILL.
       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
           05 BO-TICKET-ID PIC X(6).
           05 BO-ITEM      PIC X(10).
           05 BO-QTY       PIC 9(4).
           05 BO-DATE      PIC X(8).

       FD  QUEUE-HISTORY-FILE.
       01  QUEUE-HISTORY-RECORD.
           COPY quehist.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY rjctrec.

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY calrec.

       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD.
           COPY rptcat.

       FD  COUNT-COPY-FILE.
       01  COUNT-COPY-RECORD PIC X(100).

      *> Una linea por semana e indicador; la semana se nombra por su
      *> lunes.
       FD  KPI-HISTORY-FILE.
       01  KPI-HISTORY-RECORD.
           05 KH-WEEK     PIC X(8).
           05 KH-CODE     PIC X(6).
           05 KH-VALUE    PIC 9(9)V99.
           05 KH-RUN-DATE PIC X(8).

       FD  KPI-WORK-FILE.
       01  KPI-WORK-RECORD PIC X(33).

       FD  KPI-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       COPY pdatef.
       COPY runparmf.

       WORKING-STORAGE SECTION.
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK  VALUE "00".
           88 LEDGER-FILE-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK  VALUE "00".
           88 FRUTAS-FILE-EOF VALUE "10".
       01 CONFIRM-FILE-STATUS PIC XX VALUE "00".
           88 CONFIRM-FILE-OK  VALUE "00".
           88 CONFIRM-FILE-EOF VALUE "10".
       01 BACKORDER-FILE-STATUS PIC XX VALUE "00".
           88 BACKORDER-FILE-OK  VALUE "00".
           88 BACKORDER-FILE-EOF VALUE "10".
       01 QUEUE-HISTORY-STATUS PIC XX VALUE "00".
           88 QUEUE-HISTORY-OK  VALUE "00".
           88 QUEUE-HISTORY-EOF VALUE "10".
       01 REJECT-FILE-STATUS PIC XX VALUE "00".
           88 REJECT-FILE-OK  VALUE "00".
           88 REJECT-FILE-EOF VALUE "10".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK  VALUE "00".
           88 OPS-ALERT-EOF VALUE "10".
       01 CALENDAR-FILE-STATUS PIC XX VALUE "00".
           88 CALENDAR-FILE-OK  VALUE "00".
           88 CALENDAR-FILE-EOF VALUE "10".
       01 REPORT-CATALOG-STATUS PIC XX VALUE "00".
           88 REPORT-CATALOG-OK  VALUE "00".
           88 REPORT-CATALOG-EOF VALUE "10".
       01 COUNT-COPY-STATUS PIC XX VALUE "00".
           88 COUNT-COPY-OK  VALUE "00".
           88 COUNT-COPY-EOF VALUE "10".
       01 KPI-HISTORY-STATUS PIC XX VALUE "00".
           88 KPI-HISTORY-OK  VALUE "00".
           88 KPI-HISTORY-EOF VALUE "10".
       01 KPI-WORK-STATUS PIC XX VALUE "00".
           88 KPI-WORK-OK  VALUE "00".
           88 KPI-WORK-EOF VALUE "10".
       01 KPI-REPORT-STATUS PIC XX VALUE "00".
           88 KPI-REPORT-OK VALUE "00".

       01 DATE-PARM PIC X(10).
      *> Semana a informar (lunes a domingo) y ventanas de comparacion,
      *> como numero de dia (INTEGER-OF-DATE: el dia 1 fue lunes).
       01 WEEK-START-INT PIC 9(7).
       01 WEEK-END-INT   PIC 9(7).
       01 WEEK-START     PIC 9(8).
       01 WEEK-START-X REDEFINES WEEK-START PIC X(8).
       01 WEEK-END       PIC 9(8).
       01 WEEK-END-X   REDEFINES WEEK-END   PIC X(8).
       01 ANCHOR-INT     PIC 9(7).
       01 HIST-WEEK-INT  PIC 9(7).
       01 WEEKS-BACK     PIC S9(5).
       01 AVERAGE-WEEKS  PIC 9(2) VALUE 13.

      *> Dias habiles de la semana: lunes a viernes salvo lo que diga
      *> CALENDAR.
       01 WEEK-DAY-TABLE.
          05 WEEK-DAY-BUSINESS PIC X(1) OCCURS 7 TIMES.
       01 WD PIC 9(1).
       01 CALENDAR-DAY-INT PIC 9(7).
       01 BUSINESS-DAYS PIC 9(1) VALUE 0.
       01 HOLIDAY-LIST PIC X(60) VALUE SPACES.
       01 HOLIDAY-PTR  PIC 9(3) VALUE 1.

      *> Indicadores: codigo (tambien la clave en KPIHIST),
      *> descripcion y sentido ("S" mas es mejor / "B" menos es
      *> mejor). Un indicador nuevo se agrega aqui, en KPI-COUNT y
      *> con su calculo en COMPUTE-WEEK-FIGURES.
       01 KPI-AREA.
          05 FILLER PIC X(41) VALUE
              "ROT   Rotacion de inventario anualizada S".
          05 FILLER PIC X(41) VALUE
              "DIAS  Dias de stock (dias habiles)      B".
          05 FILLER PIC X(41) VALUE
              "CUMP  Reposicion cumplida entera (%)    S".
          05 FILLER PIC X(41) VALUE
              "BKNU  Backorders nuevos en la semana    B".
          05 FILLER PIC X(41) VALUE
              "BKAB  Backorders abiertos (RSTKBACK)    B".
          05 FILLER PIC X(41) VALUE
              "SLA-1 SLA cumplido clase 1 (%)          S".
          05 FILLER PIC X(41) VALUE
              "SLA-2 SLA cumplido clase 2 (%)          S".
          05 FILLER PIC X(41) VALUE
              "SLA-3 SLA cumplido clase 3 (%)          S".
          05 FILLER PIC X(41) VALUE
              "SLA-4 SLA cumplido clase 4 (%)          S".
          05 FILLER PIC X(41) VALUE
              "SLA-5 SLA cumplido clase 5 (%)          S".
          05 FILLER PIC X(41) VALUE
              "SLA-6 SLA cumplido clase 6 (%)          S".
          05 FILLER PIC X(41) VALUE
              "SLA-7 SLA cumplido clase 7 (%)          S".
          05 FILLER PIC X(41) VALUE
              "SLA-8 SLA cumplido clase 8 (%)          S".
          05 FILLER PIC X(41) VALUE
              "SLA-9 SLA cumplido clase 9 (%)          S".
          05 FILLER PIC X(41) VALUE
              "ESPM  Espera promedio (minutos)         B".
          05 FILLER PIC X(41) VALUE
              "MERM  Merma valuada                     B".
          05 FILLER PIC X(41) VALUE
              "VARC  Variacion de conteo (valor abs.)  B".
          05 FILLER PIC X(41) VALUE
              "VARN  Articulos con variacion de conteo B".
          05 FILLER PIC X(41) VALUE
              "RECH  Rechazos de la semana             B".
          05 FILLER PIC X(41) VALUE
              "ALER  Alertas de la semana              B".
       01 FILLER REDEFINES KPI-AREA.
          05 KPI-ENTRY OCCURS 20 TIMES.
             10 KPI-CODE     PIC X(6).
             10 KPI-DESC     PIC X(34).
             10 KPI-SENSE    PIC X(1).
       01 KPI-COUNT PIC 9(2) VALUE 20.
      *> Posicion de los indicadores que se calculan por separado.
       01 KPI-ROT  PIC 9(2) VALUE 1.
       01 KPI-DIAS PIC 9(2) VALUE 2.
       01 KPI-CUMP PIC 9(2) VALUE 3.
       01 KPI-BKNU PIC 9(2) VALUE 4.
       01 KPI-BKAB PIC 9(2) VALUE 5.
       01 KPI-SLA0 PIC 9(2) VALUE 5.
       01 KPI-ESPM PIC 9(2) VALUE 15.
       01 KPI-MERM PIC 9(2) VALUE 16.
       01 KPI-VARC PIC 9(2) VALUE 17.
       01 KPI-VARN PIC 9(2) VALUE 18.
       01 KPI-RECH PIC 9(2) VALUE 19.
       01 KPI-ALER PIC 9(2) VALUE 20.

      *> Cifras por indicador: la semana, la anterior y la suma de
      *> las 13 previas halladas en KPIHIST.
       01 KPI-FIGURES.
          05 KPI-FIGURE OCCURS 20 TIMES.
             10 KF-VALUE       PIC 9(9)V99.
             10 KF-VALUE-SW    PIC X(1).
                 88 KF-HAS-VALUE VALUE "S".
             10 KF-PRIOR       PIC 9(9)V99.
             10 KF-PRIOR-SW    PIC X(1).
                 88 KF-HAS-PRIOR VALUE "S".
             10 KF-SUM         PIC 9(11)V99.
             10 KF-WEEKS       PIC 9(2).
       01 K PIC 9(2).
       01 KPI-IDX PIC 9(2).

      *> Acumuladores de la semana.
       01 INVENTORY-VALUE PIC 9(13) VALUE 0.
       01 ISSUE-COST      PIC 9(13) VALUE 0.
       01 SHRINK-COST     PIC 9(13) VALUE 0.
       01 UNCOSTED-COUNT  PIC 9(5) VALUE 0.
       01 ENTRY-UNIT-COST PIC 9(7).
       01 FULL-FILLS      PIC 9(7) VALUE 0.
       01 PARTIAL-FILLS   PIC 9(7) VALUE 0.
       01 OPEN-BACKORDERS PIC 9(7) VALUE 0.
       01 SLA-TARGET-TABLE.
          05 SLA-TARGET OCCURS 9 TIMES PIC 9(9) VALUE 0.
       01 SLA-COUNTS.
          05 SLA-CLASS-COUNT OCCURS 9 TIMES.
             10 SLA-SERVED PIC 9(7).
             10 SLA-MET    PIC 9(7).
       01 SC PIC 9(2).
       01 SLA-KEY-DIGIT PIC 9(1).
       01 SERVED-COUNT PIC 9(7) VALUE 0.
       01 WAIT-SUM-CS  PIC 9(13) VALUE 0.
       01 VARIANCE-VALUE-SUM PIC 9(11)V99 VALUE 0.
       01 VARIANCE-LINES     PIC 9(7) VALUE 0.
       01 COUNT-COPIES-READ  PIC 9(3) VALUE 0.
       01 COUNT-COPIES-GONE  PIC 9(3) VALUE 0.
       01 REJECT-COUNT PIC 9(7) VALUE 0.
       01 ALERT-COUNT  PIC 9(7) VALUE 0.

       01 COUNT-COPY-BASE PIC X(9).
      *> Nombre real con el prefijo del entorno (ver fenvparm.cpy).
       01 COUNT-COPY-NAME PIC X(40).
       01 HISTORY-KEPT    PIC 9(7) VALUE 0.
       01 RUN-DATE        PIC X(8).

      *> Renglon del tablero.
       01 SCORE-LINE.
          05 SL-DESC   PIC X(34).
          05 FILLER    PIC X(1) VALUE SPACE.
          05 SL-VALUE  PIC X(13).
          05 FILLER    PIC X(1) VALUE SPACE.
          05 SL-PRIOR  PIC X(13).
          05 FILLER    PIC X(1) VALUE SPACE.
          05 SL-AVG    PIC X(13).
          05 FILLER    PIC X(2) VALUE SPACES.
          05 SL-ARROW  PIC X(1).
          05 FILLER    PIC X(1) VALUE SPACE.
          05 SL-VERDICT PIC X(5).
       01 FIGURE-EDIT PIC Z,ZZZ,ZZ9.99.
       01 FIGURE-WORK PIC 9(9)V99.
       01 NO-FIGURE   PIC X(13) VALUE "          s/d".

       COPY runparmw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 LEDGER-FILE-NAME          PIC X(40) VALUE "STKLEDG".
          05 FRUTAS-FILE-NAME          PIC X(40) VALUE "FRUTASDAT".
          05 CONFIRM-FILE-NAME         PIC X(40) VALUE "RSTKCONF".
          05 BACKORDER-FILE-NAME       PIC X(40) VALUE "RSTKBACK".
          05 QUEUE-HISTORY-FILE-NAME   PIC X(40) VALUE "QUEHIST".
          05 REJECT-FILE-NAME          PIC X(40) VALUE "RJCTFILE".
          05 OPS-ALERT-FILE-NAME       PIC X(40) VALUE "OPSALERT".
          05 CALENDAR-FILE-NAME        PIC X(40) VALUE "CALENDAR".
          05 REPORT-CATALOG-FILE-NAME  PIC X(40) VALUE "RPTCAT".
          05 KPI-HISTORY-FILE-NAME     PIC X(40) VALUE "KPIHIST".
          05 KPI-WORK-FILE-NAME        PIC X(40) VALUE "KPITMP".
          05 KPI-REPORT-FILE-NAME      PIC X(40) VALUE "KPIRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 12 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 12.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       PERFORM LOAD-RUN-PARMS.
       MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT DATE-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO DATE-PARM
       END-ACCEPT.
       IF DATE-PARM NOT = SPACES
           IF FUNCTION TRIM(DATE-PARM) IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(DATE-PARM)) NOT = 0
               DISPLAY "ERROR: uso argv(1)=fecha de la semana "
                   "(AAAAMMDD)."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE ANCHOR-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(DATE-PARM(1:8)))
       ELSE
      *> Sin fecha: la ultima semana completa, la que termino el
      *> domingo anterior a la fecha de negocio.
           COMPUTE ANCHOR-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BUSINESS-DATE)) - 7
       END-IF.
       COMPUTE WEEK-START-INT = ANCHOR-INT
           - FUNCTION MOD(ANCHOR-INT - 1, 7).
       COMPUTE WEEK-END-INT = WEEK-START-INT + 6.
       COMPUTE WEEK-START = FUNCTION DATE-OF-INTEGER(WEEK-START-INT).
       COMPUTE WEEK-END = FUNCTION DATE-OF-INTEGER(WEEK-END-INT).

       PERFORM VARYING K FROM 1 BY 1 UNTIL K > KPI-COUNT
           MOVE 0 TO KF-VALUE(K)
           MOVE "N" TO KF-VALUE-SW(K)
           MOVE 0 TO KF-PRIOR(K)
           MOVE "N" TO KF-PRIOR-SW(K)
           MOVE 0 TO KF-SUM(K)
           MOVE 0 TO KF-WEEKS(K)
       END-PERFORM.

       PERFORM LOAD-BUSINESS-WEEK.
       PERFORM LOAD-SLA-TARGETS.
       PERFORM VALUE-INVENTORY.
       PERFORM SCAN-LEDGER.
       PERFORM SCAN-CONFIRMATIONS.
       PERFORM COUNT-OPEN-BACKORDERS.
       PERFORM SCAN-QUEUE-HISTORY.
       PERFORM SCAN-COUNT-REPORTS.
       PERFORM SCAN-REJECTS.
       PERFORM SCAN-ALERTS.
       PERFORM COMPUTE-WEEK-FIGURES.
       PERFORM UPDATE-KPI-HISTORY.
       PERFORM WRITE-SCORECARD.

       DISPLAY "Tablero de la semana " WEEK-START " a " WEEK-END
           " (" BUSINESS-DAYS " dia(s) habil(es)) en KPIRPT; "
           HISTORY-KEPT " cifra(s) previa(s) en KPIHIST.".
       IF UNCOSTED-COUNT > 0
           DISPLAY "Aviso: " UNCOSTED-COUNT " asiento(s) sin costo; "
               "no entran en la rotacion ni en la merma valuada."
       END-IF.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       LOAD-BUSINESS-WEEK.
           PERFORM VARYING WD FROM 1 BY 1 UNTIL WD > 7
               IF WD <= 5
                   MOVE "S" TO WEEK-DAY-BUSINESS(WD)
               ELSE
                   MOVE "N" TO WEEK-DAY-BUSINESS(WD)
               END-IF
           END-PERFORM.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-OK
               PERFORM UNTIL CALENDAR-FILE-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET CALENDAR-FILE-EOF TO TRUE
                       NOT AT END
                           IF CA-DATE IS NUMERIC
                                   AND CA-DATE >= WEEK-START-X
                                   AND CA-DATE <= WEEK-END-X
                               PERFORM APPLY-CALENDAR-DAY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CALENDAR-FILE.
           MOVE 0 TO BUSINESS-DAYS.
           PERFORM VARYING WD FROM 1 BY 1 UNTIL WD > 7
               IF WEEK-DAY-BUSINESS(WD) = "S"
                   ADD 1 TO BUSINESS-DAYS
               END-IF
           END-PERFORM.

       APPLY-CALENDAR-DAY.
           COMPUTE CALENDAR-DAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(CA-DATE)).
           COMPUTE WD = CALENDAR-DAY-INT - WEEK-START-INT + 1.
           IF CA-BUSINESS-DAY = "S" OR CA-BUSINESS-DAY = "N"
               MOVE CA-BUSINESS-DAY TO WEEK-DAY-BUSINESS(WD)
           END-IF.
           IF CA-BUSINESS-DAY = "N" AND CA-HOLIDAY-NAME NOT = SPACES
                   AND HOLIDAY-PTR < 50
               STRING FUNCTION TRIM(CA-HOLIDAY-NAME) " "
                   DELIMITED BY SIZE INTO HOLIDAY-LIST
                   WITH POINTER HOLIDAY-PTR
               END-STRING
           END-IF.

       LOAD-SLA-TARGETS.
      *> Mismos objetivos que QUEUE-DEMO (SLA-CLASE-n, en
      *> centisegundos; 0 = la clase no tiene objetivo).
           PERFORM VARYING SC FROM 1 BY 1 UNTIL SC > 9
               MOVE 0 TO SLA-TARGET(SC)
               MOVE 0 TO SLA-SERVED(SC)
               MOVE 0 TO SLA-MET(SC)
               MOVE SC TO SLA-KEY-DIGIT
               MOVE SPACES TO PARM-KEY-WANTED
               STRING "SLA-CLASE-" SLA-KEY-DIGIT
                   DELIMITED BY SIZE INTO PARM-KEY-WANTED
               END-STRING
               PERFORM GET-RUN-PARM
               IF PARM-FOUND
                   AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
                   COMPUTE SLA-TARGET(SC) =
                       FUNCTION NUMVAL(PARM-VALUE-FOUND)
               END-IF
           END-PERFORM.

       VALUE-INVENTORY.
      *> Existencia valuada al costo del maestro, en centavos.
           MOVE 0 TO INVENTORY-VALUE.
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
                           IF FRUTA-QTY IS NUMERIC
                                   AND FRUTA-COST IS NUMERIC
                               COMPUTE INVENTORY-VALUE =
                                   INVENTORY-VALUE
                                   + FUNCTION NUMVAL(FRUTA-QTY)
                                   * FUNCTION NUMVAL(FRUTA-COST)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FRUTAS-FILE.

       SCAN-LEDGER.
      *> Egresos (E) y mermas (M) de la semana, al costo sellado en
      *> cada asiento.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-OK
               PERFORM UNTIL LEDGER-FILE-EOF
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-FILE-EOF TO TRUE
                       NOT AT END
                           IF LG-DATE >= WEEK-START-X
                                   AND LG-DATE <= WEEK-END-X
                                   AND (LG-TYPE = "E" OR LG-TYPE = "M")
                               PERFORM TALLY-LEDGER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LEDGER-FILE.

       TALLY-LEDGER-ENTRY.
           IF LG-UNIT-COST IS NOT NUMERIC
               ADD 1 TO UNCOSTED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE LG-UNIT-COST TO ENTRY-UNIT-COST.
           IF LG-TYPE = "E"
               COMPUTE ISSUE-COST = ISSUE-COST
                   + LG-QTY * ENTRY-UNIT-COST
           ELSE
               COMPUTE SHRINK-COST = SHRINK-COST
                   + LG-QTY * ENTRY-UNIT-COST
           END-IF.

       SCAN-CONFIRMATIONS.
      *> Primeras entregas de la semana: las cumplidas enteras contra
      *> todas las que se confirmaron con entrega (las parciales y
      *> las que quedaron en backorder son los backorders nuevos).
      *> Las entregas de backorder no cuentan: la solicitud ya conto
      *> cuando se confirmo por primera vez.
           OPEN INPUT CONFIRM-FILE.
           IF CONFIRM-FILE-OK
               PERFORM UNTIL CONFIRM-FILE-EOF
                   READ CONFIRM-FILE
                       AT END
                           SET CONFIRM-FILE-EOF TO TRUE
                       NOT AT END
                           IF CF-DATE >= WEEK-START-X
                                   AND CF-DATE <= WEEK-END-X
                               EVALUATE CF-RESULT
                                   WHEN "CUMPLIDA"
                                       ADD 1 TO FULL-FILLS
                                   WHEN "CUMPLIDA PARCIAL"
                                   WHEN "EN BACKORDER"
                                       ADD 1 TO PARTIAL-FILLS
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CONFIRM-FILE.

       COUNT-OPEN-BACKORDERS.
      *> RSTKBACK solo tiene lo abierto hoy: es la foto al correr el
      *> tablero, no al cierre de una semana vieja.
           OPEN INPUT BACKORDER-FILE.
           IF BACKORDER-FILE-OK
               PERFORM UNTIL BACKORDER-FILE-EOF
                   READ BACKORDER-FILE
                       AT END
                           SET BACKORDER-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO OPEN-BACKORDERS
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BACKORDER-FILE.

       SCAN-QUEUE-HISTORY.
           OPEN INPUT QUEUE-HISTORY-FILE.
           IF QUEUE-HISTORY-OK
               PERFORM UNTIL QUEUE-HISTORY-EOF
                   READ QUEUE-HISTORY-FILE
                       AT END
                           SET QUEUE-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF QH-STATUS = "C"
                                   AND QH-COMPLETE-DATE >= WEEK-START-X
                                   AND QH-COMPLETE-DATE <= WEEK-END-X
                                   AND QH-WAIT-CS IS NUMERIC
                               PERFORM TALLY-SERVED-TICKET
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE QUEUE-HISTORY-FILE.

       TALLY-SERVED-TICKET.
           ADD 1 TO SERVED-COUNT.
           ADD QH-WAIT-CS TO WAIT-SUM-CS.
           IF QH-PRIORITY IS NOT NUMERIC OR QH-PRIORITY = "0"
               EXIT PARAGRAPH
           END-IF.
           MOVE QH-PRIORITY TO SC.
           IF SLA-TARGET(SC) = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SLA-SERVED(SC).
           IF QH-WAIT-CS <= SLA-TARGET(SC)
               ADD 1 TO SLA-MET(SC)
           END-IF.

       SCAN-COUNT-REPORTS.
      *> Las conciliaciones de conteo de la semana, tal como se
      *> imprimieron: cada copia de CNTRPT asentada en RPTCAT con
      *> fecha de la semana. Un renglon de detalle trae articulo,
      *> contado y maestro numericos (ver PHYSICAL-COUNT-RECON); el
      *> valor de la variacion va en las columnas 40 a 50.
           OPEN INPUT REPORT-CATALOG-FILE.
           IF REPORT-CATALOG-OK
               PERFORM UNTIL REPORT-CATALOG-EOF
                   READ REPORT-CATALOG-FILE
                       AT END
                           SET REPORT-CATALOG-EOF TO TRUE
                       NOT AT END
                           IF RC-REPORT = "CNTRPT"
                                   AND RC-DATE >= WEEK-START-X
                                   AND RC-DATE <= WEEK-END-X
                               PERFORM READ-COUNT-REPORT-COPY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REPORT-CATALOG-FILE.

       READ-COUNT-REPORT-COPY.
           IF RC-STATUS NOT = "A"
               ADD 1 TO COUNT-COPIES-GONE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO COUNT-COPY-BASE.
           STRING "RPT" RC-GENERATION
               DELIMITED BY SIZE INTO COUNT-COPY-BASE
           END-STRING.
           MOVE COUNT-COPY-BASE TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO COUNT-COPY-NAME.
           SET COUNT-COPY-OK TO TRUE.
           OPEN INPUT COUNT-COPY-FILE.
           IF NOT COUNT-COPY-OK
               CLOSE COUNT-COPY-FILE
               ADD 1 TO COUNT-COPIES-GONE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO COUNT-COPIES-READ.
           PERFORM UNTIL COUNT-COPY-EOF
               READ COUNT-COPY-FILE
                   AT END
                       SET COUNT-COPY-EOF TO TRUE
                   NOT AT END
                       IF COUNT-COPY-RECORD(1:10) NOT = SPACES
                               AND COUNT-COPY-RECORD(13:5) IS NUMERIC
                               AND COUNT-COPY-RECORD(22:5) IS NUMERIC
                           ADD 1 TO VARIANCE-LINES
                           ADD FUNCTION ABS(FUNCTION NUMVAL(
                               COUNT-COPY-RECORD(40:11)))
                               TO VARIANCE-VALUE-SUM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COUNT-COPY-FILE.

       SCAN-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF REJECT-FILE-OK
               PERFORM UNTIL REJECT-FILE-EOF
                   READ REJECT-FILE
                       AT END
                           SET REJECT-FILE-EOF TO TRUE
                       NOT AT END
                           IF RJ-DATE >= WEEK-START-X
                                   AND RJ-DATE <= WEEK-END-X
                               ADD 1 TO REJECT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REJECT-FILE.

       SCAN-ALERTS.
           OPEN INPUT OPS-ALERT-FILE.
           IF OPS-ALERT-OK
               PERFORM UNTIL OPS-ALERT-EOF
                   READ OPS-ALERT-FILE
                       AT END
                           SET OPS-ALERT-EOF TO TRUE
                       NOT AT END
                           IF ALERT-DATE >= WEEK-START-X
                                   AND ALERT-DATE <= WEEK-END-X
                               ADD 1 TO ALERT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OPS-ALERT-FILE.

       COMPUTE-WEEK-FIGURES.
      *> Un indicador sin base (sin existencia valuada, sin entregas,
      *> sin atenciones de la clase, sin conteos en la semana) queda
      *> sin cifra: "s/d" no es lo mismo que cero.
           IF INVENTORY-VALUE > 0
               COMPUTE KF-VALUE(KPI-ROT) ROUNDED =
                   ISSUE-COST * 52 / INVENTORY-VALUE
               MOVE "S" TO KF-VALUE-SW(KPI-ROT)
           END-IF.
           IF INVENTORY-VALUE > 0 AND ISSUE-COST > 0
                   AND BUSINESS-DAYS > 0
               COMPUTE KF-VALUE(KPI-DIAS) ROUNDED =
                   INVENTORY-VALUE * BUSINESS-DAYS / ISSUE-COST
               MOVE "S" TO KF-VALUE-SW(KPI-DIAS)
           END-IF.
           IF FULL-FILLS + PARTIAL-FILLS > 0
               COMPUTE KF-VALUE(KPI-CUMP) ROUNDED =
                   FULL-FILLS * 100 / (FULL-FILLS + PARTIAL-FILLS)
               MOVE "S" TO KF-VALUE-SW(KPI-CUMP)
           END-IF.
           MOVE PARTIAL-FILLS TO KF-VALUE(KPI-BKNU).
           MOVE "S" TO KF-VALUE-SW(KPI-BKNU).
           MOVE OPEN-BACKORDERS TO KF-VALUE(KPI-BKAB).
           MOVE "S" TO KF-VALUE-SW(KPI-BKAB).
           PERFORM VARYING SC FROM 1 BY 1 UNTIL SC > 9
               IF SLA-SERVED(SC) > 0
                   COMPUTE KF-VALUE(KPI-SLA0 + SC) ROUNDED =
                       SLA-MET(SC) * 100 / SLA-SERVED(SC)
                   MOVE "S" TO KF-VALUE-SW(KPI-SLA0 + SC)
               END-IF
           END-PERFORM.
           IF SERVED-COUNT > 0
               COMPUTE KF-VALUE(KPI-ESPM) ROUNDED =
                   WAIT-SUM-CS / SERVED-COUNT / 6000
               MOVE "S" TO KF-VALUE-SW(KPI-ESPM)
           END-IF.
           COMPUTE KF-VALUE(KPI-MERM) = SHRINK-COST / 100.
           MOVE "S" TO KF-VALUE-SW(KPI-MERM).
           IF COUNT-COPIES-READ > 0
               MOVE VARIANCE-VALUE-SUM TO KF-VALUE(KPI-VARC)
               MOVE "S" TO KF-VALUE-SW(KPI-VARC)
               MOVE VARIANCE-LINES TO KF-VALUE(KPI-VARN)
               MOVE "S" TO KF-VALUE-SW(KPI-VARN)
           END-IF.
           MOVE REJECT-COUNT TO KF-VALUE(KPI-RECH).
           MOVE "S" TO KF-VALUE-SW(KPI-RECH).
           MOVE ALERT-COUNT TO KF-VALUE(KPI-ALER).
           MOVE "S" TO KF-VALUE-SW(KPI-ALER).

       UPDATE-KPI-HISTORY.
      *> Una pasada por KPIHIST al area de trabajo: las semanas
      *> previas alimentan la comparacion y se conservan; las cifras
      *> viejas de esta misma semana se descartan y se agregan las de
      *> hoy. Despues KPIHIST se regraba desde el area de trabajo.
           OPEN INPUT KPI-HISTORY-FILE.
           OPEN OUTPUT KPI-WORK-FILE.
           IF KPI-HISTORY-OK
               PERFORM UNTIL KPI-HISTORY-EOF
                   READ KPI-HISTORY-FILE
                       AT END
                           SET KPI-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF KH-WEEK NOT = WEEK-START-X
                               PERFORM TAKE-HISTORY-FIGURE
                               MOVE KPI-HISTORY-RECORD
                                   TO KPI-WORK-RECORD
                               WRITE KPI-WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE KPI-HISTORY-FILE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > KPI-COUNT
               IF KF-HAS-VALUE(K)
                   MOVE WEEK-START-X TO KH-WEEK
                   MOVE KPI-CODE(K) TO KH-CODE
                   MOVE KF-VALUE(K) TO KH-VALUE
                   MOVE RUN-DATE TO KH-RUN-DATE
                   MOVE KPI-HISTORY-RECORD TO KPI-WORK-RECORD
                   WRITE KPI-WORK-RECORD
               END-IF
           END-PERFORM.
           CLOSE KPI-WORK-FILE.

           SET KPI-WORK-OK TO TRUE.
           OPEN INPUT KPI-WORK-FILE.
           OPEN OUTPUT KPI-HISTORY-FILE.
           PERFORM UNTIL KPI-WORK-EOF
               READ KPI-WORK-FILE
                   AT END
                       SET KPI-WORK-EOF TO TRUE
                   NOT AT END
                       MOVE KPI-WORK-RECORD TO KPI-HISTORY-RECORD
                       WRITE KPI-HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE KPI-WORK-FILE.
           CLOSE KPI-HISTORY-FILE.

       TAKE-HISTORY-FIGURE.
           IF KH-WEEK IS NOT NUMERIC OR KH-VALUE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE HIST-WEEK-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(KH-WEEK)).
           COMPUTE WEEKS-BACK = (WEEK-START-INT - HIST-WEEK-INT) / 7.
           IF WEEKS-BACK < 1 OR WEEKS-BACK > AVERAGE-WEEKS
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO KPI-IDX.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > KPI-COUNT
               IF KPI-CODE(K) = KH-CODE
                   MOVE K TO KPI-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF KPI-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO HISTORY-KEPT.
           ADD KH-VALUE TO KF-SUM(KPI-IDX).
           ADD 1 TO KF-WEEKS(KPI-IDX).
           IF WEEKS-BACK = 1
               MOVE KH-VALUE TO KF-PRIOR(KPI-IDX)
               MOVE "S" TO KF-PRIOR-SW(KPI-IDX)
           END-IF.

       WRITE-SCORECARD.
           OPEN OUTPUT KPI-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TABLERO SEMANAL DE INDICADORES - SEMANA DEL "
               WEEK-START " AL " WEEK-END
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Dias habiles: " BUSINESS-DAYS
               "   Emitido: " RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF HOLIDAY-LIST NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "Feriados: " HOLIDAY-LIST
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "INDICADOR                          "
               "       SEMANA      ANTERIOR  PROM 13 SEM  TENDENCIA"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > KPI-COUNT
               PERFORM WRITE-SCORE-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Tendencia: ^ sube / v baja / = igual contra la semana"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "anterior; MEJOR/PEOR segun el sentido del "
               "indicador. s/d = sin datos en la semana."
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF COUNT-COPIES-GONE > 0
               MOVE SPACES TO REPORT-LINE
               STRING "Aviso: " COUNT-COPIES-GONE " copia(s) de "
                   "CNTRPT de la semana ya purgada(s) o ilegible(s); "
                   "la variacion de conteo es parcial."
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           CLOSE KPI-REPORT-FILE.
           MOVE KPI-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "KPI-SCORECARD" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-SCORE-LINE.
      *> Las clases de SLA sin objetivo no tienen renglon.
           IF K > KPI-SLA0 AND K <= KPI-SLA0 + 9
               IF SLA-TARGET(K - KPI-SLA0) = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO SCORE-LINE.
           MOVE KPI-DESC(K) TO SL-DESC.
           IF KF-HAS-VALUE(K)
               MOVE KF-VALUE(K) TO FIGURE-EDIT
               MOVE FIGURE-EDIT TO SL-VALUE
           ELSE
               MOVE NO-FIGURE TO SL-VALUE
           END-IF.
           IF KF-HAS-PRIOR(K)
               MOVE KF-PRIOR(K) TO FIGURE-EDIT
               MOVE FIGURE-EDIT TO SL-PRIOR
           ELSE
               MOVE NO-FIGURE TO SL-PRIOR
           END-IF.
           IF KF-WEEKS(K) > 0
               COMPUTE FIGURE-WORK ROUNDED = KF-SUM(K) / KF-WEEKS(K)
               MOVE FIGURE-WORK TO FIGURE-EDIT
               MOVE FIGURE-EDIT TO SL-AVG
           ELSE
               MOVE NO-FIGURE TO SL-AVG
           END-IF.
           IF KF-HAS-VALUE(K) AND KF-HAS-PRIOR(K)
               EVALUATE TRUE
                   WHEN KF-VALUE(K) > KF-PRIOR(K)
                       MOVE "^" TO SL-ARROW
                       IF KPI-SENSE(K) = "S"
                           MOVE "MEJOR" TO SL-VERDICT
                       ELSE
                           MOVE "PEOR" TO SL-VERDICT
                       END-IF
                   WHEN KF-VALUE(K) < KF-PRIOR(K)
                       MOVE "v" TO SL-ARROW
                       IF KPI-SENSE(K) = "S"
                           MOVE "PEOR" TO SL-VERDICT
                       ELSE
                           MOVE "MEJOR" TO SL-VERDICT
                       END-IF
                   WHEN OTHER
                       MOVE "=" TO SL-ARROW
               END-EVALUATE
           END-IF.
           MOVE SCORE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       COPY runparmp.
       COPY pdatep.
       COPY fenvp.
       COPY rarcp.
