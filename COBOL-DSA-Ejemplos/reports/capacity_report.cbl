       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-REPORT.

      *> Proyeccion de holgura de los topes fijos del sistema: los
      *> limites estan desparramados (OCCURS 100 de sortparm.cpy y
      *> srchparm.cpy, pilas de OCCURS 10, la tabla de 50 renglones
      *> de RUNPARMS, CAPACIDAD-COLA, la tabla en memoria de RSTKREQ,
      *> la clave FRUTA-KEY de cuatro digitos) y cada uno revienta la
      *> noche en que se alcanza. Aqui se mide el uso actual de cada
      *> tope en los archivos reales, se lo compara con la muestra mas
      *> vieja de este mismo reporte en HISTLOG dentro de la ventana
      *> de tendencia (DIAS-TENDENCIA en RUNPARMS, defecto 90) y se
      *> proyecta la fecha en que el crecimiento llega al tope. CAPRPT
      *> lista los topes de la fecha mas cercana a la mas lejana; los
      *> que caen dentro del horizonte de aviso (HORIZONTE-CAPACIDAD,
      *> defecto 30 dias) o ya estan en el tope levantan OPSALERT,
      *> para ensanchar la tabla un martes a la tarde y no durante la
      *> caida. Cada corrida deja su medicion en HISTLOG (una linea,
      *> igual que las demos), que es la historia de la proxima.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
      *> Numerador de claves de articulo (ver frutarec.cpy).
           SELECT OPTIONAL KEY-COUNTER-FILE
               ASSIGN USING KEY-COUNTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-COUNTER-STATUS.
           SELECT OPTIONAL CAPACITY-PARM-FILE
               ASSIGN USING CAPACITY-PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-PARM-STATUS.
           SELECT OPTIONAL STACK-JOURNAL
               ASSIGN USING STACK-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
      *> Archivo que se esta contando (ver COUNTED-FILE-AREA): las
      *> entradas de orden y de busqueda, RSTKREQ, QUEUEDAT y
      *> RUNPARMS se cuentan todas con la misma lectura.
           SELECT OPTIONAL COUNT-FILE ASSIGN USING COUNT-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-FILE-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN USING HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT CAPACITY-REPORT-FILE
               ASSIGN USING CAPACITY-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-REPORT-STATUS.

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
      *> Mismo maestro de inventario que array.cbl.
       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  KEY-COUNTER-FILE.
       01  KEY-COUNTER-RECORD PIC 9(4).

       FD  CAPACITY-PARM-FILE.
       01  CAPACITY-PARM-RECORD PIC X(3).

      *> Misma bitacora que stack.cbl / STACK-JOURNAL-VERIFY.
       FD  STACK-JOURNAL.
       01  JOURNAL-RECORD.
           05 JOURNAL-OP    PIC X(4).
           05 JOURNAL-STACK PIC X(10).
           05 JOURNAL-ITEM  PIC X(10).
           05 JOURNAL-TIME  PIC 9(8).
           05 JOURNAL-DATE  PIC X(8).

       FD  COUNT-FILE.
       01  COUNT-RECORD PIC X(256).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY histrec.

       FD  CAPACITY-REPORT-FILE.
       01  REPORT-LINE PIC X(120).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY runparmf.

       WORKING-STORAGE SECTION.
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK  VALUE "00".
           88 FRUTAS-FILE-EOF VALUE "10".
       01 KEY-COUNTER-STATUS PIC XX VALUE "00".
           88 KEY-COUNTER-OK VALUE "00".
       01 CAPACITY-PARM-STATUS PIC XX VALUE "00".
           88 CAPACITY-PARM-OK VALUE "00".
       01 JOURNAL-FILE-STATUS PIC XX VALUE "00".
           88 JOURNAL-FILE-OK  VALUE "00".
           88 JOURNAL-FILE-EOF VALUE "10".
       01 COUNT-FILE-STATUS PIC XX VALUE "00".
           88 COUNT-FILE-OK  VALUE "00".
           88 COUNT-FILE-EOF VALUE "10".
       01 HISTORY-FILE-STATUS PIC XX VALUE "00".
           88 HISTORY-FILE-OK  VALUE "00".
           88 HISTORY-FILE-EOF VALUE "10".
       01 CAPACITY-REPORT-STATUS PIC XX VALUE "00".
           88 CAPACITY-REPORT-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

      *> Directorio de topes: codigo, codigo de la muestra en HISTLOG
      *> (el pool fisico de la cola crece con la misma profundidad que
      *> CAPACIDAD-COLA y comparte su muestra), descripcion y tope
      *> declarado en el programa que lo sufre. El tope de COL se
      *> resuelve al correr (QUEUEPRM / CAPACIDAD-COLA) y el de PAR
      *> sale de runparmw.cpy. Un tope nuevo se agrega aqui, en
      *> LIMIT-COUNT y, si tiene archivo propio, en COUNTED-FILE-AREA.
       01 LIMIT-AREA.
          05 FILLER PIC X(40) VALUE
              "CLVCLVClave de articulo FRUTA-KEY   9999".
          05 FILLER PIC X(40) VALUE
              "FRUFRUArticulos en la tabla FRUTAS  9999".
          05 FILLER PIC X(40) VALUE
              "COLCOLTiques contra CAPACIDAD-COLA  0000".
          05 FILLER PIC X(40) VALUE
              "POOCOLTiques contra el pool fisico  0500".
          05 FILLER PIC X(40) VALUE
              "PARPARRenglones de RUNPARMS         0000".
          05 FILLER PIC X(40) VALUE
              "PILPILProfundidad de pila de STACK  0010".
          05 FILLER PIC X(40) VALUE
              "PLSPLSPilas nombradas en STACKJRNL  0005".
          05 FILLER PIC X(40) VALUE
              "ORDORDEntradas a ordenar SO-ENTRY   0100".
          05 FILLER PIC X(40) VALUE
              "BUSBUSLista de busqueda srchparm    0100".
          05 FILLER PIC X(40) VALUE
              "RSTRSTDetalles RSTKREQ en memoria   0100".
       01 FILLER REDEFINES LIMIT-AREA.
          05 LIMIT-ENTRY OCCURS 10 TIMES.
             10 LM-CODE      PIC X(3).
             10 LM-HIST-CODE PIC X(3).
             10 LM-NAME      PIC X(30).
             10 LM-CAPACITY  PIC 9(4).
       01 LIMIT-COUNT PIC 9(2) VALUE 10.

      *> Archivos cuyo total de renglones es el uso de un tope; para
      *> ORD y BUS vale la entrada mas grande de la familia.
       01 COUNTED-FILE-AREA.
          05 FILLER PIC X(12) VALUE "ORDPRODIN".
          05 FILLER PIC X(12) VALUE "ORDBUBBLEIN".
          05 FILLER PIC X(12) VALUE "ORDINSRTIN".
          05 FILLER PIC X(12) VALUE "ORDSRTAUTOIN".
          05 FILLER PIC X(12) VALUE "ORDSRTCMPIN".
          05 FILLER PIC X(12) VALUE "BUSSRTLIST".
          05 FILLER PIC X(12) VALUE "BUSSRTCODE".
          05 FILLER PIC X(12) VALUE "BUSSRCHLIST".
          05 FILLER PIC X(12) VALUE "RSTRSTKREQ".
          05 FILLER PIC X(12) VALUE "COLQUEUEDAT".
          05 FILLER PIC X(12) VALUE "PARRUNPARMS".
       01 FILLER REDEFINES COUNTED-FILE-AREA.
          05 COUNTED-FILE-ENTRY OCCURS 11 TIMES.
             10 CT-LIMIT PIC X(3).
             10 CT-FILE  PIC X(9).
       01 COUNTED-FILE-COUNT PIC 9(2) VALUE 11.
       01 CT PIC 9(2).
       01 COUNT-ENV-NAME PIC X(40).
       01 COUNTED-RECORDS PIC 9(5).

      *> Tabla de trabajo: un renglon por tope, con el uso medido, la
      *> muestra base de HISTLOG y la proyeccion. Se ordena por
      *> CP-DAYS-LEFT antes de imprimir.
       01 CAPACITY-TABLE.
          05 CAPACITY-ENTRY OCCURS 10 TIMES.
             10 CP-CODE       PIC X(3).
             10 CP-HIST-CODE  PIC X(3).
             10 CP-NAME       PIC X(30).
             10 CP-CAPACITY   PIC 9(4).
             10 CP-USAGE      PIC 9(4).
             10 CP-SOURCE     PIC X(9).
             10 CP-BASE-FOUND PIC X(1).
             10 CP-BASE-DATE  PIC X(8).
             10 CP-BASE-VALUE PIC 9(4).
             10 CP-TREND      PIC X(1).
      *>        "T" en el tope / "P" proyectado / "S" sin crecimiento /
      *>        "H" sin historia en la ventana.
             10 CP-DAYS-LEFT  PIC 9(5).
             10 CP-LIMIT-DATE PIC X(8).
       01 CAPACITY-HOLD PIC X(80).
       01 L  PIC 9(2).
       01 L2 PIC 9(2).
       01 LIMIT-IDX PIC 9(2).
       01 NO-PROJECTION-DAYS PIC 9(5) VALUE 99999.

      *> Muestra en HISTLOG: nueve pares CODIGO=uso de 4 digitos en
      *> posiciones fijas de 9 (ver WRITE-HISTORY-ENTRY).
       01 SAMPLE-POS PIC 9(2).
       01 SAMPLE-SLOT PIC 9(2).
       01 SAMPLE-DATE-INT PIC 9(7).

       01 TODAY-DATE PIC X(8).
       01 TODAY-INT PIC 9(7).
       01 WINDOW-START-INT PIC 9(7).
       01 BASE-INT PIC 9(7).
       01 ELAPSED-DAYS PIC 9(5).
       01 GROWTH PIC 9(5).
       01 DAYS-WORK PIC 9(9).
       01 TREND-WINDOW-DAYS PIC 9(4) VALUE 90.
       01 HORIZON-DAYS PIC 9(4) VALUE 30.

       01 FRUIT-COUNT PIC 9(5) VALUE 0.
       01 HIGH-FRUTA-KEY PIC 9(4) VALUE 0.
       01 QUEUE-CAPACITY PIC 9(3) VALUE 200.
       01 POOL-PHYSICAL-MAX PIC 9(3) VALUE 500.

      *> Simulacion de la bitacora de pilas: solo profundidades, sin
      *> el tope de stack.cbl, para medir cuanto se pasaria.
       01 JOURNAL-STACK-TABLE.
          05 JOURNAL-STACK-COUNT PIC 9(2) VALUE 0.
          05 JOURNAL-STACK-ENTRY OCCURS 20 TIMES.
             10 JS-NAME  PIC X(10).
             10 JS-DEPTH PIC 9(4).
       01 JOURNAL-STACK-CAPACITY PIC 9(2) VALUE 20.
       01 JS PIC 9(2).
       01 JS-IDX PIC 9(2).
       01 PEAK-STACK-DEPTH PIC 9(4) VALUE 0.

       01 ALERT-LIMIT-COUNT PIC 9(2) VALUE 0.
       01 REACHED-COUNT PIC 9(2) VALUE 0.
       01 PCT-USED PIC 9(3).
       01 TREND-DESC PIC X(40).
       01 HIST-TIME-STAMP PIC 9(8).

       COPY runparmw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 FRUTAS-FILE-NAME          PIC X(40) VALUE "FRUTASDAT".
          05 KEY-COUNTER-FILE-NAME     PIC X(40) VALUE "FRUTAKEY".
          05 CAPACITY-PARM-FILE-NAME   PIC X(40) VALUE "QUEUEPRM".
          05 STACK-JOURNAL-FILE-NAME   PIC X(40) VALUE "STACKJRNL".
          05 HISTORY-FILE-NAME         PIC X(40) VALUE "HISTLOG".
          05 CAPACITY-REPORT-FILE-NAME PIC X(40) VALUE "CAPRPT".
          05 OPS-ALERT-FILE-NAME       PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 7 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 7.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-RUN-PARMS.
       MOVE "HORIZONTE-CAPACIDAD" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE HORIZON-DAYS = FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.
       MOVE "DIAS-TENDENCIA" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE TREND-WINDOW-DAYS =
               FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.
       IF TREND-WINDOW-DAYS = 0
           MOVE 90 TO TREND-WINDOW-DAYS
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
       COMPUTE TODAY-INT =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TODAY-DATE)).
       COMPUTE WINDOW-START-INT = TODAY-INT - TREND-WINDOW-DAYS.

       PERFORM LOAD-LIMIT-TABLE.
       PERFORM MEASURE-FRUTAS-MASTER.
       PERFORM MEASURE-QUEUE-CAPACITY.
       PERFORM MEASURE-STACK-JOURNAL.
       PERFORM VARYING CT FROM 1 BY 1 UNTIL CT > COUNTED-FILE-COUNT
           PERFORM MEASURE-COUNTED-FILE
       END-PERFORM.
      *> El pool fisico se llena con los mismos tiques que la
      *> capacidad configurada.
       PERFORM VARYING L FROM 1 BY 1 UNTIL L > LIMIT-COUNT
           IF CP-CODE(L) = "POO"
               MOVE "COL" TO CP-CODE(L)
               PERFORM FIND-LIMIT-ENTRY
               MOVE "POO" TO CP-CODE(L)
               MOVE CP-USAGE(LIMIT-IDX) TO CP-USAGE(L)
               MOVE CP-SOURCE(LIMIT-IDX) TO CP-SOURCE(L)
           END-IF
       END-PERFORM.

       PERFORM LOAD-TREND-SAMPLES.
       PERFORM VARYING L FROM 1 BY 1 UNTIL L > LIMIT-COUNT
           PERFORM PROJECT-ONE-LIMIT
       END-PERFORM.
       PERFORM SORT-BY-NEAREST-DATE.

       OPEN OUTPUT CAPACITY-REPORT-FILE.
       MOVE SPACES TO REPORT-LINE.
       STRING "HOLGURA DE CAPACIDAD AL " TODAY-DATE
           " (TENDENCIA " TREND-WINDOW-DAYS " DIAS, AVISO A "
           HORIZON-DAYS " DIAS)"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       MOVE "TOPE" TO REPORT-LINE(1:4).
       MOVE "USO" TO REPORT-LINE(37:3).
       MOVE "TOPE" TO REPORT-LINE(41:4).
       MOVE "%USO" TO REPORT-LINE(47:4).
       MOVE "LLEGA AL" TO REPORT-LINE(54:8).
       MOVE "TENDENCIA" TO REPORT-LINE(64:9).
       MOVE "MEDIDO EN" TO REPORT-LINE(106:9).
       WRITE REPORT-LINE.
       PERFORM VARYING L FROM 1 BY 1 UNTIL L > LIMIT-COUNT
           PERFORM REPORT-ONE-LIMIT
       END-PERFORM.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Topes alcanzados: " REACHED-COUNT
           "  dentro del horizonte de aviso: " ALERT-LIMIT-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE CAPACITY-REPORT-FILE.
       MOVE CAPACITY-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "CAPACITY-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       PERFORM WRITE-HISTORY-ENTRY.

       DISPLAY "Holgura de capacidad: " ALERT-LIMIT-COUNT
           " tope(s) dentro de " HORIZON-DAYS " dia(s) ("
           REACHED-COUNT " ya alcanzado(s)); reporte en CAPRPT.".
       IF ALERT-LIMIT-COUNT > 0
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-LIMIT-TABLE.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LIMIT-COUNT
               MOVE LM-CODE(L) TO CP-CODE(L)
               MOVE LM-HIST-CODE(L) TO CP-HIST-CODE(L)
               MOVE LM-NAME(L) TO CP-NAME(L)
               MOVE LM-CAPACITY(L) TO CP-CAPACITY(L)
               MOVE 0 TO CP-USAGE(L)
               MOVE SPACES TO CP-SOURCE(L)
               MOVE "N" TO CP-BASE-FOUND(L)
               MOVE SPACES TO CP-BASE-DATE(L)
               MOVE 0 TO CP-BASE-VALUE(L)
               MOVE SPACE TO CP-TREND(L)
               MOVE 0 TO CP-DAYS-LEFT(L)
               MOVE SPACES TO CP-LIMIT-DATE(L)
               IF CP-CODE(L) = "PAR"
                   MOVE RUN-PARM-TABLE-CAPACITY TO CP-CAPACITY(L)
               END-IF
           END-PERFORM.

       FIND-LIMIT-ENTRY.
      *> Deja en LIMIT-IDX el renglon cuyo codigo es CP-CODE(L).
           MOVE 0 TO LIMIT-IDX.
           PERFORM VARYING L2 FROM 1 BY 1 UNTIL L2 > LIMIT-COUNT
               IF L2 NOT = L AND CP-CODE(L2) = CP-CODE(L)
                   MOVE L2 TO LIMIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MEASURE-FRUTAS-MASTER.
      *> Renglones del maestro y clave mas alta; el numerador FRUTAKEY
      *> manda si va adelante (la proxima alta toma la siguiente).
           MOVE 0 TO FRUIT-COUNT.
           MOVE 0 TO HIGH-FRUTA-KEY.
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
                           ADD 1 TO FRUIT-COUNT
                           IF FRUTA-KEY > HIGH-FRUTA-KEY
                               MOVE FRUTA-KEY TO HIGH-FRUTA-KEY
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "  FRUTASDAT: no disponible (primera corrida o "
                   "runtime sin INDEXED)."
           END-IF.
           CLOSE FRUTAS-FILE.
           OPEN INPUT KEY-COUNTER-FILE.
           IF KEY-COUNTER-OK
               READ KEY-COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF KEY-COUNTER-RECORD IS NUMERIC
                               AND KEY-COUNTER-RECORD > HIGH-FRUTA-KEY
                           MOVE KEY-COUNTER-RECORD TO HIGH-FRUTA-KEY
                       END-IF
               END-READ
           END-IF.
           CLOSE KEY-COUNTER-FILE.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LIMIT-COUNT
               EVALUATE CP-CODE(L)
                   WHEN "CLV"
                       MOVE HIGH-FRUTA-KEY TO CP-USAGE(L)
                       MOVE "FRUTAKEY" TO CP-SOURCE(L)
                   WHEN "FRU"
                       IF FRUIT-COUNT > 9999
                           MOVE 9999 TO CP-USAGE(L)
                       ELSE
                           MOVE FRUIT-COUNT TO CP-USAGE(L)
                       END-IF
                       MOVE "FRUTASDAT" TO CP-SOURCE(L)
               END-EVALUATE
           END-PERFORM.

       MEASURE-QUEUE-CAPACITY.
      *> Misma cadena que queue.cbl y PRE-FLIGHT-CHECK: RUNPARMS
      *> manda, QUEUEPRM es el respaldo y el maximo fisico recorta.
           OPEN INPUT CAPACITY-PARM-FILE.
           IF CAPACITY-PARM-OK
               READ CAPACITY-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(CAPACITY-PARM-RECORD) IS NUMERIC
                           COMPUTE QUEUE-CAPACITY = FUNCTION NUMVAL(
                               FUNCTION TRIM(CAPACITY-PARM-RECORD))
                       END-IF
               END-READ
           END-IF.
           CLOSE CAPACITY-PARM-FILE.
           MOVE "CAPACIDAD-COLA" TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
               COMPUTE QUEUE-CAPACITY =
                   FUNCTION NUMVAL(PARM-VALUE-FOUND)
           END-IF.
           IF QUEUE-CAPACITY > POOL-PHYSICAL-MAX
                   OR QUEUE-CAPACITY = 0
               MOVE POOL-PHYSICAL-MAX TO QUEUE-CAPACITY
           END-IF.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LIMIT-COUNT
               IF CP-CODE(L) = "COL"
                   MOVE QUEUE-CAPACITY TO CP-CAPACITY(L)
               END-IF
           END-PERFORM.

       MEASURE-STACK-JOURNAL.
      *> Se repite la bitacora contando profundidades por pila: la
      *> pila mas alta en cualquier momento de la repeticion es la que
      *> tiene que caber en el OCCURS 10 de stack.cbl.
           MOVE 0 TO JOURNAL-STACK-COUNT.
           MOVE 0 TO PEAK-STACK-DEPTH.
           OPEN INPUT STACK-JOURNAL.
           IF JOURNAL-FILE-OK
               PERFORM UNTIL JOURNAL-FILE-EOF
                   READ STACK-JOURNAL
                       AT END
                           SET JOURNAL-FILE-EOF TO TRUE
                       NOT AT END
                           IF JOURNAL-OP = "PUSH" OR JOURNAL-OP = "POP "
                               PERFORM REPLAY-JOURNAL-OPERATION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE STACK-JOURNAL.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LIMIT-COUNT
               EVALUATE CP-CODE(L)
                   WHEN "PIL"
                       MOVE PEAK-STACK-DEPTH TO CP-USAGE(L)
                       MOVE "STACKJRNL" TO CP-SOURCE(L)
                   WHEN "PLS"
                       MOVE JOURNAL-STACK-COUNT TO CP-USAGE(L)
                       MOVE "STACKJRNL" TO CP-SOURCE(L)
               END-EVALUATE
           END-PERFORM.

       REPLAY-JOURNAL-OPERATION.
           MOVE 0 TO JS-IDX.
           PERFORM VARYING JS FROM 1 BY 1 UNTIL JS > JOURNAL-STACK-COUNT
               IF JS-NAME(JS) = JOURNAL-STACK
                   MOVE JS TO JS-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF JS-IDX = 0
               IF JOURNAL-STACK-COUNT >= JOURNAL-STACK-CAPACITY
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO JOURNAL-STACK-COUNT
               MOVE JOURNAL-STACK-COUNT TO JS-IDX
               MOVE JOURNAL-STACK TO JS-NAME(JS-IDX)
               MOVE 0 TO JS-DEPTH(JS-IDX)
           END-IF.
           IF JOURNAL-OP = "PUSH"
               ADD 1 TO JS-DEPTH(JS-IDX)
               IF JS-DEPTH(JS-IDX) > PEAK-STACK-DEPTH
                   MOVE JS-DEPTH(JS-IDX) TO PEAK-STACK-DEPTH
               END-IF
           ELSE
               IF JS-DEPTH(JS-IDX) > 0
                   SUBTRACT 1 FROM JS-DEPTH(JS-IDX)
               END-IF
           END-IF.

       MEASURE-COUNTED-FILE.
      *> Cuenta los renglones no vacios de CT-FILE(CT) en el entorno de
      *> la corrida y los carga en el tope CT-LIMIT(CT) si superan lo
      *> medido hasta ahora para ese tope.
           MOVE CT-FILE(CT) TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO COUNT-ENV-NAME.
           MOVE 0 TO COUNTED-RECORDS.
           SET COUNT-FILE-OK TO TRUE.
           OPEN INPUT COUNT-FILE.
           IF COUNT-FILE-OK
               PERFORM UNTIL COUNT-FILE-EOF
                   READ COUNT-FILE
                       AT END
                           SET COUNT-FILE-EOF TO TRUE
                       NOT AT END
                           IF COUNT-RECORD NOT = SPACES
                                   AND COUNTED-RECORDS < 99999
                               ADD 1 TO COUNTED-RECORDS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COUNT-FILE.
           IF COUNTED-RECORDS > 9999
               MOVE 9999 TO COUNTED-RECORDS
           END-IF.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LIMIT-COUNT
               IF CP-CODE(L) = CT-LIMIT(CT)
                   IF COUNTED-RECORDS > CP-USAGE(L)
                           OR CP-SOURCE(L) = SPACES
                       MOVE COUNTED-RECORDS TO CP-USAGE(L)
                       MOVE CT-FILE(CT) TO CP-SOURCE(L)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-TREND-SAMPLES.
      *> HISTLOG va en orden de llegada: la primera muestra de este
      *> reporte dentro de la ventana (y anterior a hoy) es la mas
      *> vieja, y es la base de la tendencia de cada tope.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-OK
               PERFORM UNTIL HISTORY-FILE-EOF
                   READ HISTORY-FILE
                       AT END
                           SET HISTORY-FILE-EOF TO TRUE
                       NOT AT END
                           IF HIST-PROGRAM = "CAPACITY-REPORT"
                                   AND HIST-DATE IS NUMERIC
                                   AND HIST-DATE < TODAY-DATE
                               PERFORM TAKE-TREND-SAMPLE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORY-FILE.

       TAKE-TREND-SAMPLE.
           COMPUTE SAMPLE-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(HIST-DATE)).
           IF SAMPLE-DATE-INT < WINDOW-START-INT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LIMIT-COUNT
               IF CP-BASE-FOUND(L) = "N"
                   PERFORM VARYING SAMPLE-SLOT FROM 1 BY 1
                           UNTIL SAMPLE-SLOT > 9
                       COMPUTE SAMPLE-POS = (SAMPLE-SLOT - 1) * 9 + 1
                       IF HIST-DETAIL(SAMPLE-POS:3) = CP-HIST-CODE(L)
                               AND HIST-DETAIL(SAMPLE-POS + 4:4)
                                   IS NUMERIC
                           MOVE HIST-DETAIL(SAMPLE-POS + 4:4)
                               TO CP-BASE-VALUE(L)
                           MOVE HIST-DATE TO CP-BASE-DATE(L)
                           MOVE "S" TO CP-BASE-FOUND(L)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       PROJECT-ONE-LIMIT.
      *> Crecimiento lineal entre la muestra base y hoy; los dias que
      *> faltan se redondean hacia arriba (el tope se alcanza el dia
      *> en que el uso lo iguala).
           MOVE NO-PROJECTION-DAYS TO CP-DAYS-LEFT(L).
           MOVE SPACES TO CP-LIMIT-DATE(L).
           EVALUATE TRUE
               WHEN CP-USAGE(L) >= CP-CAPACITY(L)
                   MOVE "T" TO CP-TREND(L)
                   MOVE 0 TO CP-DAYS-LEFT(L)
                   MOVE TODAY-DATE TO CP-LIMIT-DATE(L)
               WHEN CP-BASE-FOUND(L) NOT = "S"
                   MOVE "H" TO CP-TREND(L)
               WHEN CP-USAGE(L) <= CP-BASE-VALUE(L)
                   MOVE "S" TO CP-TREND(L)
               WHEN OTHER
                   MOVE "P" TO CP-TREND(L)
                   COMPUTE BASE-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(CP-BASE-DATE(L)))
                   COMPUTE ELAPSED-DAYS = TODAY-INT - BASE-INT
                   COMPUTE GROWTH = CP-USAGE(L) - CP-BASE-VALUE(L)
                   COMPUTE DAYS-WORK =
                       ((CP-CAPACITY(L) - CP-USAGE(L)) * ELAPSED-DAYS
                        + GROWTH - 1) / GROWTH
                   IF DAYS-WORK >= NO-PROJECTION-DAYS
                       MOVE "S" TO CP-TREND(L)
                   ELSE
                       MOVE DAYS-WORK TO CP-DAYS-LEFT(L)
                       MOVE FUNCTION DATE-OF-INTEGER(
                           TODAY-INT + DAYS-WORK) TO CP-LIMIT-DATE(L)
                   END-IF
           END-EVALUATE.

       SORT-BY-NEAREST-DATE.
      *> Diez renglones: un burbujeo estable alcanza. Los que no tienen
      *> proyeccion (99999) quedan al final en el orden del directorio.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L >= LIMIT-COUNT
               PERFORM VARYING L2 FROM 1 BY 1
                       UNTIL L2 > LIMIT-COUNT - L
                   IF CP-DAYS-LEFT(L2) > CP-DAYS-LEFT(L2 + 1)
                       MOVE CAPACITY-ENTRY(L2) TO CAPACITY-HOLD
                       MOVE CAPACITY-ENTRY(L2 + 1)
                           TO CAPACITY-ENTRY(L2)
                       MOVE CAPACITY-HOLD TO CAPACITY-ENTRY(L2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       REPORT-ONE-LIMIT.
           IF CP-CAPACITY(L) = 0
               MOVE 999 TO PCT-USED
           ELSE
               COMPUTE PCT-USED = CP-USAGE(L) * 100 / CP-CAPACITY(L)
           END-IF.
           MOVE SPACES TO TREND-DESC.
           EVALUATE CP-TREND(L)
               WHEN "T"
                   MOVE "*** TOPE ALCANZADO ***" TO TREND-DESC
               WHEN "H"
                   MOVE "sin historia en la ventana" TO TREND-DESC
               WHEN "S"
                   STRING "sin crecimiento desde " CP-BASE-DATE(L)
                       DELIMITED BY SIZE INTO TREND-DESC
                   END-STRING
               WHEN OTHER
                   STRING "de " CP-BASE-VALUE(L) " el "
                       CP-BASE-DATE(L) "; en " CP-DAYS-LEFT(L) " dias"
                       DELIMITED BY SIZE INTO TREND-DESC
                   END-STRING
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING CP-CODE(L) " " CP-NAME(L) " " CP-USAGE(L) " "
               CP-CAPACITY(L) "  " PCT-USED "%  "
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           IF CP-LIMIT-DATE(L) = SPACES
               MOVE "--------" TO REPORT-LINE(54:8)
           ELSE
               MOVE CP-LIMIT-DATE(L) TO REPORT-LINE(54:8)
           END-IF.
           MOVE TREND-DESC TO REPORT-LINE(64:40).
           MOVE CP-SOURCE(L) TO REPORT-LINE(106:9).
           WRITE REPORT-LINE.
           IF CP-TREND(L) = "T"
               ADD 1 TO REACHED-COUNT
           END-IF.
           IF CP-TREND(L) = "T"
                   OR (CP-TREND(L) = "P"
                       AND CP-DAYS-LEFT(L) <= HORIZON-DAYS)
               ADD 1 TO ALERT-LIMIT-COUNT
               DISPLAY "AVISO: " FUNCTION TRIM(CP-NAME(L)) " en "
                   CP-USAGE(L) " de " CP-CAPACITY(L)
                   "; llega al tope el " CP-LIMIT-DATE(L) "."
               MOVE "TOPE-CAPACIDAD" TO ALERT-REASON
               MOVE SPACES TO ALERT-VALUE
               STRING CP-CODE(L) " en " CP-DAYS-LEFT(L) " dias"
                   DELIMITED BY SIZE INTO ALERT-VALUE
               END-STRING
               PERFORM WRITE-OPS-ALERT
           END-IF.

       WRITE-HISTORY-ENTRY.
      *> Bitacora compartida de corridas: una linea por ejecucion en
      *> HISTLOG, igual patron que las demas corridas. Los nueve usos
      *> van en posiciones fijas (CODIGO=nnnn cada 9) para que la
      *> proxima corrida los lea sin desarmar pares.
           OPEN EXTEND HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               CLOSE HISTORY-FILE
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE "CAPACITY-REPORT" TO HIST-PROGRAM.
           MOVE TODAY-DATE TO HIST-DATE.
           ACCEPT HIST-TIME-STAMP FROM TIME.
           MOVE HIST-TIME-STAMP TO HIST-TIME.
           MOVE SPACES TO HIST-DETAIL.
           MOVE 1 TO SAMPLE-POS.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LIMIT-COUNT
               IF CP-CODE(L) = CP-HIST-CODE(L)
                   MOVE CP-CODE(L) TO HIST-DETAIL(SAMPLE-POS:3)
                   MOVE "=" TO HIST-DETAIL(SAMPLE-POS + 3:1)
                   MOVE CP-USAGE(L) TO HIST-DETAIL(SAMPLE-POS + 4:4)
                   ADD 9 TO SAMPLE-POS
               END-IF
           END-PERFORM.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe, igual que
      *> HISTLOG). Un tope ya alcanzado es severidad alta; uno que se
      *> acerca, media.
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "CAPACITY-REPORT" TO ALERT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-DATE.
           ACCEPT ALERT-TIME-STAMP FROM TIME.
           MOVE ALERT-TIME-STAMP TO ALERT-TIME.
           MOVE "N" TO ALERT-ACK.
           IF CP-TREND(L) = "T"
               MOVE "A" TO ALERT-SEVERITY
           ELSE
               MOVE "M" TO ALERT-SEVERITY
           END-IF.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY runparmp.

       COPY fenvp.
       COPY rsnalp.
       COPY rarcp.
