      *> con mas de un dia -- con alerta OPSALERT y RC 8, porque una
      *> interfaz sin vuelta de acuse es como un archivo deja de
      *> llegar tres semanas en silencio.
      *>
      *> El reclamo no se repite en cada corrida: la primera denuncia
      *> sale pasado el dia de siempre y cada repeticion espera, desde
      *> el reclamo anterior, lo que diga el calendario FIB-BACKOFF
      *> "ACUSE" (BACKOFF-BASE-ACUSE / BACKOFF-TOPE-ACUSE en RUNPARMS,
      *> defecto 1 y 7 dias). El numero de intento sale en EXTACKR y
      *> queda grabado en el manifiesto (SM-CHASE-COUNT).
      *>
      *> Antes de procesar, PARTACK pasa por el registro de archivos
      *> entrantes INBREG (ver inbs.cpy): un archivo con el mismo
      *> contenido que una llegada anterior no se procesa (RC 8 y
      *> alerta ARCHIVO-REPETIDO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACK-FILE ASSIGN USING ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
           SELECT OPTIONAL SEND-MANIFEST-FILE
               ASSIGN USING SEND-MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEND-MANIFEST-STATUS.
      *> Area de trabajo para regrabar el manifiesto con las marcas
      *> de acuse, mismo esquema que OPSALTMP.
           SELECT WORK-FILE ASSIGN USING WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN USING ACK-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-REPORT-STATUS.

      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           COPY inbs.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
           05 SM-QTY-TOTAL PIC 9(9).
           05 SM-ACK       PIC X(1).
           05 SM-ACK-DATE  PIC X(8).
      *> Reclamos hechos por falta de acuse y fecha del ultimo; en
      *> blanco (manifiestos grabados antes) se trata como ninguno.
           05 SM-CHASE-COUNT PIC 9(3).
           05 SM-CHASE-DATE  PIC X(8).

       FD  WORK-FILE.
       01  WORK-RECORD PIC X(57).

       FD  ACK-REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY inbf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 ACK-FILE-STATUS PIC XX VALUE "00".
           88 ACK-FILE-OK  VALUE "00".
       01 TODAY-DAY-NUM PIC 9(7).
       01 SENT-DAY-NUM PIC 9(7).
       01 AGE-DAYS PIC S9(5).
       01 CHASE-DAY-NUM PIC 9(7).
       01 SINCE-CHASE-DAYS PIC S9(5).
       01 CHASE-ATTEMPT PIC 9(3).
       01 CHASE-BASE-DAYS PIC 9(5) VALUE 1.
       01 CHASE-CAP-DAYS PIC 9(5) VALUE 7.

       01 MANIFEST-COUNT PIC 9(4) VALUE 0.
       01 ACKED-NOW-COUNT PIC 9(4) VALUE 0.
       01 OVERDUE-COUNT PIC 9(4) VALUE 0.
       01 WAITING-COUNT PIC 9(4) VALUE 0.

       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).
       COPY inbw.
       COPY chainw.
       COPY pdatew.
       COPY fbkw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 ACK-FILE-NAME           PIC X(40) VALUE "PARTACK".
          05 SEND-MANIFEST-FILE-NAME PIC X(40) VALUE "SENDMANF".
          05 WORK-FILE-NAME          PIC X(40) VALUE "SENDTMP".
          05 ACK-REPORT-FILE-NAME    PIC X(40) VALUE "EXTACKR".
          05 OPS-ALERT-FILE-NAME     PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
      *> Un archivo repetido no se procesa (ver inbs.cpy).
       MOVE "PARTACK" TO INBOUND-SOURCE.
       MOVE "PARTNER-ACK-MATCH" TO INBOUND-PROGRAM.
       PERFORM CHECK-INBOUND-FILE.
       IF INBOUND-DUPLICATE
           MOVE "ARCHIVO-REPETIDO" TO ALERT-REASON
           MOVE INBOUND-SOURCE TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(BUSINESS-DATE)).

       PERFORM LOAD-ACK-TABLE.

       MOVE SPACES TO REPORT-LINE.
       STRING "Transmisiones: " MANIFEST-COUNT
           "  acusadas ahora: " ACKED-NOW-COUNT
           "  reclamadas: " OVERDUE-COUNT
           "  en espera: " WAITING-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE ACK-REPORT-FILE.
       MOVE ACK-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "PARTNER-ACK-MATCH" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Apareo de acuses: " ACKED-NOW-COUNT " acusada(s), "
           OVERDUE-COUNT " reclamada(s) sin acuse, " WAITING-COUNT
           " en espera del proximo reclamo. Reporte en EXTACKR.".
       IF OVERDUE-COUNT > 0
           MOVE 8 TO RETURN-CODE
           MOVE "EXTRACTO-SIN-ACK" TO ALERT-REASON
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
      *> Sin acuse: el primer reclamo sale si paso mas de la espera
      *> del intento 1 (un dia, como siempre) desde el envio; los
      *> siguientes, cumplida la espera del intento que toca desde el
      *> reclamo anterior.
           IF SM-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE SENT-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(SM-DATE)).
           COMPUTE AGE-DAYS = TODAY-DAY-NUM - SENT-DAY-NUM.
           IF SM-CHASE-COUNT IS NOT NUMERIC
                   OR SM-CHASE-DATE IS NOT NUMERIC
               MOVE 0 TO SM-CHASE-COUNT
           END-IF.
           COMPUTE CHASE-ATTEMPT = SM-CHASE-COUNT + 1.
           MOVE "ACUSE" TO FB-SCHEDULE.
           MOVE CHASE-ATTEMPT TO FB-ATTEMPT.
           MOVE CHASE-BASE-DAYS TO FB-DEFAULT-BASE.
           MOVE CHASE-CAP-DAYS TO FB-DEFAULT-CAP.
           CALL "FIB-BACKOFF" USING FIB-BACKOFF-PARM.
           IF SM-CHASE-COUNT = 0
               IF AGE-DAYS NOT > FB-INTERVAL
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE CHASE-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(SM-CHASE-DATE))
               COMPUTE SINCE-CHASE-DAYS = TODAY-DAY-NUM - CHASE-DAY-NUM
               IF SINCE-CHASE-DAYS < FB-INTERVAL
                   ADD 1 TO WAITING-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO OVERDUE-COUNT.
           MOVE CHASE-ATTEMPT TO SM-CHASE-COUNT.
           MOVE BUSINESS-DATE TO SM-CHASE-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SIN ACUSE intento " CHASE-ATTEMPT " " SM-SEQUENCE
               "  enviada " SM-DATE "  (" AGE-DAYS
               " dia(s); la central no la reconocio)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
           MOVE "N" TO ALERT-ACK.
           MOVE "A" TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY inbp.

       COPY chainp.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
       COPY rarcp.
