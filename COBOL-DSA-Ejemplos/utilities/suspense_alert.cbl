      *> cola que alguien realmente trabaja, en vez de crecer donde
      *> nadie mira.
      *>
      *> Mientras el backlog siga arriba del umbral, el tique no se
      *> repite en cada corrida: el primero sale en cuanto se cruza y
      *> el intento N espera, desde el tique anterior, lo que diga el
      *> calendario FIB-BACKOFF "SUSPENS" (BACKOFF-BASE-SUSPENS /
      *> BACKOFF-TOPE-SUSPENS en RUNPARMS, defecto 1 y 7 dias). Cada
      *> tique queda asentado con su numero de intento en SUSPALOG;
      *> cuando el backlog baja del umbral se asienta el cierre de la
      *> serie y el proximo cruce vuelve a ser el intento 1.
      *>
      *> Parametro: argv(1) = umbral de entradas (por defecto 10).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN USING SUSPENSE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.
           SELECT OPTIONAL TICKET-QUEUE-FILE
               ASSIGN USING TICKET-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKET-FILE-STATUS.
      *> Numerador de tiques compartido con queue.cbl/array.cbl.
           SELECT OPTIONAL TICKET-COUNTER-FILE
               ASSIGN USING TICKET-COUNTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKET-COUNTER-STATUS.
      *> Bitacora de avisos de backlog (intentos y cierres de serie).
           SELECT OPTIONAL NOTICE-LOG-FILE
               ASSIGN USING NOTICE-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-LOG-STATUS.

      *> Candado cooperativo de corrida (ver lockrec.cpy): el nombre se
      *> resuelve en tiempo de corrida porque un mismo programa puede
       FD  TICKET-COUNTER-FILE.
       01  TICKET-COUNTER-RECORD PIC 9(6).

       FD  NOTICE-LOG-FILE.
       01  NOTICE-LOG-RECORD.
           05 NL-DATE      PIC X(8).
           05 NL-TIME      PIC 9(8).
      *> "T" tique encolado / "N" backlog normalizado (fin de serie).
           05 NL-EVENT     PIC X(1).
           05 NL-ATTEMPT   PIC 9(3).
           05 NL-COUNT     PIC 9(5).
           05 NL-THRESHOLD PIC 9(5).
           05 NL-TICKET-ID PIC 9(6).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.
       01 TICKET-COUNTER-STATUS PIC XX VALUE "00".
           88 TICKET-COUNTER-OK VALUE "00".
       01 NEXT-TICKET-ID PIC 9(6) VALUE 0.
       01 NOTICE-LOG-STATUS PIC XX VALUE "00".
           88 NOTICE-LOG-OK  VALUE "00".
           88 NOTICE-LOG-EOF VALUE "10".

      *> Ultimo asiento de SUSPALOG: la serie de avisos en curso.
       01 LAST-EVENT    PIC X(1) VALUE SPACE.
           88 SERIES-OPEN VALUE "T".
       01 LAST-ATTEMPT  PIC 9(3) VALUE 0.
       01 LAST-DATE     PIC X(8) VALUE SPACES.
       01 NOTICE-ATTEMPT PIC 9(3) VALUE 0.
       01 TODAY-DAY-NUM PIC 9(7).
       01 LAST-DAY-NUM  PIC 9(7).
       01 SINCE-DAYS    PIC S9(5).
       01 NOTICE-BASE-DAYS PIC 9(5) VALUE 1.
       01 NOTICE-CAP-DAYS  PIC 9(5) VALUE 7.
       01 NOTICE-DUE-SW PIC X VALUE "N".
           88 NOTICE-DUE VALUE "Y".

       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).

       COPY runparmw.
       COPY fbkw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 SUSPENSE-FILE-NAME       PIC X(40) VALUE "SRCHSUSP".
          05 TICKET-QUEUE-FILE-NAME   PIC X(40) VALUE "QUEUEDAT".
          05 TICKET-COUNTER-FILE-NAME PIC X(40) VALUE "TICKCTR".
          05 NOTICE-LOG-FILE-NAME     PIC X(40) VALUE "SUSPALOG".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-RUN-PARMS.
       PERFORM GET-ALERT-THRESHOLD.
       PERFORM COUNT-SUSPENSE-ENTRIES.
       DISPLAY "Backlog de SRCHSUSP: " SUSPENSE-COUNT
           " entrada(s); umbral de alerta: " ALERT-THRESHOLD ".".

       PERFORM READ-LAST-NOTICE.
       IF SUSPENSE-COUNT >= ALERT-THRESHOLD
           PERFORM CHECK-NOTICE-DUE
           IF NOT NOTICE-DUE
               DISPLAY "Umbral cruzado, pero el tique anterior "
                   "(intento " LAST-ATTEMPT " del " LAST-DATE
                   ") sigue dentro de su espera; el intento "
                   NOTICE-ATTEMPT
                   " sale al cumplir " FB-INTERVAL " dia(s)."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "QUEUELCK" TO LOCK-FILE-NAME
           PERFORM ACQUIRE-RUN-LOCK
           IF LOCK-BUSY
           PERFORM ENQUEUE-ALERT-TICKET
           MOVE "QUEUELCK" TO LOCK-FILE-NAME
           PERFORM RELEASE-RUN-LOCK
           MOVE "T" TO NL-EVENT
           MOVE NOTICE-ATTEMPT TO NL-ATTEMPT
           MOVE NEXT-TICKET-ID TO NL-TICKET-ID
           PERFORM WRITE-NOTICE-LOG
           DISPLAY "Umbral cruzado: se encolo el tique '"
               FUNCTION TRIM(ALERT-TICKET-NAME) "' en QUEUEDAT "
               "(intento " NOTICE-ATTEMPT ")."
           MOVE 8 TO RETURN-CODE
       ELSE
           IF SERIES-OPEN
               MOVE "N" TO NL-EVENT
               MOVE 0 TO NL-ATTEMPT
               MOVE 0 TO NL-TICKET-ID
               PERFORM WRITE-NOTICE-LOG
               DISPLAY "El backlog volvio bajo el umbral despues de "
                   LAST-ATTEMPT " tique(s); la serie de avisos se "
                   "cierra."
           END-IF
           DISPLAY "Backlog por debajo del umbral; sin alerta."
           MOVE 0 TO RETURN-CODE
       END-IF.
           END-IF.
           CLOSE SUSPENSE-FILE.

       READ-LAST-NOTICE.
      *> Deja en LAST-EVENT / LAST-ATTEMPT / LAST-DATE el ultimo
      *> asiento de SUSPALOG (en blanco si todavia no hay ninguno).
           OPEN INPUT NOTICE-LOG-FILE.
           IF NOTICE-LOG-OK
               PERFORM UNTIL NOTICE-LOG-EOF
                   READ NOTICE-LOG-FILE
                       AT END
                           SET NOTICE-LOG-EOF TO TRUE
                       NOT AT END
                           MOVE NL-EVENT TO LAST-EVENT
                           MOVE NL-DATE TO LAST-DATE
                           IF NL-ATTEMPT IS NUMERIC
                               MOVE NL-ATTEMPT TO LAST-ATTEMPT
                           ELSE
                               MOVE 0 TO LAST-ATTEMPT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE NOTICE-LOG-FILE.

       CHECK-NOTICE-DUE.
      *> Sin serie abierta el tique sale ya (intento 1, como siempre);
      *> con serie abierta, el intento siguiente sale cumplida su
      *> espera desde el tique anterior.
           SET NOTICE-DUE TO TRUE.
           IF NOT SERIES-OPEN OR LAST-DATE IS NOT NUMERIC
               MOVE 1 TO NOTICE-ATTEMPT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE NOTICE-ATTEMPT = LAST-ATTEMPT + 1.
           MOVE "SUSPENS" TO FB-SCHEDULE.
           MOVE NOTICE-ATTEMPT TO FB-ATTEMPT.
           MOVE NOTICE-BASE-DAYS TO FB-DEFAULT-BASE.
           MOVE NOTICE-CAP-DAYS TO FB-DEFAULT-CAP.
           CALL "FIB-BACKOFF" USING FIB-BACKOFF-PARM.
           COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           COMPUTE LAST-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LAST-DATE)).
           COMPUTE SINCE-DAYS = TODAY-DAY-NUM - LAST-DAY-NUM.
           IF SINCE-DAYS < FB-INTERVAL
               MOVE "N" TO NOTICE-DUE-SW
           END-IF.

       WRITE-NOTICE-LOG.
      *> El llamador carga NL-EVENT, NL-ATTEMPT y NL-TICKET-ID; aqui
      *> se sella y se agrega (crear si no existe, igual que HISTLOG).
           OPEN EXTEND NOTICE-LOG-FILE.
           IF NOT NOTICE-LOG-OK
               CLOSE NOTICE-LOG-FILE
               OPEN OUTPUT NOTICE-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO NL-DATE.
           ACCEPT ALERT-TIME-STAMP FROM TIME.
           MOVE ALERT-TIME-STAMP TO NL-TIME.
           MOVE SUSPENSE-COUNT TO NL-COUNT.
           MOVE ALERT-THRESHOLD TO NL-THRESHOLD.
           WRITE NOTICE-LOG-RECORD.
           CLOSE NOTICE-LOG-FILE.

       ENQUEUE-ALERT-TICKET.
      *> Mismo patron de "crear si no existe" que CHECK-RESTOCK-
      *> THRESHOLD en array.cbl; la proxima corrida de QUEUE-DEMO
      *> Toma el candado LOCK-FILE-NAME; si ya esta tomado deja
      *> LOCK-BUSY prendido y el llamador decide (abortar la corrida o
      *> posponer la escritura puntual).
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           MOVE "N" TO LOCK-BUSY-SW.
           MOVE SPACES TO LOCK-HOLDER.
           SET LOCK-FILE-OK TO TRUE.
           END-IF.
           CLOSE LOCK-FILE.
           IF LOCK-BUSY
               DISPLAY "ERROR: el candado "
                   FUNCTION TRIM(LOCK-FILE-NAME)
                   " esta tomado por " FUNCTION TRIM(LOCK-HOLDER)
                   "; no se puede actualizar el archivo ahora."
           ELSE
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           OPEN OUTPUT LOCK-FILE.
           MOVE "F" TO LOCK-FLAG.
           MOVE "SUSPENSE-ALERT" TO LOCK-PROGRAM.
           CLOSE LOCK-FILE.

       COPY runparmp.

       COPY fenvp.
