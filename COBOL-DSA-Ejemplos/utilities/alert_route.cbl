      *> defecto 24): ignorar una alerta alta por fin tiene
      *> consecuencias. OPS-ALERT-LIST sigue siendo la consola del
      *> operador; esto hace que la gente correcta vea lo correcto.
      *>
      *> Una alerta escalada no vuelve a salir cada manana: la
      *> repeticion N espera, desde el escalamiento anterior, lo que
      *> diga el calendario FIB-BACKOFF "ESCALA" (base HORAS-ESCALADA
      *> o BACKOFF-BASE-ESCALA, tope BACKOFF-TOPE-ESCALA, defecto 168
      *> horas), y cada salida lleva su numero de intento, que queda
      *> grabado en la alerta (ALERT-ESC-COUNT). Lo que sigue trabado
      *> vuelve igual, pero ya no tapa lo nuevo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           SELECT OPTIONAL ROUTE-RULES-FILE
               ASSIGN USING ROUTE-RULES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROUTE-RULES-STATUS.
      *> Area de trabajo para regrabar OPSALERT con severidad y
      *> marca de ruteo, mismo esquema que OPSALTMP.
           SELECT WORK-FILE ASSIGN USING WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
      *> Copia de la alerta en el archivo del equipo de turno, nombre
      *> resuelto en tiempo de corrida (ALRT + equipo).
           SELECT OPTIONAL TEAM-ALERT-FILE ASSIGN USING TEAM-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEAM-ALERT-STATUS.
           SELECT ESCALATION-REPORT-FILE
               ASSIGN USING ESCALATION-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESCALATION-REPORT-STATUS.

           05 RT-SEVERITY PIC X(1).

       FD  WORK-FILE.
       01  WORK-RECORD PIC X(98).

       FD  TEAM-ALERT-FILE.
       01  TEAM-ALERT-RECORD PIC X(98).

       FD  ESCALATION-REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       COPY runparmf.

           88 ESCALATION-REPORT-OK VALUE "00".

       01 TEAM-FILE-NAME PIC X(7).
      *> Nombre real con el prefijo del entorno (ver fenvparm.cpy).
       01 TEAM-ENV-NAME PIC X(40).

       01 RULE-TABLE.
          05 RULE-COUNT PIC 9(2) VALUE 0.
       01 RULE-IDX PIC 9(2).

       01 ESCALATE-HOURS PIC 9(3) VALUE 24.
       01 ESCALATE-CAP-HOURS PIC 9(5) VALUE 168.
       01 TODAY-DAY-NUM PIC 9(7).
       01 ALERT-DAY-NUM PIC 9(7).
       01 NOW-TIME PIC 9(8).
       01 AGE-HOURS PIC S9(7).
       01 ALERT-TIME-HH PIC 9(2).
       01 LAST-ESC-DAY-NUM PIC 9(7).
       01 LAST-ESC-HH PIC 9(2).
       01 SINCE-ESC-HOURS PIC S9(7).
       01 ESC-ATTEMPT PIC 9(3).
       01 NOW-HH PIC 9(2).

       01 TOTAL-COUNT    PIC 9(4) VALUE 0.
       01 ROUTED-COUNT   PIC 9(4) VALUE 0.
       01 SEVERITY-SET-COUNT PIC 9(4) VALUE 0.
       01 ESCALATED-COUNT PIC 9(4) VALUE 0.
       01 WAITING-COUNT PIC 9(4) VALUE 0.

       COPY runparmw.
       COPY fbkw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 OPS-ALERT-FILE-NAME         PIC X(40) VALUE "OPSALERT".
          05 ROUTE-RULES-FILE-NAME       PIC X(40) VALUE "ALRTROUT".
          05 WORK-FILE-NAME              PIC X(40) VALUE "ALRTTMP".
          05 ESCALATION-REPORT-FILE-NAME PIC X(40) VALUE "ESCARPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-RUN-PARMS.
       MOVE "HORAS-ESCALADA" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       STRING "Alertas: " TOTAL-COUNT
           "  ruteadas: " ROUTED-COUNT
           "  escaladas: " ESCALATED-COUNT
           "  en espera: " WAITING-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE ESCALATION-REPORT-FILE.
       MOVE ESCALATION-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "ALERT-ROUTER" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Ruteo de alertas: " ROUTED-COUNT " ruteada(s), "
           SEVERITY-SET-COUNT " con severidad asignada, "
           ESCALATED-COUNT " escalada(s), " WAITING-COUNT
           " en espera de su proximo escalamiento. Reporte en ESCARPT.".
       IF ESCALATED-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           STRING "ALRT" RL-TEAM(RULE-IDX)
               DELIMITED BY SIZE INTO TEAM-FILE-NAME
           END-STRING.
           MOVE TEAM-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO TEAM-ENV-NAME.
           OPEN EXTEND TEAM-ALERT-FILE.
           IF NOT TEAM-ALERT-OK
               CLOSE TEAM-ALERT-FILE
       CHECK-ESCALATION.
      *> Alta, sin reconocer y mas vieja que el umbral de horas: la
      *> edad se calcula a dias completos mas la diferencia de hora,
      *> suficiente para un umbral que se mide en horas. El primer
      *> escalamiento conserva el umbral de siempre (edad mayor que
      *> la espera del intento 1, que es la base); las repeticiones
      *> cuentan desde el escalamiento anterior y salen al cumplirse
      *> la espera del intento que toca.
           IF ALERT-SEVERITY NOT = "A" OR ALERT-ACK = "S"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE AGE-HOURS =
               (TODAY-DAY-NUM - ALERT-DAY-NUM) * 24
               + NOW-HH - ALERT-TIME-HH.
           IF ALERT-ESC-COUNT IS NOT NUMERIC
                   OR ALERT-ESC-DATE IS NOT NUMERIC
               MOVE 0 TO ALERT-ESC-COUNT
           END-IF.
           COMPUTE ESC-ATTEMPT = ALERT-ESC-COUNT + 1.
           MOVE "ESCALA" TO FB-SCHEDULE.
           MOVE ESC-ATTEMPT TO FB-ATTEMPT.
           MOVE ESCALATE-HOURS TO FB-DEFAULT-BASE.
           MOVE ESCALATE-CAP-HOURS TO FB-DEFAULT-CAP.
           CALL "FIB-BACKOFF" USING FIB-BACKOFF-PARM.
           IF ALERT-ESC-COUNT = 0
               IF AGE-HOURS NOT > FB-INTERVAL
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE LAST-ESC-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(ALERT-ESC-DATE))
               MOVE ALERT-ESC-TIME(1:2) TO LAST-ESC-HH
               COMPUTE SINCE-ESC-HOURS =
                   (TODAY-DAY-NUM - LAST-ESC-DAY-NUM) * 24
                   + NOW-HH - LAST-ESC-HH
               IF SINCE-ESC-HOURS < FB-INTERVAL
                   ADD 1 TO WAITING-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO ESCALATED-COUNT.
           MOVE ESC-ATTEMPT TO ALERT-ESC-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-ESC-DATE.
           MOVE NOW-TIME TO ALERT-ESC-TIME.
           MOVE SPACES TO REPORT-LINE.
           STRING "ESCALADA  intento " ESC-ATTEMPT " " ALERT-DATE " "
               ALERT-PROGRAM " " ALERT-REASON " "
               FUNCTION TRIM(ALERT-VALUE)
               " (" AGE-HOURS " hora(s) sin reconocer)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       COPY runparmp.

       COPY fenvp.
       COPY rarcp.
