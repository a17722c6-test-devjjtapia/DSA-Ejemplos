       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-ACK-MATCH.

      *> Apareador de acuses de entrega de los avisos al cliente: lee
      *> el archivo de estado que devuelve la pasarela de SMS NOTIFACK
      *> (tique, fecha y estado E entregado / F fallido, uno por
      *> linea), marca en el manifiesto NOTIFMANF cada aviso reconocido
      *> y denuncia en NOTIFACKR los avisos fallidos y los que llevan
      *> mas de un dia sin acuse -- mismo esquema que
      *> PARTNER-ACK-MATCH para PARTOUT / SENDMANF. Vencidos sin
      *> acuse: alerta OPSALERT y RC 8 (la pasarela dejo de
      *> contestar); solo fallidos: RC 4 (el telefono del cliente
      *> esta mal cargado, la pasarela anda).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACK-FILE ASSIGN USING ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
           SELECT OPTIONAL NOTIFY-MANIFEST-FILE
               ASSIGN USING NOTIFY-MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-MANIFEST-STATUS.
      *> Area de trabajo para regrabar el manifiesto con las marcas
      *> de entrega, mismo esquema que SENDTMP.
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

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       01  ACK-RECORD.
           05 NA-TICKET-ID PIC X(6).
           05 NA-DATE      PIC X(8).
           05 NA-STATUS    PIC X(1).

      *> Mismo registro de aviso que QUEUE-DEMO y la pantalla de
      *> mantenimiento dejan en NOTIFOUT.
       FD  NOTIFY-MANIFEST-FILE.
       01  NOTIFY-MANIFEST-RECORD.
           COPY notifrec.

       FD  WORK-FILE.
       01  WORK-RECORD PIC X(69).

       FD  ACK-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       WORKING-STORAGE SECTION.
       01 ACK-FILE-STATUS PIC XX VALUE "00".
           88 ACK-FILE-OK  VALUE "00".
           88 ACK-FILE-EOF VALUE "10".
       01 NOTIFY-MANIFEST-STATUS PIC XX VALUE "00".
           88 NOTIFY-MANIFEST-OK  VALUE "00".
           88 NOTIFY-MANIFEST-EOF VALUE "10".
       01 WORK-FILE-STATUS PIC XX VALUE "00".
           88 WORK-FILE-OK  VALUE "00".
           88 WORK-FILE-EOF VALUE "10".
       01 ACK-REPORT-STATUS PIC XX VALUE "00".
           88 ACK-REPORT-OK VALUE "00".

      *> Acuses recibidos cargados; si la pasarela informa dos veces
      *> el mismo tique (reintento) manda el ultimo.
       01 ACK-TABLE.
          05 ACK-COUNT PIC 9(3) VALUE 0.
          05 ACK-ENTRY OCCURS 500 TIMES.
             10 AC-TICKET-ID PIC X(6).
             10 AC-DATE      PIC X(8).
             10 AC-STATUS    PIC X(1).
       01 ACK-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 A PIC 9(3).
       01 ACK-IDX PIC 9(3).

       01 TODAY-DAY-NUM PIC 9(7).
       01 SENT-DAY-NUM PIC 9(7).
       01 AGE-DAYS PIC S9(5).

       01 MANIFEST-COUNT PIC 9(4) VALUE 0.
       01 DELIVERED-NOW-COUNT PIC 9(4) VALUE 0.
       01 FAILED-NOW-COUNT PIC 9(4) VALUE 0.
       01 OVERDUE-COUNT PIC 9(4) VALUE 0.

       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 ACK-FILE-NAME             PIC X(40) VALUE "NOTIFACK".
          05 NOTIFY-MANIFEST-FILE-NAME PIC X(40) VALUE "NOTIFMANF".
          05 WORK-FILE-NAME            PIC X(40) VALUE "NOTIFTMP".
          05 ACK-REPORT-FILE-NAME      PIC X(40) VALUE "NOTIFACKR".
          05 OPS-ALERT-FILE-NAME       PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).

       PERFORM LOAD-ACK-TABLE.

       OPEN OUTPUT ACK-REPORT-FILE.
       MOVE "APAREO DE ACUSES DE ENTREGA DE AVISOS AL CLIENTE"
           TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.

       PERFORM MATCH-MANIFEST.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Avisos: " MANIFEST-COUNT
           "  entregados ahora: " DELIVERED-NOW-COUNT
           "  fallidos ahora: " FAILED-NOW-COUNT
           "  vencidos sin acuse: " OVERDUE-COUNT
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE ACK-REPORT-FILE.
       MOVE ACK-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "NOTIFY-ACK-MATCH" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Apareo de avisos: " DELIVERED-NOW-COUNT
           " entregado(s), " FAILED-NOW-COUNT " fallido(s), "
           OVERDUE-COUNT " vencido(s) sin acuse. Reporte en NOTIFACKR.".
       IF OVERDUE-COUNT > 0
           MOVE 8 TO RETURN-CODE
           MOVE "AVISO-SIN-ACUSE" TO ALERT-REASON
           MOVE OVERDUE-COUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       ELSE
           IF FAILED-NOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
       END-IF.
       GOBACK.

       LOAD-ACK-TABLE.
           OPEN INPUT ACK-FILE.
           IF ACK-FILE-OK
               PERFORM UNTIL ACK-FILE-EOF
                       OR ACK-COUNT >= ACK-TABLE-CAPACITY
                   READ ACK-FILE
                       AT END
                           SET ACK-FILE-EOF TO TRUE
                       NOT AT END
                           IF NA-TICKET-ID IS NUMERIC
                               ADD 1 TO ACK-COUNT
                               MOVE NA-TICKET-ID
                                   TO AC-TICKET-ID(ACK-COUNT)
                               MOVE NA-DATE TO AC-DATE(ACK-COUNT)
      *> Todo estado que no sea entregado cuenta como fallido: la
      *> pasarela no devuelve otra cosa que E/F, y un codigo raro
      *> tampoco es una entrega.
                               IF NA-STATUS = "E"
                                   MOVE "E" TO AC-STATUS(ACK-COUNT)
                               ELSE
                                   MOVE "F" TO AC-STATUS(ACK-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACK-FILE.

       MATCH-MANIFEST.
      *> Una pasada por el manifiesto: lo acusado se marca, lo
      *> pendiente con mas de un dia se denuncia; el archivo se
      *> regraba con las marcas nuevas.
           SET NOTIFY-MANIFEST-OK TO TRUE.
           OPEN INPUT NOTIFY-MANIFEST-FILE.
           OPEN OUTPUT WORK-FILE.
           IF NOTIFY-MANIFEST-OK
               PERFORM UNTIL NOTIFY-MANIFEST-EOF
                   READ NOTIFY-MANIFEST-FILE
                       AT END
                           SET NOTIFY-MANIFEST-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO MANIFEST-COUNT
                           PERFORM MATCH-ONE-NOTIFICATION
                           MOVE NOTIFY-MANIFEST-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE NOTIFY-MANIFEST-FILE.
           CLOSE WORK-FILE.
           SET WORK-FILE-OK TO TRUE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT NOTIFY-MANIFEST-FILE.
           PERFORM UNTIL WORK-FILE-EOF
               READ WORK-FILE
                   AT END
                       SET WORK-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO NOTIFY-MANIFEST-RECORD
                       WRITE NOTIFY-MANIFEST-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE NOTIFY-MANIFEST-FILE.

       MATCH-ONE-NOTIFICATION.
           IF NT-DELIVERY = "E" OR NT-DELIVERY = "F"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ACK-IDX.
           PERFORM VARYING A FROM ACK-COUNT BY -1 UNTIL A = 0
               IF AC-TICKET-ID(A) = NT-TICKET-ID
                   MOVE A TO ACK-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ACK-IDX > 0
               MOVE AC-STATUS(ACK-IDX) TO NT-DELIVERY
               MOVE AC-DATE(ACK-IDX) TO NT-DELIVERY-DATE
               MOVE SPACES TO REPORT-LINE
               IF NT-DELIVERY = "E"
                   ADD 1 TO DELIVERED-NOW-COUNT
                   STRING "ENTREGADO " NT-TICKET-ID "  "
                       NT-QUEUE-NAME "  avisado " NT-DATE
                       "  entregado " AC-DATE(ACK-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               ELSE
                   ADD 1 TO FAILED-NOW-COUNT
                   STRING "FALLIDO   " NT-TICKET-ID "  "
                       NT-QUEUE-NAME "  avisado " NT-DATE
                       "  telefono " FUNCTION TRIM(NT-CONTACT)
                       "  (no entregado)"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
      *> Sin acuse: vencido si paso mas de un dia desde el aviso.
           IF NT-DATE IS NUMERIC
               COMPUTE SENT-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(NT-DATE))
               COMPUTE AGE-DAYS = TODAY-DAY-NUM - SENT-DAY-NUM
               IF AGE-DAYS > 1
                   ADD 1 TO OVERDUE-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "SIN ACUSE " NT-TICKET-ID "  "
                       NT-QUEUE-NAME "  avisado " NT-DATE "  ("
                       AGE-DAYS " dia(s); la pasarela no contesto)"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe, igual que
      *> HISTLOG).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "NOTIFY-ACK-MATCH" TO ALERT-PROGRAM.
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
