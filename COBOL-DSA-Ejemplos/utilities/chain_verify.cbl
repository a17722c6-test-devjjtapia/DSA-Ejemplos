       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAIN-VERIFY.

      *> Verificador del sello encadenado (ver chainw.cpy) de los
      *> archivos que auditoria quiere a salvo de un editor: el mayor
      *> STKLEDG y las bitacoras APPRLOG, CODMLOG y RPRMLOG. Cada
      *> registro lleva al final un valor de control calculado con el
      *> del registro anterior y su propio contenido; aqui se recalcula
      *> la cadena completa de cada archivo y se informa el primer
      *> registro donde no cierra -- un renglon cambiado, insertado o
      *> borrado a mano rompe la cadena desde ahi. Los registros sin
      *> sello del principio del archivo son los anteriores al campo
      *> y solo se cuentan; un registro sin sello despues de iniciada
      *> la cadena es una rotura.
      *>
      *> Lo invoca PRE-FLIGHT-CHECK en el paso cero de la noche: una
      *> rotura deja una alerta CADENA-ROTA de severidad alta en
      *> OPSALERT por archivo y termina con RC 8, y la secuencia no
      *> arranca.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT OPTIONAL APPROVE-LOG-FILE
               ASSIGN USING APPROVE-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVE-LOG-STATUS.
           SELECT OPTIONAL CODE-LOG-FILE ASSIGN USING CODE-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CODE-LOG-STATUS.
           SELECT OPTIONAL PARM-LOG-FILE ASSIGN USING PARM-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-LOG-STATUS.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ledgrec.

      *> Misma bitacora que RESTOCK-APPROVE.
       FD  APPROVE-LOG-FILE.
       01  APPROVE-LOG-RECORD.
           05 AL-DATE       PIC X(8).
           05 AL-TIME       PIC 9(8).
           05 AL-SUPERVISOR PIC X(8).
           05 AL-TICKET-ID  PIC X(6).
           05 AL-ACTION     PIC X(1).
           05 AL-RESULT     PIC X(30).
           05 AL-REQUESTER  PIC X(8).
           05 AL-ITEM       PIC X(10).
           05 AL-CHAIN      PIC X(9).

      *> Misma bitacora que CODE-MASTER-MAINT y CODE-PENDING-APPLY.
       FD  CODE-LOG-FILE.
       01  CODE-LOG-RECORD.
           05 CL-DATE     PIC X(8).
           05 CL-TIME     PIC 9(8).
           05 CL-ACTION   PIC X(1).
           05 CL-CODE     PIC X(10).
           05 CL-RESULT   PIC X(30).
           05 CL-OPERATOR PIC X(8).
           05 CL-CHAIN    PIC X(9).

      *> Misma bitacora que RUNPARM-MAINT.
       FD  PARM-LOG-FILE.
       01  PARM-LOG-RECORD.
           05 PG-DATE      PIC X(8).
           05 PG-TIME      PIC 9(8).
           05 PG-ACTION    PIC X(1).
           05 PG-KEY       PIC X(20).
           05 PG-OLD-VALUE PIC X(12).
           05 PG-NEW-VALUE PIC X(12).
           05 PG-RESULT    PIC X(30).
           05 PG-OPERATOR  PIC X(8).
           05 PG-CHAIN     PIC X(9).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       WORKING-STORAGE SECTION.
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK  VALUE "00".
           88 LEDGER-FILE-EOF VALUE "10".
       01 APPROVE-LOG-STATUS PIC XX VALUE "00".
           88 APPROVE-LOG-OK  VALUE "00".
           88 APPROVE-LOG-EOF VALUE "10".
       01 CODE-LOG-STATUS PIC XX VALUE "00".
           88 CODE-LOG-OK  VALUE "00".
           88 CODE-LOG-EOF VALUE "10".
       01 PARM-LOG-STATUS PIC XX VALUE "00".
           88 PARM-LOG-OK  VALUE "00".
           88 PARM-LOG-EOF VALUE "10".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

      *> Estado de la cadena del archivo en curso.
       01 CHECKED-FILE-NAME PIC X(8).
       01 RECORD-NUM PIC 9(6).
       01 UNSEALED-COUNT PIC 9(6).
       01 STORED-CHAIN PIC X(9).
       01 CHAIN-STARTED-SW PIC X(1).
           88 CHAIN-STARTED VALUE "S".
       01 FILE-BROKEN-SW PIC X(1).
           88 FILE-BROKEN VALUE "S".
       01 BROKEN-RECORD-NUM PIC 9(6).
       01 BREAK-REASON PIC X(40).
       01 BROKEN-FILE-COUNT PIC 9(2) VALUE 0.

       COPY chainw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 LEDGER-FILE-NAME      PIC X(40) VALUE "STKLEDG".
          05 APPROVE-LOG-FILE-NAME PIC X(40) VALUE "APPRLOG".
          05 CODE-LOG-FILE-NAME    PIC X(40) VALUE "CODMLOG".
          05 PARM-LOG-FILE-NAME    PIC X(40) VALUE "RPRMLOG".
          05 OPS-ALERT-FILE-NAME   PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
      *> Se invoca por CALL: todo el estado se repone en cada entrada.
       MOVE 0 TO BROKEN-FILE-COUNT.

       MOVE "STKLEDG" TO CHECKED-FILE-NAME.
       PERFORM START-FILE-CHECK.
       SET LEDGER-FILE-OK TO TRUE.
       OPEN INPUT LEDGER-FILE.
       IF LEDGER-FILE-OK
           PERFORM UNTIL LEDGER-FILE-EOF
               READ LEDGER-FILE
                   AT END
                       SET LEDGER-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE LG-CHAIN TO STORED-CHAIN
                       MOVE SPACES TO LG-CHAIN
                       MOVE LEDGER-RECORD TO CHAIN-TEXT
                       MOVE LENGTH OF LEDGER-RECORD TO CHAIN-TEXT-LEN
                       PERFORM CHECK-ONE-LINK
               END-READ
           END-PERFORM
       END-IF.
       CLOSE LEDGER-FILE.
       PERFORM FINISH-FILE-CHECK.

       MOVE "APPRLOG" TO CHECKED-FILE-NAME.
       PERFORM START-FILE-CHECK.
       SET APPROVE-LOG-OK TO TRUE.
       OPEN INPUT APPROVE-LOG-FILE.
       IF APPROVE-LOG-OK
           PERFORM UNTIL APPROVE-LOG-EOF
               READ APPROVE-LOG-FILE
                   AT END
                       SET APPROVE-LOG-EOF TO TRUE
                   NOT AT END
                       MOVE AL-CHAIN TO STORED-CHAIN
                       MOVE SPACES TO AL-CHAIN
                       MOVE APPROVE-LOG-RECORD TO CHAIN-TEXT
                       MOVE LENGTH OF APPROVE-LOG-RECORD
                           TO CHAIN-TEXT-LEN
                       PERFORM CHECK-ONE-LINK
               END-READ
           END-PERFORM
       END-IF.
       CLOSE APPROVE-LOG-FILE.
       PERFORM FINISH-FILE-CHECK.

       MOVE "CODMLOG" TO CHECKED-FILE-NAME.
       PERFORM START-FILE-CHECK.
       SET CODE-LOG-OK TO TRUE.
       OPEN INPUT CODE-LOG-FILE.
       IF CODE-LOG-OK
           PERFORM UNTIL CODE-LOG-EOF
               READ CODE-LOG-FILE
                   AT END
                       SET CODE-LOG-EOF TO TRUE
                   NOT AT END
                       MOVE CL-CHAIN TO STORED-CHAIN
                       MOVE SPACES TO CL-CHAIN
                       MOVE CODE-LOG-RECORD TO CHAIN-TEXT
                       MOVE LENGTH OF CODE-LOG-RECORD TO CHAIN-TEXT-LEN
                       PERFORM CHECK-ONE-LINK
               END-READ
           END-PERFORM
       END-IF.
       CLOSE CODE-LOG-FILE.
       PERFORM FINISH-FILE-CHECK.

       MOVE "RPRMLOG" TO CHECKED-FILE-NAME.
       PERFORM START-FILE-CHECK.
       SET PARM-LOG-OK TO TRUE.
       OPEN INPUT PARM-LOG-FILE.
       IF PARM-LOG-OK
           PERFORM UNTIL PARM-LOG-EOF
               READ PARM-LOG-FILE
                   AT END
                       SET PARM-LOG-EOF TO TRUE
                   NOT AT END
                       MOVE PG-CHAIN TO STORED-CHAIN
                       MOVE SPACES TO PG-CHAIN
                       MOVE PARM-LOG-RECORD TO CHAIN-TEXT
                       MOVE LENGTH OF PARM-LOG-RECORD TO CHAIN-TEXT-LEN
                       PERFORM CHECK-ONE-LINK
               END-READ
           END-PERFORM
       END-IF.
       CLOSE PARM-LOG-FILE.
       PERFORM FINISH-FILE-CHECK.

       IF BROKEN-FILE-COUNT > 0
           DISPLAY "Sello encadenado: " BROKEN-FILE-COUNT
               " archivo(s) con la cadena rota; no deben usarse "
               "hasta revisarlos."
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       START-FILE-CHECK.
           MOVE 0 TO RECORD-NUM.
           MOVE 0 TO UNSEALED-COUNT.
           MOVE 0 TO CHAIN-PREV-VALUE.
           MOVE 0 TO BROKEN-RECORD-NUM.
           MOVE "N" TO CHAIN-STARTED-SW.
           MOVE "N" TO FILE-BROKEN-SW.
           MOVE SPACES TO BREAK-REASON.

       CHECK-ONE-LINK.
      *> Solo interesa la primera rotura: desde ahi en adelante todos
      *> los sellos siguientes tambien fallan.
           ADD 1 TO RECORD-NUM.
           IF FILE-BROKEN
               EXIT PARAGRAPH
           END-IF.
           IF STORED-CHAIN = SPACES
               IF CHAIN-STARTED
                   MOVE "registro sin sello dentro de la cadena"
                       TO BREAK-REASON
                   PERFORM MARK-FILE-BROKEN
               ELSE
                   ADD 1 TO UNSEALED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF STORED-CHAIN IS NOT NUMERIC
               MOVE "sello ilegible" TO BREAK-REASON
               PERFORM MARK-FILE-BROKEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-CHAIN-VALUE.
           IF CHAIN-VALUE NOT = STORED-CHAIN
               MOVE "el sello no corresponde al contenido"
                   TO BREAK-REASON
               PERFORM MARK-FILE-BROKEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CHAIN-VALUE TO CHAIN-PREV-VALUE.
           SET CHAIN-STARTED TO TRUE.

       MARK-FILE-BROKEN.
           SET FILE-BROKEN TO TRUE.
           MOVE RECORD-NUM TO BROKEN-RECORD-NUM.

       FINISH-FILE-CHECK.
           IF RECORD-NUM = 0
               DISPLAY "  " FUNCTION TRIM(CHECKED-FILE-NAME)
                   ": vacio o ausente."
               EXIT PARAGRAPH
           END-IF.
           IF NOT FILE-BROKEN
               DISPLAY "  " FUNCTION TRIM(CHECKED-FILE-NAME) ": "
                   RECORD-NUM
                   " registro(s), " UNSEALED-COUNT
                   " anterior(es) al sello; cadena integra."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BROKEN-FILE-COUNT.
           DISPLAY "CADENA ROTA: " FUNCTION TRIM(CHECKED-FILE-NAME)
               " registro "
               BROKEN-RECORD-NUM " (" FUNCTION TRIM(BREAK-REASON)
               "); el archivo fue tocado despues de asentado.".
           MOVE "CADENA-ROTA" TO ALERT-REASON.
           MOVE SPACES TO ALERT-VALUE.
           STRING CHECKED-FILE-NAME DELIMITED BY SPACE
               " REG " BROKEN-RECORD-NUM DELIMITED BY SIZE
               INTO ALERT-VALUE
           END-STRING.
           PERFORM WRITE-OPS-ALERT.

       WRITE-OPS-ALERT.
      *> Un archivo tocado despues de asentado es de severidad alta.
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "CHAIN-VERIFY" TO ALERT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-DATE.
           ACCEPT ALERT-TIME-STAMP FROM TIME.
           MOVE ALERT-TIME-STAMP TO ALERT-TIME.
           MOVE "N" TO ALERT-ACK.
           MOVE "A" TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY chainp.

       COPY fenvp.
       COPY rsnalp.
