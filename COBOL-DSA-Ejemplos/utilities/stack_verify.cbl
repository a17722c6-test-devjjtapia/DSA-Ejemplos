       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STACK-JOURNAL
               ASSIGN USING STACK-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 STACK-JOURNAL-FILE-NAME PIC X(40) VALUE "STACKJRNL".
          05 OPS-ALERT-FILE-NAME     PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
      *> Este verificador se invoca por CALL mas de una vez por corrida
      *> (la verificacion previa al vuelo y la puerta antes de
      *> STACK-DEMO): la WORKING-STORAGE persiste entre CALLs, asi que
       CLOSE STACK-JOURNAL.

       IF RECORD-NUM = 0
           DISPLAY
               "STACKJRNL esta vacio o no existe; nada que verificar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
           END-IF.
           IF HAS-PREVIOUS AND CURRENT-STAMP < PREVIOUS-STAMP
               ADD 1 TO ANOMALY-COUNT
               DISPLAY "ANOMALIA reg " RECORD-NUM
                   ": el sello de tiempo "
                   CURRENT-STAMP " retrocede respecto de "
                   PREVIOUS-STAMP
                   " (empalme manual en la bitacora)."
           END-IF.
           MOVE CURRENT-STAMP TO PREVIOUS-STAMP.
                   FUNCTION NUMVAL(FUNCTION TRIM(JOURNAL-ITEM))
               IF TRAILER-TOTAL NOT = OPS-SEEN
                   ADD 1 TO ANOMALY-COUNT
                   DISPLAY "ANOMALIA reg " RECORD-NUM
                       ": el registro de "
                       "control declara " TRAILER-TOTAL
                       " operacion(es) pero hay " OPS-SEEN
                       " hasta aqui (cola truncada o registros "
                           "perdidos)."
               END-IF
           ELSE
               ADD 1 TO ANOMALY-COUNT
               DISPLAY "ANOMALIA reg " RECORD-NUM
                   ": registro de control "
                   "con total ilegible: '" JOURNAL-ITEM "'."
           END-IF.

           END-IF.
           EVALUATE JOURNAL-OP
               WHEN "PUSH"
                   IF TOP-POINTER(CURRENT-STACK-IDX) >=
                       STACK-DEPTH-LIMIT
                       ADD 1 TO ANOMALY-COUNT
                       DISPLAY "ANOMALIA reg " RECORD-NUM
                           ": PUSH sobre '"
                           FUNCTION TRIM(JOURNAL-STACK)
                           "' mas alla de la profundidad "
                           STACK-DEPTH-LIMIT "."
               WHEN "POP "
                   IF TOP-POINTER(CURRENT-STACK-IDX) = 0
                       ADD 1 TO ANOMALY-COUNT
                       DISPLAY "ANOMALIA reg " RECORD-NUM
                           ": POP contra '"
                           FUNCTION TRIM(JOURNAL-STACK)
                           "' que esta vacia."
                   ELSE
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY fenvp.
       COPY rsnalp.
