       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-INQUIRY.

      *> Consulta de cliente: dado el numero de cliente (argv(1)),
      *> junta en CUSTINQ su ficha de CUSTMAST, los tiques que tiene
      *> vivos en QUEUEDAT, cada visita de QUEHIST con la espera, el
      *> operador y como termino, y su actividad de pedidos (CUSTORD)
      *> y de reposicion (RSTKREQ de sus tiques). Lo que TICKET-TRACE
      *> hace por un tique, esto lo hace por una persona: "esta es la
      *> cuarta vez que viene esta semana" deja de depender de que el
      *> operador se acuerde de la cara.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN USING CUSTOMER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT OPTIONAL QUEUE-HISTORY-FILE
               ASSIGN USING QUEUE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-HISTORY-STATUS.
           SELECT OPTIONAL ORDER-FILE ASSIGN USING ORDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDER-FILE-STATUS.
           SELECT OPTIONAL RESTOCK-DETAIL-FILE
               ASSIGN USING RESTOCK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTOCK-DETAIL-STATUS.
           SELECT INQUIRY-REPORT-FILE
               ASSIGN USING INQUIRY-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQUIRY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY custrec.

       FD  QUEUE-FILE.
       01  QUEUE-FILE-RECORD.
           COPY quedrec.

       FD  QUEUE-HISTORY-FILE.
       01  QUEUE-HISTORY-RECORD.
           COPY quehist.

       FD  ORDER-FILE.
       01  ORDER-RECORD.
           COPY ordrec.

       FD  RESTOCK-DETAIL-FILE.
       01  RESTOCK-DETAIL-RECORD.
           COPY rstkrec.

       FD  INQUIRY-REPORT-FILE.
       01  REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 CUSTOMER-FILE-STATUS PIC XX VALUE "00".
           88 CUSTOMER-FILE-OK  VALUE "00".
           88 CUSTOMER-FILE-EOF VALUE "10".
       01 QUEUE-FILE-STATUS PIC XX VALUE "00".
           88 QUEUE-FILE-OK  VALUE "00".
           88 QUEUE-FILE-EOF VALUE "10".
       01 QUEUE-HISTORY-STATUS PIC XX VALUE "00".
           88 QUEUE-HISTORY-OK  VALUE "00".
           88 QUEUE-HISTORY-EOF VALUE "10".
       01 ORDER-FILE-STATUS PIC XX VALUE "00".
           88 ORDER-FILE-OK  VALUE "00".
           88 ORDER-FILE-EOF VALUE "10".
       01 RESTOCK-DETAIL-STATUS PIC XX VALUE "00".
           88 RESTOCK-DETAIL-OK  VALUE "00".
           88 RESTOCK-DETAIL-EOF VALUE "10".
       01 INQUIRY-REPORT-STATUS PIC XX VALUE "00".
           88 INQUIRY-REPORT-OK VALUE "00".

       01 CUSTOMER-PARM PIC X(10).
       01 TARGET-CUSTOMER PIC X(10).
       01 CUSTOMER-FOUND-SW PIC X VALUE "N".
           88 CUSTOMER-FOUND VALUE "Y".
       01 TARGET-CUSTOMER-DATA PIC X(104).

      *> Numeros de tique del cliente (vivos y cerrados): con ellos se
      *> busca su detalle de reposicion, que no lleva el cliente.
       01 TICKET-TABLE.
          05 TICKET-COUNT PIC 9(3) VALUE 0.
          05 TICKET-ENTRY OCCURS 300 TIMES.
             10 TT-TICKET-ID PIC X(6).
       01 TICKET-TABLE-CAPACITY PIC 9(3) VALUE 300.
       01 T PIC 9(3).
       01 NEW-TICKET-ID PIC X(6).

       01 LIVE-COUNT      PIC 9(4) VALUE 0.
       01 VISIT-COUNT     PIC 9(4) VALUE 0.
       01 SERVED-COUNT    PIC 9(4) VALUE 0.
       01 CANCELLED-COUNT PIC 9(4) VALUE 0.
       01 ORDER-COUNT     PIC 9(4) VALUE 0.
       01 RESTOCK-COUNT   PIC 9(4) VALUE 0.
       01 TOTAL-WAIT-CS   PIC 9(12) VALUE 0.
       01 AVERAGE-WAIT-CS PIC 9(9) VALUE 0.

      *> Espera mm:ss para el renglon.
       01 WAIT-CS PIC 9(9).
       01 WAIT-SECONDS PIC 9(7).
       01 WAIT-MINUTES PIC 9(5).
       01 WAIT-REMAINDER PIC 9(2).
       01 WAIT-TEXT PIC X(9).
       01 WAIT-MINUTES-EDIT PIC ZZZZ9.
       01 OUTCOME-TEXT PIC X(30).
       01 ORDER-STATUS-TEXT PIC X(14).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 CUSTOMER-FILE-NAME       PIC X(40) VALUE "CUSTMAST".
          05 QUEUE-FILE-NAME          PIC X(40) VALUE "QUEUEDAT".
          05 QUEUE-HISTORY-FILE-NAME  PIC X(40) VALUE "QUEHIST".
          05 ORDER-FILE-NAME          PIC X(40) VALUE "CUSTORD".
          05 RESTOCK-DETAIL-FILE-NAME PIC X(40) VALUE "RSTKREQ".
          05 INQUIRY-REPORT-FILE-NAME PIC X(40) VALUE "CUSTINQ".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 6 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 6.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT CUSTOMER-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO CUSTOMER-PARM
       END-ACCEPT.
       IF FUNCTION TRIM(CUSTOMER-PARM) = SPACES
           DISPLAY "ERROR: falta el numero de cliente (argv(1))."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE FUNCTION TRIM(CUSTOMER-PARM) TO TARGET-CUSTOMER.

       PERFORM FIND-TARGET-CUSTOMER.
       OPEN OUTPUT INQUIRY-REPORT-FILE.
       PERFORM WRITE-CUSTOMER-HEADER.
       IF NOT CUSTOMER-FOUND
           CLOSE INQUIRY-REPORT-FILE
           MOVE INQUIRY-REPORT-FILE-NAME TO RA-FILE-NAME
           MOVE "CUSTOMER-INQUIRY" TO RA-PROGRAM
           PERFORM ARCHIVE-PRINTED-REPORT
           DISPLAY "Cliente " FUNCTION TRIM(TARGET-CUSTOMER)
               " no existe en CUSTMAST."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LIST-LIVE-TICKETS.
       PERFORM LIST-VISITS.
       PERFORM LIST-ORDERS.
       PERFORM LIST-RESTOCK-ACTIVITY.
       CLOSE INQUIRY-REPORT-FILE.
       MOVE INQUIRY-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "CUSTOMER-INQUIRY" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Cliente " FUNCTION TRIM(TARGET-CUSTOMER) ": "
           VISIT-COUNT " visita(s), " LIVE-COUNT " tique(s) vivo(s), "
           ORDER-COUNT " renglon(es) de pedido. Detalle en CUSTINQ.".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       FIND-TARGET-CUSTOMER.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-OK
               PERFORM UNTIL CUSTOMER-FILE-EOF
                   READ CUSTOMER-FILE
                       AT END
                           SET CUSTOMER-FILE-EOF TO TRUE
                       NOT AT END
                           IF CU-ID = TARGET-CUSTOMER
                               SET CUSTOMER-FOUND TO TRUE
                               MOVE CUSTOMER-RECORD
                                   TO TARGET-CUSTOMER-DATA
                               SET CUSTOMER-FILE-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-FILE.
           IF CUSTOMER-FOUND
               MOVE TARGET-CUSTOMER-DATA TO CUSTOMER-RECORD
           END-IF.

       WRITE-CUSTOMER-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONSULTA DE CLIENTE " FUNCTION TRIM(TARGET-CUSTOMER)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT CUSTOMER-FOUND
               MOVE "El cliente no existe en el maestro CUSTMAST."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "Nombre: " FUNCTION TRIM(CU-NAME)
               "   Telefono: " FUNCTION TRIM(CU-PHONE)
               "   Cola preferida: " FUNCTION TRIM(CU-PREF-QUEUE)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Cliente desde: " CU-SINCE "   Estado: "
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           IF CU-ACTIVE = "I"
               MOVE "DADO DE BAJA" TO REPORT-LINE(37:12)
           ELSE
               MOVE "ACTIVO" TO REPORT-LINE(37:6)
           END-IF.
           WRITE REPORT-LINE.
           IF CU-NOTES NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "Notas: " CU-NOTES
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       REMEMBER-TICKET.
      *> NEW-TICKET-ID viene cargado por el llamador.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > TICKET-COUNT
               IF TT-TICKET-ID(T) = NEW-TICKET-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF TICKET-COUNT < TICKET-TABLE-CAPACITY
               ADD 1 TO TICKET-COUNT
               MOVE NEW-TICKET-ID TO TT-TICKET-ID(TICKET-COUNT)
           END-IF.

       LIST-LIVE-TICKETS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TIQUES VIVOS (QUEUEDAT)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-FILE-OK
               PERFORM UNTIL QUEUE-FILE-EOF
                   READ QUEUE-FILE
                       AT END
                           SET QUEUE-FILE-EOF TO TRUE
                       NOT AT END
                           IF QD-CUSTOMER-ID = TARGET-CUSTOMER
                               ADD 1 TO LIVE-COUNT
                               MOVE QD-TICKET-ID TO NEW-TICKET-ID
                               PERFORM REMEMBER-TICKET
                               MOVE SPACES TO REPORT-LINE
                               STRING "  " QD-ARRIVAL-DATE " tique "
                                   QD-TICKET-ID " cola '"
                                   FUNCTION TRIM(QD-QUEUE-NAME)
                                   "' clase " QD-PRIORITY " item '"
                                   FUNCTION TRIM(QD-ITEM) "'"
                                   DELIMITED BY SIZE INTO REPORT-LINE
                               END-STRING
                               WRITE REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE QUEUE-FILE.
           IF LIVE-COUNT = 0
               MOVE "  (ninguno)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LIST-VISITS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "VISITAS (QUEHIST)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  FECHA    TIQUE  COLA       ESPERA    "
               "OPERADOR RESULTADO"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           OPEN INPUT QUEUE-HISTORY-FILE.
           IF QUEUE-HISTORY-OK
               PERFORM UNTIL QUEUE-HISTORY-EOF
                   READ QUEUE-HISTORY-FILE
                       AT END
                           SET QUEUE-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF QH-CUSTOMER-ID = TARGET-CUSTOMER
                               PERFORM WRITE-VISIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE QUEUE-HISTORY-FILE.
           IF VISIT-COUNT = 0
               MOVE "  (sin visitas registradas)" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF SERVED-COUNT > 0
               COMPUTE AVERAGE-WAIT-CS = TOTAL-WAIT-CS / SERVED-COUNT
           END-IF.
           MOVE AVERAGE-WAIT-CS TO WAIT-CS.
           PERFORM FORMAT-WAIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Total: " VISIT-COUNT " visita(s), " SERVED-COUNT
               " atendida(s), " CANCELLED-COUNT
               " cancelada(s); espera promedio atendida "
               FUNCTION TRIM(WAIT-TEXT)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-VISIT-LINE.
           ADD 1 TO VISIT-COUNT.
           MOVE QH-TICKET-ID TO NEW-TICKET-ID.
           PERFORM REMEMBER-TICKET.
           MOVE QH-WAIT-CS TO WAIT-CS.
           PERFORM FORMAT-WAIT.
           MOVE SPACES TO OUTCOME-TEXT.
           IF QH-STATUS = "X"
               ADD 1 TO CANCELLED-COUNT
               STRING "CANCELADO " FUNCTION TRIM(QH-REASON)
                   DELIMITED BY SIZE INTO OUTCOME-TEXT
               END-STRING
           ELSE
               ADD 1 TO SERVED-COUNT
               ADD QH-WAIT-CS TO TOTAL-WAIT-CS
               MOVE "ATENDIDO" TO OUTCOME-TEXT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " QH-COMPLETE-DATE " " QH-TICKET-ID " "
               QH-QUEUE-NAME " " WAIT-TEXT " " QH-OPERATOR " "
               OUTCOME-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       FORMAT-WAIT.
      *> WAIT-CS (centisegundos) a "mmmmm:ss" para el renglon.
           COMPUTE WAIT-SECONDS = WAIT-CS / 100.
           DIVIDE WAIT-SECONDS BY 60 GIVING WAIT-MINUTES
               REMAINDER WAIT-REMAINDER.
           MOVE WAIT-MINUTES TO WAIT-MINUTES-EDIT.
           MOVE SPACES TO WAIT-TEXT.
           STRING WAIT-MINUTES-EDIT ":" WAIT-REMAINDER
               DELIMITED BY SIZE INTO WAIT-TEXT
           END-STRING.

       LIST-ORDERS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PEDIDOS (CUSTORD)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT ORDER-FILE.
           IF ORDER-FILE-OK
               PERFORM UNTIL ORDER-FILE-EOF
                   READ ORDER-FILE
                       AT END
                           SET ORDER-FILE-EOF TO TRUE
                       NOT AT END
                           IF OR-CUSTOMER = TARGET-CUSTOMER
                               PERFORM WRITE-ORDER-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ORDER-FILE.
           IF ORDER-COUNT = 0
               MOVE "  (sin pedidos)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ORDER-LINE.
           ADD 1 TO ORDER-COUNT.
           EVALUATE OR-STATUS
               WHEN "N" MOVE "NUEVO" TO ORDER-STATUS-TEXT
               WHEN "P" MOVE "ASIGNADO PARC." TO ORDER-STATUS-TEXT
               WHEN "T" MOVE "ASIGNADO" TO ORDER-STATUS-TEXT
               WHEN "E" MOVE "ENTREGADO" TO ORDER-STATUS-TEXT
               WHEN "X" MOVE "ANULADO" TO ORDER-STATUS-TEXT
               WHEN OTHER MOVE OR-STATUS TO ORDER-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " OR-ENTRY-DATE " pedido " OR-NUMBER " item '"
               FUNCTION TRIM(OR-ITEM) "' x " OR-QTY
               " entregado " OR-SHIPPED-QTY " " ORDER-STATUS-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       LIST-RESTOCK-ACTIVITY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REPOSICION DE SUS TIQUES (RSTKREQ)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TICKET-COUNT > 0
               OPEN INPUT RESTOCK-DETAIL-FILE
               IF RESTOCK-DETAIL-OK
                   PERFORM UNTIL RESTOCK-DETAIL-EOF
                       READ RESTOCK-DETAIL-FILE
                           AT END
                               SET RESTOCK-DETAIL-EOF TO TRUE
                           NOT AT END
                               PERFORM MATCH-RESTOCK-DETAIL
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE RESTOCK-DETAIL-FILE
           END-IF.
           IF RESTOCK-COUNT = 0
               MOVE "  (sin reposiciones)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       MATCH-RESTOCK-DETAIL.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > TICKET-COUNT
               IF TT-TICKET-ID(T) = RR-TICKET-ID
                   ADD 1 TO RESTOCK-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " RR-DATE " tique " RR-TICKET-ID
                       " item '" FUNCTION TRIM(RR-ITEM) "' x " RR-QTY
                       " por " FUNCTION TRIM(RR-PROGRAM)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       COPY fenvp.
       COPY rarcp.
