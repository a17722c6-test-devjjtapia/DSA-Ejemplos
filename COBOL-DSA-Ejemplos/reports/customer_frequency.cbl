       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-FREQUENCY.

      *> Reporte mensual de clientes frecuentes: de QUEHIST toma las
      *> visitas cerradas en el mes que traen numero de cliente
      *> (QH-CUSTOMER-ID) y lista los que mas vinieron, con cuantas
      *> fueron atendidas y canceladas y la espera promedio de las
      *> atendidas. Es lo que pide el que arma el plan de fidelidad
      *> y el que quiere saber si a los de siempre los hacemos
      *> esperar. Las visitas sin cliente registrado se cuentan
      *> aparte para ver cuanto del publico sigue siendo anonimo.
      *>
      *> Parametro: argv(1) = mes a informar (AAAAMM); sin parametro,
      *> el mes en curso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUEUE-HISTORY-FILE
               ASSIGN USING QUEUE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-HISTORY-STATUS.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN USING CUSTOMER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
      *> Reporte imprimible, se reescribe completo en cada corrida.
           SELECT FREQUENCY-REPORT-FILE
               ASSIGN USING FREQUENCY-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FREQUENCY-REPORT-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-HISTORY-FILE.
       01  QUEUE-HISTORY-RECORD.
           COPY quehist.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY custrec.

       FD  FREQUENCY-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 QUEUE-HISTORY-STATUS PIC XX VALUE "00".
           88 QUEUE-HISTORY-OK  VALUE "00".
           88 QUEUE-HISTORY-EOF VALUE "10".
       01 CUSTOMER-FILE-STATUS PIC XX VALUE "00".
           88 CUSTOMER-FILE-OK  VALUE "00".
           88 CUSTOMER-FILE-EOF VALUE "10".
       01 FREQUENCY-REPORT-STATUS PIC XX VALUE "00".
           88 FREQUENCY-REPORT-OK VALUE "00".

       01 MONTH-PARM PIC X(10).
       01 TARGET-MONTH PIC X(6).

      *> Un renglon por cliente con visitas en el mes.
       01 FREQUENCY-TABLE.
          05 FREQUENCY-ENTRY OCCURS 500 TIMES.
             10 FQ-CUSTOMER-ID PIC X(10).
             10 FQ-VISITS      PIC 9(5).
             10 FQ-SERVED      PIC 9(5).
             10 FQ-CANCELLED   PIC 9(5).
             10 FQ-WAIT-CS     PIC 9(12).
             10 FQ-NAME        PIC X(20).
       01 FREQUENCY-COUNT PIC 9(3) VALUE 0.
       01 FREQUENCY-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 F PIC 9(3).
       01 J PIC 9(3).
       01 FREQUENCY-IDX PIC 9(3).
       01 SWAP-ENTRY PIC X(57).
       01 TOP-LIMIT PIC 9(3) VALUE 20.

       01 TOTAL-VISITS      PIC 9(7) VALUE 0.
       01 CUSTOMER-VISITS   PIC 9(7) VALUE 0.
       01 ANONYMOUS-VISITS  PIC 9(7) VALUE 0.
       01 DROPPED-COUNT     PIC 9(5) VALUE 0.

       01 AVERAGE-WAIT-CS PIC 9(9).
       01 WAIT-SECONDS PIC 9(7).
       01 WAIT-MINUTES PIC 9(5).
       01 WAIT-REMAINDER PIC 9(2).
       01 WAIT-MINUTES-EDIT PIC ZZZZ9.
       01 WAIT-TEXT PIC X(9).
       01 RANK-EDIT PIC ZZ9.
       01 COUNT-EDIT PIC ZZZZ9.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 QUEUE-HISTORY-FILE-NAME    PIC X(40) VALUE "QUEHIST".
          05 CUSTOMER-FILE-NAME         PIC X(40) VALUE "CUSTMAST".
          05 FREQUENCY-REPORT-FILE-NAME PIC X(40) VALUE "CUSTFREQ".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT MONTH-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO MONTH-PARM
       END-ACCEPT.
       IF MONTH-PARM NOT = SPACES
               AND FUNCTION TRIM(MONTH-PARM) IS NUMERIC
           MOVE MONTH-PARM(1:6) TO TARGET-MONTH
       ELSE
           MOVE BUSINESS-DATE(1:6) TO TARGET-MONTH
       END-IF.

       PERFORM SCAN-HISTORY-FILE.
       PERFORM SORT-BY-VISITS.
       PERFORM LOOKUP-CUSTOMER-NAMES.
       PERFORM WRITE-FREQUENCY-REPORT.

       DISPLAY "Clientes frecuentes de " TARGET-MONTH ": "
           FREQUENCY-COUNT " cliente(s), " CUSTOMER-VISITS
           " visita(s) registradas, " ANONYMOUS-VISITS
           " sin cliente. Detalle en CUSTFREQ.".
       IF DROPPED-COUNT > 0
           DISPLAY "Aviso: " DROPPED-COUNT " visita(s) no entraron "
               "en la tabla de clientes (capacidad "
               FREQUENCY-TABLE-CAPACITY ")."
       END-IF.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       SCAN-HISTORY-FILE.
           OPEN INPUT QUEUE-HISTORY-FILE.
           IF QUEUE-HISTORY-OK
               PERFORM UNTIL QUEUE-HISTORY-EOF
                   READ QUEUE-HISTORY-FILE
                       AT END
                           SET QUEUE-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF QH-COMPLETE-DATE(1:6) = TARGET-MONTH
                               PERFORM TALLY-VISIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE QUEUE-HISTORY-FILE.

       TALLY-VISIT.
           ADD 1 TO TOTAL-VISITS.
           IF QH-CUSTOMER-ID = SPACES
               ADD 1 TO ANONYMOUS-VISITS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CUSTOMER-VISITS.
           MOVE 0 TO FREQUENCY-IDX.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > FREQUENCY-COUNT
               IF FQ-CUSTOMER-ID(F) = QH-CUSTOMER-ID
                   MOVE F TO FREQUENCY-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF FREQUENCY-IDX = 0
               IF FREQUENCY-COUNT >= FREQUENCY-TABLE-CAPACITY
                   ADD 1 TO DROPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO FREQUENCY-COUNT
               MOVE FREQUENCY-COUNT TO FREQUENCY-IDX
               MOVE QH-CUSTOMER-ID TO FQ-CUSTOMER-ID(FREQUENCY-IDX)
               MOVE 0 TO FQ-VISITS(FREQUENCY-IDX)
               MOVE 0 TO FQ-SERVED(FREQUENCY-IDX)
               MOVE 0 TO FQ-CANCELLED(FREQUENCY-IDX)
               MOVE 0 TO FQ-WAIT-CS(FREQUENCY-IDX)
               MOVE SPACES TO FQ-NAME(FREQUENCY-IDX)
           END-IF.
           ADD 1 TO FQ-VISITS(FREQUENCY-IDX).
           IF QH-STATUS = "X"
               ADD 1 TO FQ-CANCELLED(FREQUENCY-IDX)
           ELSE
               ADD 1 TO FQ-SERVED(FREQUENCY-IDX)
               ADD QH-WAIT-CS TO FQ-WAIT-CS(FREQUENCY-IDX)
           END-IF.

       SORT-BY-VISITS.
      *> Burbuja por visitas descendente; a igualdad, por numero.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F >= FREQUENCY-COUNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > FREQUENCY-COUNT - F
                   IF FQ-VISITS(J) < FQ-VISITS(J + 1)
                       OR (FQ-VISITS(J) = FQ-VISITS(J + 1)
                           AND FQ-CUSTOMER-ID(J)
                               > FQ-CUSTOMER-ID(J + 1))
                       MOVE FREQUENCY-ENTRY(J) TO SWAP-ENTRY
                       MOVE FREQUENCY-ENTRY(J + 1)
                           TO FREQUENCY-ENTRY(J)
                       MOVE SWAP-ENTRY TO FREQUENCY-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOOKUP-CUSTOMER-NAMES.
           IF FREQUENCY-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-OK
               PERFORM UNTIL CUSTOMER-FILE-EOF
                   READ CUSTOMER-FILE
                       AT END
                           SET CUSTOMER-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM VARYING F FROM 1 BY 1
                                   UNTIL F > FREQUENCY-COUNT
                                      OR F > TOP-LIMIT
                               IF FQ-CUSTOMER-ID(F) = CU-ID
                                   MOVE CU-NAME TO FQ-NAME(F)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-FILE.

       WRITE-FREQUENCY-REPORT.
           OPEN OUTPUT FREQUENCY-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CLIENTES FRECUENTES DEL MES " TARGET-MONTH
               " (primeros " TOP-LIMIT ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  #  CLIENTE    NOMBRE               VISITAS "
               "ATEND. CANC.  ESPERA PROM."
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF FREQUENCY-COUNT = 0
               MOVE "  (sin visitas de clientes registrados en el mes)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING F FROM 1 BY 1
                   UNTIL F > FREQUENCY-COUNT OR F > TOP-LIMIT
               PERFORM WRITE-FREQUENCY-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Visitas del mes: " TOTAL-VISITS
               "   con cliente: " CUSTOMER-VISITS
               "   sin cliente registrado: " ANONYMOUS-VISITS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE FREQUENCY-REPORT-FILE.
           MOVE FREQUENCY-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "CUSTOMER-FREQUENCY" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-FREQUENCY-LINE.
           MOVE 0 TO AVERAGE-WAIT-CS.
           IF FQ-SERVED(F) > 0
               COMPUTE AVERAGE-WAIT-CS =
                   FQ-WAIT-CS(F) / FQ-SERVED(F)
           END-IF.
           COMPUTE WAIT-SECONDS = AVERAGE-WAIT-CS / 100.
           DIVIDE WAIT-SECONDS BY 60 GIVING WAIT-MINUTES
               REMAINDER WAIT-REMAINDER.
           MOVE WAIT-MINUTES TO WAIT-MINUTES-EDIT.
           MOVE SPACES TO WAIT-TEXT.
           IF FQ-SERVED(F) > 0
               STRING WAIT-MINUTES-EDIT ":" WAIT-REMAINDER
                   DELIMITED BY SIZE INTO WAIT-TEXT
               END-STRING
           ELSE
               MOVE "      -" TO WAIT-TEXT
           END-IF.
           IF FQ-NAME(F) = SPACES
               MOVE "(no esta en CUSTMAST)" TO FQ-NAME(F)
           END-IF.
           MOVE F TO RANK-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING RANK-EDIT "  " FQ-CUSTOMER-ID(F) " " FQ-NAME(F) " "
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           MOVE FQ-VISITS(F) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO REPORT-LINE(38:5).
           MOVE FQ-SERVED(F) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO REPORT-LINE(44:5).
           MOVE FQ-CANCELLED(F) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO REPORT-LINE(50:5).
           MOVE WAIT-TEXT TO REPORT-LINE(58:9).
           WRITE REPORT-LINE.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
