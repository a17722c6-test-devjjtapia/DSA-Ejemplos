      *> -- el circulo que un deposito real audita todas las noches.
      *>
      *> Parametro: argv(1) = fecha a balancear (AAAAMMDD); sin
      *> parametro, hoy. Una fecha de un ejercicio ya cerrado por
      *> YEAR-END-CLOSE (ver yclsrec.cpy) se reconstruye desde el
      *> resguardo anual STKLEDGaaaa de ese anio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> STKLEDG o, para un anio cerrado, su resguardo anual: mismo
      *> registro, nombre resuelto en tiempo de corrida.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT OPTIONAL CLOSE-REGISTRY-FILE
               ASSIGN USING CLOSE-REGISTRY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-REGISTRY-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT CONTROL-REPORT-FILE
               ASSIGN USING CONTROL-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-REPORT-STATUS.

      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  CLOSE-REGISTRY-FILE.
       01  CLOSE-REGISTRY-RECORD.
           COPY yclsrec.

       FD  CONTROL-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK  VALUE "00".
           88 FRUTAS-FILE-OK VALUE "00".
       01 CONTROL-REPORT-STATUS PIC XX VALUE "00".
           88 CONTROL-REPORT-OK VALUE "00".
       01 CLOSE-REGISTRY-STATUS PIC XX VALUE "00".
           88 CLOSE-REGISTRY-OK  VALUE "00".
           88 CLOSE-REGISTRY-EOF VALUE "10".
       01 LEDGER-FILE-NAME PIC X(11) VALUE "STKLEDG".
      *> Nombre real con el prefijo del entorno (ver fenvparm.cpy).
       01 LEDGER-ENV-NAME PIC X(40).
       01 ARCHIVE-CHOSEN-SW PIC X VALUE "N".
           88 ARCHIVE-CHOSEN VALUE "Y".

       01 DATE-PARM PIC X(10).
       01 TARGET-DATE PIC X(8).

      *> Reconstruccion por articulo de la actividad del dia.
       01 BALANCE-TABLE.
          05 BAL-COUNT PIC 9(4) VALUE 0.
          05 BAL-ENTRY OCCURS 9999 TIMES.
             10 BL-ITEM     PIC X(10).
             10 BL-OPENING  PIC S9(6).
             10 BL-RECEIPTS PIC 9(6).
             10 BL-ISSUES   PIC 9(6).
             10 BL-LAST-LEDGER PIC 9(5).
             10 BL-CHAIN-ERR-SW PIC X(1).
       01 BALANCE-TABLE-CAPACITY PIC 9(4) VALUE 9999.
       01 I PIC 9(5).
       01 BAL-IDX PIC 9(4).

       01 EXPECTED-CLOSING PIC S9(6).
       01 MASTER-CLOSING PIC 9(5).
       01 ITEM-FOUND-SW PIC X VALUE "N".
           88 ITEM-FOUND VALUE "Y".

       01 CHECKED-COUNT PIC 9(4) VALUE 0.
       01 OUT-OF-BALANCE-COUNT PIC 9(4) VALUE 0.

       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 CLOSE-REGISTRY-FILE-NAME PIC X(40) VALUE "YEARCLOS".
          05 FRUTAS-FILE-NAME         PIC X(40) VALUE "FRUTASDAT".
          05 CONTROL-REPORT-FILE-NAME PIC X(40) VALUE "CTLRPT".
          05 OPS-ALERT-FILE-NAME      PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT DATE-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
       IF FUNCTION TRIM(DATE-PARM) IS NUMERIC
           MOVE DATE-PARM(1:8) TO TARGET-DATE
       ELSE
           MOVE BUSINESS-DATE TO TARGET-DATE
       END-IF.

       PERFORM RECONSTRUCT-DAY-ACTIVITY.
       WRITE REPORT-LINE.

       IF BAL-COUNT = 0
           MOVE SPACES TO REPORT-LINE
           STRING "Sin movimientos aplicados en el dia; nada que "
               "balancear." DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
       ELSE
           OPEN INPUT FRUTAS-FILE
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE CONTROL-REPORT-FILE.
       MOVE CONTROL-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "INVENTORY-BALANCE-CTL" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Control de balanceo en CTLRPT: " CHECKED-COUNT
           " articulo(s), " OUT-OF-BALANCE-COUNT " fuera de balance.".
       GOBACK.

       RECONSTRUCT-DAY-ACTIVITY.
           PERFORM CHOOSE-LEDGER-FILE.
           MOVE LEDGER-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LEDGER-ENV-NAME.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-OK
               PERFORM UNTIL LEDGER-FILE-EOF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY FUNCTION TRIM(LEDGER-FILE-NAME) " no existe; "
                   "sin libro mayor no hay balanceo posible."
           END-IF.
           CLOSE LEDGER-FILE.

       CHOOSE-LEDGER-FILE.
      *> YEARCLOS esta en orden de cierre y cada resguardo trae lo
      *> asentado hasta el 31/12 de su anio: el primero que no quede
      *> antes de la fecha pedida es el que la contiene.
           MOVE "STKLEDG" TO LEDGER-FILE-NAME.
           MOVE "N" TO ARCHIVE-CHOSEN-SW.
           OPEN INPUT CLOSE-REGISTRY-FILE.
           IF CLOSE-REGISTRY-OK
               PERFORM UNTIL CLOSE-REGISTRY-EOF OR ARCHIVE-CHOSEN
                   READ CLOSE-REGISTRY-FILE
                       AT END
                           SET CLOSE-REGISTRY-EOF TO TRUE
                       NOT AT END
                           IF YC-YEAR >= TARGET-DATE(1:4)
                               MOVE YC-ARCHIVE-NAME TO LEDGER-FILE-NAME
                               SET ARCHIVE-CHOSEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CLOSE-REGISTRY-FILE.
           IF ARCHIVE-CHOSEN
               DISPLAY "El dia " TARGET-DATE " pertenece a un "
                   "ejercicio cerrado; se lee "
                   FUNCTION TRIM(LEDGER-FILE-NAME) "."
           END-IF.

       APPLY-LEDGER-ENTRY.
           MOVE 0 TO BAL-IDX.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BAL-COUNT
      *> resultante menos (o mas) la cantidad del movimiento.
               EVALUATE LG-TYPE
                   WHEN "R"
                   WHEN "U"
                       COMPUTE BL-OPENING(BAL-IDX) =
                           LG-BALANCE - LG-QTY
                   WHEN "E"
                   WHEN "V"
                   WHEN "M"
                   WHEN "F"
                       COMPUTE BL-OPENING(BAL-IDX) =
                           LG-BALANCE + LG-QTY
                   WHEN OTHER
      *> asiento (saldo anterior mas/menos cantidad = saldo nuevo).
               EVALUATE LG-TYPE
                   WHEN "R"
                   WHEN "U"
                       IF BL-LAST-LEDGER(BAL-IDX) + LG-QTY
                               NOT = LG-BALANCE
                           MOVE "S" TO BL-CHAIN-ERR-SW(BAL-IDX)
                       END-IF
                   WHEN "E"
                   WHEN "V"
                   WHEN "M"
                   WHEN "F"
                       IF BL-LAST-LEDGER(BAL-IDX) - LG-QTY
                               NOT = LG-BALANCE
                           MOVE "S" TO BL-CHAIN-ERR-SW(BAL-IDX)
                       END-IF
               END-EVALUATE
           END-IF.
      *> La fusion de articulos (ITEM-MERGE) entra y sale como una
      *> recepcion y un egreso mas: el saldo del maestro ya la refleja.
           EVALUATE LG-TYPE
               WHEN "R"
               WHEN "U"
                   ADD LG-QTY TO BL-RECEIPTS(BAL-IDX)
               WHEN "E"
               WHEN "V"
               WHEN "M"
               WHEN "F"
                   ADD LG-QTY TO BL-ISSUES(BAL-IDX)
               WHEN OTHER
                   CONTINUE
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
       COPY rarcp.
