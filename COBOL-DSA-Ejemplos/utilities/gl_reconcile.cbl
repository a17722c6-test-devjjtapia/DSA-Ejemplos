       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-GL-RECONCILE.

      *> Conciliacion del subdiario de inventario contra contabilidad:
      *> GL-JOURNAL-EXTRACT manda cada dia las partidas a
      *> contabilidad e INVENTORY-VALUATION-REPORT dice cuanto vale
      *> lo que tenemos, pero nada probaba que lo acumulado en la
      *> cuenta de inventario (1400) sea lo que VALRPT dice -- el
      *> cierre de mes de contabilidad se tildaba a mano en una
      *> planilla. Cada corrida absorbe la generacion vigente de
      *> GLJRNL en el acumulado GLRECBAL (ver glbalrec.cpy), compara
      *> el saldo resultante con el valor extendido de FRUTASDAT
      *> (existencia x FRUTA-COST) y explica la diferencia por causa,
      *> desde STKLEDG:
      *>   - movimientos posteados y todavia no extraidos (asientos
      *>     de fechas que ninguna generacion de GLJRNL cubrio);
      *>   - extractos de fechas sin actividad en el libro mayor
      *>     (plata en la cuenta que ningun movimiento respalda);
      *>   - deriva de costo: el extracto valua al costo del maestro
      *>     del dia en que corre y el libro al del posteo, y cada
      *>     recepcion que mueve el costo promedio revalua la
      *>     existencia que ya estaba.
      *> Lo que queda sin explicar (por encima de TOLERANCIA-CONCIL
      *> centavos en RUNPARMS, defecto 0) termina en RC 8 y alerta en
      *> OPSALERT: alguien toco el maestro por fuera del libro.
      *>
      *> Corre despues del extracto nocturno. La primera corrida,
      *> sin GLRECBAL, abre el acumulado con el valor del dia. Los
      *> ejercicios cerrados por YEAR-END-CLOSE posteriores a la
      *> apertura se leen de su resguardo anual (ver yclsrec.cpy):
      *> las generaciones de esos anios siguen teniendo su respaldo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-JOURNAL-FILE
               ASSIGN USING GL-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.
           SELECT OPTIONAL GL-BALANCE-FILE
               ASSIGN USING GL-BALANCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-BALANCE-STATUS.
      *> STKLEDG o el resguardo anual de un ejercicio cerrado.
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
           SELECT RECON-REPORT-FILE ASSIGN USING RECON-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-REPORT-STATUS.
      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

       COPY runparms.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
      *> Mismo formato que graba GL-JOURNAL-EXTRACT.
       FD  GL-JOURNAL-FILE.
       01  GL-DETAIL-RECORD.
           05 GJ-TAG     PIC X(3).
           05 GJ-DATE    PIC X(8).
           05 GJ-ACCOUNT PIC X(4).
           05 GJ-DC      PIC X(1).
           05 GJ-AMOUNT  PIC 9(11).
           05 GJ-SOURCE  PIC X(24).
           05 GJ-ITEM    PIC X(10).
       01  GL-HEADER-RECORD.
           05 GH-TAG     PIC X(3).
           05 GH-DATE    PIC X(8).
           05 GH-PROGRAM PIC X(24).
       01  GL-TRAILER-RECORD.
           05 GT-TAG    PIC X(3).
           05 GT-COUNT  PIC 9(6).
           05 GT-DEBITS PIC 9(13).
           05 GT-CREDITS PIC 9(13).

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           COPY glbalrec.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ledgrec.

       FD  CLOSE-REGISTRY-FILE.
       01  CLOSE-REGISTRY-RECORD.
           COPY yclsrec.

       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  RECON-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY runparmf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 GL-JOURNAL-STATUS PIC XX VALUE "00".
           88 GL-JOURNAL-OK  VALUE "00".
           88 GL-JOURNAL-EOF VALUE "10".
       01 GL-BALANCE-STATUS PIC XX VALUE "00".
           88 GL-BALANCE-OK  VALUE "00".
           88 GL-BALANCE-EOF VALUE "10".
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK  VALUE "00".
           88 LEDGER-FILE-EOF VALUE "10".
       01 CLOSE-REGISTRY-STATUS PIC XX VALUE "00".
           88 CLOSE-REGISTRY-OK  VALUE "00".
           88 CLOSE-REGISTRY-EOF VALUE "10".
       01 LEDGER-FILE-NAME PIC X(11) VALUE "STKLEDG".
      *> Nombre real con el prefijo del entorno (ver fenvparm.cpy).
       01 LEDGER-ENV-NAME PIC X(40).
       01 CLOSED-YEAR-TABLE.
          05 CLOSED-YEAR-COUNT PIC 9(2) VALUE 0.
          05 CLOSED-ARCHIVE OCCURS 50 TIMES PIC X(11).
       01 CLOSED-YEAR-CAPACITY PIC 9(2) VALUE 50.
       01 CY PIC 9(2).
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK  VALUE "00".
           88 FRUTAS-FILE-EOF VALUE "10".
       01 RECON-REPORT-STATUS PIC XX VALUE "00".
           88 RECON-REPORT-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

       01 TODAY-DATE PIC X(8).
       01 TOLERANCE-CENTS PIC 9(9) VALUE 0.
       01 INVENTORY-ACCOUNT PIC X(4) VALUE "1400".

      *> Apertura del acumulado y generaciones absorbidas.
       01 OPENING-DATE  PIC X(8) VALUE SPACES.
       01 OPENING-VALUE PIC 9(13) VALUE 0.
       01 OPENING-LOADED-ON PIC X(8).
       01 OPENING-SW PIC X VALUE "N".
           88 OPENING-FOUND VALUE "Y".
       01 GEN-TABLE.
          05 GEN-COUNT PIC 9(3) VALUE 0.
          05 GEN-ENTRY OCCURS 999 TIMES.
             10 GN-DATE         PIC X(8).
             10 GN-DEBITS       PIC 9(13).
             10 GN-CREDITS      PIC 9(13).
             10 GN-LOADED-ON    PIC X(8).
             10 GN-LEDGER-VALUE PIC S9(13).
             10 GN-ACTIVE-SW    PIC X(1).
       01 GEN-TABLE-CAPACITY PIC 9(3) VALUE 999.
       01 G PIC 9(3).
       01 GEN-IDX PIC 9(3).
       01 GEN-OVERFLOW-SW PIC X VALUE "N".
           88 GEN-TABLE-OVERFLOW VALUE "Y".
       01 BALANCE-CHANGED-SW PIC X VALUE "N".
           88 BALANCE-CHANGED VALUE "Y".

      *> Generacion vigente de GLJRNL.
       01 JOURNAL-DATE    PIC X(8) VALUE SPACES.
       01 JOURNAL-DEBITS  PIC 9(13) VALUE 0.
       01 JOURNAL-CREDITS PIC 9(13) VALUE 0.
       01 JOURNAL-LINES   PIC 9(6) VALUE 0.
       01 JOURNAL-SW PIC X VALUE "N".
           88 JOURNAL-ABSENT   VALUE "N".
           88 JOURNAL-VALID    VALUE "V".
           88 JOURNAL-INVALID  VALUE "I".
       01 JOURNAL-TRAILER-SW PIC X VALUE "N".
           88 JOURNAL-TRAILER-SEEN VALUE "Y".
       01 JOURNAL-NOTE PIC X(60) VALUE SPACES.

      *> Ultimo costo unitario visto por articulo en el libro, para
      *> medir cuanto revaluo cada recepcion lo que ya habia.
       01 COST-TABLE.
          05 COST-COUNT PIC 9(4) VALUE 0.
          05 COST-ENTRY OCCURS 9999 TIMES.
             10 CT-ITEM      PIC X(10).
             10 CT-LAST-COST PIC 9(7).
       01 COST-TABLE-CAPACITY PIC 9(4) VALUE 9999.
       01 C PIC 9(5).
       01 COST-IDX PIC 9(4).

      *> Fechas con movimientos sin extraer, para el detalle.
       01 PENDING-DATE-TABLE.
          05 PENDING-DATE-COUNT PIC 9(3) VALUE 0.
          05 PENDING-DATE OCCURS 100 TIMES PIC X(8).
       01 PENDING-DATE-CAPACITY PIC 9(3) VALUE 100.
       01 PD PIC 9(3).

       01 ENTRY-COST   PIC 9(7).
       01 PRIOR-COST   PIC 9(7).
       01 FLOW-CENTS   PIC S9(13).
       01 PRIOR-QTY    PIC S9(7).

      *> Importes de la conciliacion, todos en centavos.
       01 VALUATION-CENTS   PIC S9(13) VALUE 0.
       01 GL-BALANCE-CENTS  PIC S9(13) VALUE 0.
       01 DIFFERENCE-CENTS  PIC S9(13) VALUE 0.
       01 UNEXTRACTED-CENTS PIC S9(13) VALUE 0.
       01 ORPHAN-CENTS      PIC S9(13) VALUE 0.
       01 EXTRACT-DRIFT-CENTS PIC S9(13) VALUE 0.
       01 AVERAGE-DRIFT-CENTS PIC S9(13) VALUE 0.
       01 EXPLAINED-CENTS   PIC S9(13) VALUE 0.
       01 UNEXPLAINED-CENTS PIC S9(13) VALUE 0.
       01 ABS-UNEXPLAINED   PIC 9(13).
       01 UNEXTRACTED-ENTRIES PIC 9(7) VALUE 0.
       01 ORPHAN-COUNT      PIC 9(3) VALUE 0.
       01 UNCOSTED-ENTRIES  PIC 9(7) VALUE 0.
       01 TOTAL-DEBITS      PIC 9(15) VALUE 0.
       01 TOTAL-CREDITS     PIC 9(15) VALUE 0.

       01 AMOUNT-WORK   PIC S9(11)V99.
       01 EDITED-AMOUNT PIC ---,---,---,--9.99.
       01 REPORT-LABEL  PIC X(48).

       COPY runparmw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 GL-JOURNAL-FILE-NAME     PIC X(40) VALUE "GLJRNL".
          05 GL-BALANCE-FILE-NAME     PIC X(40) VALUE "GLRECBAL".
          05 CLOSE-REGISTRY-FILE-NAME PIC X(40) VALUE "YEARCLOS".
          05 FRUTAS-FILE-NAME         PIC X(40) VALUE "FRUTASDAT".
          05 RECON-REPORT-FILE-NAME   PIC X(40) VALUE "GLRECRPT".
          05 OPS-ALERT-FILE-NAME      PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 6 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 6.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       PERFORM LOAD-RUN-PARMS.
       MOVE "TOLERANCIA-CONCIL" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE TOLERANCE-CENTS = FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.
       MOVE BUSINESS-DATE TO TODAY-DATE.

       PERFORM COMPUTE-VALUATION.
       PERFORM LOAD-BALANCE-TABLE.
      *> Regrabar GLRECBAL desde una tabla que no lo cargo entero
      *> perderia generaciones: se aborta sin tocar nada.
       IF GEN-TABLE-OVERFLOW
           DISPLAY "ERROR: GLRECBAL supera " GEN-TABLE-CAPACITY
               " generaciones; no se concilia."
           MOVE 16 TO RETURN-CODE
           MOVE "GLRECBAL-LLENO" TO ALERT-REASON
           MOVE GEN-TABLE-CAPACITY TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           GOBACK
       END-IF.
       IF NOT OPENING-FOUND
           MOVE TODAY-DATE TO OPENING-DATE
           MOVE VALUATION-CENTS TO OPENING-VALUE
           MOVE TODAY-DATE TO OPENING-LOADED-ON
           SET OPENING-FOUND TO TRUE
           SET BALANCE-CHANGED TO TRUE
           DISPLAY "GLRECBAL no existia: se abre el acumulado al "
               TODAY-DATE " con el valor actual de FRUTASDAT."
       END-IF.

       PERFORM ABSORB-CURRENT-JOURNAL.
       IF BALANCE-CHANGED
           PERFORM SAVE-BALANCE-TABLE
       END-IF.

       PERFORM SCAN-LEDGER.
       PERFORM COMPUTE-DIFFERENCES.
       PERFORM WRITE-RECON-REPORT.

       MOVE UNEXPLAINED-CENTS TO ABS-UNEXPLAINED.
       COMPUTE AMOUNT-WORK = UNEXPLAINED-CENTS / 100.
       MOVE AMOUNT-WORK TO EDITED-AMOUNT.
       DISPLAY "Conciliacion inventario/contabilidad en GLRECRPT; "
           "sin explicar: " FUNCTION TRIM(EDITED-AMOUNT) ".".
       IF JOURNAL-INVALID
           MOVE 16 TO RETURN-CODE
           MOVE "GLJRNL-INVALIDO" TO ALERT-REASON
           MOVE JOURNAL-DATE TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           GOBACK
       END-IF.
       IF ABS-UNEXPLAINED > TOLERANCE-CENTS
           MOVE 8 TO RETURN-CODE
           MOVE "GL-DIF-SIN-EXPL" TO ALERT-REASON
           MOVE EDITED-AMOUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       COMPUTE-VALUATION.
      *> Valor extendido de FRUTASDAT, mismo calculo que VALRPT.
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
                           IF FRUTA-QTY IS NUMERIC
                                   AND FRUTA-COST IS NUMERIC
                               COMPUTE VALUATION-CENTS =
                                   VALUATION-CENTS
                                   + FUNCTION NUMVAL(FRUTA-QTY)
                                   * FUNCTION NUMVAL(FRUTA-COST)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FRUTAS-FILE.

       LOAD-BALANCE-TABLE.
           OPEN INPUT GL-BALANCE-FILE.
           IF GL-BALANCE-OK
               PERFORM UNTIL GL-BALANCE-EOF
                   READ GL-BALANCE-FILE
                       AT END
                           SET GL-BALANCE-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-BALANCE-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GL-BALANCE-FILE.

       ADD-BALANCE-ENTRY.
           IF GB-TYPE = "A"
               MOVE GB-DATE TO OPENING-DATE
               MOVE GB-DEBITS TO OPENING-VALUE
               MOVE GB-LOADED-ON TO OPENING-LOADED-ON
               SET OPENING-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF GEN-COUNT >= GEN-TABLE-CAPACITY
               SET GEN-TABLE-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO GEN-COUNT.
           MOVE GB-DATE TO GN-DATE(GEN-COUNT).
           MOVE GB-DEBITS TO GN-DEBITS(GEN-COUNT).
           MOVE GB-CREDITS TO GN-CREDITS(GEN-COUNT).
           MOVE GB-LOADED-ON TO GN-LOADED-ON(GEN-COUNT).
           MOVE 0 TO GN-LEDGER-VALUE(GEN-COUNT).
           MOVE "N" TO GN-ACTIVE-SW(GEN-COUNT).

       ABSORB-CURRENT-JOURNAL.
      *> Solo las partidas de la cuenta de inventario; el archivo
      *> entero tiene que traer HDR y TRL y balancear, o no se
      *> absorbe nada.
           OPEN INPUT GL-JOURNAL-FILE.
           IF NOT GL-JOURNAL-OK
               CLOSE GL-JOURNAL-FILE
               MOVE "GLJRNL no existe; no hay generacion nueva."
                   TO JOURNAL-NOTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL GL-JOURNAL-EOF
               READ GL-JOURNAL-FILE
                   AT END
                       SET GL-JOURNAL-EOF TO TRUE
                   NOT AT END
                       PERFORM ABSORB-JOURNAL-RECORD
               END-READ
           END-PERFORM.
           CLOSE GL-JOURNAL-FILE.
           IF JOURNAL-ABSENT
               MOVE "GLJRNL vacio; no hay generacion nueva."
                   TO JOURNAL-NOTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT JOURNAL-TRAILER-SEEN
               SET JOURNAL-INVALID TO TRUE
           END-IF.
           IF JOURNAL-INVALID
               STRING "*** GLJRNL sin HDR/TRL o desbalanceado: "
                   "no se absorbio ***"
                   DELIMITED BY SIZE INTO JOURNAL-NOTE
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           IF JOURNAL-DATE NOT > OPENING-DATE
               STRING "GLJRNL del dia de apertura o anterior: ya "
                   "esta en la apertura."
                   DELIMITED BY SIZE INTO JOURNAL-NOTE
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO GEN-IDX.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > GEN-COUNT
               IF GN-DATE(G) = JOURNAL-DATE
                   MOVE G TO GEN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF GEN-IDX = 0
               IF GEN-COUNT >= GEN-TABLE-CAPACITY
                   SET GEN-TABLE-OVERFLOW TO TRUE
                   SET JOURNAL-INVALID TO TRUE
                   MOVE "*** GLRECBAL lleno: la generacion no entra ***"
                       TO JOURNAL-NOTE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO GEN-COUNT
               MOVE GEN-COUNT TO GEN-IDX
               MOVE JOURNAL-DATE TO GN-DATE(GEN-IDX)
               MOVE 0 TO GN-LEDGER-VALUE(GEN-IDX)
               MOVE "N" TO GN-ACTIVE-SW(GEN-IDX)
               MOVE "Generacion nueva de GLJRNL absorbida."
                   TO JOURNAL-NOTE
           ELSE
               STRING "GLJRNL re-extraido: reemplaza la generacion "
                   "de esa fecha."
                   DELIMITED BY SIZE INTO JOURNAL-NOTE
               END-STRING
           END-IF.
           MOVE JOURNAL-DEBITS TO GN-DEBITS(GEN-IDX).
           MOVE JOURNAL-CREDITS TO GN-CREDITS(GEN-IDX).
           MOVE TODAY-DATE TO GN-LOADED-ON(GEN-IDX).
           SET BALANCE-CHANGED TO TRUE.

       ABSORB-JOURNAL-RECORD.
           EVALUATE GJ-TAG
               WHEN "HDR"
                   MOVE GH-DATE TO JOURNAL-DATE
                   SET JOURNAL-VALID TO TRUE
               WHEN "DET"
                   ADD 1 TO JOURNAL-LINES
                   IF GJ-ACCOUNT = INVENTORY-ACCOUNT
                       IF GJ-DC = "D"
                           ADD GJ-AMOUNT TO JOURNAL-DEBITS
                       ELSE
                           ADD GJ-AMOUNT TO JOURNAL-CREDITS
                       END-IF
                   END-IF
               WHEN "TRL"
                   SET JOURNAL-TRAILER-SEEN TO TRUE
                   IF GT-DEBITS NOT = GT-CREDITS
                           OR GT-COUNT NOT = JOURNAL-LINES
                       SET JOURNAL-INVALID TO TRUE
                   END-IF
               WHEN OTHER
                   SET JOURNAL-INVALID TO TRUE
           END-EVALUATE.

       SAVE-BALANCE-TABLE.
           OPEN OUTPUT GL-BALANCE-FILE.
           MOVE "A" TO GB-TYPE.
           MOVE OPENING-DATE TO GB-DATE.
           MOVE OPENING-VALUE TO GB-DEBITS.
           MOVE 0 TO GB-CREDITS.
           MOVE OPENING-LOADED-ON TO GB-LOADED-ON.
           WRITE GL-BALANCE-RECORD.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > GEN-COUNT
               MOVE "G" TO GB-TYPE
               MOVE GN-DATE(G) TO GB-DATE
               MOVE GN-DEBITS(G) TO GB-DEBITS
               MOVE GN-CREDITS(G) TO GB-CREDITS
               MOVE GN-LOADED-ON(G) TO GB-LOADED-ON
               WRITE GL-BALANCE-RECORD
           END-PERFORM.
           CLOSE GL-BALANCE-FILE.

       SCAN-LEDGER.
      *> Todo el libro se lee para seguir el costo de cada articulo;
      *> solo lo posterior a la apertura entra en la conciliacion.
      *> Los resguardos de los anios cerrados que llegan a la
      *> apertura van primero, en orden de cierre.
           PERFORM LOAD-CLOSED-YEARS.
           PERFORM VARYING CY FROM 1 BY 1 UNTIL CY > CLOSED-YEAR-COUNT
               MOVE CLOSED-ARCHIVE(CY) TO LEDGER-FILE-NAME
               PERFORM SCAN-ONE-LEDGER-FILE
           END-PERFORM.
           MOVE "STKLEDG" TO LEDGER-FILE-NAME.
           PERFORM SCAN-ONE-LEDGER-FILE.

       LOAD-CLOSED-YEARS.
           OPEN INPUT CLOSE-REGISTRY-FILE.
           IF CLOSE-REGISTRY-OK
               PERFORM UNTIL CLOSE-REGISTRY-EOF
                   READ CLOSE-REGISTRY-FILE
                       AT END
                           SET CLOSE-REGISTRY-EOF TO TRUE
                       NOT AT END
                           IF YC-YEAR >= OPENING-DATE(1:4)
                                   AND CLOSED-YEAR-COUNT
                                       < CLOSED-YEAR-CAPACITY
                               ADD 1 TO CLOSED-YEAR-COUNT
                               MOVE YC-ARCHIVE-NAME
                                   TO CLOSED-ARCHIVE(CLOSED-YEAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CLOSE-REGISTRY-FILE.

       SCAN-ONE-LEDGER-FILE.
           SET LEDGER-FILE-OK TO TRUE.
           MOVE LEDGER-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LEDGER-ENV-NAME.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-OK
               PERFORM UNTIL LEDGER-FILE-EOF
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-LEDGER-ENTRY
                   END-READ
               END-PERFORM
           ELSE
               IF LEDGER-FILE-NAME NOT = "STKLEDG"
                   DISPLAY "Aviso: falta el resguardo "
                       FUNCTION TRIM(LEDGER-FILE-NAME)
                       "; sus movimientos no se pueden explicar."
               END-IF
           END-IF.
           CLOSE LEDGER-FILE.

       APPLY-LEDGER-ENTRY.
      *> La apertura de ejercicio no mueve la cuenta, pero trae el
      *> costo con que el articulo entra al anio nuevo.
           IF LG-TYPE = "A"
               IF LG-UNIT-COST IS NUMERIC AND LG-UNIT-COST NOT = ZERO
                   MOVE LG-UNIT-COST TO ENTRY-COST
                   PERFORM FIND-COST-ENTRY
                   PERFORM REMEMBER-ITEM-COST
               END-IF
               EXIT PARAGRAPH
           END-IF.
      *> La fusion de articulos (ITEM-MERGE) no pasa por el mayor: el
      *> valor sale del duplicado y entra al sobreviviente al costo
      *> promedio. Solo deja el costo nuevo del sobreviviente.
           IF LG-TYPE = "U"
               IF LG-UNIT-COST IS NUMERIC AND LG-UNIT-COST NOT = ZERO
                   MOVE LG-UNIT-COST TO ENTRY-COST
                   PERFORM FIND-COST-ENTRY
                   PERFORM REMEMBER-ITEM-COST
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF LG-TYPE NOT = "R" AND LG-TYPE NOT = "E"
                   AND LG-TYPE NOT = "V" AND LG-TYPE NOT = "M"
                   AND LG-TYPE NOT = "C"
               EXIT PARAGRAPH
           END-IF.
           IF LG-UNIT-COST IS NUMERIC
               MOVE LG-UNIT-COST TO ENTRY-COST
           ELSE
               MOVE 0 TO ENTRY-COST
           END-IF.
           PERFORM FIND-COST-ENTRY.
           IF COST-IDX > 0
               MOVE CT-LAST-COST(COST-IDX) TO PRIOR-COST
           ELSE
               MOVE 0 TO PRIOR-COST
           END-IF.
           IF LG-DATE > OPENING-DATE
               PERFORM ALLOCATE-LEDGER-FLOW
           END-IF.
           IF ENTRY-COST > 0
               PERFORM REMEMBER-ITEM-COST
           END-IF.

       ALLOCATE-LEDGER-FLOW.
      *> Valor del movimiento al costo del posteo, con el mismo signo
      *> que tiene en la cuenta de inventario.
           IF ENTRY-COST = 0
               ADD 1 TO UNCOSTED-ENTRIES
           END-IF.
           EVALUATE LG-TYPE
               WHEN "R"
                   COMPUTE FLOW-CENTS = LG-QTY * ENTRY-COST
      *> La recepcion recalcula el promedio: lo que ya habia queda
      *> valuado al costo nuevo sin que ninguna partida lo diga.
                   IF PRIOR-COST > 0
                       COMPUTE PRIOR-QTY = LG-BALANCE - LG-QTY
                       COMPUTE AVERAGE-DRIFT-CENTS =
                           AVERAGE-DRIFT-CENTS
                           + PRIOR-QTY * (ENTRY-COST - PRIOR-COST)
                   END-IF
               WHEN "C"
                   IF LG-PRIOR-COST IS NUMERIC
                       MOVE LG-PRIOR-COST TO PRIOR-COST
                       COMPUTE FLOW-CENTS =
                           LG-QTY * (ENTRY-COST - PRIOR-COST)
                   ELSE
                       MOVE 0 TO FLOW-CENTS
                   END-IF
               WHEN OTHER
                   COMPUTE FLOW-CENTS = 0 - LG-QTY * ENTRY-COST
           END-EVALUATE.
           MOVE 0 TO GEN-IDX.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > GEN-COUNT
               IF GN-DATE(G) = LG-DATE
                   MOVE G TO GEN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF GEN-IDX > 0
               ADD FLOW-CENTS TO GN-LEDGER-VALUE(GEN-IDX)
               MOVE "S" TO GN-ACTIVE-SW(GEN-IDX)
           ELSE
               ADD FLOW-CENTS TO UNEXTRACTED-CENTS
               ADD 1 TO UNEXTRACTED-ENTRIES
               PERFORM REMEMBER-PENDING-DATE
           END-IF.

       REMEMBER-PENDING-DATE.
           PERFORM VARYING PD FROM 1 BY 1
                   UNTIL PD > PENDING-DATE-COUNT
               IF PENDING-DATE(PD) = LG-DATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF PENDING-DATE-COUNT < PENDING-DATE-CAPACITY
               ADD 1 TO PENDING-DATE-COUNT
               MOVE LG-DATE TO PENDING-DATE(PENDING-DATE-COUNT)
           END-IF.

       FIND-COST-ENTRY.
           MOVE 0 TO COST-IDX.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > COST-COUNT
               IF CT-ITEM(C) = LG-ITEM
                   MOVE C TO COST-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REMEMBER-ITEM-COST.
           IF COST-IDX = 0
               IF COST-COUNT >= COST-TABLE-CAPACITY
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO COST-COUNT
               MOVE COST-COUNT TO COST-IDX
               MOVE LG-ITEM TO CT-ITEM(COST-IDX)
           END-IF.
           MOVE ENTRY-COST TO CT-LAST-COST(COST-IDX).

       COMPUTE-DIFFERENCES.
      *> Saldo contable = apertura + debe - haber de cada generacion.
      *> Por generacion: sin actividad en el libro es un extracto
      *> huerfano; con actividad, la diferencia entre el libro (costo
      *> del posteo) y el extracto (costo del maestro) es deriva.
           MOVE OPENING-VALUE TO GL-BALANCE-CENTS.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > GEN-COUNT
               ADD GN-DEBITS(G) TO TOTAL-DEBITS
               ADD GN-CREDITS(G) TO TOTAL-CREDITS
               COMPUTE GL-BALANCE-CENTS = GL-BALANCE-CENTS
                   + GN-DEBITS(G) - GN-CREDITS(G)
               IF GN-ACTIVE-SW(G) = "S"
                   COMPUTE EXTRACT-DRIFT-CENTS = EXTRACT-DRIFT-CENTS
                       + GN-LEDGER-VALUE(G)
                       - (GN-DEBITS(G) - GN-CREDITS(G))
               ELSE
                   IF GN-DEBITS(G) NOT = GN-CREDITS(G)
                       ADD 1 TO ORPHAN-COUNT
                       COMPUTE ORPHAN-CENTS = ORPHAN-CENTS
                           + GN-DEBITS(G) - GN-CREDITS(G)
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE DIFFERENCE-CENTS =
               VALUATION-CENTS - GL-BALANCE-CENTS.
           COMPUTE EXPLAINED-CENTS = UNEXTRACTED-CENTS - ORPHAN-CENTS
               + EXTRACT-DRIFT-CENTS + AVERAGE-DRIFT-CENTS.
           COMPUTE UNEXPLAINED-CENTS =
               DIFFERENCE-CENTS - EXPLAINED-CENTS.

       WRITE-RECON-REPORT.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONCILIACION INVENTARIO / CONTABILIDAD (CUENTA "
               INVENTORY-ACCOUNT ")  " TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE JOURNAL-NOTE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Apertura del acumulado: " OPENING-DATE
               "   generaciones absorbidas: " GEN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "Valor de apertura" TO REPORT-LABEL.
           MOVE OPENING-VALUE TO FLOW-CENTS.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "Debe acumulado en la cuenta" TO REPORT-LABEL.
           MOVE TOTAL-DEBITS TO FLOW-CENTS.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "Haber acumulado en la cuenta" TO REPORT-LABEL.
           MOVE TOTAL-CREDITS TO FLOW-CENTS.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "SALDO EN CONTABILIDAD" TO REPORT-LABEL.
           MOVE GL-BALANCE-CENTS TO FLOW-CENTS.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "VALOR DE FRUTASDAT (existencia x costo)"
               TO REPORT-LABEL.
           MOVE VALUATION-CENTS TO FLOW-CENTS.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "DIFERENCIA (valor - contabilidad)" TO REPORT-LABEL.
           MOVE DIFFERENCE-CENTS TO FLOW-CENTS.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Explicada por:" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LABEL.
           STRING "  Posteado sin extraer (" UNEXTRACTED-ENTRIES
               " asientos)"
               DELIMITED BY SIZE INTO REPORT-LABEL
           END-STRING.
           MOVE UNEXTRACTED-CENTS TO FLOW-CENTS.
           PERFORM WRITE-AMOUNT-LINE.
           PERFORM VARYING PD FROM 1 BY 1
                   UNTIL PD > PENDING-DATE-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "      fecha sin extracto: " PENDING-DATE(PD)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LABEL.
           STRING "  Extractos sin actividad en libro (" ORPHAN-COUNT
               ")"
               DELIMITED BY SIZE INTO REPORT-LABEL
           END-STRING.
           COMPUTE FLOW-CENTS = 0 - ORPHAN-CENTS.
           PERFORM WRITE-AMOUNT-LINE.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > GEN-COUNT
               IF GN-ACTIVE-SW(G) NOT = "S"
                       AND GN-DEBITS(G) NOT = GN-CREDITS(G)
                   MOVE SPACES TO REPORT-LINE
                   STRING "      extracto huerfano: " GN-DATE(G)
                       " (absorbido el " GN-LOADED-ON(G) ")"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE "  Deriva de costo posteo vs extracto" TO REPORT-LABEL.
           MOVE EXTRACT-DRIFT-CENTS TO FLOW-CENTS.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  Deriva de costo promedio en recepciones"
               TO REPORT-LABEL.
           MOVE AVERAGE-DRIFT-CENTS TO FLOW-CENTS.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SIN EXPLICAR" TO REPORT-LABEL.
           MOVE UNEXPLAINED-CENTS TO FLOW-CENTS.
           PERFORM WRITE-AMOUNT-LINE.
           IF UNCOSTED-ENTRIES > 0
               MOVE SPACES TO REPORT-LINE
               STRING "Aviso: " UNCOSTED-ENTRIES " asiento(s) del "
                   "libro sin costo unitario, valuados en cero."
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE UNEXPLAINED-CENTS TO ABS-UNEXPLAINED.
           IF ABS-UNEXPLAINED > TOLERANCE-CENTS
               MOVE SPACES TO REPORT-LINE
               STRING "*** DIFERENCIA SIN EXPLICAR: el maestro cambio "
                   "por fuera del libro ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "La diferencia queda explicada por completo."
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           CLOSE RECON-REPORT-FILE.
           MOVE RECON-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "INVENTORY-GL-RECONCILE" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-AMOUNT-LINE.
           COMPUTE AMOUNT-WORK = FLOW-CENTS / 100.
           MOVE AMOUNT-WORK TO EDITED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING REPORT-LABEL " " EDITED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe, igual que
      *> HISTLOG).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "INVENTORY-GL-RECONCILE" TO ALERT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-DATE.
           ACCEPT ALERT-TIME-STAMP FROM TIME.
           MOVE ALERT-TIME-STAMP TO ALERT-TIME.
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY runparmp.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
       COPY rarcp.
