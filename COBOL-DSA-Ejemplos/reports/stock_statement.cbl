      *> consultable a "por que la existencia de Manzana es 37":
      *> los movimientos que la llevaron ahi, uno por renglon, en vez
      *> de un encogimiento de hombros.
      *> Cuando el rango llega a un ejercicio ya cerrado por
      *> YEAR-END-CLOSE (ver yclsrec.cpy), lee antes el resguardo
      *> anual STKLEDGaaaa de ese anio: el extracto cruza el cierre
      *> sin costuras, con el asiento de apertura del anio nuevo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> STKLEDG o, para los anios cerrados, su resguardo anual:
      *> mismo registro, nombre resuelto en tiempo de corrida.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT OPTIONAL CLOSE-REGISTRY-FILE
               ASSIGN USING CLOSE-REGISTRY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-REGISTRY-STATUS.
      *> Reporte imprimible, se reescribe completo en cada corrida,
      *> igual que INVRPT en array.cbl.
           SELECT STATEMENT-REPORT-FILE
               ASSIGN USING STATEMENT-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-REPORT-STATUS.

       01  LEDGER-RECORD.
           COPY ledgrec.

       FD  CLOSE-REGISTRY-FILE.
       01  CLOSE-REGISTRY-RECORD.
           COPY yclsrec.

       FD  STATEMENT-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

           88 LEDGER-FILE-EOF VALUE "10".
       01 STATEMENT-REPORT-STATUS PIC XX VALUE "00".
           88 STATEMENT-REPORT-OK VALUE "00".
       01 CLOSE-REGISTRY-STATUS PIC XX VALUE "00".
           88 CLOSE-REGISTRY-OK  VALUE "00".
           88 CLOSE-REGISTRY-EOF VALUE "10".
       01 LEDGER-FILE-NAME PIC X(11) VALUE "STKLEDG".
      *> Nombre real con el prefijo del entorno (ver fenvparm.cpy).
       01 LEDGER-ENV-NAME PIC X(40).

      *> Ejercicios cerrados, en el orden de YEARCLOS: el resguardo de
      *> cada uno trae lo asentado despues del cierre anterior.
       01 CLOSED-YEAR-TABLE.
          05 CLOSED-YEAR-COUNT PIC 9(2) VALUE 0.
          05 CLOSED-YEAR-ENTRY OCCURS 50 TIMES.
             10 CY-YEAR    PIC X(4).
             10 CY-ARCHIVE PIC X(11).
       01 CLOSED-YEAR-CAPACITY PIC 9(2) VALUE 50.
       01 CY PIC 9(2).
       01 PRIOR-CLOSED-YEAR PIC X(4).

       01 ITEM-PARM PIC X(10).
       01 FROM-PARM PIC X(10).
       01 LISTED-COUNT PIC 9(5) VALUE 0.
       01 LAST-BALANCE  PIC 9(5) VALUE 0.
       01 MOVEMENT-DESC PIC X(10).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 CLOSE-REGISTRY-FILE-NAME   PIC X(40) VALUE "YEARCLOS".
          05 STATEMENT-REPORT-FILE-NAME PIC X(40) VALUE "STMTRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-PARAMETERS.
       IF ITEM-PARM = SPACES
           DISPLAY "ERROR: falta el articulo a extractar "
           WRITE REPORT-LINE
       END-IF.
       CLOSE STATEMENT-REPORT-FILE.
       MOVE STATEMENT-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "STOCK-STATEMENT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Extracto de '" FUNCTION TRIM(ITEM-PARM) "' grabado en "
           "STMTRPT (" LISTED-COUNT " movimiento(s)).".
               ON EXCEPTION
                   MOVE SPACES TO TO-PARM
           END-ACCEPT.
           IF FROM-PARM NOT = SPACES
                   AND FUNCTION TRIM(FROM-PARM) IS NUMERIC
               MOVE FROM-PARM(1:8) TO FROM-DATE
           END-IF.
           IF TO-PARM NOT = SPACES
                   AND FUNCTION TRIM(TO-PARM) IS NUMERIC
               MOVE TO-PARM(1:8) TO TO-DATE
           END-IF.

       SCAN-LEDGER.
      *> Primero los resguardos de los anios cerrados que el rango
      *> toca, despues el libro vigente.
           PERFORM LOAD-CLOSED-YEARS.
           MOVE "0000" TO PRIOR-CLOSED-YEAR.
           PERFORM VARYING CY FROM 1 BY 1 UNTIL CY > CLOSED-YEAR-COUNT
               IF CY-YEAR(CY) >= FROM-DATE(1:4)
                       AND PRIOR-CLOSED-YEAR < TO-DATE(1:4)
                   MOVE CY-ARCHIVE(CY) TO LEDGER-FILE-NAME
                   PERFORM SCAN-ONE-LEDGER-FILE
               END-IF
               MOVE CY-YEAR(CY) TO PRIOR-CLOSED-YEAR
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
                           IF CLOSED-YEAR-COUNT < CLOSED-YEAR-CAPACITY
                               ADD 1 TO CLOSED-YEAR-COUNT
                               MOVE YC-YEAR
                                   TO CY-YEAR(CLOSED-YEAR-COUNT)
                               MOVE YC-ARCHIVE-NAME
                                   TO CY-ARCHIVE(CLOSED-YEAR-COUNT)
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
                   END-READ
               END-PERFORM
           ELSE
               IF LEDGER-FILE-NAME = "STKLEDG"
                   DISPLAY "STKLEDG no existe todavia; el libro mayor "
                       "se crea con la primera corrida de "
                       "STOCK-MOVEMENT."
               ELSE
                   DISPLAY "Aviso: falta el resguardo "
                       FUNCTION TRIM(LEDGER-FILE-NAME)
                       "; el extracto sale sin ese ejercicio."
               END-IF
           END-IF.
           CLOSE LEDGER-FILE.

                   MOVE "RECEPCION " TO MOVEMENT-DESC
               WHEN "E"
                   MOVE "EGRESO    " TO MOVEMENT-DESC
               WHEN "V"
                   MOVE "DEVOL.PROV" TO MOVEMENT-DESC
               WHEN "M"
                   MOVE "MERMA     " TO MOVEMENT-DESC
               WHEN "U"
                   MOVE "FUSION ENT" TO MOVEMENT-DESC
               WHEN "F"
                   MOVE "FUSION SAL" TO MOVEMENT-DESC
               WHEN "C"
                   MOVE "REVALUAC. " TO MOVEMENT-DESC
               WHEN "A"
                   MOVE "APERTURA  " TO MOVEMENT-DESC
               WHEN OTHER
                   MOVE LG-TYPE TO MOVEMENT-DESC
           END-EVALUATE.
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       COPY fenvp.
       COPY rarcp.
