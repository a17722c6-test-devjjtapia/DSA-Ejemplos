       IDENTIFICATION DIVISION.
       PROGRAM-ID. REASON-NORMALIZE.

      *> Corrida unica de normalizacion de la historia de motivos: los
      *> registros ya grabados en RJCTFILE (RJ-REASON), OPSALERT
      *> (ALERT-REASON), QUEHIST (QH-REASON) y RSTKCONF (CF-RESULT)
      *> traen las variantes de texto libre de antes de RSNCODE. Cada
      *> motivo que RSNCODE conoce como sinonimo se reemplaza por su
      *> codigo valido y el archivo se regraba desde el area de trabajo
      *> RSNWORK, igual que ALERT-ROUTER regraba OPSALERT; lo que no
      *> esta registrado queda como estaba y sale listado en RSNNORM
      *> con su cantidad, para darlo de alta en REASON-MAINT (como
      *> codigo o como sinonimo) y volver a correr.
      *>
      *> Con argv(1) = SIMULAR no se regraba nada: RSNNORM muestra lo
      *> que se cambiaria. Se corre en la ventana del batch, con los
      *> emisores detenidos (nadie agrega a estos archivos mientras se
      *> regraban). Sin RSNCODE no hay con que normalizar: RC 8. RC 4
      *> si quedan motivos sin registrar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           SELECT OPTIONAL QUEUE-HISTORY-FILE
               ASSIGN USING QUEUE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-HISTORY-STATUS.
           SELECT OPTIONAL CONFIRM-FILE ASSIGN USING CONFIRM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIRM-FILE-STATUS.
           SELECT WORK-FILE ASSIGN USING WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT NORMALIZE-REPORT-FILE
               ASSIGN USING NORMALIZE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NORMALIZE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY rjctrec.

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       FD  QUEUE-HISTORY-FILE.
       01  QUEUE-HISTORY-RECORD.
           COPY quehist.

      *> Mismo registro de confirmacion que RESTOCK-FULFILL.
       FD  CONFIRM-FILE.
       01  CONFIRM-RECORD.
           05 CF-TICKET-ID PIC X(6).
           05 CF-ITEM      PIC X(10).
           05 CF-QTY       PIC 9(4).
           05 CF-DATE      PIC X(8).
           05 CF-RESULT    PIC X(20).
           05 CF-REQ-DATE  PIC X(8).

      *> Mas ancho que el mas ancho de los cuatro registros.
       FD  WORK-FILE.
       01  WORK-RECORD PIC X(200).

       FD  NORMALIZE-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 REJECT-FILE-STATUS PIC XX VALUE "00".
           88 REJECT-FILE-OK  VALUE "00".
           88 REJECT-FILE-EOF VALUE "10".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK  VALUE "00".
           88 OPS-ALERT-EOF VALUE "10".
       01 QUEUE-HISTORY-STATUS PIC XX VALUE "00".
           88 QUEUE-HISTORY-OK  VALUE "00".
           88 QUEUE-HISTORY-EOF VALUE "10".
       01 CONFIRM-FILE-STATUS PIC XX VALUE "00".
           88 CONFIRM-FILE-OK  VALUE "00".
           88 CONFIRM-FILE-EOF VALUE "10".
       01 WORK-FILE-STATUS PIC XX VALUE "00".
           88 WORK-FILE-OK  VALUE "00".
           88 WORK-FILE-EOF VALUE "10".
       01 NORMALIZE-REPORT-STATUS PIC XX VALUE "00".
           88 NORMALIZE-REPORT-OK VALUE "00".

       01 RUN-PARM PIC X(10).
       01 SIMULATE-SW PIC X VALUE "N".
           88 SIMULATE-ONLY VALUE "Y".

      *> Totales por archivo, en el orden en que se procesan.
       01 FILE-TOTALS-AREA.
          05 FILLER PIC X(20) VALUE "RJCTFILE  RECHAZO   ".
          05 FILLER PIC X(20) VALUE "OPSALERT  ALERTA    ".
          05 FILLER PIC X(20) VALUE "QUEHIST   CANCELA   ".
          05 FILLER PIC X(20) VALUE "RSTKCONF  REPOSICION".
       01 FILLER REDEFINES FILE-TOTALS-AREA.
          05 FILE-TOTAL-ENTRY OCCURS 4 TIMES.
             10 FT-FILE   PIC X(10).
             10 FT-DOMAIN PIC X(10).
       01 FILE-COUNTS.
          05 FILE-COUNT-ENTRY OCCURS 4 TIMES.
             10 FT-READ         PIC 9(7).
             10 FT-NORMALIZED   PIC 9(7).
             10 FT-UNREGISTERED PIC 9(7).
             10 FT-STATE        PIC X(12).
       01 F PIC 9(1).
       01 FILE-IDX PIC 9(1).

      *> Motivos sin registrar encontrados, por dominio y codigo.
       01 UNREGISTERED-TABLE.
          05 UNREGISTERED-COUNT PIC 9(3) VALUE 0.
          05 UNREGISTERED-ENTRY OCCURS 100 TIMES.
             10 UR-DOMAIN PIC X(10).
             10 UR-CODE   PIC X(20).
             10 UR-TIMES  PIC 9(7).
       01 UNREGISTERED-CAPACITY PIC 9(3) VALUE 100.
       01 U PIC 9(3).

       01 MAP-CODE PIC X(20).
       01 TOTAL-NORMALIZED PIC 9(7) VALUE 0.
       01 TOTAL-UNREGISTERED PIC 9(7) VALUE 0.

       COPY rsnw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 REJECT-FILE-NAME           PIC X(40) VALUE "RJCTFILE".
          05 OPS-ALERT-FILE-NAME        PIC X(40) VALUE "OPSALERT".
          05 QUEUE-HISTORY-FILE-NAME    PIC X(40) VALUE "QUEHIST".
          05 CONFIRM-FILE-NAME          PIC X(40) VALUE "RSTKCONF".
          05 WORK-FILE-NAME             PIC X(40) VALUE "RSNWORK".
          05 NORMALIZE-REPORT-FILE-NAME PIC X(40) VALUE "RSNNORM".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 6 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 6.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT RUN-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO RUN-PARM
       END-ACCEPT.
       IF FUNCTION UPPER-CASE(RUN-PARM) = "SIMULAR"
           SET SIMULATE-ONLY TO TRUE
           DISPLAY "Modo SIMULAR: no se regraba ningun archivo."
       END-IF.

      *> Una consulta de prueba: sin maestro no hay nada que mapear.
       MOVE "RECHAZO" TO RK-DOMAIN.
       MOVE SPACES TO RK-CODE.
       MOVE "REASON-NORMALIZE" TO RK-PROGRAM.
       MOVE "C" TO RK-MODE.
       CALL "REASON-CHECK" USING REASON-CHECK-PARM.
       IF RK-NO-MASTER
           DISPLAY "ERROR: RSNCODE vacio o ausente; no hay con que "
               "normalizar. Cargarlo con REASON-MAINT."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM VARYING F FROM 1 BY 1 UNTIL F > 4
           MOVE 0 TO FT-READ(F)
           MOVE 0 TO FT-NORMALIZED(F)
           MOVE 0 TO FT-UNREGISTERED(F)
           MOVE SPACES TO FT-STATE(F)
       END-PERFORM.
       MOVE 1 TO FILE-IDX.
       PERFORM NORMALIZE-REJECT-FILE.
       MOVE 2 TO FILE-IDX.
       PERFORM NORMALIZE-OPS-ALERT-FILE.
       MOVE 3 TO FILE-IDX.
       PERFORM NORMALIZE-QUEUE-HISTORY-FILE.
       MOVE 4 TO FILE-IDX.
       PERFORM NORMALIZE-CONFIRM-FILE.

       PERFORM WRITE-NORMALIZE-REPORT.

       DISPLAY "Normalizacion de motivos: " TOTAL-NORMALIZED
           " registro(s) normalizado(s), " TOTAL-UNREGISTERED
           " con motivo sin registrar (" UNREGISTERED-COUNT
           " codigo(s) distinto(s)). Detalle en RSNNORM.".
       IF TOTAL-UNREGISTERED > 0
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

      *> ----- Un archivo por vez: a RSNWORK mapeado, y de vuelta -----
       NORMALIZE-REJECT-FILE.
           OPEN INPUT REJECT-FILE.
           IF NOT REJECT-FILE-OK
               CLOSE REJECT-FILE
               MOVE "AUSENTE" TO FT-STATE(FILE-IDX)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WORK-FILE.
           PERFORM UNTIL REJECT-FILE-EOF
               READ REJECT-FILE
                   AT END
                       SET REJECT-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE RJ-REASON TO MAP-CODE
                       PERFORM MAP-ONE-REASON
                       MOVE MAP-CODE TO RJ-REASON
                       MOVE REJECT-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.
           CLOSE WORK-FILE.
           PERFORM DECIDE-REWRITE.
           IF FT-STATE(FILE-IDX) NOT = "REGRABADO"
               EXIT PARAGRAPH
           END-IF.
           SET WORK-FILE-OK TO TRUE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT REJECT-FILE.
           PERFORM UNTIL WORK-FILE-EOF
               READ WORK-FILE
                   AT END
                       SET WORK-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO REJECT-RECORD
                       WRITE REJECT-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE REJECT-FILE.

       NORMALIZE-OPS-ALERT-FILE.
           OPEN INPUT OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               MOVE "AUSENTE" TO FT-STATE(FILE-IDX)
               EXIT PARAGRAPH
           END-IF.
           SET WORK-FILE-OK TO TRUE.
           OPEN OUTPUT WORK-FILE.
           PERFORM UNTIL OPS-ALERT-EOF
               READ OPS-ALERT-FILE
                   AT END
                       SET OPS-ALERT-EOF TO TRUE
                   NOT AT END
                       MOVE ALERT-REASON TO MAP-CODE
                       PERFORM MAP-ONE-REASON
                       MOVE MAP-CODE TO ALERT-REASON
                       MOVE OPS-ALERT-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE OPS-ALERT-FILE.
           CLOSE WORK-FILE.
           PERFORM DECIDE-REWRITE.
           IF FT-STATE(FILE-IDX) NOT = "REGRABADO"
               EXIT PARAGRAPH
           END-IF.
           SET WORK-FILE-OK TO TRUE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT OPS-ALERT-FILE.
           PERFORM UNTIL WORK-FILE-EOF
               READ WORK-FILE
                   AT END
                       SET WORK-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO OPS-ALERT-RECORD
                       WRITE OPS-ALERT-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE OPS-ALERT-FILE.

       NORMALIZE-QUEUE-HISTORY-FILE.
      *> Solo los cierres con motivo: el tique completado lo trae en
      *> blanco y asi queda (MAP-ONE-REASON no toca los blancos).
           OPEN INPUT QUEUE-HISTORY-FILE.
           IF NOT QUEUE-HISTORY-OK
               CLOSE QUEUE-HISTORY-FILE
               MOVE "AUSENTE" TO FT-STATE(FILE-IDX)
               EXIT PARAGRAPH
           END-IF.
           SET WORK-FILE-OK TO TRUE.
           OPEN OUTPUT WORK-FILE.
           PERFORM UNTIL QUEUE-HISTORY-EOF
               READ QUEUE-HISTORY-FILE
                   AT END
                       SET QUEUE-HISTORY-EOF TO TRUE
                   NOT AT END
                       MOVE QH-REASON TO MAP-CODE
                       PERFORM MAP-ONE-REASON
                       MOVE MAP-CODE TO QH-REASON
                       MOVE QUEUE-HISTORY-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE QUEUE-HISTORY-FILE.
           CLOSE WORK-FILE.
           PERFORM DECIDE-REWRITE.
           IF FT-STATE(FILE-IDX) NOT = "REGRABADO"
               EXIT PARAGRAPH
           END-IF.
           SET WORK-FILE-OK TO TRUE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT QUEUE-HISTORY-FILE.
           PERFORM UNTIL WORK-FILE-EOF
               READ WORK-FILE
                   AT END
                       SET WORK-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO QUEUE-HISTORY-RECORD
                       WRITE QUEUE-HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE QUEUE-HISTORY-FILE.

       NORMALIZE-CONFIRM-FILE.
           OPEN INPUT CONFIRM-FILE.
           IF NOT CONFIRM-FILE-OK
               CLOSE CONFIRM-FILE
               MOVE "AUSENTE" TO FT-STATE(FILE-IDX)
               EXIT PARAGRAPH
           END-IF.
           SET WORK-FILE-OK TO TRUE.
           OPEN OUTPUT WORK-FILE.
           PERFORM UNTIL CONFIRM-FILE-EOF
               READ CONFIRM-FILE
                   AT END
                       SET CONFIRM-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE CF-RESULT TO MAP-CODE
                       PERFORM MAP-ONE-REASON
                       MOVE MAP-CODE TO CF-RESULT
                       MOVE CONFIRM-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE CONFIRM-FILE.
           CLOSE WORK-FILE.
           PERFORM DECIDE-REWRITE.
           IF FT-STATE(FILE-IDX) NOT = "REGRABADO"
               EXIT PARAGRAPH
           END-IF.
           SET WORK-FILE-OK TO TRUE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT CONFIRM-FILE.
           PERFORM UNTIL WORK-FILE-EOF
               READ WORK-FILE
                   AT END
                       SET WORK-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO CONFIRM-RECORD
                       WRITE CONFIRM-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE CONFIRM-FILE.

       DECIDE-REWRITE.
      *> Se regraba solo si algo cambio y no es una simulacion.
           EVALUATE TRUE
               WHEN FT-NORMALIZED(FILE-IDX) = 0
                   MOVE "SIN CAMBIOS" TO FT-STATE(FILE-IDX)
               WHEN SIMULATE-ONLY
                   MOVE "SIMULADO" TO FT-STATE(FILE-IDX)
               WHEN OTHER
                   MOVE "REGRABADO" TO FT-STATE(FILE-IDX)
           END-EVALUATE.

       MAP-ONE-REASON.
      *> MAP-CODE entra con el motivo grabado y sale con el codigo
      *> valido si era un sinonimo registrado.
           ADD 1 TO FT-READ(FILE-IDX).
           IF MAP-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FT-DOMAIN(FILE-IDX) TO RK-DOMAIN.
           MOVE MAP-CODE TO RK-CODE.
           MOVE "C" TO RK-MODE.
           CALL "REASON-CHECK" USING REASON-CHECK-PARM.
           EVALUATE TRUE
               WHEN RK-SYNONYM
                   MOVE RK-CODE TO MAP-CODE
                   ADD 1 TO FT-NORMALIZED(FILE-IDX)
                   ADD 1 TO TOTAL-NORMALIZED
               WHEN RK-UNREGISTERED
                   ADD 1 TO FT-UNREGISTERED(FILE-IDX)
                   ADD 1 TO TOTAL-UNREGISTERED
                   PERFORM TALLY-UNREGISTERED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TALLY-UNREGISTERED.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > UNREGISTERED-COUNT
               IF UR-DOMAIN(U) = RK-DOMAIN AND UR-CODE(U) = MAP-CODE
                   ADD 1 TO UR-TIMES(U)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF UNREGISTERED-COUNT < UNREGISTERED-CAPACITY
               ADD 1 TO UNREGISTERED-COUNT
               MOVE RK-DOMAIN TO UR-DOMAIN(UNREGISTERED-COUNT)
               MOVE MAP-CODE TO UR-CODE(UNREGISTERED-COUNT)
               MOVE 1 TO UR-TIMES(UNREGISTERED-COUNT)
           END-IF.

      *> ----- Reporte -----
       WRITE-NORMALIZE-REPORT.
           OPEN OUTPUT NORMALIZE-REPORT-FILE.
           MOVE "NORMALIZACION DE CODIGOS DE MOTIVO CONTRA RSNCODE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SIMULATE-ONLY
               MOVE "(SIMULACION: no se regrabo ningun archivo)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ARCHIVO   DOMINIO     LEIDOS     NORMALIZ.    SIN REG."
               TO REPORT-LINE.
           MOVE "ESTADO" TO REPORT-LINE(56:6).
           WRITE REPORT-LINE.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 4
               MOVE SPACES TO REPORT-LINE
               STRING FT-FILE(F) FT-DOMAIN(F) "  " FT-READ(F)
                   "    " FT-NORMALIZED(F) "      "
                   FT-UNREGISTERED(F) "  " FT-STATE(F)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MOTIVOS SIN REGISTRAR EN LA HISTORIA (dar de alta en RS
      -        "NCODE)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF UNREGISTERED-COUNT = 0
               MOVE "  (ninguno)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > UNREGISTERED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " UR-DOMAIN(U) " " UR-CODE(U) "  "
                   UR-TIMES(U) " registro(s)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.
           CLOSE NORMALIZE-REPORT-FILE.
           MOVE NORMALIZE-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "REASON-NORMALIZE" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       COPY fenvp.
       COPY rarcp.
