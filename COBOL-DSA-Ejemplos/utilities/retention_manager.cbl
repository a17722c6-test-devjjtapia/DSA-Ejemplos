      *> vieja, se trabaja. Cada trimestre alguien "limpiaba" uno de
      *> estos archivos a mano y cada trimestre lamentabamos lo
      *> borrado.
      *> Solo se toca lo que figura en el catalogo de linaje (ver
      *> lindir.cpy): un archivo bajo retencion que no esta registrado
      *> para este programa queda intacto y la corrida termina con
      *> RC 4, igual que si faltara uno de sus propios archivos.
      *> Las copias de reportes impresos que guarda REPORT-ARCHIVE se
      *> retienen por la clase del reporte (ver rptcat.cpy):
      *> RETEN-RPT-F, RETEN-RPT-O y RETEN-RPT-C, en dias. Una copia
      *> vencida se vacia y su asiento en RPTCAT queda marcado como
      *> purgado con la fecha; el asiento no se borra, asi queda
      *> constancia de que el reporte existio y de cuando se descarto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> El archivo fuente de turno, con nombre resuelto en tiempo de
      *> corrida: seis archivos pasan por el mismo molinete.
           SELECT OPTIONAL SOURCE-FILE ASSIGN USING SOURCE-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.
           SELECT WORK-FILE ASSIGN USING WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN USING ARCHIVE-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT OPTIONAL GENERATION-FILE
               ASSIGN USING GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN USING MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-FILE-STATUS.
           SELECT PURGE-REPORT-FILE ASSIGN USING PURGE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-REPORT-STATUS.

           88 PURGE-REPORT-OK VALUE "00".

       01 SOURCE-FILE-NAME PIC X(10).
      *> Nombre real con el prefijo del entorno (ver fenvparm.cpy).
       01 SOURCE-ENV-NAME PIC X(40).
       01 ARCHIVE-FILE-NAME PIC X(9).
       01 ARCHIVE-ENV-NAME PIC X(40).
       01 GENERATION-NUM PIC 9(3) VALUE 0.

      *> Catalogo de los seis archivos bajo retencion: nombre logico,
       01 ARCHIVED-COUNT PIC 9(6).
       01 REFUSED-COUNT  PIC 9(6).
       01 TOTAL-ARCHIVED PIC 9(6) VALUE 0.
       01 TOTAL-PURGED   PIC 9(6) VALUE 0.
       01 STAMP-TIME PIC 9(8).

      *> Reglas por clase de reporte archivado: clase, clave de
      *> RUNPARMS y, ya cargada, la fecha de corte (0 = sin regla).
       01 REPORT-RULE-AREA.
          05 FILLER PIC X(21) VALUE "FRETEN-RPT-F".
          05 FILLER PIC X(21) VALUE "ORETEN-RPT-O".
          05 FILLER PIC X(21) VALUE "CRETEN-RPT-C".
       01 FILLER REDEFINES REPORT-RULE-AREA.
          05 REPORT-RULE-ENTRY OCCURS 3 TIMES.
             10 RR-CLASS    PIC X(1).
             10 RR-PARM-KEY PIC X(20).
       01 REPORT-RULE-CUTOFFS.
          05 RR-CUTOFF-DATE PIC 9(8) OCCURS 3 TIMES.
       01 RR PIC 9(1).
       01 REPORT-COPY-CUTOFF PIC 9(8).
       01 REPORT-COPY-ENTRY.
           COPY rptcat.
       01 REPORT-COPY-NAME PIC X(9).
       01 CURRENT-COPY-COUNT PIC 9(6).
       01 PURGED-COPY-COUNT  PIC 9(6).

       COPY runparmw.
       COPY lindir.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 WORK-FILE-NAME         PIC X(40) VALUE "RETTMP".
          05 GENERATION-FILE-NAME   PIC X(40) VALUE "RETGEN".
          05 MANIFEST-FILE-NAME     PIC X(40) VALUE "RETMANIF".
          05 PURGE-REPORT-FILE-NAME PIC X(40) VALUE "RETRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-RUN-PARMS.
       MOVE "RETENTION-MANAGER" TO LINEAGE-PROGRAM-WANTED.
       PERFORM CHECK-FILE-LINEAGE.
       MOVE RUN-PARMS-FILE-NAME TO LINEAGE-CHECK-NAME.
       PERFORM CHECK-ONE-LINEAGE-NAME.
       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).

       PERFORM VARYING F FROM 1 BY 1 UNTIL F > 6
           PERFORM RETAIN-ONE-FILE
       END-PERFORM.
       PERFORM RETAIN-REPORT-COPIES.

       CLOSE PURGE-REPORT-FILE.
       MOVE PURGE-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "RETENTION-MANAGER" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Retencion completada: " TOTAL-ARCHIVED " registro(s) "
           "archivado(s) en la generacion " GENERATION-NUM ", "
           TOTAL-PURGED " copia(s) de reportes purgada(s)"
           "; reporte en RETRPT.".
       IF LINEAGE-MISSING-COUNT > 0
           DISPLAY "Aviso: " LINEAGE-MISSING-COUNT " archivo(s) sin "
               "registro en el catalogo de linaje (ver lindir.cpy)."
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       ADVANCE-GENERATION.
           MOVE 0 TO KEPT-COUNT.
           MOVE 0 TO ARCHIVED-COUNT.
           MOVE 0 TO REFUSED-COUNT.
           MOVE CAT-FILE(F) TO LINEAGE-CHECK-NAME.
           PERFORM CHECK-ONE-LINEAGE-NAME.
           IF NOT LINEAGE-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING CAT-FILE(F) "  sin registro de linaje; intacto"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE CAT-PARM-KEY(F) TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF NOT PARM-FOUND
               DELIMITED BY SIZE INTO ARCHIVE-FILE-NAME
           END-STRING.
           SET SOURCE-FILE-OK TO TRUE.
           MOVE SOURCE-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO SOURCE-ENV-NAME.
           OPEN INPUT SOURCE-FILE.
           OPEN OUTPUT WORK-FILE.
           MOVE ARCHIVE-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO ARCHIVE-ENV-NAME.
           OPEN OUTPUT ARCHIVE-FILE.
           IF SOURCE-FILE-OK
               PERFORM UNTIL SOURCE-FILE-EOF
       REWRITE-SOURCE-FILE.
           SET WORK-FILE-OK TO TRUE.
           OPEN INPUT WORK-FILE.
           MOVE SOURCE-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO SOURCE-ENV-NAME.
           OPEN OUTPUT SOURCE-FILE.
           PERFORM UNTIL WORK-FILE-EOF
               READ WORK-FILE
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.

       RETAIN-REPORT-COPIES.
      *> Una pasada por el catalogo RPTCAT al area de trabajo: cada
      *> copia archivada mas vieja que el corte de su clase se vacia
      *> y su asiento pasa a "P"; el catalogo se regraba entero, con
      *> los mismos asientos, solo si algo se purgo.
           MOVE 0 TO CURRENT-COPY-COUNT.
           MOVE 0 TO PURGED-COPY-COUNT.
           MOVE "RPTCAT" TO LINEAGE-CHECK-NAME.
           PERFORM CHECK-ONE-LINEAGE-NAME.
           IF NOT LINEAGE-FOUND
               MOVE "RPTCAT      sin registro de linaje; intacto"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING RR FROM 1 BY 1 UNTIL RR > 3
               MOVE 0 TO RR-CUTOFF-DATE(RR)
               MOVE RR-PARM-KEY(RR) TO PARM-KEY-WANTED
               PERFORM GET-RUN-PARM
               IF PARM-FOUND
                       AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
                   COMPUTE RETENTION-DAYS =
                       FUNCTION NUMVAL(PARM-VALUE-FOUND)
                   IF RETENTION-DAYS > 0
                       COMPUTE CUTOFF-DAY-NUM =
                           TODAY-DAY-NUM - RETENTION-DAYS
                       COMPUTE RR-CUTOFF-DATE(RR) =
                           FUNCTION DATE-OF-INTEGER(CUTOFF-DAY-NUM)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "RPTCAT" TO SOURCE-FILE-NAME.
           SET SOURCE-FILE-OK TO TRUE.
           MOVE SOURCE-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO SOURCE-ENV-NAME.
           OPEN INPUT SOURCE-FILE.
           OPEN OUTPUT WORK-FILE.
           IF SOURCE-FILE-OK
               PERFORM UNTIL SOURCE-FILE-EOF
                   READ SOURCE-FILE
                       AT END
                           SET SOURCE-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM DISPOSE-ONE-REPORT-COPY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SOURCE-FILE.
           CLOSE WORK-FILE.
           IF PURGED-COPY-COUNT > 0
               PERFORM REWRITE-SOURCE-FILE
               ADD PURGED-COPY-COUNT TO TOTAL-PURGED
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "RPTCAT    " "  " CURRENT-COPY-COUNT
               " copias vigentes  " PURGED-COPY-COUNT
               " purgadas por retencion de reportes"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       DISPOSE-ONE-REPORT-COPY.
           MOVE SOURCE-RECORD TO REPORT-COPY-ENTRY.
           IF RC-STATUS NOT = "A"
               MOVE SOURCE-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO REPORT-COPY-CUTOFF.
           PERFORM VARYING RR FROM 1 BY 1 UNTIL RR > 3
               IF RR-CLASS(RR) = RC-CLASS
                   MOVE RR-CUTOFF-DATE(RR) TO REPORT-COPY-CUTOFF
               END-IF
           END-PERFORM.
      *> Sin regla para la clase, o fecha ilegible: la copia queda.
           IF REPORT-COPY-CUTOFF = 0
                   OR RC-DATE IS NOT NUMERIC
                   OR FUNCTION NUMVAL(RC-DATE) >= REPORT-COPY-CUTOFF
               MOVE SOURCE-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
               ADD 1 TO CURRENT-COPY-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-COPY-NAME.
           STRING "RPT" RC-GENERATION
               DELIMITED BY SIZE INTO REPORT-COPY-NAME
           END-STRING.
           MOVE REPORT-COPY-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO ARCHIVE-ENV-NAME.
           OPEN OUTPUT ARCHIVE-FILE.
           CLOSE ARCHIVE-FILE.
           MOVE "P" TO RC-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RC-PURGE-DATE.
           MOVE SPACES TO WORK-RECORD.
           MOVE REPORT-COPY-ENTRY TO WORK-RECORD.
           WRITE WORK-RECORD.
           ADD 1 TO PURGED-COPY-COUNT.

       COPY runparmp.

       COPY linp.
       COPY fenvp.
       COPY rarcp.
