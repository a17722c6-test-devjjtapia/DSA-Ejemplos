       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CODE-MASTER-FILE
               ASSIGN USING CODE-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS CODE-MASTER-STATUS.
           SELECT OPTIONAL PENDING-FILE ASSIGN USING PENDING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.
      *> Area de trabajo para regrabar CODEPEND sin lo liberado,
      *> mismo esquema que HISTTMP.
           SELECT WORK-FILE ASSIGN USING WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT OPTIONAL CODE-LOG-FILE ASSIGN USING CODE-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CODE-LOG-STATUS.
           SELECT PENDING-REPORT-FILE
               ASSIGN USING PENDING-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-REPORT-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
           05 PD-CODE     PIC X(10).
           05 PD-DESC     PIC X(30).
           05 PD-EFF-DATE PIC X(8).
      *> Quien cargo el cambio en CODE-MASTER-MAINT: la liberacion
      *> lo asienta a su nombre, no al de la corrida nocturna.
           05 PD-OPERATOR PIC X(8).

       FD  WORK-FILE.
       01  WORK-RECORD PIC X(57).

      *> Misma bitacora que CODE-MASTER-MAINT.
       FD  CODE-LOG-FILE.
           05 CL-ACTION PIC X(1).
           05 CL-CODE   PIC X(10).
           05 CL-RESULT PIC X(30).
           05 CL-OPERATOR PIC X(8).
      *> Sello encadenado (ver chainw.cpy).
           05 CL-CHAIN    PIC X(9).

       FD  PENDING-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 CODE-MASTER-STATUS PIC XX VALUE "00".
           88 CODE-MASTER-OK VALUE "00".
       01 TXN-RESULT PIC X(30).
       01 LOG-TIME-STAMP PIC 9(8).

       COPY chainw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 CODE-MASTER-FILE-NAME    PIC X(40) VALUE "CODEMAST".
          05 PENDING-FILE-NAME        PIC X(40) VALUE "CODEPEND".
          05 WORK-FILE-NAME           PIC X(40) VALUE "CODEPTMP".
          05 CODE-LOG-FILE-NAME       PIC X(40) VALUE "CODMLOG".
          05 PENDING-REPORT-FILE-NAME PIC X(40) VALUE "CODEPRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       MOVE BUSINESS-DATE TO TODAY-DATE.

       OPEN I-O CODE-MASTER-FILE.
       IF NOT CODE-MASTER-OK
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE PENDING-REPORT-FILE.
       MOVE PENDING-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "CODE-PENDING-APPLY" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.
       CLOSE CODE-MASTER-FILE.

       IF PENDING-COUNT = 0
           END-READ.

       WRITE-CHANGE-LOG.
           PERFORM LOAD-CODE-LOG-CHAIN-TAIL.
           OPEN EXTEND CODE-LOG-FILE.
           IF NOT CODE-LOG-OK
               CLOSE CODE-LOG-FILE
           MOVE PD-ACTION TO CL-ACTION.
           MOVE PD-CODE TO CL-CODE.
           MOVE TXN-RESULT TO CL-RESULT.
           MOVE PD-OPERATOR TO CL-OPERATOR.
           MOVE SPACES TO CL-CHAIN.
           MOVE CODE-LOG-RECORD TO CHAIN-TEXT.
           MOVE LENGTH OF CODE-LOG-RECORD TO CHAIN-TEXT-LEN.
           PERFORM COMPUTE-CHAIN-VALUE.
           MOVE CHAIN-VALUE TO CL-CHAIN.
           WRITE CODE-LOG-RECORD.
           CLOSE CODE-LOG-FILE.

       LOAD-CODE-LOG-CHAIN-TAIL.
      *> Sello del ultimo registro de CODMLOG, antes de agregar.
           MOVE 0 TO CHAIN-PREV-VALUE.
           MOVE "N" TO CHAIN-EOF-SW.
           OPEN INPUT CODE-LOG-FILE.
           IF CODE-LOG-STATUS = "00"
               PERFORM UNTIL CHAIN-EOF
                   READ CODE-LOG-FILE
                       AT END
                           SET CHAIN-EOF TO TRUE
                       NOT AT END
                           IF CL-CHAIN IS NUMERIC
                               MOVE CL-CHAIN TO CHAIN-PREV-VALUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CODE-LOG-FILE.

       REWRITE-PENDING-FILE.
           SET WORK-FILE-OK TO TRUE.
           OPEN INPUT WORK-FILE.
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE PENDING-FILE.

       COPY chainp.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
