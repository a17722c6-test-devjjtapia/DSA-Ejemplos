       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CODE-MASTER-FILE
               ASSIGN USING CODE-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS CODE-MASTER-STATUS.
           SELECT OPTIONAL CODE-TXN-FILE ASSIGN USING CODE-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CODE-TXN-STATUS.
      *> Bitacora de cambios del maestro (EXTEND): quien audite el
      *> maestro encuentra aqui cada alta/cambio/baja con su fecha.
           SELECT OPTIONAL CODE-LOG-FILE ASSIGN USING CODE-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CODE-LOG-STATUS.
      *> Transacciones estacionadas con fecha de vigencia futura
      *> (EXTEND): mismo registro que CODETXN.
           SELECT OPTIONAL PENDING-FILE ASSIGN USING PENDING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
           05 CT-CODE     PIC X(10).
           05 CT-DESC     PIC X(30).
           05 CT-EFF-DATE PIC X(8).
      *> Legajo del operador que carga el cambio: queda en la
      *> bitacora para el control de separacion de funciones.
           05 CT-OPERATOR PIC X(8).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05 PD-CODE     PIC X(10).
           05 PD-DESC     PIC X(30).
           05 PD-EFF-DATE PIC X(8).
           05 PD-OPERATOR PIC X(8).

       FD  CODE-LOG-FILE.
       01  CODE-LOG-RECORD.
           05 CL-ACTION PIC X(1).
           05 CL-CODE   PIC X(10).
           05 CL-RESULT PIC X(30).
           05 CL-OPERATOR PIC X(8).
      *> Sello encadenado (ver chainw.cpy).
           05 CL-CHAIN    PIC X(9).

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 CODE-MASTER-STATUS PIC XX VALUE "00".
       01 STAGED-COUNT PIC 9(5) VALUE 0.
       01 TODAY-DATE PIC X(8).

       COPY chainw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 CODE-MASTER-FILE-NAME PIC X(40) VALUE "CODEMAST".
          05 CODE-TXN-FILE-NAME    PIC X(40) VALUE "CODETXN".
          05 CODE-LOG-FILE-NAME    PIC X(40) VALUE "CODMLOG".
          05 PENDING-FILE-NAME     PIC X(40) VALUE "CODEPEND".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       OPEN I-O CODE-MASTER-FILE.
       IF NOT CODE-MASTER-OK
      *> El maestro indexado arranca vacio la primera vez: crear y
       CLOSE CODE-MASTER-FILE.

       IF TXN-COUNT = 0
           DISPLAY "CODETXN vacio o ausente; sin transacciones que "
               "aplicar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
           MOVE SPACES TO TXN-RESULT.
      *> Vigencia futura: la transaccion se estaciona tal cual en
      *> CODEPEND y la libera CODE-PENDING-APPLY cuando llega el dia.
           MOVE BUSINESS-DATE TO TODAY-DATE.
           IF CT-EFF-DATE IS NUMERIC AND CT-EFF-DATE > TODAY-DATE
               PERFORM STAGE-PENDING-TXN
               EXIT PARAGRAPH
           MOVE CT-CODE TO PD-CODE.
           MOVE CT-DESC TO PD-DESC.
           MOVE CT-EFF-DATE TO PD-EFF-DATE.
           MOVE CT-OPERATOR TO PD-OPERATOR.
           WRITE PENDING-RECORD.
           CLOSE PENDING-FILE.
           ADD 1 TO STAGED-COUNT.
           END-READ.

       WRITE-CHANGE-LOG.
           PERFORM LOAD-CODE-LOG-CHAIN-TAIL.
           OPEN EXTEND CODE-LOG-FILE.
           IF NOT CODE-LOG-OK
               CLOSE CODE-LOG-FILE
           MOVE CT-ACTION TO CL-ACTION.
           MOVE CT-CODE TO CL-CODE.
           MOVE TXN-RESULT TO CL-RESULT.
           MOVE CT-OPERATOR TO CL-OPERATOR.
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

       COPY chainp.

       COPY pdatep.

       COPY fenvp.
