      *> del libro mayor, el proveedor asignado con su plazo, y los
      *> rechazos recientes que mencionan al articulo. La pagina que
      *> uno quiere en la mano cuando el proveedor esta al telefono.
      *>
      *> Un nombre que no esta en FRUTASDAT se prueba como alias de
      *> ALIASMST ("Palta" por "Aguacate", ver aliasrec.cpy): la
      *> consulta sale por el nombre oficial y la pagina dice por que
      *> alias se llego.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL LOCATION-FILE ASSIGN USING LOCATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT OPTIONAL LOT-FILE ASSIGN USING LOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-FILE-STATUS.
           SELECT OPTIONAL RESTOCK-DETAIL-FILE
               ASSIGN USING RESTOCK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTOCK-DETAIL-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT OPTIONAL VENDOR-FILE ASSIGN USING VENDOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
           SELECT INQUIRY-REPORT-FILE
               ASSIGN USING INQUIRY-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQUIRY-REPORT-STATUS.
           COPY aliass.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-REPORT-FILE.
       01  REPORT-LINE PIC X(120).

       COPY aliasf.

       WORKING-STORAGE SECTION.
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK VALUE "00".
           88 INQUIRY-REPORT-OK VALUE "00".

       01 ITEM-PARM PIC X(10).
      *> Lo que se pidio, cuando ITEM-PARM paso a ser el nombre
      *> oficial de un alias.
       01 REQUESTED-NAME PIC X(10) VALUE SPACES.
       01 MASTER-FOUND-SW PIC X VALUE "N".
           88 MASTER-FOUND VALUE "Y".
       01 UNIT-COST PIC 9(5)V99.
       01 MX PIC 9(2).

       01 SECTION-TALLY PIC 9(4) VALUE 0.
       COPY aliasw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 FRUTAS-FILE-NAME         PIC X(40) VALUE "FRUTASDAT".
          05 LOCATION-FILE-NAME       PIC X(40) VALUE "FRUTLOC".
          05 LOT-FILE-NAME            PIC X(40) VALUE "FRUTLOTE".
          05 RESTOCK-DETAIL-FILE-NAME PIC X(40) VALUE "RSTKREQ".
          05 LEDGER-FILE-NAME         PIC X(40) VALUE "STKLEDG".
          05 VENDOR-FILE-NAME         PIC X(40) VALUE "VENDMAST".
          05 REJECT-FILE-NAME         PIC X(40) VALUE "RJCTFILE".
          05 INQUIRY-REPORT-FILE-NAME PIC X(40) VALUE "ITEMINQ".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 8 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 8.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT ITEM-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
       PERFORM SHOW-REJECT-SECTION.

       CLOSE INQUIRY-REPORT-FILE.
       MOVE INQUIRY-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "ITEM-INQUIRY" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       IF REQUESTED-NAME NOT = SPACES
           DISPLAY "'" FUNCTION TRIM(REQUESTED-NAME) "' es alias de '"
               FUNCTION TRIM(ITEM-PARM) "'."
       END-IF.
       DISPLAY "Consulta de '" FUNCTION TRIM(ITEM-PARM)
           "' grabada en ITEMINQ.".
       IF MASTER-FOUND
                   NOT INVALID KEY
                       SET MASTER-FOUND TO TRUE
               END-READ
               IF NOT MASTER-FOUND
                   PERFORM TRY-ITEM-ALIAS
               END-IF
           END-IF.
           IF NOT MASTER-FOUND
               MOVE "El articulo no figura en FRUTASDAT."
           WRITE REPORT-LINE.
           CLOSE FRUTAS-FILE.

       TRY-ITEM-ALIAS.
      *> Antes de declarar que el articulo no existe: si el nombre es
      *> un alias de articulo, el resto de la pagina sale por el
      *> nombre oficial.
           MOVE ITEM-PARM TO ALIAS-WANTED.
           MOVE "F" TO ALIAS-KIND-WANTED.
           PERFORM RESOLVE-ALIAS.
           IF NOT ALIAS-RESOLVED
               EXIT PARAGRAPH
           END-IF.
           MOVE ALIAS-TARGET-FOUND TO FRUTA-NAME.
           READ FRUTAS-FILE KEY IS FRUTA-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ.
           IF NOT MASTER-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE ITEM-PARM TO REQUESTED-NAME.
           MOVE ALIAS-TARGET-FOUND TO ITEM-PARM.
           MOVE SPACES TO REPORT-LINE.
           STRING "'" FUNCTION TRIM(REQUESTED-NAME)
               "' es alias de '" FUNCTION TRIM(ITEM-PARM)
               "' (ALIASMST); la consulta sale por el nombre oficial."
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       SHOW-LOCATION-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
                                       INTO REPORT-LINE
                                   END-STRING
                               END-IF
                               IF RR-HOLD = "B"
                                   STRING
                                       FUNCTION TRIM(REPORT-LINE)
                                       "  (RETENIDA: excede "
                                       "presupuesto)"
                                       DELIMITED BY SIZE
                                       INTO REPORT-LINE
                                   END-STRING
                               END-IF
                               WRITE REPORT-LINE
                           END-IF
                   END-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       COPY aliasp.

       COPY fenvp.
       COPY rarcp.
