      *> consulta deja su renglon en LKUPRES y el cierre informa las
      *> colisiones y el factor de carga, los dos numeros que hacen
      *> falta para decidir cuando agrandar la tabla.
      *>
      *> Un codigo que no esta en la tabla se prueba ademas como alias
      *> de ALIASMST (ver aliasrec.cpy): si su nombre oficial esta, la
      *> consulta se contesta con ese y LR-ALIAS dice a que se
      *> resolvio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CODE-MASTER-FILE
               ASSIGN USING CODE-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS CODE-MASTER-STATUS.
           SELECT OPTIONAL SORTED-CODE-FILE
               ASSIGN USING SORTED-CODE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-CODE-FILE-STATUS.
           SELECT OPTIONAL LOOKUP-REQUEST-FILE
               ASSIGN USING LOOKUP-REQUEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOOKUP-REQUEST-STATUS.
           SELECT LOOKUP-RESULT-FILE
               ASSIGN USING LOOKUP-RESULT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOOKUP-RESULT-STATUS.
           COPY aliass.

       DATA DIVISION.
       FILE SECTION.
           05 LR-FOUND  PIC X(1).
           05 LR-DESC   PIC X(30).
           05 LR-PROBES PIC 9(3).
      *> Codigo oficial hallado a traves de un alias; blanco si la
      *> consulta fue directa.
           05 LR-ALIAS  PIC X(10).

       COPY aliasf.

       WORKING-STORAGE SECTION.
       01 CODE-MASTER-STATUS PIC XX VALUE "00".
       01 LOOKUP-COUNT PIC 9(6) VALUE 0.
       01 FOUND-COUNT  PIC 9(6) VALUE 0.
       01 MISS-COUNT   PIC 9(6) VALUE 0.
       01 ALIAS-HIT-COUNT PIC 9(6) VALUE 0.
       01 TOTAL-PROBES PIC 9(9) VALUE 0.
       01 LOAD-FACTOR-PCT PIC 9(3) VALUE 0.

           88 PROBE-HIT VALUE "H".
           88 PROBE-MISS VALUE "M".
           88 PROBE-FREE VALUE "F".
       01 REQUESTED-CODE PIC X(10).
       01 VIA-ALIAS PIC X(10).
       COPY aliasw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 CODE-MASTER-FILE-NAME    PIC X(40) VALUE "CODEMAST".
          05 SORTED-CODE-FILE-NAME    PIC X(40) VALUE "SRTCODE".
          05 LOOKUP-REQUEST-FILE-NAME PIC X(40) VALUE "LKUPREQ".
          05 LOOKUP-RESULT-FILE-NAME  PIC X(40) VALUE "LKUPRES".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM BUILD-HASH-TABLE.
       IF ENTRY-COUNT = 0
           DISPLAY "ERROR: ni CODEMAST ni SRTCODE aportaron codigos; "
       DISPLAY "Consultas: " LOOKUP-COUNT "  halladas: " FOUND-COUNT
           "  no halladas: " MISS-COUNT "  sondeos totales: "
           TOTAL-PROBES ".".
       IF ALIAS-HIT-COUNT > 0
           DISPLAY "Halladas por alias: " ALIAS-HIT-COUNT
               " (ver LR-ALIAS en LKUPRES)."
       END-IF.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *> cada salto extra es una colision que conviene contar.
           IF ENTRY-COUNT >= HASH-TABLE-SIZE
               DISPLAY "ERROR: tabla hash llena; se omite '"
                   FUNCTION TRIM(WORK-CODE)
                       "'. Agrandar HASH-TABLE-SIZE."
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-HASH.
                       NOT AT END
                           ADD 1 TO LOOKUP-COUNT
                           MOVE LOOKUP-REQUEST-RECORD TO WORK-CODE
                           MOVE WORK-CODE TO REQUESTED-CODE
                           MOVE SPACES TO VIA-ALIAS
                           PERFORM PROBE-TABLE
                           IF PROBE-MISS
                               PERFORM PROBE-ALIAS-TARGET
                           END-IF
                           PERFORM WRITE-LOOKUP-RESULT
                   END-READ
               END-PERFORM
           END-IF.
           ADD PROBE-COUNT TO TOTAL-PROBES.

       PROBE-ALIAS-TARGET.
      *> Antes de declarar la falta: si el codigo es un alias, se
      *> sondea su nombre oficial; si tampoco esta, queda la falta
      *> del codigo pedido.
           MOVE REQUESTED-CODE TO ALIAS-WANTED.
           MOVE SPACE TO ALIAS-KIND-WANTED.
           PERFORM RESOLVE-ALIAS.
           IF NOT ALIAS-RESOLVED
               EXIT PARAGRAPH
           END-IF.
           MOVE ALIAS-TARGET-FOUND TO WORK-CODE.
           PERFORM PROBE-TABLE.
           IF PROBE-HIT
               MOVE ALIAS-TARGET-FOUND TO VIA-ALIAS
               ADD 1 TO ALIAS-HIT-COUNT
           END-IF.

       WRITE-LOOKUP-RESULT.
           MOVE REQUESTED-CODE TO LR-CODE.
           MOVE VIA-ALIAS TO LR-ALIAS.
           IF PROBE-HIT
               ADD 1 TO FOUND-COUNT
               MOVE "S" TO LR-FOUND
           END-IF.
           MOVE PROBE-COUNT TO LR-PROBES.
           WRITE LOOKUP-RESULT-RECORD.

       COPY fenvp.

       COPY aliasp.
