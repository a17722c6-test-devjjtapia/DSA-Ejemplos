       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALIAS-MAINT.

      *> Mantenimiento del maestro de alias ALIASMST (ver
      *> aliasrec.cpy): la misma fruta se pide por nombres distintos
      *> -- "Palta" y "Aguacate", "Frutilla" y "Fresa", "Banana" y
      *> "Platano" -- y la busqueda aproximada de SEARCH-SERVICE solo
      *> perdona un caracter, asi que el sinonimo terminaba en
      *> SRCHSUSP como DESCONOCIDO. Aqui se mapea cada alias a su
      *> nombre oficial, con transacciones desde ALIASTXN (A alta,
      *> C cambio, D baja) al estilo de GTIN-MAINT, y cada cambio
      *> asentado en la bitacora ALIASLOG con el valor anterior y el
      *> nuevo. SEARCH-SERVICE, CODE-SEARCH-DEMO, HASH-LOOKUP,
      *> CSV-MOVEMENT-LOADER e ITEM-INQUIRY resuelven el alias antes
      *> de declarar la falta, y SUSPENSE-CLASSIFIER propone alias
      *> nuevos en su balde CAND-ALIAS.
      *>
      *> El alias se guarda en mayusculas. Clase "F": el destino tiene
      *> que existir como FRUTA-NAME en FRUTASDAT; clase "C": como
      *> codigo en CODEMAST. Un alias que ya es un nombre oficial se
      *> rechaza (nunca se consultaria). En un cambio, clase, destino
      *> u origen en blanco conservan el valor actual.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY aliass.
           SELECT OPTIONAL ALIAS-TXN-FILE
               ASSIGN USING ALIAS-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALIAS-TXN-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL CODE-MASTER-FILE
               ASSIGN USING CODE-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS CODE-MASTER-STATUS.
      *> Bitacora de cambios del maestro (EXTEND), mismo esquema que
      *> GTINLOG con el valor anterior y el nuevo.
           SELECT OPTIONAL ALIAS-LOG-FILE
               ASSIGN USING ALIAS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALIAS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY aliasf.

       FD  ALIAS-TXN-FILE.
       01  ALIAS-TXN-RECORD.
           05 AX-ACTION PIC X(1).
           05 AX-ALIAS  PIC X(10).
           05 AX-KIND   PIC X(1).
           05 AX-TARGET PIC X(10).
           05 AX-NOTE   PIC X(20).

      *> Mismo maestro de inventario que array.cbl.
       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

      *> Mismo maestro de codigos que CODE-MASTER-MAINT.
       FD  CODE-MASTER-FILE.
       01  CODE-MASTER-RECORD.
           05 CM-CODE     PIC X(10).
           05 CM-DESC     PIC X(30).
           05 CM-EFF-DATE PIC X(8).
           05 CM-ACTIVE   PIC X(1).

       FD  ALIAS-LOG-FILE.
       01  ALIAS-LOG-RECORD.
           05 AG-DATE       PIC X(8).
           05 AG-TIME       PIC 9(8).
           05 AG-ACTION     PIC X(1).
           05 AG-ALIAS      PIC X(10).
           05 AG-OLD-KIND   PIC X(1).
           05 AG-OLD-TARGET PIC X(10).
           05 AG-NEW-KIND   PIC X(1).
           05 AG-NEW-TARGET PIC X(10).
           05 AG-RESULT     PIC X(30).

       WORKING-STORAGE SECTION.
       01 ALIAS-TXN-STATUS PIC XX VALUE "00".
           88 ALIAS-TXN-OK  VALUE "00".
           88 ALIAS-TXN-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK VALUE "00".
       01 CODE-MASTER-STATUS PIC XX VALUE "00".
           88 CODE-MASTER-OK VALUE "00".
       01 ALIAS-LOG-STATUS PIC XX VALUE "00".
           88 ALIAS-LOG-OK VALUE "00".

       01 TXN-COUNT      PIC 9(5) VALUE 0.
       01 APPLIED-COUNT  PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 TXN-RESULT PIC X(30).
       01 LOG-TIME-STAMP PIC 9(8).
       01 ALIAS-UPPER PIC X(10).
       01 NEW-KIND   PIC X(1).
       01 NEW-TARGET PIC X(10).
       01 NEW-NOTE   PIC X(20).
       01 RECORD-FOUND-SW PIC X VALUE "N".
           88 RECORD-FOUND VALUE "Y".
       01 OLD-KIND-VALUE   PIC X(1).
       01 OLD-TARGET-VALUE PIC X(10).
       01 NEW-KIND-VALUE   PIC X(1).
       01 NEW-TARGET-VALUE PIC X(10).

       COPY aliasw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 ALIAS-TXN-FILE-NAME   PIC X(40) VALUE "ALIASTXN".
          05 FRUTAS-FILE-NAME      PIC X(40) VALUE "FRUTASDAT".
          05 CODE-MASTER-FILE-NAME PIC X(40) VALUE "CODEMAST".
          05 ALIAS-LOG-FILE-NAME   PIC X(40) VALUE "ALIASLOG".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       MOVE ALIAS-FILE-NAME TO FE-NAME.
       CALL "FILE-ENV" USING FILE-ENV-PARM.
       MOVE FE-NAME TO ALIAS-FILE-NAME.
       OPEN I-O ALIAS-FILE.
       IF NOT ALIAS-FILE-OK
      *> El maestro indexado arranca vacio la primera vez: crear y
      *> reabrir, mismo patron que GTIN-MAINT.
           OPEN OUTPUT ALIAS-FILE
           CLOSE ALIAS-FILE
           OPEN I-O ALIAS-FILE
       END-IF.
       IF NOT ALIAS-FILE-OK
           DISPLAY "ERROR: no se pudo abrir ALIASMST (estado "
               ALIAS-FILE-STATUS ")."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT FRUTAS-FILE.
       OPEN INPUT CODE-MASTER-FILE.

       OPEN INPUT ALIAS-TXN-FILE.
       IF ALIAS-TXN-OK
           PERFORM UNTIL ALIAS-TXN-EOF
               READ ALIAS-TXN-FILE
                   AT END
                       SET ALIAS-TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO TXN-COUNT
                       PERFORM APPLY-ONE-TXN
               END-READ
           END-PERFORM
       END-IF.
       CLOSE ALIAS-TXN-FILE.
       CLOSE CODE-MASTER-FILE.
       CLOSE FRUTAS-FILE.
       CLOSE ALIAS-FILE.

       IF TXN-COUNT = 0
           DISPLAY "ALIASTXN vacio o ausente; sin transacciones que "
               "aplicar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "Alias: " APPLIED-COUNT " aplicado(s), "
           REJECTED-COUNT " rechazado(s) de " TXN-COUNT
           ". Bitacora en ALIASLOG.".
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       APPLY-ONE-TXN.
           MOVE SPACES TO TXN-RESULT.
           MOVE SPACE TO OLD-KIND-VALUE.
           MOVE SPACES TO OLD-TARGET-VALUE.
           MOVE SPACE TO NEW-KIND-VALUE.
           MOVE SPACES TO NEW-TARGET-VALUE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AX-ALIAS))
               TO ALIAS-UPPER.
           IF ALIAS-UPPER = SPACES
               MOVE "RECHAZADA: ALIAS EN BLANCO" TO TXN-RESULT
           ELSE
               EVALUATE AX-ACTION
                   WHEN "A"
                       PERFORM APPLY-ADD
                   WHEN "C"
                       PERFORM APPLY-CHANGE
                   WHEN "D"
                       PERFORM APPLY-DELETE
                   WHEN OTHER
                       MOVE "RECHAZADA: ACCION DESCONOCIDA"
                           TO TXN-RESULT
               END-EVALUATE
           END-IF.
           IF TXN-RESULT(1:9) = "RECHAZADA"
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Rechazada: " AX-ACTION " "
                   FUNCTION TRIM(AX-ALIAS) " ("
                   FUNCTION TRIM(TXN-RESULT) ")."
           ELSE
               ADD 1 TO APPLIED-COUNT
           END-IF.
           PERFORM WRITE-CHANGE-LOG.

       APPLY-ADD.
           IF AX-TARGET = SPACES
               MOVE "RECHAZADA: SIN NOMBRE OFICIAL" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE AX-KIND TO NEW-KIND.
           MOVE AX-TARGET TO NEW-TARGET.
           MOVE AX-NOTE TO NEW-NOTE.
           PERFORM VALIDATE-NEW-VALUES.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ALIAS-UPPER TO AL-ALIAS.
           READ ALIAS-FILE
               INVALID KEY
                   MOVE ALIAS-UPPER TO AL-ALIAS
                   MOVE NEW-KIND TO AL-KIND
                   MOVE NEW-TARGET TO AL-TARGET
                   MOVE NEW-NOTE TO AL-NOTE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO AL-DATE
                   WRITE ALIAS-RECORD
                       INVALID KEY
                           MOVE "RECHAZADA: ERROR DE GRABACION"
                               TO TXN-RESULT
                       NOT INVALID KEY
                           MOVE NEW-KIND TO NEW-KIND-VALUE
                           MOVE NEW-TARGET TO NEW-TARGET-VALUE
                           MOVE "ALTA APLICADA" TO TXN-RESULT
                   END-WRITE
               NOT INVALID KEY
                   MOVE AL-KIND TO OLD-KIND-VALUE
                   MOVE AL-TARGET TO OLD-TARGET-VALUE
                   MOVE "RECHAZADA: ALIAS DUPLICADO" TO TXN-RESULT
           END-READ.

       APPLY-CHANGE.
           MOVE ALIAS-UPPER TO AL-ALIAS.
           READ ALIAS-FILE
               INVALID KEY
                   MOVE "RECHAZADA: ALIAS INEXISTENTE" TO TXN-RESULT
           END-READ.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE AL-KIND TO OLD-KIND-VALUE.
           MOVE AL-TARGET TO OLD-TARGET-VALUE.
      *> Lo que viene en blanco conserva el valor actual.
           IF AX-KIND = SPACE
               MOVE AL-KIND TO NEW-KIND
           ELSE
               MOVE AX-KIND TO NEW-KIND
           END-IF.
           IF AX-TARGET = SPACES
               MOVE AL-TARGET TO NEW-TARGET
           ELSE
               MOVE AX-TARGET TO NEW-TARGET
           END-IF.
           IF AX-NOTE = SPACES
               MOVE AL-NOTE TO NEW-NOTE
           ELSE
               MOVE AX-NOTE TO NEW-NOTE
           END-IF.
           PERFORM VALIDATE-NEW-VALUES.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE NEW-KIND TO AL-KIND.
           MOVE NEW-TARGET TO AL-TARGET.
           MOVE NEW-NOTE TO AL-NOTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-DATE.
           REWRITE ALIAS-RECORD
               INVALID KEY
                   MOVE "RECHAZADA: ERROR DE REGRABACION"
                       TO TXN-RESULT
               NOT INVALID KEY
                   MOVE NEW-KIND TO NEW-KIND-VALUE
                   MOVE NEW-TARGET TO NEW-TARGET-VALUE
                   MOVE "CAMBIO APLICADO" TO TXN-RESULT
           END-REWRITE.

       APPLY-DELETE.
      *> El alias se borra fisicamente, igual que un GTIN: la
      *> bitacora ALIASLOG guarda a que apuntaba.
           MOVE ALIAS-UPPER TO AL-ALIAS.
           READ ALIAS-FILE
               INVALID KEY
                   MOVE "RECHAZADA: ALIAS INEXISTENTE" TO TXN-RESULT
               NOT INVALID KEY
                   MOVE AL-KIND TO OLD-KIND-VALUE
                   MOVE AL-TARGET TO OLD-TARGET-VALUE
                   DELETE ALIAS-FILE
                       INVALID KEY
                           MOVE "RECHAZADA: ERROR DE BAJA"
                               TO TXN-RESULT
                       NOT INVALID KEY
                           MOVE "BAJA APLICADA" TO TXN-RESULT
                   END-DELETE
           END-READ.

       VALIDATE-NEW-VALUES.
      *> Clase valida, destino existente en su maestro y alias que no
      *> sea el mismo un nombre oficial; deja TXN-RESULT cargado si
      *> algo no sirve.
           IF NEW-KIND NOT = "F" AND NEW-KIND NOT = "C"
               MOVE "RECHAZADA: CLASE DESCONOCIDA" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION UPPER-CASE(NEW-TARGET) = ALIAS-UPPER
               MOVE "RECHAZADA: ALIAS DE SI MISMO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO RECORD-FOUND-SW.
           IF NEW-KIND = "F"
               MOVE NEW-TARGET TO FRUTA-NAME
               READ FRUTAS-FILE KEY IS FRUTA-NAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RECORD-FOUND TO TRUE
               END-READ
           ELSE
               MOVE NEW-TARGET TO CM-CODE
               READ CODE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RECORD-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT RECORD-FOUND
               MOVE "RECHAZADA: DESTINO NO EXISTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
      *> Un alias que ya es nombre oficial nunca se consultaria: la
      *> busqueda directa lo encuentra antes.
           MOVE "N" TO RECORD-FOUND-SW.
           MOVE AX-ALIAS TO FRUTA-NAME.
           READ FRUTAS-FILE KEY IS FRUTA-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ.
           MOVE ALIAS-UPPER TO CM-CODE.
           READ CODE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ.
           IF RECORD-FOUND
               MOVE "RECHAZADA: ALIAS ES OFICIAL" TO TXN-RESULT
           END-IF.

       WRITE-CHANGE-LOG.
           OPEN EXTEND ALIAS-LOG-FILE.
           IF NOT ALIAS-LOG-OK
               CLOSE ALIAS-LOG-FILE
               OPEN OUTPUT ALIAS-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AG-DATE.
           ACCEPT LOG-TIME-STAMP FROM TIME.
           MOVE LOG-TIME-STAMP TO AG-TIME.
           MOVE AX-ACTION TO AG-ACTION.
           IF ALIAS-UPPER = SPACES
               MOVE AX-ALIAS TO AG-ALIAS
           ELSE
               MOVE ALIAS-UPPER TO AG-ALIAS
           END-IF.
           MOVE OLD-KIND-VALUE TO AG-OLD-KIND.
           MOVE OLD-TARGET-VALUE TO AG-OLD-TARGET.
           MOVE NEW-KIND-VALUE TO AG-NEW-KIND.
           MOVE NEW-TARGET-VALUE TO AG-NEW-TARGET.
           MOVE TXN-RESULT TO AG-RESULT.
           WRITE ALIAS-LOG-RECORD.
           CLOSE ALIAS-LOG-FILE.

       COPY fenvp.
