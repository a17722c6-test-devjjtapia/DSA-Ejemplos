       IDENTIFICATION DIVISION.
       PROGRAM-ID. GTIN-MAINT.

      *> Mantenimiento del maestro de codigos de barra GTINMAST (ver
      *> gtinrec.cpy): cada caja y cada bulto llegan con su GTIN
      *> impreso y las unicas claves que entendia el sistema eran
      *> FRUTA-NAME y los numeros de proveedor de VENDXREF. Aqui se
      *> mapea cada GTIN -- el de la unidad y los de caja con su
      *> multiplicador -- a nuestro articulo, con transacciones desde
      *> GTINTXN (A alta, C cambio, D baja) al estilo de
      *> VENDOR-XREF-MAINT, y cada cambio asentado en la bitacora
      *> GTINLOG con el valor anterior y el nuevo. PO-RECEIVING,
      *> CSV-MOVEMENT-LOADER y PHYSICAL-COUNT-RECON resuelven las
      *> lecturas del escaner contra este maestro.
      *>
      *> El codigo se valida (largo 8/12/13/14 y digito verificador)
      *> y se guarda normalizado a 14 digitos; el articulo tiene que
      *> existir en FRUTASDAT. Multiplicador en blanco = 1 (codigo de
      *> la unidad). En un cambio, articulo o multiplicador en blanco
      *> conservan el valor actual.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY gtins.
           SELECT OPTIONAL GTIN-TXN-FILE ASSIGN USING GTIN-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GTIN-TXN-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
      *> Bitacora de cambios del maestro (EXTEND), mismo esquema que
      *> VXRFLOG con el valor anterior y el nuevo.
           SELECT OPTIONAL GTIN-LOG-FILE ASSIGN USING GTIN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GTIN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY gtinf.

       FD  GTIN-TXN-FILE.
       01  GTIN-TXN-RECORD.
           05 GX-ACTION     PIC X(1).
           05 GX-GTIN       PIC X(14).
           05 GX-ITEM       PIC X(10).
           05 GX-MULTIPLIER PIC X(5).

      *> Mismo maestro de inventario que array.cbl.
       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  GTIN-LOG-FILE.
       01  GTIN-LOG-RECORD.
           05 GL-DATE           PIC X(8).
           05 GL-TIME           PIC 9(8).
           05 GL-ACTION         PIC X(1).
           05 GL-GTIN           PIC X(14).
           05 GL-OLD-ITEM       PIC X(10).
           05 GL-OLD-MULTIPLIER PIC X(5).
           05 GL-NEW-ITEM       PIC X(10).
           05 GL-NEW-MULTIPLIER PIC X(5).
           05 GL-RESULT         PIC X(30).

       WORKING-STORAGE SECTION.
       01 GTIN-TXN-STATUS PIC XX VALUE "00".
           88 GTIN-TXN-OK  VALUE "00".
           88 GTIN-TXN-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK VALUE "00".
       01 GTIN-LOG-STATUS PIC XX VALUE "00".
           88 GTIN-LOG-OK VALUE "00".

       01 TXN-COUNT     PIC 9(5) VALUE 0.
       01 APPLIED-COUNT PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 TXN-RESULT PIC X(30).
       01 LOG-TIME-STAMP PIC 9(8).
       01 NEW-ITEM PIC X(10).
       01 NEW-MULTIPLIER PIC 9(5).
       01 RECORD-FOUND-SW PIC X VALUE "N".
           88 RECORD-FOUND VALUE "Y".
       01 OLD-ITEM-VALUE       PIC X(10).
       01 OLD-MULTIPLIER-VALUE PIC X(5).
       01 NEW-ITEM-VALUE       PIC X(10).
       01 NEW-MULTIPLIER-VALUE PIC X(5).

       COPY gtinw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 GTIN-TXN-FILE-NAME PIC X(40) VALUE "GTINTXN".
          05 FRUTAS-FILE-NAME   PIC X(40) VALUE "FRUTASDAT".
          05 GTIN-LOG-FILE-NAME PIC X(40) VALUE "GTINLOG".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       MOVE GTIN-FILE-NAME TO FE-NAME.
       CALL "FILE-ENV" USING FILE-ENV-PARM.
       MOVE FE-NAME TO GTIN-FILE-NAME.
       OPEN I-O GTIN-FILE.
       IF NOT GTIN-FILE-OK
      *> El maestro indexado arranca vacio la primera vez: crear y
      *> reabrir, mismo patron que VENDOR-XREF-MAINT.
           OPEN OUTPUT GTIN-FILE
           CLOSE GTIN-FILE
           OPEN I-O GTIN-FILE
       END-IF.
       IF NOT GTIN-FILE-OK
           DISPLAY "ERROR: no se pudo abrir GTINMAST (estado "
               GTIN-FILE-STATUS ")."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT FRUTAS-FILE.

       OPEN INPUT GTIN-TXN-FILE.
       IF GTIN-TXN-OK
           PERFORM UNTIL GTIN-TXN-EOF
               READ GTIN-TXN-FILE
                   AT END
                       SET GTIN-TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO TXN-COUNT
                       PERFORM APPLY-ONE-TXN
               END-READ
           END-PERFORM
       END-IF.
       CLOSE GTIN-TXN-FILE.
       CLOSE FRUTAS-FILE.
       CLOSE GTIN-FILE.

       IF TXN-COUNT = 0
           DISPLAY "GTINTXN vacio o ausente; sin transacciones que "
               "aplicar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "Codigos de barra: " APPLIED-COUNT " aplicado(s), "
           REJECTED-COUNT " rechazado(s) de " TXN-COUNT
           ". Bitacora en GTINLOG.".
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       APPLY-ONE-TXN.
           MOVE SPACES TO TXN-RESULT.
           MOVE SPACES TO OLD-ITEM-VALUE.
           MOVE SPACES TO OLD-MULTIPLIER-VALUE.
           MOVE SPACES TO NEW-ITEM-VALUE.
           MOVE SPACES TO NEW-MULTIPLIER-VALUE.
           MOVE GX-GTIN TO GTIN-WANTED.
           PERFORM NORMALIZE-GTIN.
           IF NOT GTIN-VALID
               MOVE "RECHAZADA: GTIN INVALIDO" TO TXN-RESULT
           ELSE
               EVALUATE GX-ACTION
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
               DISPLAY "Rechazada: " GX-ACTION " "
                   FUNCTION TRIM(GX-GTIN) " ("
                   FUNCTION TRIM(TXN-RESULT) ")."
           ELSE
               ADD 1 TO APPLIED-COUNT
           END-IF.
           PERFORM WRITE-CHANGE-LOG.

       APPLY-ADD.
           IF GX-ITEM = SPACES
               MOVE "RECHAZADA: SIN ARTICULO PROPIO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE GX-ITEM TO NEW-ITEM.
           MOVE 1 TO NEW-MULTIPLIER.
           PERFORM VALIDATE-NEW-VALUES.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE GTIN-NORMALIZED TO GT-GTIN.
           READ GTIN-FILE
               INVALID KEY
                   MOVE GTIN-NORMALIZED TO GT-GTIN
                   MOVE NEW-ITEM TO GT-ITEM
                   MOVE NEW-MULTIPLIER TO GT-MULTIPLIER
                   WRITE GTIN-RECORD
                       INVALID KEY
                           MOVE "RECHAZADA: ERROR DE GRABACION"
                               TO TXN-RESULT
                       NOT INVALID KEY
                           MOVE NEW-ITEM TO NEW-ITEM-VALUE
                           MOVE NEW-MULTIPLIER TO NEW-MULTIPLIER-VALUE
                           MOVE "ALTA APLICADA" TO TXN-RESULT
                   END-WRITE
               NOT INVALID KEY
                   MOVE GT-ITEM TO OLD-ITEM-VALUE
                   MOVE GT-MULTIPLIER TO OLD-MULTIPLIER-VALUE
                   MOVE "RECHAZADA: GTIN DUPLICADO" TO TXN-RESULT
           END-READ.

       APPLY-CHANGE.
           MOVE GTIN-NORMALIZED TO GT-GTIN.
           READ GTIN-FILE
               INVALID KEY
                   MOVE "RECHAZADA: GTIN INEXISTENTE" TO TXN-RESULT
           END-READ.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE GT-ITEM TO OLD-ITEM-VALUE.
           MOVE GT-MULTIPLIER TO OLD-MULTIPLIER-VALUE.
      *> Lo que viene en blanco conserva el valor actual.
           IF GX-ITEM = SPACES
               MOVE GT-ITEM TO NEW-ITEM
           ELSE
               MOVE GX-ITEM TO NEW-ITEM
           END-IF.
           MOVE GT-MULTIPLIER TO NEW-MULTIPLIER.
           PERFORM VALIDATE-NEW-VALUES.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE NEW-ITEM TO GT-ITEM.
           MOVE NEW-MULTIPLIER TO GT-MULTIPLIER.
           REWRITE GTIN-RECORD
               INVALID KEY
                   MOVE "RECHAZADA: ERROR DE REGRABACION"
                       TO TXN-RESULT
               NOT INVALID KEY
                   MOVE NEW-ITEM TO NEW-ITEM-VALUE
                   MOVE NEW-MULTIPLIER TO NEW-MULTIPLIER-VALUE
                   MOVE "CAMBIO APLICADO" TO TXN-RESULT
           END-REWRITE.

       APPLY-DELETE.
      *> El codigo se borra fisicamente, igual que una referencia de
      *> VENDXREF: la bitacora GTINLOG guarda que apuntaba a que.
           MOVE GTIN-NORMALIZED TO GT-GTIN.
           READ GTIN-FILE
               INVALID KEY
                   MOVE "RECHAZADA: GTIN INEXISTENTE" TO TXN-RESULT
               NOT INVALID KEY
                   MOVE GT-ITEM TO OLD-ITEM-VALUE
                   MOVE GT-MULTIPLIER TO OLD-MULTIPLIER-VALUE
                   DELETE GTIN-FILE
                       INVALID KEY
                           MOVE "RECHAZADA: ERROR DE BAJA"
                               TO TXN-RESULT
                       NOT INVALID KEY
                           MOVE "BAJA APLICADA" TO TXN-RESULT
                   END-DELETE
           END-READ.

       VALIDATE-NEW-VALUES.
      *> Articulo existente en el maestro y multiplicador positivo;
      *> deja TXN-RESULT cargado si algo no sirve.
           IF GX-MULTIPLIER NOT = SPACES
               IF FUNCTION TRIM(GX-MULTIPLIER) IS NOT NUMERIC
                   MOVE "RECHAZADA: MULTIPLICADOR MALO" TO TXN-RESULT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE NEW-MULTIPLIER = FUNCTION NUMVAL(GX-MULTIPLIER)
               IF NEW-MULTIPLIER = 0
                   MOVE "RECHAZADA: MULTIPLICADOR MALO" TO TXN-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "N" TO RECORD-FOUND-SW.
           MOVE NEW-ITEM TO FRUTA-NAME.
           READ FRUTAS-FILE KEY IS FRUTA-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ.
           IF NOT RECORD-FOUND
               MOVE "RECHAZADA: ARTICULO NO EXISTE" TO TXN-RESULT
           END-IF.

       WRITE-CHANGE-LOG.
           OPEN EXTEND GTIN-LOG-FILE.
           IF NOT GTIN-LOG-OK
               CLOSE GTIN-LOG-FILE
               OPEN OUTPUT GTIN-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO GL-DATE.
           ACCEPT LOG-TIME-STAMP FROM TIME.
           MOVE LOG-TIME-STAMP TO GL-TIME.
           MOVE GX-ACTION TO GL-ACTION.
           IF GTIN-VALID
               MOVE GTIN-NORMALIZED TO GL-GTIN
           ELSE
               MOVE GX-GTIN TO GL-GTIN
           END-IF.
           MOVE OLD-ITEM-VALUE TO GL-OLD-ITEM.
           MOVE OLD-MULTIPLIER-VALUE TO GL-OLD-MULTIPLIER.
           MOVE NEW-ITEM-VALUE TO GL-NEW-ITEM.
           MOVE NEW-MULTIPLIER-VALUE TO GL-NEW-MULTIPLIER.
           MOVE TXN-RESULT TO GL-RESULT.
           WRITE GTIN-LOG-RECORD.
           CLOSE GTIN-LOG-FILE.

       COPY gtinp.

       COPY fenvp.
