
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-MASTER-MAINT.

      *> Mantenimiento del maestro de precios de venta PRICEMST (ver
      *> pricerec.cpy). FRUTASDAT sabe cuanto nos cuesta cada articulo
      *> pero en ningun lado constaba a cuanto lo vendemos: el precio
      *> vivia en una planilla que nadie concilia contra el costo.
      *> Aplica transacciones desde PRICETXN (una por linea: A alta de
      *> un precio con su vigencia, C cambio del precio de una
      *> vigencia, D baja de una vigencia) al estilo de
      *> CODE-MASTER-MAINT, y deja cada una asentada en la bitacora
      *> PRICELOG.
      *>
      *> Un cambio de precio con fecha futura no hace falta
      *> estacionarlo como en CODEPEND: la vigencia es parte de la
      *> clave, el renglon se graba ya y simplemente no rige hasta su
      *> fecha. Por lo mismo, una vigencia que ya empezo a regir no se
      *> cambia ni se borra -- el margen de los dias pasados se
      *> calculo con ella --; se corrige con un alta de vigencia
      *> nueva.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRICE-FILE ASSIGN USING PRICE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS PRICE-FILE-STATUS.
           SELECT OPTIONAL PRICE-TXN-FILE
               ASSIGN USING PRICE-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRICE-TXN-STATUS.
      *> Bitacora de cambios del maestro (EXTEND), mismo esquema que
      *> CODMLOG.
           SELECT OPTIONAL PRICE-LOG-FILE
               ASSIGN USING PRICE-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRICE-LOG-STATUS.
      *> El articulo de cada alta tiene que existir en el maestro de
      *> inventario; se lee por nombre, sin actualizar.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-FILE.
       01  PRICE-RECORD.
           COPY pricerec.

       FD  PRICE-TXN-FILE.
       01  PRICE-TXN-RECORD.
           05 PT-ACTION   PIC X(1).
           05 PT-ITEM     PIC X(10).
           05 PT-EFF-DATE PIC X(8).
           05 PT-PRICE    PIC X(7).

       FD  PRICE-LOG-FILE.
       01  PRICE-LOG-RECORD.
           05 PL-DATE     PIC X(8).
           05 PL-TIME     PIC 9(8).
           05 PL-ACTION   PIC X(1).
           05 PL-ITEM     PIC X(10).
           05 PL-EFF-DATE PIC X(8).
           05 PL-PRICE    PIC X(7).
           05 PL-RESULT   PIC X(30).

      *> Mismo maestro de inventario que array.cbl.
       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 PRICE-FILE-STATUS PIC XX VALUE "00".
           88 PRICE-FILE-OK VALUE "00".
       01 PRICE-TXN-STATUS PIC XX VALUE "00".
           88 PRICE-TXN-OK  VALUE "00".
           88 PRICE-TXN-EOF VALUE "10".
       01 PRICE-LOG-STATUS PIC XX VALUE "00".
           88 PRICE-LOG-OK VALUE "00".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK VALUE "00".

       01 TXN-COUNT      PIC 9(5) VALUE 0.
       01 APPLIED-COUNT  PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 FUTURE-COUNT   PIC 9(5) VALUE 0.
       01 TXN-RESULT PIC X(30).
       01 LOG-TIME-STAMP PIC 9(8).
       01 TODAY-DATE PIC X(8).
       01 MASTER-AVAILABLE-SW PIC X VALUE "N".
           88 MASTER-AVAILABLE VALUE "Y".
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 PRICE-FILE-NAME     PIC X(40) VALUE "PRICEMST".
          05 PRICE-TXN-FILE-NAME PIC X(40) VALUE "PRICETXN".
          05 PRICE-LOG-FILE-NAME PIC X(40) VALUE "PRICELOG".
          05 FRUTAS-FILE-NAME    PIC X(40) VALUE "FRUTASDAT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       OPEN I-O PRICE-FILE.
       IF NOT PRICE-FILE-OK
      *> El maestro indexado arranca vacio la primera vez: crear y
      *> reabrir, mismo patron que CODE-MASTER-MAINT.
           OPEN OUTPUT PRICE-FILE
           CLOSE PRICE-FILE
           OPEN I-O PRICE-FILE
       END-IF.
       IF NOT PRICE-FILE-OK
           DISPLAY "ERROR: no se pudo abrir PRICEMST (estado "
               PRICE-FILE-STATUS ")."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN INPUT FRUTAS-FILE.
       IF FRUTAS-FILE-OK
           SET MASTER-AVAILABLE TO TRUE
       ELSE
           DISPLAY "Aviso: FRUTASDAT no abre (estado "
               FRUTAS-FILE-STATUS "); las altas no se validan "
               "contra el inventario."
       END-IF.

       MOVE BUSINESS-DATE TO TODAY-DATE.
       OPEN INPUT PRICE-TXN-FILE.
       IF PRICE-TXN-OK
           PERFORM UNTIL PRICE-TXN-EOF
               READ PRICE-TXN-FILE
                   AT END
                       SET PRICE-TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO TXN-COUNT
                       PERFORM APPLY-ONE-TXN
               END-READ
           END-PERFORM
       END-IF.
       CLOSE PRICE-TXN-FILE.
       CLOSE PRICE-FILE.
       CLOSE FRUTAS-FILE.

       IF TXN-COUNT = 0
           DISPLAY "PRICETXN vacio o ausente; sin transacciones que "
               "aplicar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "Maestro de precios: " APPLIED-COUNT " aplicada(s) ("
           FUTURE-COUNT " con vigencia futura), " REJECTED-COUNT
           " rechazada(s) de " TXN-COUNT ". Bitacora en PRICELOG.".
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       APPLY-ONE-TXN.
           MOVE SPACES TO TXN-RESULT.
           IF PT-EFF-DATE IS NOT NUMERIC
               MOVE "RECHAZADA: VIGENCIA INVALIDA" TO TXN-RESULT
           ELSE
               EVALUATE PT-ACTION
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
               DISPLAY "Rechazada: " PT-ACTION " "
                   FUNCTION TRIM(PT-ITEM) " " PT-EFF-DATE " ("
                   FUNCTION TRIM(TXN-RESULT) ")."
           ELSE
               ADD 1 TO APPLIED-COUNT
               IF PT-EFF-DATE > TODAY-DATE
                   ADD 1 TO FUTURE-COUNT
               END-IF
           END-IF.
           PERFORM WRITE-CHANGE-LOG.

       APPLY-ADD.
           IF PT-PRICE IS NOT NUMERIC
               MOVE "RECHAZADA: PRECIO NO NUMERICO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF MASTER-AVAILABLE
               MOVE PT-ITEM TO FRUTA-NAME
               READ FRUTAS-FILE KEY IS FRUTA-NAME
                   INVALID KEY
                       MOVE "RECHAZADA: ARTICULO INEXISTENTE"
                           TO TXN-RESULT
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           MOVE PT-ITEM TO PM-ITEM.
           MOVE PT-EFF-DATE TO PM-EFF-DATE.
           READ PRICE-FILE
               INVALID KEY
                   MOVE PT-ITEM TO PM-ITEM
                   MOVE PT-EFF-DATE TO PM-EFF-DATE
                   MOVE PT-PRICE TO PM-PRICE
                   WRITE PRICE-RECORD
                       INVALID KEY
                           MOVE "RECHAZADA: ERROR DE GRABACION"
                               TO TXN-RESULT
                       NOT INVALID KEY
                           MOVE "ALTA APLICADA" TO TXN-RESULT
                   END-WRITE
               NOT INVALID KEY
                   MOVE "RECHAZADA: VIGENCIA DUPLICADA" TO TXN-RESULT
           END-READ.

       APPLY-CHANGE.
      *> Solo se corrige una vigencia que todavia no rige.
           IF PT-PRICE IS NOT NUMERIC
               MOVE "RECHAZADA: PRECIO NO NUMERICO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF PT-EFF-DATE NOT > TODAY-DATE
               MOVE "RECHAZADA: VIGENCIA YA RIGE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE PT-ITEM TO PM-ITEM.
           MOVE PT-EFF-DATE TO PM-EFF-DATE.
           READ PRICE-FILE
               INVALID KEY
                   MOVE "RECHAZADA: VIGENCIA INEXISTENTE"
                       TO TXN-RESULT
               NOT INVALID KEY
                   MOVE PT-PRICE TO PM-PRICE
                   REWRITE PRICE-RECORD
                       INVALID KEY
                           MOVE "RECHAZADA: ERROR DE REGRABACION"
                               TO TXN-RESULT
                       NOT INVALID KEY
                           MOVE "CAMBIO APLICADO" TO TXN-RESULT
                   END-REWRITE
           END-READ.

       APPLY-DELETE.
      *> La baja fisica solo vale para una vigencia futura que se
      *> arrepiente; la historia de precios que ya rigio no se borra.
           IF PT-EFF-DATE NOT > TODAY-DATE
               MOVE "RECHAZADA: VIGENCIA YA RIGE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE PT-ITEM TO PM-ITEM.
           MOVE PT-EFF-DATE TO PM-EFF-DATE.
           READ PRICE-FILE
               INVALID KEY
                   MOVE "RECHAZADA: VIGENCIA INEXISTENTE"
                       TO TXN-RESULT
               NOT INVALID KEY
                   DELETE PRICE-FILE
                       INVALID KEY
                           MOVE "RECHAZADA: ERROR DE BAJA"
                               TO TXN-RESULT
                       NOT INVALID KEY
                           MOVE "BAJA APLICADA" TO TXN-RESULT
                   END-DELETE
           END-READ.

       WRITE-CHANGE-LOG.
           OPEN EXTEND PRICE-LOG-FILE.
           IF NOT PRICE-LOG-OK
               CLOSE PRICE-LOG-FILE
               OPEN OUTPUT PRICE-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PL-DATE.
           ACCEPT LOG-TIME-STAMP FROM TIME.
           MOVE LOG-TIME-STAMP TO PL-TIME.
           MOVE PT-ACTION TO PL-ACTION.
           MOVE PT-ITEM TO PL-ITEM.
           MOVE PT-EFF-DATE TO PL-EFF-DATE.
           MOVE PT-PRICE TO PL-PRICE.
           MOVE TXN-RESULT TO PL-RESULT.
           WRITE PRICE-LOG-RECORD.
           CLOSE PRICE-LOG-FILE.

       COPY pdatep.

       COPY fenvp.
