       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-MASTER-MAINT.

      *> Mantenimiento del maestro de proveedores VENDMAST (ver
      *> vendrec.cpy), al estilo de VENDOR-XREF-MAINT. VENDMAST se
      *> editaba a mano y VENDOR-REORDER-REPORT, el reporte de
      *> cumplimiento, la cobertura y la consulta de articulo le creen
      *> sin mirar: un codigo de proveedor mal tecleado mandaba una
      *> orden a nadie.
      *>
      *> Transacciones desde VNDTXN, una por linea:
      *>   A alta de un par proveedor/articulo: plazo numerico, el
      *>     articulo tiene que estar en FRUTASDAT y el par no puede
      *>     existir; sin nombre toma el que ya tiene el proveedor;
      *>   C cambio: los campos en blanco no se tocan; con articulo
      *>     cambia ese par, sin articulo todos los renglones del
      *>     proveedor (un cambio de nombre o de plazo);
      *>   D baja logica (VN-ACTIVE "I"): del par, o del proveedor
      *>     entero sin articulo. Se rehusa mientras el proveedor tenga
      *>     lineas abiertas en POFILE (del articulo, si es un par):
      *>     la orden quedaria sin quien la reciba.
      *> Cada renglon tocado queda en la bitacora VNDLOG con su valor
      *> viejo y nuevo; los rechazos tambien, con el motivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDOR-TXN-FILE
               ASSIGN USING VENDOR-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-TXN-STATUS.
           SELECT OPTIONAL VENDOR-FILE ASSIGN USING VENDOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL PO-FILE ASSIGN USING PO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
      *> Bitacora de cambios (EXTEND), mismo esquema que VXRFLOG.
           SELECT OPTIONAL VENDOR-LOG-FILE
               ASSIGN USING VENDOR-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-TXN-FILE.
       01  VENDOR-TXN-RECORD.
           05 VT-ACTION    PIC X(1).
           05 VT-CODE      PIC X(6).
           05 VT-NAME      PIC X(20).
           05 VT-LEAD-DAYS PIC X(3).
           05 VT-ITEM      PIC X(10).
           05 VT-RANK      PIC X(2).
           05 VT-MIN-QTY   PIC X(5).

       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           COPY vendrec.

       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  PO-FILE.
       01  PO-RECORD.
           COPY porec.

       FD  VENDOR-LOG-FILE.
       01  VENDOR-LOG-RECORD.
           05 VL-DATE      PIC X(8).
           05 VL-TIME      PIC 9(8).
           05 VL-ACTION    PIC X(1).
           05 VL-CODE      PIC X(6).
           05 VL-ITEM      PIC X(10).
      *>      Nombre, plazo, ranking, minimo y estado del renglon.
           05 VL-OLD-VALUE PIC X(31).
           05 VL-NEW-VALUE PIC X(31).
           05 VL-RESULT    PIC X(30).

       WORKING-STORAGE SECTION.
       01 VENDOR-TXN-STATUS PIC XX VALUE "00".
           88 VENDOR-TXN-OK  VALUE "00".
           88 VENDOR-TXN-EOF VALUE "10".
       01 VENDOR-FILE-STATUS PIC XX VALUE "00".
           88 VENDOR-FILE-OK  VALUE "00".
           88 VENDOR-FILE-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK VALUE "00".
       01 PO-FILE-STATUS PIC XX VALUE "00".
           88 PO-FILE-OK  VALUE "00".
           88 PO-FILE-EOF VALUE "10".
       01 VENDOR-LOG-STATUS PIC XX VALUE "00".
           88 VENDOR-LOG-OK VALUE "00".
       01 FRUTAS-OPEN-SW PIC X VALUE "N".
           88 FRUTAS-OPEN VALUE "Y".

      *> VENDMAST entero, en el orden del archivo (a igual ranking
      *> manda ese orden).
       01 VENDOR-TABLE.
          05 VENDOR-COUNT PIC 9(3) VALUE 0.
          05 VENDOR-ENTRY OCCURS 200 TIMES.
             10 VE-CODE PIC X(6).
             10 VE-DATA.
                15 VE-NAME      PIC X(20).
                15 VE-LEAD-DAYS PIC X(3).
             10 VE-ITEM PIC X(10).
             10 VE-RULES.
                15 VE-RANK      PIC X(2).
                15 VE-MIN-QTY   PIC X(5).
                15 VE-ACTIVE    PIC X(1).
       01 VENDOR-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 V PIC 9(3).
       01 PAIR-IDX PIC 9(3).
       01 VENDOR-ROWS PIC 9(3).
       01 VENDOR-OVERFLOW-SW PIC X VALUE "N".
           88 VENDOR-OVERFLOW VALUE "Y".
       01 VENDOR-CHANGED-SW PIC X VALUE "N".
           88 VENDOR-CHANGED VALUE "Y".

      *> Lineas abiertas de POFILE (proveedor y articulo).
       01 OPEN-PO-TABLE.
          05 OPEN-PO-COUNT PIC 9(3) VALUE 0.
          05 OPEN-PO-ENTRY OCCURS 500 TIMES.
             10 OPO-VENDOR PIC X(6).
             10 OPO-ITEM   PIC X(10).
       01 OPEN-PO-CAPACITY PIC 9(3) VALUE 500.
       01 OP PIC 9(3).
       01 OPEN-LINES-FOUND PIC 9(3).

       01 TXN-COUNT      PIC 9(4) VALUE 0.
       01 APPLIED-COUNT  PIC 9(4) VALUE 0.
       01 REJECTED-COUNT PIC 9(4) VALUE 0.
       01 TXN-RESULT PIC X(30).
       01 OLD-VALUE PIC X(31).
       01 NEW-VALUE PIC X(31).
       01 LOG-ITEM PIC X(10).
       01 LOG-TIME-STAMP PIC 9(8).
       01 ITEM-ON-FILE-SW PIC X VALUE "N".
           88 ITEM-ON-FILE VALUE "Y".
       01 EXISTING-NAME PIC X(20).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 VENDOR-TXN-FILE-NAME PIC X(40) VALUE "VNDTXN".
          05 VENDOR-FILE-NAME     PIC X(40) VALUE "VENDMAST".
          05 FRUTAS-FILE-NAME     PIC X(40) VALUE "FRUTASDAT".
          05 PO-FILE-NAME         PIC X(40) VALUE "POFILE".
          05 VENDOR-LOG-FILE-NAME PIC X(40) VALUE "VNDLOG".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-VENDOR-TABLE.
      *> Regrabar desde una tabla incompleta borraria lo que no entro.
       IF VENDOR-OVERFLOW
           DISPLAY "ERROR: VENDMAST supera " VENDOR-TABLE-CAPACITY
               " renglones; no se aplican transacciones."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LOAD-OPEN-PO-LINES.
       OPEN INPUT FRUTAS-FILE.
       IF FRUTAS-FILE-OK
           SET FRUTAS-OPEN TO TRUE
       END-IF.

       OPEN INPUT VENDOR-TXN-FILE.
       IF VENDOR-TXN-OK
           PERFORM UNTIL VENDOR-TXN-EOF
               READ VENDOR-TXN-FILE
                   AT END
                       SET VENDOR-TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO TXN-COUNT
                       PERFORM APPLY-ONE-TXN
               END-READ
           END-PERFORM
       END-IF.
       CLOSE VENDOR-TXN-FILE.
      *> El OPEN de un SELECT OPTIONAL ausente deja el archivo abierto
      *> igual: cerrar siempre.
       CLOSE FRUTAS-FILE.
       IF VENDOR-CHANGED
           PERFORM SAVE-VENDOR-TABLE
       END-IF.

       IF TXN-COUNT = 0
           DISPLAY "VNDTXN vacio o ausente; sin transacciones que "
               "aplicar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "Proveedores: " APPLIED-COUNT " aplicada(s), "
           REJECTED-COUNT " rechazada(s) de " TXN-COUNT
           ". Bitacora en VNDLOG.".
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-VENDOR-TABLE.
           MOVE 0 TO VENDOR-COUNT.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-OK
               PERFORM UNTIL VENDOR-FILE-EOF
                   READ VENDOR-FILE
                       AT END
                           SET VENDOR-FILE-EOF TO TRUE
                       NOT AT END
                           IF VENDOR-COUNT >= VENDOR-TABLE-CAPACITY
                               SET VENDOR-OVERFLOW TO TRUE
                               SET VENDOR-FILE-EOF TO TRUE
                           ELSE
                               ADD 1 TO VENDOR-COUNT
                               MOVE VENDOR-RECORD
                                   TO VENDOR-ENTRY(VENDOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VENDOR-FILE.

       LOAD-OPEN-PO-LINES.
           OPEN INPUT PO-FILE.
           IF PO-FILE-OK
               PERFORM UNTIL PO-FILE-EOF
                   READ PO-FILE
                       AT END
                           SET PO-FILE-EOF TO TRUE
                       NOT AT END
                           IF PO-STATUS = "A"
                                   AND PO-RECEIVED < PO-QTY
                                   AND OPEN-PO-COUNT < OPEN-PO-CAPACITY
                               ADD 1 TO OPEN-PO-COUNT
                               MOVE PO-VENDOR
                                   TO OPO-VENDOR(OPEN-PO-COUNT)
                               MOVE PO-ITEM TO OPO-ITEM(OPEN-PO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PO-FILE.

       APPLY-ONE-TXN.
           MOVE SPACES TO TXN-RESULT.
           MOVE SPACES TO OLD-VALUE.
           MOVE SPACES TO NEW-VALUE.
           MOVE VT-ITEM TO LOG-ITEM.
           IF VT-CODE = SPACES
               MOVE "RECHAZADA: SIN PROVEEDOR" TO TXN-RESULT
           ELSE
               PERFORM FIND-PAIR
               EVALUATE VT-ACTION
                   WHEN "A"
                       PERFORM APPLY-ADD
                   WHEN "C"
                       PERFORM APPLY-CHANGE
                   WHEN "D"
                       PERFORM APPLY-DEACTIVATE
                   WHEN OTHER
                       MOVE "RECHAZADA: ACCION DESCONOCIDA"
                           TO TXN-RESULT
               END-EVALUATE
           END-IF.
           IF TXN-RESULT(1:9) = "RECHAZADA"
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Rechazada: " VT-ACTION " "
                   FUNCTION TRIM(VT-CODE) "/"
                   FUNCTION TRIM(VT-ITEM) " ("
                   FUNCTION TRIM(TXN-RESULT) ")."
               PERFORM WRITE-CHANGE-LOG
           ELSE
               ADD 1 TO APPLIED-COUNT
           END-IF.

       FIND-PAIR.
      *> PAIR-IDX: el renglon del par; VENDOR-ROWS: cuantos renglones
      *> tiene el proveedor (y EXISTING-NAME, el nombre que usa).
           MOVE 0 TO PAIR-IDX.
           MOVE 0 TO VENDOR-ROWS.
           MOVE SPACES TO EXISTING-NAME.
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > VENDOR-COUNT
               IF VE-CODE(V) = VT-CODE
                   ADD 1 TO VENDOR-ROWS
                   IF EXISTING-NAME = SPACES
                       MOVE VE-NAME(V) TO EXISTING-NAME
                   END-IF
                   IF VT-ITEM NOT = SPACES
                           AND FUNCTION TRIM(VE-ITEM(V))
                               = FUNCTION TRIM(VT-ITEM)
                       MOVE V TO PAIR-IDX
                   END-IF
               END-IF
           END-PERFORM.

       VALIDATE-TXN-FIELDS.
      *> Plazo, ranking y minimo: numericos o en blanco (en el alta
      *> el plazo es obligatorio).
           IF VT-LEAD-DAYS NOT = SPACES AND VT-LEAD-DAYS IS NOT NUMERIC
               MOVE "RECHAZADA: PLAZO NO NUMERICO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF VT-RANK NOT = SPACES AND VT-RANK IS NOT NUMERIC
               MOVE "RECHAZADA: RANKING NO NUMERICO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF VT-MIN-QTY NOT = SPACES AND VT-MIN-QTY IS NOT NUMERIC
               MOVE "RECHAZADA: MINIMO NO NUMERICO" TO TXN-RESULT
           END-IF.

       APPLY-ADD.
           IF VT-ITEM = SPACES
               MOVE "RECHAZADA: SIN ARTICULO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF PAIR-IDX > 0
               MOVE "RECHAZADA: PAR DUPLICADO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF VT-LEAD-DAYS IS NOT NUMERIC
               MOVE "RECHAZADA: PLAZO NO NUMERICO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-TXN-FIELDS.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF VT-NAME = SPACES AND EXISTING-NAME = SPACES
               MOVE "RECHAZADA: FALTA EL NOMBRE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ITEM-ON-FILE.
           IF NOT ITEM-ON-FILE
               MOVE "RECHAZADA: ARTICULO NO EXISTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF VENDOR-COUNT >= VENDOR-TABLE-CAPACITY
               MOVE "RECHAZADA: TABLA LLENA" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO VENDOR-COUNT.
           MOVE VENDOR-COUNT TO V.
           MOVE VT-CODE TO VE-CODE(V).
           IF VT-NAME = SPACES
               MOVE EXISTING-NAME TO VE-NAME(V)
           ELSE
               MOVE VT-NAME TO VE-NAME(V)
           END-IF.
           MOVE VT-LEAD-DAYS TO VE-LEAD-DAYS(V).
           MOVE VT-ITEM TO VE-ITEM(V).
           MOVE VT-RANK TO VE-RANK(V).
           MOVE VT-MIN-QTY TO VE-MIN-QTY(V).
           MOVE "A" TO VE-ACTIVE(V).
           SET VENDOR-CHANGED TO TRUE.
           MOVE "ALTA APLICADA" TO TXN-RESULT.
           PERFORM LOG-ROW-CHANGE.

       APPLY-CHANGE.
           IF VT-ITEM NOT = SPACES AND PAIR-IDX = 0
               MOVE "RECHAZADA: PAR INEXISTENTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF VENDOR-ROWS = 0
               MOVE "RECHAZADA: PROVEEDOR NO EXISTE"
                   TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-TXN-FIELDS.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "CAMBIO APLICADO" TO TXN-RESULT.
           IF PAIR-IDX > 0
               MOVE PAIR-IDX TO V
               PERFORM CHANGE-ONE-ROW
           ELSE
               PERFORM VARYING V FROM 1 BY 1 UNTIL V > VENDOR-COUNT
                   IF VE-CODE(V) = VT-CODE
                       PERFORM CHANGE-ONE-ROW
                   END-IF
               END-PERFORM
           END-IF.

       CHANGE-ONE-ROW.
           PERFORM FORMAT-OLD-VALUE.
           IF VT-NAME NOT = SPACES
               MOVE VT-NAME TO VE-NAME(V)
           END-IF.
           IF VT-LEAD-DAYS NOT = SPACES
               MOVE VT-LEAD-DAYS TO VE-LEAD-DAYS(V)
           END-IF.
           IF VT-RANK NOT = SPACES
               MOVE VT-RANK TO VE-RANK(V)
           END-IF.
           IF VT-MIN-QTY NOT = SPACES
               MOVE VT-MIN-QTY TO VE-MIN-QTY(V)
           END-IF.
           SET VENDOR-CHANGED TO TRUE.
           PERFORM LOG-ROW-CHANGE.

       APPLY-DEACTIVATE.
           IF VT-ITEM NOT = SPACES AND PAIR-IDX = 0
               MOVE "RECHAZADA: PAR INEXISTENTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF VENDOR-ROWS = 0
               MOVE "RECHAZADA: PROVEEDOR NO EXISTE"
                   TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO OPEN-LINES-FOUND.
           PERFORM VARYING OP FROM 1 BY 1 UNTIL OP > OPEN-PO-COUNT
               IF OPO-VENDOR(OP) = VT-CODE
                   IF VT-ITEM = SPACES
                           OR FUNCTION TRIM(OPO-ITEM(OP))
                               = FUNCTION TRIM(VT-ITEM)
                       ADD 1 TO OPEN-LINES-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           IF OPEN-LINES-FOUND > 0
               MOVE "RECHAZADA: TIENE OC ABIERTAS" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE "BAJA APLICADA" TO TXN-RESULT.
           IF PAIR-IDX > 0
               MOVE PAIR-IDX TO V
               PERFORM DEACTIVATE-ONE-ROW
           ELSE
               PERFORM VARYING V FROM 1 BY 1 UNTIL V > VENDOR-COUNT
                   IF VE-CODE(V) = VT-CODE
                       PERFORM DEACTIVATE-ONE-ROW
                   END-IF
               END-PERFORM
           END-IF.

       DEACTIVATE-ONE-ROW.
           PERFORM FORMAT-OLD-VALUE.
           MOVE "I" TO VE-ACTIVE(V).
           SET VENDOR-CHANGED TO TRUE.
           PERFORM LOG-ROW-CHANGE.

       FORMAT-OLD-VALUE.
           MOVE VE-DATA(V) TO OLD-VALUE(1:23).
           MOVE VE-RULES(V) TO OLD-VALUE(24:8).

       LOG-ROW-CHANGE.
      *> Un renglon de bitacora por renglon de VENDMAST tocado.
           MOVE VE-DATA(V) TO NEW-VALUE(1:23).
           MOVE VE-RULES(V) TO NEW-VALUE(24:8).
           MOVE VE-ITEM(V) TO LOG-ITEM.
           PERFORM WRITE-CHANGE-LOG.

       CHECK-ITEM-ON-FILE.
      *> Acceso directo por la clave alternada, igual que
      *> CATEGORY-MAINT.
           MOVE "N" TO ITEM-ON-FILE-SW.
           IF NOT FRUTAS-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE VT-ITEM TO FRUTA-NAME.
           READ FRUTAS-FILE KEY IS FRUTA-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ITEM-ON-FILE TO TRUE
           END-READ.

       SAVE-VENDOR-TABLE.
           OPEN OUTPUT VENDOR-FILE.
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > VENDOR-COUNT
               MOVE VENDOR-ENTRY(V) TO VENDOR-RECORD
               WRITE VENDOR-RECORD
           END-PERFORM.
           CLOSE VENDOR-FILE.

       WRITE-CHANGE-LOG.
           OPEN EXTEND VENDOR-LOG-FILE.
           IF NOT VENDOR-LOG-OK
               CLOSE VENDOR-LOG-FILE
               OPEN OUTPUT VENDOR-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO VL-DATE.
           ACCEPT LOG-TIME-STAMP FROM TIME.
           MOVE LOG-TIME-STAMP TO VL-TIME.
           MOVE VT-ACTION TO VL-ACTION.
           MOVE VT-CODE TO VL-CODE.
           MOVE LOG-ITEM TO VL-ITEM.
           MOVE OLD-VALUE TO VL-OLD-VALUE.
           MOVE NEW-VALUE TO VL-NEW-VALUE.
           MOVE TXN-RESULT TO VL-RESULT.
           WRITE VENDOR-LOG-RECORD.
           CLOSE VENDOR-LOG-FILE.

       COPY fenvp.
