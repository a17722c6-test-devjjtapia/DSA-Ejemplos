      *> de proveedor sin referencia va a RJCTFILE con su imagen --
      *> adivinar la traduccion es como empezaron nuestros errores de
      *> cantidades.
      *>
      *> El proveedor manda la cantidad en su unidad de venta (VM-UNIT:
      *> CAJA, KG...): ya traducido el articulo, se convierte a
      *> unidades de stock con la tabla FRUTUOM y MOVTRAD lleva ademas
      *> la cantidad y unidad originales para el asiento de STKLEDG.
      *> Una unidad que el articulo no tiene en FRUTUOM va a RJCTFILE
      *> (UNIDAD-DESCONOC).
      *>
      *> Antes de procesar, VENDMOVS pasa por el registro de archivos
      *> entrantes INBREG (ver inbs.cpy): un archivo con el mismo
      *> contenido que una llegada anterior no se procesa (RC 8 y
      *> alerta ARCHIVO-REPETIDO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDOR-MOVEMENT-FILE
               ASSIGN USING VENDOR-MOVEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-MOVEMENT-STATUS.
           SELECT OPTIONAL XREF-FILE ASSIGN USING XREF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VX-KEY
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT TRANSLATED-FILE ASSIGN USING TRANSLATED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSLATED-FILE-STATUS.
           COPY uoms.
      *> Archivo compartido de rechazos (ver rjctrec.cpy).
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           COPY inbs.

       DATA DIVISION.
       FILE SECTION.
           05 VM-TYPE        PIC X(1).
           05 VM-QTY         PIC X(5).
           05 VM-UNIT-COST   PIC X(7).
      *> Unidad de la cantidad y del costo (ver uoms.cpy); en blanco
      *> = unidades de stock.
           05 VM-UNIT        PIC X(4).

      *> Mismo maestro de referencias que VENDOR-XREF-MAINT.
       FD  XREF-FILE.
           05 TR-ITEM      PIC X(10).
           05 TR-QTY       PIC X(5).
           05 TR-UNIT-COST PIC X(7).
           05 FILLER       PIC X(50).
           05 TR-ORIG-QTY  PIC X(5).
           05 TR-ORIG-UNIT PIC X(4).

       COPY uomf.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY rjctrec.

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY inbf.

       WORKING-STORAGE SECTION.
       01 VENDOR-MOVEMENT-STATUS PIC XX VALUE "00".
           88 VENDOR-MOVEMENT-OK  VALUE "00".
           88 TRANSLATED-FILE-OK VALUE "00".
       01 REJECT-FILE-STATUS PIC XX VALUE "00".
           88 REJECT-FILE-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).
       COPY inbw.
       COPY chainw.

       01 INBOUND-COUNT    PIC 9(5) VALUE 0.
       01 TRANSLATED-COUNT PIC 9(5) VALUE 0.
       01 REJECTED-COUNT   PIC 9(5) VALUE 0.
       01 XREF-FOUND-SW PIC X VALUE "N".
           88 XREF-FOUND VALUE "Y".
       01 REJECT-REASON-CODE PIC X(16).
       01 WORK-QTY  PIC 9(5).
       01 WORK-COST PIC 9(7).
       COPY uomw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 VENDOR-MOVEMENT-FILE-NAME PIC X(40) VALUE "VENDMOVS".
          05 XREF-FILE-NAME            PIC X(40) VALUE "VENDXREF".
          05 TRANSLATED-FILE-NAME      PIC X(40) VALUE "MOVTRAD".
          05 REJECT-FILE-NAME          PIC X(40) VALUE "RJCTFILE".
          05 OPS-ALERT-FILE-NAME       PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       OPEN INPUT XREF-FILE.
       IF NOT XREF-FILE-OK
           DISPLAY "ERROR: no se pudo abrir VENDXREF (estado "
           GOBACK
       END-IF.

      *> Un archivo repetido no se procesa (ver inbs.cpy).
       MOVE "VENDMOVS" TO INBOUND-SOURCE.
       MOVE "INBOUND-ITEM-TRANSLATE" TO INBOUND-PROGRAM.
       PERFORM CHECK-INBOUND-FILE.
       IF INBOUND-DUPLICATE
           CLOSE XREF-FILE
           MOVE "ARCHIVO-REPETIDO" TO ALERT-REASON
           MOVE INBOUND-SOURCE TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM LOAD-UOM-TABLE.
       OPEN OUTPUT TRANSLATED-FILE.

       OPEN INPUT VENDOR-MOVEMENT-FILE.
                   SET XREF-FOUND TO TRUE
           END-READ.
           IF NOT XREF-FOUND
               MOVE "SIN-REFERENCIA" TO REJECT-REASON-CODE
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TRANSLATED-RECORD.
           MOVE VM-TYPE TO TR-TYPE.
           MOVE VX-OUR-ITEM TO TR-ITEM.
           MOVE VM-QTY TO TR-QTY.
           MOVE VM-UNIT-COST TO TR-UNIT-COST.
      *> Sin unidad la cantidad pasa tal cual (la valida el posteo);
      *> con unidad tiene que ser numerica para poder convertirla.
           IF VM-UNIT NOT = SPACES
               IF VM-QTY IS NOT NUMERIC
                   MOVE "CANT-NO-NUMERICA" TO REJECT-REASON-CODE
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
               END-IF
               MOVE VX-OUR-ITEM TO UOM-ITEM-WANTED
               MOVE VM-UNIT TO UOM-UNIT-WANTED
               MOVE VM-QTY TO UOM-QTY-IN
               PERFORM CONVERT-TO-STOCK-UNIT
               IF NOT UOM-FOUND
                   MOVE "UNIDAD-DESCONOC" TO REJECT-REASON-CODE
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
               END-IF
               IF UOM-QTY-OUT > 99999
                   MOVE "CONVERSION-EXCED" TO REJECT-REASON-CODE
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
               END-IF
               MOVE UOM-QTY-OUT TO WORK-QTY
               MOVE WORK-QTY TO TR-QTY
               IF UOM-CONVERTED
                   MOVE VM-QTY TO TR-ORIG-QTY
                   MOVE VM-UNIT TO TR-ORIG-UNIT
                   IF VM-UNIT-COST IS NUMERIC
                       MOVE VM-UNIT-COST TO WORK-COST
                       COMPUTE WORK-COST ROUNDED =
                           WORK-COST / UOM-FACTOR-FOUND
                       MOVE WORK-COST TO TR-UNIT-COST
                   END-IF
               END-IF
           END-IF.
           WRITE TRANSLATED-RECORD.
           ADD 1 TO TRANSLATED-COUNT.

       WRITE-REJECT-RECORD.
           ADD 1 TO REJECTED-COUNT.
           OPEN EXTEND REJECT-FILE.
           IF NOT REJECT-FILE-OK
               CLOSE REJECT-FILE
           MOVE "INBOUND-ITEM-TRANSLATE" TO RJ-PROGRAM.
           MOVE "VENDMOVS" TO RJ-FILE.
           MOVE VENDOR-MOVEMENT-RECORD(1:20) TO RJ-IMAGE.
           MOVE REJECT-REASON-CODE TO RJ-REASON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RJ-DATE.
           MOVE SPACE TO RJ-STATUS.
           MOVE SPACES TO RJ-REPAIR-DATE.
           PERFORM CHECK-REJECT-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.
           DISPLAY "Rechazado: " FUNCTION TRIM(VM-VENDOR) "/"
               FUNCTION TRIM(VM-VENDOR-ITEM) " ("
               FUNCTION TRIM(REJECT-REASON-CODE) ").".

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe, igual que
      *> HISTLOG).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "INBOUND-ITEM-TRANSLATE" TO ALERT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-DATE.
           ACCEPT ALERT-TIME-STAMP FROM TIME.
           MOVE ALERT-TIME-STAMP TO ALERT-TIME.
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY uomp.

       COPY inbp.

       COPY chainp.

       COPY fenvp.
       COPY rsnalp.
       COPY rsnrjp.
