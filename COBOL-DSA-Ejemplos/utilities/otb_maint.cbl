       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTB-BUDGET-MAINT.

      *> Mantenimiento auditado del presupuesto mensual de compras
      *> OTBBUDG (open to buy, ver otbrec.cpy), al molde de
      *> CATEGORY-MAINT. VENDOR-REORDER-REPORT emitia toda orden que
      *> pedia el stock sin mirar cuanto se habia comprado en el mes;
      *> con esto cada proveedor (y cada nodo de categoria, si se
      *> quiere) tiene un tope mensual y las lineas que lo excederian
      *> quedan retenidas para el supervisor.
      *>
      *> Transacciones desde OTBTXN, una por linea: A alta, C cambio
      *> del monto, D baja, de un presupuesto (mes, tipo, clave). El
      *> proveedor tiene que estar en VENDMAST y el nodo en CATMAST.
      *> Cada transaccion queda en la bitacora OTBLOG con el monto
      *> viejo, el nuevo y el resultado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OTB-TXN-FILE ASSIGN USING OTB-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OTB-TXN-STATUS.
           SELECT OPTIONAL VENDOR-FILE ASSIGN USING VENDOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
      *> Bitacora de cambios (EXTEND), mismo esquema que CATLOG.
           SELECT OPTIONAL OTB-LOG-FILE ASSIGN USING OTB-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OTB-LOG-STATUS.

       COPY otbs.
       COPY catgs.

       DATA DIVISION.
       FILE SECTION.
       FD  OTB-TXN-FILE.
       01  OTB-TXN-RECORD.
           05 OX-ACTION PIC X(1).
           05 OX-MONTH  PIC X(6).
           05 OX-TYPE   PIC X(1).
           05 OX-KEY    PIC X(9).
      *>      Monto en centavos; en blanco en las bajas.
           05 OX-AMOUNT PIC X(11).

       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           COPY vendrec.

       FD  OTB-LOG-FILE.
       01  OTB-LOG-RECORD.
           05 OL-DATE       PIC X(8).
           05 OL-TIME       PIC 9(8).
           05 OL-ACTION     PIC X(1).
           05 OL-MONTH      PIC X(6).
           05 OL-TYPE       PIC X(1).
           05 OL-KEY        PIC X(9).
           05 OL-OLD-AMOUNT PIC X(11).
           05 OL-NEW-AMOUNT PIC X(11).
           05 OL-RESULT     PIC X(30).

       COPY otbf.
       COPY catgf.

       WORKING-STORAGE SECTION.
       01 OTB-TXN-STATUS PIC XX VALUE "00".
           88 OTB-TXN-OK  VALUE "00".
           88 OTB-TXN-EOF VALUE "10".
       01 VENDOR-FILE-STATUS PIC XX VALUE "00".
           88 VENDOR-FILE-OK  VALUE "00".
           88 VENDOR-FILE-EOF VALUE "10".
       01 OTB-LOG-STATUS PIC XX VALUE "00".
           88 OTB-LOG-OK VALUE "00".

      *> OTBBUDG entero (todos los meses), tal como se regraba.
       01 BUDGET-ROW-TABLE.
          05 BR-COUNT PIC 9(4) VALUE 0.
          05 BR-ENTRY OCCURS 1000 TIMES.
             10 BR-MONTH  PIC X(6).
             10 BR-TYPE   PIC X(1).
             10 BR-KEY    PIC X(9).
             10 BR-AMOUNT PIC 9(11).
       01 BUDGET-ROW-CAPACITY PIC 9(4) VALUE 1000.
       01 BR PIC 9(4).
       01 ROW-IDX PIC 9(4).
       01 BUDGET-OVERFLOW-SW PIC X VALUE "N".
           88 BUDGET-OVERFLOW VALUE "Y".
       01 BUDGET-CHANGED-SW PIC X VALUE "N".
           88 BUDGET-CHANGED VALUE "Y".

      *> Codigos de VENDMAST (uno por proveedor aunque tenga varios
      *> renglones de articulo).
       01 VENDOR-CODE-TABLE.
          05 VC-COUNT PIC 9(3) VALUE 0.
          05 VC-CODE OCCURS 200 TIMES PIC X(6).
       01 VC PIC 9(3).
       01 KEY-KNOWN-SW PIC X VALUE "N".
           88 KEY-KNOWN VALUE "Y".

       01 TXN-COUNT      PIC 9(4) VALUE 0.
       01 APPLIED-COUNT  PIC 9(4) VALUE 0.
       01 REJECTED-COUNT PIC 9(4) VALUE 0.
       01 TXN-RESULT PIC X(30).
       01 OLD-AMOUNT PIC X(11).
       01 NEW-AMOUNT PIC X(11).
       01 STAMP-TIME PIC 9(8).
       01 MONTH-NUMBER PIC 99.

       COPY otbw.
       COPY catgw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 OTB-TXN-FILE-NAME PIC X(40) VALUE "OTBTXN".
          05 VENDOR-FILE-NAME  PIC X(40) VALUE "VENDMAST".
          05 OTB-LOG-FILE-NAME PIC X(40) VALUE "OTBLOG".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-BUDGET-ROWS.
      *> Regrabar desde una tabla incompleta borraria lo que no entro.
       IF BUDGET-OVERFLOW
           DISPLAY "ERROR: OTBBUDG supera " BUDGET-ROW-CAPACITY
               " renglones; no se aplican transacciones."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LOAD-VENDOR-CODES.
       PERFORM LOAD-CATEGORY-TABLES.
       PERFORM APPLY-TXN-BATCH.
       IF BUDGET-CHANGED
           PERFORM SAVE-BUDGET-ROWS
       END-IF.

       IF TXN-COUNT = 0
           DISPLAY "OTBTXN vacio o ausente; OTBBUDG sin cambios ("
               BR-COUNT " presupuesto(s))."
       ELSE
           DISPLAY "Presupuestos: " APPLIED-COUNT " cambio(s) "
               "aplicado(s), " REJECTED-COUNT " rechazado(s) de "
               TXN-COUNT ". Bitacora en OTBLOG."
       END-IF.
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-BUDGET-ROWS.
           MOVE 0 TO BR-COUNT.
           MOVE OTB-BUDGET-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO OTB-BUDGET-FILE-NAME.
           OPEN INPUT OTB-BUDGET-FILE.
           IF OTB-BUDGET-OK
               PERFORM UNTIL OTB-BUDGET-EOF
                   READ OTB-BUDGET-FILE
                       AT END
                           SET OTB-BUDGET-EOF TO TRUE
                       NOT AT END
                           IF BR-COUNT >= BUDGET-ROW-CAPACITY
                               SET BUDGET-OVERFLOW TO TRUE
                               SET OTB-BUDGET-EOF TO TRUE
                           ELSE
                               ADD 1 TO BR-COUNT
                               MOVE OTB-BUDGET-RECORD
                                   TO BR-ENTRY(BR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OTB-BUDGET-FILE.

       LOAD-VENDOR-CODES.
           MOVE 0 TO VC-COUNT.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-OK
               PERFORM UNTIL VENDOR-FILE-EOF
                   READ VENDOR-FILE
                       AT END
                           SET VENDOR-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-VENDOR-CODE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VENDOR-FILE.

       ADD-VENDOR-CODE.
           PERFORM VARYING VC FROM 1 BY 1 UNTIL VC > VC-COUNT
               IF VC-CODE(VC) = VN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF VC-COUNT < 200
               ADD 1 TO VC-COUNT
               MOVE VN-CODE TO VC-CODE(VC-COUNT)
           END-IF.

       APPLY-TXN-BATCH.
           OPEN INPUT OTB-TXN-FILE.
           IF OTB-TXN-OK
               PERFORM UNTIL OTB-TXN-EOF
                   READ OTB-TXN-FILE
                       AT END
                           SET OTB-TXN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO TXN-COUNT
                           PERFORM APPLY-ONE-TXN
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OTB-TXN-FILE.

       APPLY-ONE-TXN.
           MOVE SPACES TO TXN-RESULT.
           MOVE SPACES TO OLD-AMOUNT.
           MOVE SPACES TO NEW-AMOUNT.
           PERFORM VALIDATE-BUDGET-KEY.
           IF TXN-RESULT = SPACES
               PERFORM FIND-BUDGET-ROW
               IF ROW-IDX > 0
                   MOVE BR-AMOUNT(ROW-IDX) TO OLD-AMOUNT
               END-IF
               EVALUATE OX-ACTION
                   WHEN "A"
                       PERFORM ADD-BUDGET-ROW
                   WHEN "C"
                       PERFORM CHANGE-BUDGET-ROW
                   WHEN "D"
                       PERFORM DELETE-BUDGET-ROW
                   WHEN OTHER
                       MOVE "RECHAZADA: ACCION DESCONOCIDA"
                           TO TXN-RESULT
               END-EVALUATE
           END-IF.
           IF TXN-RESULT(1:9) = "RECHAZADA"
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Rechazada: " OX-ACTION " " OX-MONTH " "
                   OX-TYPE " " FUNCTION TRIM(OX-KEY) " ("
                   FUNCTION TRIM(TXN-RESULT) ")."
           ELSE
               ADD 1 TO APPLIED-COUNT
           END-IF.
           PERFORM WRITE-CHANGE-LOG.

       VALIDATE-BUDGET-KEY.
           IF OX-MONTH IS NOT NUMERIC
               MOVE "RECHAZADA: MES INVALIDO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE OX-MONTH(5:2) TO MONTH-NUMBER.
           IF MONTH-NUMBER < 1 OR MONTH-NUMBER > 12
               MOVE "RECHAZADA: MES INVALIDO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
      *> Las bajas no exigen que la clave siga en el maestro: se
      *> puede sacar el presupuesto de un proveedor ya borrado.
           MOVE "N" TO KEY-KNOWN-SW.
           EVALUATE OX-TYPE
               WHEN "V"
                   IF OX-KEY(7:3) = SPACES
                       PERFORM VARYING VC FROM 1 BY 1
                               UNTIL VC > VC-COUNT
                           IF VC-CODE(VC) = OX-KEY(1:6)
                               SET KEY-KNOWN TO TRUE
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
                   IF NOT KEY-KNOWN AND OX-ACTION NOT = "D"
                       MOVE "RECHAZADA: PROVEEDOR NO EXISTE"
                           TO TXN-RESULT
                   END-IF
               WHEN "C"
                   PERFORM VARYING CG FROM 1 BY 1 UNTIL CG > CG-COUNT
                       IF CG-KEY(CG) = OX-KEY
                           SET KEY-KNOWN TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF NOT KEY-KNOWN AND OX-ACTION NOT = "D"
                       MOVE "RECHAZADA: NODO NO EXISTE" TO TXN-RESULT
                   END-IF
               WHEN OTHER
                   MOVE "RECHAZADA: TIPO DESCONOCIDO" TO TXN-RESULT
           END-EVALUATE.

       FIND-BUDGET-ROW.
           MOVE 0 TO ROW-IDX.
           PERFORM VARYING BR FROM 1 BY 1 UNTIL BR > BR-COUNT
               IF BR-MONTH(BR) = OX-MONTH AND BR-TYPE(BR) = OX-TYPE
                       AND BR-KEY(BR) = OX-KEY
                   MOVE BR TO ROW-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-BUDGET-ROW.
           IF ROW-IDX > 0
               MOVE "RECHAZADA: YA EXISTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF OX-AMOUNT IS NOT NUMERIC
               MOVE "RECHAZADA: MONTO INVALIDO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF BR-COUNT >= BUDGET-ROW-CAPACITY
               MOVE "RECHAZADA: TABLA LLENA" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BR-COUNT.
           MOVE OX-MONTH TO BR-MONTH(BR-COUNT).
           MOVE OX-TYPE TO BR-TYPE(BR-COUNT).
           MOVE OX-KEY TO BR-KEY(BR-COUNT).
           MOVE OX-AMOUNT TO BR-AMOUNT(BR-COUNT).
           MOVE OX-AMOUNT TO NEW-AMOUNT.
           SET BUDGET-CHANGED TO TRUE.
           MOVE "ALTA" TO TXN-RESULT.

       CHANGE-BUDGET-ROW.
           IF ROW-IDX = 0
               MOVE "RECHAZADA: NO EXISTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF OX-AMOUNT IS NOT NUMERIC
               MOVE "RECHAZADA: MONTO INVALIDO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE OX-AMOUNT TO BR-AMOUNT(ROW-IDX).
           MOVE OX-AMOUNT TO NEW-AMOUNT.
           SET BUDGET-CHANGED TO TRUE.
           MOVE "CAMBIO" TO TXN-RESULT.

       DELETE-BUDGET-ROW.
           IF ROW-IDX = 0
               MOVE "RECHAZADA: NO EXISTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE BR-ENTRY(BR-COUNT) TO BR-ENTRY(ROW-IDX).
           SUBTRACT 1 FROM BR-COUNT.
           SET BUDGET-CHANGED TO TRUE.
           MOVE "BAJA" TO TXN-RESULT.

       SAVE-BUDGET-ROWS.
           MOVE OTB-BUDGET-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO OTB-BUDGET-FILE-NAME.
           OPEN OUTPUT OTB-BUDGET-FILE.
           PERFORM VARYING BR FROM 1 BY 1 UNTIL BR > BR-COUNT
               MOVE BR-ENTRY(BR) TO OTB-BUDGET-RECORD
               WRITE OTB-BUDGET-RECORD
           END-PERFORM.
           CLOSE OTB-BUDGET-FILE.

       WRITE-CHANGE-LOG.
           OPEN EXTEND OTB-LOG-FILE.
           IF NOT OTB-LOG-OK
               CLOSE OTB-LOG-FILE
               OPEN OUTPUT OTB-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OL-DATE.
           ACCEPT STAMP-TIME FROM TIME.
           MOVE STAMP-TIME TO OL-TIME.
           MOVE OX-ACTION TO OL-ACTION.
           MOVE OX-MONTH TO OL-MONTH.
           MOVE OX-TYPE TO OL-TYPE.
           MOVE OX-KEY TO OL-KEY.
           MOVE OLD-AMOUNT TO OL-OLD-AMOUNT.
           MOVE NEW-AMOUNT TO OL-NEW-AMOUNT.
           MOVE TXN-RESULT TO OL-RESULT.
           WRITE OTB-LOG-RECORD.
           CLOSE OTB-LOG-FILE.

       COPY catgp.

       COPY fenvp.
