       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATEGORY-MAINT.

      *> Mantenimiento auditado de la jerarquia de categorias CATMAST
      *> (departamento / categoria / subcategoria, ver catmrec.cpy) y
      *> de la asignacion de cada articulo a un nodo en ITEMCAT (ver
      *> icatrec.cpy), al molde de RUNPARM-MAINT. FRUTASDAT es una
      *> lista plana de nombres y las preguntas de la gerencia ("cuanto
      *> citrico movimos", "cuanto valen los tropicales") se
      *> contestaban a mano; con esto los reportes imprimen subtotales
      *> por categoria.
      *>
      *> Transacciones desde CATTXN, una por linea:
      *>   tipo "C" (nodo de CATMAST): A alta (el nodo padre tiene que
      *>     existir), C cambio de nombre, D baja (solo sin nodos
      *>     hijos ni articulos asignados);
      *>   tipo "I" (articulo): A asigna (el articulo tiene que estar
      *>     en FRUTASDAT y el nodo en CATMAST), C cambia de nodo, D
      *>     quita la asignacion.
      *> Cada transaccion queda en la bitacora CATLOG con valor viejo,
      *> valor nuevo y resultado. El listado CATLIST muestra la
      *> jerarquia con sus articulos y, como excepcion, los articulos
      *> de FRUTASDAT sin categoria: la asignacion tiene que quedar
      *> completa o los subtotales no suman el total.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATEGORY-TXN-FILE
               ASSIGN USING CATEGORY-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATEGORY-TXN-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
      *> Bitacora de cambios (EXTEND), mismo esquema que RPRMLOG.
           SELECT OPTIONAL CATEGORY-LOG-FILE
               ASSIGN USING CATEGORY-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATEGORY-LOG-STATUS.
           SELECT CATEGORY-LIST-FILE
               ASSIGN USING CATEGORY-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATEGORY-LIST-STATUS.

       COPY catgs.

       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORY-TXN-FILE.
       01  CATEGORY-TXN-RECORD.
           05 CX-TYPE   PIC X(1).
           05 CX-ACTION PIC X(1).
           05 CX-KEY    PIC X(9).
           05 CX-ITEM   PIC X(10).
           05 CX-NAME   PIC X(20).

       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  CATEGORY-LOG-FILE.
       01  CATEGORY-LOG-RECORD.
           05 CL-DATE      PIC X(8).
           05 CL-TIME      PIC 9(8).
           05 CL-TYPE      PIC X(1).
           05 CL-ACTION    PIC X(1).
           05 CL-KEY       PIC X(9).
           05 CL-ITEM      PIC X(10).
           05 CL-OLD-VALUE PIC X(20).
           05 CL-NEW-VALUE PIC X(20).
           05 CL-RESULT    PIC X(30).

       FD  CATEGORY-LIST-FILE.
       01  REPORT-LINE PIC X(80).

       COPY catgf.

       WORKING-STORAGE SECTION.
       01 CATEGORY-TXN-STATUS PIC XX VALUE "00".
           88 CATEGORY-TXN-OK  VALUE "00".
           88 CATEGORY-TXN-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK  VALUE "00".
           88 FRUTAS-FILE-EOF VALUE "10".
       01 CATEGORY-LOG-STATUS PIC XX VALUE "00".
           88 CATEGORY-LOG-OK VALUE "00".
       01 CATEGORY-LIST-STATUS PIC XX VALUE "00".
           88 CATEGORY-LIST-OK VALUE "00".
       01 FRUTAS-OPEN-SW PIC X VALUE "N".
           88 FRUTAS-OPEN VALUE "Y".

       01 TXN-COUNT      PIC 9(4) VALUE 0.
       01 APPLIED-COUNT  PIC 9(4) VALUE 0.
       01 REJECTED-COUNT PIC 9(4) VALUE 0.
       01 TXN-RESULT PIC X(30).
       01 OLD-VALUE PIC X(20).
       01 NEW-VALUE PIC X(20).
       01 STAMP-TIME PIC 9(8).
       01 NODE-IDX PIC 9(3).
       01 ASSIGN-IDX PIC 9(3).
       01 PARENT-KEY PIC X(9).
       01 NODE-PREFIX-LEN PIC 9(1).
       01 DEPENDENT-COUNT PIC 9(3).
       01 MASTER-CHANGED-SW PIC X VALUE "N".
           88 MASTER-CHANGED VALUE "Y".
       01 ASSIGNMENT-CHANGED-SW PIC X VALUE "N".
           88 ASSIGNMENT-CHANGED VALUE "Y".
       01 SWAP-NODE PIC X(29).
       01 SWAP-ASSIGNMENT PIC X(19).
       01 J PIC 9(3).
       01 ITEMS-IN-MASTER PIC 9(5) VALUE 0.
       01 UNASSIGNED-COUNT PIC 9(5) VALUE 0.
       01 ORPHAN-COUNT PIC 9(5) VALUE 0.
       01 ITEM-ON-FILE-SW PIC X VALUE "N".
           88 ITEM-ON-FILE VALUE "Y".

       COPY catgw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 CATEGORY-TXN-FILE-NAME  PIC X(40) VALUE "CATTXN".
          05 FRUTAS-FILE-NAME        PIC X(40) VALUE "FRUTASDAT".
          05 CATEGORY-LOG-FILE-NAME  PIC X(40) VALUE "CATLOG".
          05 CATEGORY-LIST-FILE-NAME PIC X(40) VALUE "CATLIST".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-CATEGORY-TABLES.
      *> Regrabar desde tablas incompletas borraria lo que no entro:
      *> se lista lo cargado y se termina sin tocar nada.
       IF CATEGORY-OVERFLOW
           DISPLAY "ERROR: CATMAST o ITEMCAT no entran en la tabla; "
               "no se aplican transacciones."
           PERFORM WRITE-CATEGORY-LISTING
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT FRUTAS-FILE.
       IF FRUTAS-FILE-OK
           SET FRUTAS-OPEN TO TRUE
       END-IF.
       PERFORM APPLY-TXN-BATCH.
       IF MASTER-CHANGED
           PERFORM SAVE-CATEGORY-MASTER
       END-IF.
       IF ASSIGNMENT-CHANGED
           PERFORM SAVE-ITEM-CATEGORIES
       END-IF.
       PERFORM WRITE-CATEGORY-LISTING.
       CLOSE FRUTAS-FILE.

       IF TXN-COUNT = 0
           DISPLAY "CATTXN vacio o ausente; solo se listo la "
               "jerarquia (" CG-COUNT " nodo(s), " ICT-COUNT
               " asignacion(es), " UNASSIGNED-COUNT
               " articulo(s) sin categoria)."
       ELSE
           DISPLAY "Categorias: " APPLIED-COUNT " cambio(s) "
               "aplicado(s), " REJECTED-COUNT " rechazado(s) de "
               TXN-COUNT "; " UNASSIGNED-COUNT " articulo(s) sin "
               "categoria. Bitacora en CATLOG, listado en CATLIST."
       END-IF.
      *> RC 8 por rechazos; RC 4 si la asignacion esta incompleta.
       EVALUATE TRUE
           WHEN REJECTED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           WHEN UNASSIGNED-COUNT > 0 OR ORPHAN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE 0 TO RETURN-CODE
       END-EVALUATE.
       GOBACK.

       APPLY-TXN-BATCH.
           OPEN INPUT CATEGORY-TXN-FILE.
           IF CATEGORY-TXN-OK
               PERFORM UNTIL CATEGORY-TXN-EOF
                   READ CATEGORY-TXN-FILE
                       AT END
                           SET CATEGORY-TXN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO TXN-COUNT
                           PERFORM APPLY-ONE-TXN
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CATEGORY-TXN-FILE.

       APPLY-ONE-TXN.
           MOVE SPACES TO TXN-RESULT.
           MOVE SPACES TO OLD-VALUE.
           MOVE SPACES TO NEW-VALUE.
           EVALUATE CX-TYPE
               WHEN "C"
                   PERFORM APPLY-NODE-TXN
               WHEN "I"
                   PERFORM APPLY-ASSIGNMENT-TXN
               WHEN OTHER
                   MOVE "RECHAZADA: TIPO DESCONOCIDO" TO TXN-RESULT
           END-EVALUATE.
           IF TXN-RESULT(1:9) = "RECHAZADA"
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Rechazada: " CX-TYPE CX-ACTION " "
                   CX-KEY " " FUNCTION TRIM(CX-ITEM) " ("
                   FUNCTION TRIM(TXN-RESULT) ")."
           ELSE
               ADD 1 TO APPLIED-COUNT
           END-IF.
           PERFORM WRITE-CHANGE-LOG.

      *> ----- Nodos de la jerarquia -----
       APPLY-NODE-TXN.
      *> Forma de la clave: departamento obligatorio; subcategoria
      *> solo debajo de una categoria.
           IF CX-KEY(1:3) = SPACES
                   OR (CX-KEY(4:3) = SPACES
                       AND CX-KEY(7:3) NOT = SPACES)
               MOVE "RECHAZADA: CLAVE MAL FORMADA" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-NODE.
           IF NODE-IDX > 0
               MOVE CG-NAME(NODE-IDX) TO OLD-VALUE
           END-IF.
           EVALUATE CX-ACTION
               WHEN "A"
                   PERFORM ADD-NODE
               WHEN "C"
                   PERFORM RENAME-NODE
               WHEN "D"
                   PERFORM DELETE-NODE
               WHEN OTHER
                   MOVE "RECHAZADA: ACCION DESCONOCIDA" TO TXN-RESULT
           END-EVALUATE.

       FIND-NODE.
           MOVE 0 TO NODE-IDX.
           PERFORM VARYING CG FROM 1 BY 1 UNTIL CG > CG-COUNT
               IF CG-KEY(CG) = CX-KEY
                   MOVE CG TO NODE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-NODE.
           IF NODE-IDX > 0
               MOVE "RECHAZADA: NODO YA EXISTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CX-NAME = SPACES
               MOVE "RECHAZADA: NOMBRE VACIO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
      *> El padre: la categoria para una subcategoria, el
      *> departamento para una categoria.
           MOVE SPACES TO PARENT-KEY.
           IF CX-KEY(7:3) NOT = SPACES
               MOVE CX-KEY(1:6) TO PARENT-KEY(1:6)
           ELSE
               IF CX-KEY(4:3) NOT = SPACES
                   MOVE CX-KEY(1:3) TO PARENT-KEY(1:3)
               END-IF
           END-IF.
           IF PARENT-KEY NOT = SPACES
               MOVE 0 TO DEPENDENT-COUNT
               PERFORM VARYING CG FROM 1 BY 1 UNTIL CG > CG-COUNT
                   IF CG-KEY(CG) = PARENT-KEY
                       ADD 1 TO DEPENDENT-COUNT
                   END-IF
               END-PERFORM
               IF DEPENDENT-COUNT = 0
                   MOVE "RECHAZADA: SIN NODO PADRE"
                       TO TXN-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF CG-COUNT >= CATEGORY-TABLE-CAPACITY
               MOVE "RECHAZADA: TABLA LLENA" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CG-COUNT.
           MOVE CX-KEY TO CG-KEY(CG-COUNT).
           MOVE CX-NAME TO CG-NAME(CG-COUNT).
           MOVE CX-NAME TO NEW-VALUE.
           SET MASTER-CHANGED TO TRUE.
           MOVE "ALTA" TO TXN-RESULT.

       RENAME-NODE.
           IF NODE-IDX = 0
               MOVE "RECHAZADA: NODO INEXISTENTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CX-NAME = SPACES
               MOVE "RECHAZADA: NOMBRE VACIO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE CX-NAME TO CG-NAME(NODE-IDX).
           MOVE CX-NAME TO NEW-VALUE.
           SET MASTER-CHANGED TO TRUE.
           MOVE "CAMBIO" TO TXN-RESULT.

       DELETE-NODE.
           IF NODE-IDX = 0
               MOVE "RECHAZADA: NODO INEXISTENTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
      *> Nodos de abajo o articulos colgados: la baja dejaria huerfanos.
           IF CX-KEY(4:3) = SPACES
               MOVE 3 TO NODE-PREFIX-LEN
           ELSE
               MOVE 6 TO NODE-PREFIX-LEN
           END-IF.
           MOVE 0 TO DEPENDENT-COUNT.
           IF CX-KEY(7:3) = SPACES
               PERFORM VARYING CG FROM 1 BY 1 UNTIL CG > CG-COUNT
                   IF CG NOT = NODE-IDX
                           AND CG-KEY(CG)(1:NODE-PREFIX-LEN)
                               = CX-KEY(1:NODE-PREFIX-LEN)
                       ADD 1 TO DEPENDENT-COUNT
                   END-IF
               END-PERFORM
           END-IF.
           IF DEPENDENT-COUNT > 0
               MOVE "RECHAZADA: TIENE NODOS DEBAJO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ICT FROM 1 BY 1 UNTIL ICT > ICT-COUNT
               IF ICT-KEY(ICT) = CX-KEY
                   ADD 1 TO DEPENDENT-COUNT
               END-IF
           END-PERFORM.
           IF DEPENDENT-COUNT > 0
               MOVE "RECHAZADA: TIENE ARTICULOS" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE CG-ENTRY(CG-COUNT) TO CG-ENTRY(NODE-IDX).
           SUBTRACT 1 FROM CG-COUNT.
           SET MASTER-CHANGED TO TRUE.
           MOVE "BAJA" TO TXN-RESULT.

      *> ----- Asignacion de articulos -----
       APPLY-ASSIGNMENT-TXN.
           MOVE 0 TO ASSIGN-IDX.
           PERFORM VARYING ICT FROM 1 BY 1 UNTIL ICT > ICT-COUNT
               IF ICT-ITEM(ICT) = CX-ITEM
                   MOVE ICT TO ASSIGN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ASSIGN-IDX > 0
               MOVE ICT-KEY(ASSIGN-IDX) TO OLD-VALUE
           END-IF.
           EVALUATE CX-ACTION
               WHEN "A"
                   IF ASSIGN-IDX > 0
                       MOVE "RECHAZADA: YA TIENE CATEGORIA"
                           TO TXN-RESULT
                   ELSE
                       PERFORM ASSIGN-ITEM
                   END-IF
               WHEN "C"
                   IF ASSIGN-IDX = 0
                       MOVE "RECHAZADA: NO TIENE CATEGORIA"
                           TO TXN-RESULT
                   ELSE
                       PERFORM ASSIGN-ITEM
                   END-IF
               WHEN "D"
                   IF ASSIGN-IDX = 0
                       MOVE "RECHAZADA: NO TIENE CATEGORIA"
                           TO TXN-RESULT
                   ELSE
                       MOVE ICT-ENTRY(ICT-COUNT)
                           TO ICT-ENTRY(ASSIGN-IDX)
                       SUBTRACT 1 FROM ICT-COUNT
                       SET ASSIGNMENT-CHANGED TO TRUE
                       MOVE "BAJA" TO TXN-RESULT
                   END-IF
               WHEN OTHER
                   MOVE "RECHAZADA: ACCION DESCONOCIDA" TO TXN-RESULT
           END-EVALUATE.

       ASSIGN-ITEM.
           PERFORM FIND-NODE.
           IF NODE-IDX = 0
               MOVE "RECHAZADA: NODO INEXISTENTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF ASSIGN-IDX = 0
               PERFORM CHECK-ITEM-ON-FILE
               IF NOT ITEM-ON-FILE
                   MOVE "RECHAZADA: ARTICULO NO EXISTE"
                       TO TXN-RESULT
                   EXIT PARAGRAPH
               END-IF
               IF ICT-COUNT >= ITEM-CATEGORY-CAPACITY
                   MOVE "RECHAZADA: TABLA LLENA" TO TXN-RESULT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ICT-COUNT
               MOVE ICT-COUNT TO ASSIGN-IDX
               MOVE CX-ITEM TO ICT-ITEM(ASSIGN-IDX)
               MOVE "ALTA" TO TXN-RESULT
           ELSE
               MOVE "CAMBIO" TO TXN-RESULT
           END-IF.
           MOVE CX-KEY TO ICT-KEY(ASSIGN-IDX).
           MOVE CX-KEY TO NEW-VALUE.
           SET ASSIGNMENT-CHANGED TO TRUE.

       CHECK-ITEM-ON-FILE.
      *> Acceso directo por la clave alternada, igual que
      *> STOCK-MOVEMENT.
           MOVE "N" TO ITEM-ON-FILE-SW.
           IF NOT FRUTAS-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CX-ITEM TO FRUTA-NAME.
           READ FRUTAS-FILE KEY IS FRUTA-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ITEM-ON-FILE TO TRUE
           END-READ.

       SAVE-CATEGORY-MASTER.
           MOVE CATEGORY-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO CATEGORY-FILE-NAME.
           OPEN OUTPUT CATEGORY-FILE.
           PERFORM VARYING CG FROM 1 BY 1 UNTIL CG > CG-COUNT
               MOVE CG-ENTRY(CG) TO CATEGORY-RECORD
               WRITE CATEGORY-RECORD
           END-PERFORM.
           CLOSE CATEGORY-FILE.

       SAVE-ITEM-CATEGORIES.
           MOVE ITEM-CATEGORY-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO ITEM-CATEGORY-FILE-NAME.
           OPEN OUTPUT ITEM-CATEGORY-FILE.
           PERFORM VARYING ICT FROM 1 BY 1 UNTIL ICT > ICT-COUNT
               MOVE ICT-ITEM(ICT) TO IC-ITEM
               MOVE ICT-KEY(ICT) TO IC-KEY
               WRITE ITEM-CATEGORY-RECORD
           END-PERFORM.
           CLOSE ITEM-CATEGORY-FILE.

       WRITE-CHANGE-LOG.
           OPEN EXTEND CATEGORY-LOG-FILE.
           IF NOT CATEGORY-LOG-OK
               CLOSE CATEGORY-LOG-FILE
               OPEN OUTPUT CATEGORY-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CL-DATE.
           ACCEPT STAMP-TIME FROM TIME.
           MOVE STAMP-TIME TO CL-TIME.
           MOVE CX-TYPE TO CL-TYPE.
           MOVE CX-ACTION TO CL-ACTION.
           MOVE CX-KEY TO CL-KEY.
           MOVE CX-ITEM TO CL-ITEM.
           MOVE OLD-VALUE TO CL-OLD-VALUE.
           MOVE NEW-VALUE TO CL-NEW-VALUE.
           MOVE TXN-RESULT TO CL-RESULT.
           WRITE CATEGORY-LOG-RECORD.
           CLOSE CATEGORY-LOG-FILE.

      *> ----- Listado -----
       WRITE-CATEGORY-LISTING.
      *> Jerarquia ordenada por clave, cada nodo con sus articulos;
      *> al final las excepciones.
           PERFORM VARYING CG FROM 1 BY 1 UNTIL CG >= CG-COUNT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > CG-COUNT - CG
                   IF CG-KEY(J) > CG-KEY(J + 1)
                       MOVE CG-ENTRY(J) TO SWAP-NODE
                       MOVE CG-ENTRY(J + 1) TO CG-ENTRY(J)
                       MOVE SWAP-NODE TO CG-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING ICT FROM 1 BY 1 UNTIL ICT >= ICT-COUNT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > ICT-COUNT - ICT
                   IF ICT-ITEM(J) > ICT-ITEM(J + 1)
                       MOVE ICT-ENTRY(J) TO SWAP-ASSIGNMENT
                       MOVE ICT-ENTRY(J + 1) TO ICT-ENTRY(J)
                       MOVE SWAP-ASSIGNMENT TO ICT-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT CATEGORY-LIST-FILE.
           MOVE "JERARQUIA DE CATEGORIAS (CATMAST / ITEMCAT)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING CG FROM 1 BY 1 UNTIL CG > CG-COUNT
               MOVE SPACES TO REPORT-LINE
               EVALUATE TRUE
                   WHEN CG-KEY(CG)(4:6) = SPACES
                       STRING CG-DEPT(CG) " " CG-NAME(CG)
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                   WHEN CG-SUBCAT(CG) = SPACES
                       STRING "  " CG-CATEGORY(CG) " " CG-NAME(CG)
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                   WHEN OTHER
                       STRING "    " CG-SUBCAT(CG) " " CG-NAME(CG)
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
               END-EVALUATE
               WRITE REPORT-LINE
               PERFORM VARYING ICT FROM 1 BY 1 UNTIL ICT > ICT-COUNT
                   IF ICT-KEY(ICT) = CG-KEY(CG)
                       MOVE SPACES TO REPORT-LINE
                       STRING "          - " ICT-ITEM(ICT)
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM LIST-ORPHAN-ASSIGNMENTS.
           PERFORM LIST-UNASSIGNED-ITEMS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Nodos: " CG-COUNT "  asignaciones: " ICT-COUNT
               "  articulos sin categoria: " UNASSIGNED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE CATEGORY-LIST-FILE.
           MOVE CATEGORY-LIST-FILE-NAME TO RA-FILE-NAME.
           MOVE "CATEGORY-MAINT" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       LIST-ORPHAN-ASSIGNMENTS.
      *> Asignaciones a un nodo que ya no esta en CATMAST (archivo
      *> editado a mano): no suman en ningun subtotal con nombre.
           MOVE 0 TO ORPHAN-COUNT.
           PERFORM VARYING ICT FROM 1 BY 1 UNTIL ICT > ICT-COUNT
               MOVE 0 TO NODE-IDX
               PERFORM VARYING CG FROM 1 BY 1 UNTIL CG > CG-COUNT
                   IF CG-KEY(CG) = ICT-KEY(ICT)
                       MOVE CG TO NODE-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NODE-IDX = 0
                   IF ORPHAN-COUNT = 0
                       MOVE SPACES TO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE "--- ASIGNACIONES A NODOS INEXISTENTES ---"
                           TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   ADD 1 TO ORPHAN-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING ICT-ITEM(ICT) "  " ICT-KEY(ICT)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       LIST-UNASSIGNED-ITEMS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "--- EXCEPCIONES: ARTICULOS DE FRUTASDAT SIN CATEGORIA"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO UNASSIGNED-COUNT.
           IF NOT FRUTAS-OPEN
               MOVE "(FRUTASDAT no disponible)" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO FRUTA-KEY.
           START FRUTAS-FILE KEY IS NOT LESS THAN FRUTA-KEY
               INVALID KEY SET FRUTAS-FILE-EOF TO TRUE
           END-START.
           PERFORM UNTIL FRUTAS-FILE-EOF
               READ FRUTAS-FILE NEXT RECORD
                   AT END
                       SET FRUTAS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ITEMS-IN-MASTER
                       MOVE FRUTA-NAME TO CAT-ITEM-WANTED
                       PERFORM FIND-ITEM-CATEGORY
                       IF NOT CAT-FOUND
                           ADD 1 TO UNASSIGNED-COUNT
                           MOVE SPACES TO REPORT-LINE
                           STRING FRUTA-NAME "  " FRUTA-STATUS
                               DELIMITED BY SIZE INTO REPORT-LINE
                           END-STRING
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF UNASSIGNED-COUNT = 0
               MOVE "(ninguno: la asignacion esta completa)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       COPY catgp.

       COPY fenvp.
       COPY rarcp.
