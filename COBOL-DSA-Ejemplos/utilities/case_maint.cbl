       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-MAINT.

      *> Mantenimiento del legajo de reclamos CASEFILE (ver
      *> caserec.cpy). STACK-DEMO abre el caso al apilar en
      *> 'Urgentes' y lo asigna al desapilar; el resto de la vida del
      *> caso entra por aqui, con transacciones desde CASETXN:
      *>   D datos: completa cliente, referencia (T tique / I
      *>     articulo) y categoria; los campos en blanco no se tocan;
      *>   S asignar o reasignar a un operador (pasa a "en proceso");
      *>   R resolucion: texto obligatorio, el caso sale de la lista
      *>     de abiertos como resuelto;
      *>   C cierre: caso resuelto (o resolucion en la misma
      *>     transaccion) pasa a cerrado.
      *> Un caso cerrado no admite mas transacciones. Cada una queda
      *> en CASELOG con el estado anterior y el nuevo; los rechazos
      *> tambien, con el motivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASE-TXN-FILE ASSIGN USING CASE-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-TXN-STATUS.
           SELECT OPTIONAL CASE-FILE ASSIGN USING CASE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN USING CUSTOMER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN USING OPERATOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.
      *> Bitacora de transacciones (EXTEND), mismo esquema que CUSTLOG.
           SELECT OPTIONAL CASE-LOG-FILE ASSIGN USING CASE-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-TXN-FILE.
       01  CASE-TXN-RECORD.
           05 CX-ACTION      PIC X(1).
           05 CX-CASE-ID     PIC X(6).
           05 CX-OPERATOR    PIC X(8).
           05 CX-CUSTOMER-ID PIC X(10).
           05 CX-REF-TYPE    PIC X(1).
           05 CX-REFERENCE   PIC X(10).
           05 CX-CATEGORY    PIC X(4).
           05 CX-RESOLUTION  PIC X(40).

       FD  CASE-FILE.
       01  CASE-RECORD.
           COPY caserec.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY custrec.

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID   PIC X(8).
           05 OP-NAME PIC X(20).
           05 OP-ROLE PIC X(1).

       FD  CASE-LOG-FILE.
       01  CASE-LOG-RECORD.
           05 CL-DATE       PIC X(8).
           05 CL-TIME       PIC 9(8).
           05 CL-ACTION     PIC X(1).
           05 CL-CASE-ID    PIC X(6).
           05 CL-OLD-STATUS PIC X(1).
           05 CL-NEW-STATUS PIC X(1).
           05 CL-OPERATOR   PIC X(8).
           05 CL-RESULT     PIC X(30).
           05 CL-DETAIL     PIC X(40).

       WORKING-STORAGE SECTION.
       01 CASE-TXN-STATUS PIC XX VALUE "00".
           88 CASE-TXN-OK  VALUE "00".
           88 CASE-TXN-EOF VALUE "10".
       01 CASE-FILE-STATUS PIC XX VALUE "00".
           88 CASE-FILE-OK  VALUE "00".
           88 CASE-FILE-EOF VALUE "10".
       01 CUSTOMER-FILE-STATUS PIC XX VALUE "00".
           88 CUSTOMER-FILE-OK  VALUE "00".
           88 CUSTOMER-FILE-EOF VALUE "10".
       01 OPERATOR-FILE-STATUS PIC XX VALUE "00".
           88 OPERATOR-FILE-OK  VALUE "00".
           88 OPERATOR-FILE-EOF VALUE "10".
       01 CASE-LOG-STATUS PIC XX VALUE "00".
           88 CASE-LOG-OK VALUE "00".

           COPY casecat.

      *> CASEFILE entero, en el orden del archivo.
       01 CASE-TABLE.
          05 CASE-COUNT PIC 9(3) VALUE 0.
          05 CASE-ENTRY OCCURS 300 TIMES PIC X(122).
       01 CASE-TABLE-CAPACITY PIC 9(3) VALUE 300.
       01 CS PIC 9(3).
       01 CASE-IDX PIC 9(3).
       01 CG PIC 9(2).
       01 CASE-OVERFLOW-SW PIC X VALUE "N".
           88 CASE-OVERFLOW VALUE "Y".
       01 CASE-CHANGED-SW PIC X VALUE "N".
           88 CASE-CHANGED VALUE "Y".

       01 LOOKUP-FOUND-SW PIC X VALUE "N".
           88 LOOKUP-FOUND VALUE "Y".
       01 OPERATOR-FILE-PRESENT-SW PIC X VALUE "N".
           88 OPERATOR-FILE-PRESENT VALUE "Y".

       01 TXN-COUNT      PIC 9(4) VALUE 0.
       01 APPLIED-COUNT  PIC 9(4) VALUE 0.
       01 REJECTED-COUNT PIC 9(4) VALUE 0.
       01 TXN-RESULT PIC X(30).
       01 OLD-STATUS PIC X(1).
       01 LOG-TIME-STAMP PIC 9(8).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 CASE-TXN-FILE-NAME PIC X(40) VALUE "CASETXN".
          05 CASE-FILE-NAME     PIC X(40) VALUE "CASEFILE".
          05 CUSTOMER-FILE-NAME PIC X(40) VALUE "CUSTMAST".
          05 OPERATOR-FILE-NAME PIC X(40) VALUE "OPERMAST".
          05 CASE-LOG-FILE-NAME PIC X(40) VALUE "CASELOG".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-CASE-TABLE.
      *> Regrabar desde una tabla incompleta borraria lo que no entro.
       IF CASE-OVERFLOW
           DISPLAY "ERROR: CASEFILE supera " CASE-TABLE-CAPACITY
               " casos; no se aplican transacciones."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN INPUT CASE-TXN-FILE.
       IF CASE-TXN-OK
           PERFORM UNTIL CASE-TXN-EOF
               READ CASE-TXN-FILE
                   AT END
                       SET CASE-TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO TXN-COUNT
                       PERFORM APPLY-ONE-TXN
               END-READ
           END-PERFORM
       END-IF.
       CLOSE CASE-TXN-FILE.
       IF CASE-CHANGED
           PERFORM SAVE-CASE-TABLE
       END-IF.

       IF TXN-COUNT = 0
           DISPLAY "CASETXN vacio o ausente; sin transacciones que "
               "aplicar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "Reclamos: " APPLIED-COUNT " aplicada(s), "
           REJECTED-COUNT " rechazada(s) de " TXN-COUNT
           ". Bitacora en CASELOG.".
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-CASE-TABLE.
           MOVE 0 TO CASE-COUNT.
           OPEN INPUT CASE-FILE.
           IF CASE-FILE-OK
               PERFORM UNTIL CASE-FILE-EOF
                   READ CASE-FILE
                       AT END
                           SET CASE-FILE-EOF TO TRUE
                       NOT AT END
                           IF CASE-COUNT >= CASE-TABLE-CAPACITY
                               SET CASE-OVERFLOW TO TRUE
                               SET CASE-FILE-EOF TO TRUE
                           ELSE
                               ADD 1 TO CASE-COUNT
                               MOVE CASE-RECORD
                                   TO CASE-ENTRY(CASE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CASE-FILE.

       APPLY-ONE-TXN.
           MOVE SPACES TO TXN-RESULT.
           MOVE SPACES TO OLD-STATUS.
           PERFORM FIND-CASE.
           IF CASE-IDX = 0
               MOVE "RECHAZADA: CASO NO EXISTE" TO TXN-RESULT
           ELSE
               MOVE CASE-ENTRY(CASE-IDX) TO CASE-RECORD
               MOVE CS-STATUS TO OLD-STATUS
               IF CS-CLOSED
                   MOVE "RECHAZADA: CASO CERRADO" TO TXN-RESULT
               ELSE
                   EVALUATE CX-ACTION
                       WHEN "D"
                           PERFORM APPLY-CASE-DATA
                       WHEN "S"
                           PERFORM APPLY-ASSIGNMENT
                       WHEN "R"
                           PERFORM APPLY-RESOLUTION
                       WHEN "C"
                           PERFORM APPLY-CLOSE
                       WHEN OTHER
                           MOVE "RECHAZADA: ACCION DESCONOCIDA"
                               TO TXN-RESULT
                   END-EVALUATE
               END-IF
           END-IF.
           IF TXN-RESULT(1:9) = "RECHAZADA"
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Rechazada: " CX-ACTION " caso " CX-CASE-ID
                   " (" FUNCTION TRIM(TXN-RESULT) ")."
           ELSE
               ADD 1 TO APPLIED-COUNT
               MOVE CASE-RECORD TO CASE-ENTRY(CASE-IDX)
               SET CASE-CHANGED TO TRUE
           END-IF.
           PERFORM WRITE-CASE-LOG.

       FIND-CASE.
           MOVE 0 TO CASE-IDX.
           PERFORM VARYING CS FROM 1 BY 1 UNTIL CS > CASE-COUNT
               IF CASE-ENTRY(CS)(1:6) = CX-CASE-ID
                   MOVE CS TO CASE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-CASE-DATA.
           IF CX-CUSTOMER-ID NOT = SPACES
               PERFORM LOOKUP-CUSTOMER
               IF NOT LOOKUP-FOUND
                   MOVE "RECHAZADA: CLIENTE NO EXISTE" TO TXN-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF CX-REF-TYPE NOT = SPACES
                   AND CX-REF-TYPE NOT = "T" AND CX-REF-TYPE NOT = "I"
               MOVE "RECHAZADA: TIPO DE REFERENCIA" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CX-CATEGORY NOT = SPACES
               PERFORM VARYING CG FROM 1 BY 1
                       UNTIL CG > CASE-CATEGORY-COUNT
                   IF CASE-CATEGORY-CODE(CG) = CX-CATEGORY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF CG > CASE-CATEGORY-COUNT
                   MOVE "RECHAZADA: CATEGORIA INVALIDA"
                       TO TXN-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF CX-CUSTOMER-ID NOT = SPACES
               MOVE CX-CUSTOMER-ID TO CS-CUSTOMER-ID
           END-IF.
           IF CX-REF-TYPE NOT = SPACES
               MOVE CX-REF-TYPE TO CS-REF-TYPE
           END-IF.
           IF CX-REFERENCE NOT = SPACES
               MOVE CX-REFERENCE TO CS-REFERENCE
           END-IF.
           IF CX-CATEGORY NOT = SPACES
               MOVE CX-CATEGORY TO CS-CATEGORY
           END-IF.
           MOVE "DATOS APLICADOS" TO TXN-RESULT.

       APPLY-ASSIGNMENT.
           IF CX-OPERATOR = SPACES
               MOVE "RECHAZADA: FALTA EL OPERADOR" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-OPERATOR.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF CS-RESOLVED
               MOVE "RECHAZADA: CASO YA RESUELTO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE CX-OPERATOR TO CS-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CS-ASSIGN-DATE.
           SET CS-IN-PROGRESS TO TRUE.
           MOVE "ASIGNACION APLICADA" TO TXN-RESULT.

       APPLY-RESOLUTION.
           IF CS-RESOLVED
               MOVE "RECHAZADA: CASO YA RESUELTO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CX-RESOLUTION = SPACES
               MOVE "RECHAZADA: FALTA LA RESOLUCION" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CX-OPERATOR NOT = SPACES
               PERFORM VALIDATE-OPERATOR
               IF TXN-RESULT NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE CX-OPERATOR TO CS-OPERATOR
           END-IF.
           MOVE CX-RESOLUTION TO CS-RESOLUTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CS-RESOLVED-DATE.
           SET CS-RESOLVED TO TRUE.
           MOVE "RESOLUCION APLICADA" TO TXN-RESULT.

       APPLY-CLOSE.
      *> Un caso sin resolver solo cierra si la transaccion trae la
      *> resolucion: ningun caso termina sin decir como termino.
           IF NOT CS-RESOLVED
               IF CX-RESOLUTION = SPACES
                   MOVE "RECHAZADA: CASO SIN RESOLUCION" TO TXN-RESULT
                   EXIT PARAGRAPH
               END-IF
               MOVE CX-RESOLUTION TO CS-RESOLUTION
               MOVE FUNCTION CURRENT-DATE(1:8) TO CS-RESOLVED-DATE
           END-IF.
           IF CX-OPERATOR NOT = SPACES
               PERFORM VALIDATE-OPERATOR
               IF TXN-RESULT NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE CX-OPERATOR TO CS-OPERATOR
           END-IF.
           SET CS-CLOSED TO TRUE.
           MOVE "CIERRE APLICADO" TO TXN-RESULT.

       LOOKUP-CUSTOMER.
      *> Solo un cliente activo de CUSTMAST.
           MOVE "N" TO LOOKUP-FOUND-SW.
           SET CUSTOMER-FILE-OK TO TRUE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-OK
               PERFORM UNTIL CUSTOMER-FILE-EOF OR LOOKUP-FOUND
                   READ CUSTOMER-FILE
                       AT END
                           SET CUSTOMER-FILE-EOF TO TRUE
                       NOT AT END
                           IF CU-ID = CX-CUSTOMER-ID
                                   AND CU-ACTIVE NOT = "I"
                               SET LOOKUP-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-FILE.

       VALIDATE-OPERATOR.
      *> Con OPERMAST presente el legajo tiene que figurar; sin el
      *> archivo se acepta tal cual, como en QUEUE-DEMO.
           MOVE "N" TO LOOKUP-FOUND-SW.
           MOVE "N" TO OPERATOR-FILE-PRESENT-SW.
           SET OPERATOR-FILE-OK TO TRUE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-OK
               PERFORM UNTIL OPERATOR-FILE-EOF OR LOOKUP-FOUND
                   READ OPERATOR-FILE
                       AT END
                           SET OPERATOR-FILE-EOF TO TRUE
                       NOT AT END
                           SET OPERATOR-FILE-PRESENT TO TRUE
                           IF OP-ID = CX-OPERATOR
                               SET LOOKUP-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OPERATOR-FILE.
           IF OPERATOR-FILE-PRESENT AND NOT LOOKUP-FOUND
               MOVE "RECHAZADA: OPERADOR NO EXISTE" TO TXN-RESULT
           END-IF.

       SAVE-CASE-TABLE.
           OPEN OUTPUT CASE-FILE.
           PERFORM VARYING CS FROM 1 BY 1 UNTIL CS > CASE-COUNT
               MOVE CASE-ENTRY(CS) TO CASE-RECORD
               WRITE CASE-RECORD
           END-PERFORM.
           CLOSE CASE-FILE.

       WRITE-CASE-LOG.
           OPEN EXTEND CASE-LOG-FILE.
           IF NOT CASE-LOG-OK
               CLOSE CASE-LOG-FILE
               OPEN OUTPUT CASE-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CL-DATE.
           ACCEPT LOG-TIME-STAMP FROM TIME.
           MOVE LOG-TIME-STAMP TO CL-TIME.
           MOVE CX-ACTION TO CL-ACTION.
           MOVE CX-CASE-ID TO CL-CASE-ID.
           MOVE OLD-STATUS TO CL-OLD-STATUS.
           IF TXN-RESULT(1:9) = "RECHAZADA"
               MOVE OLD-STATUS TO CL-NEW-STATUS
           ELSE
               MOVE CS-STATUS TO CL-NEW-STATUS
           END-IF.
           MOVE CX-OPERATOR TO CL-OPERATOR.
           MOVE TXN-RESULT TO CL-RESULT.
           MOVE CX-RESOLUTION TO CL-DETAIL.
           WRITE CASE-LOG-RECORD.
           CLOSE CASE-LOG-FILE.

       COPY fenvp.
