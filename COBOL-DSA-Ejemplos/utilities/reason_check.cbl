       IDENTIFICATION DIVISION.
       PROGRAM-ID. REASON-CHECK.

      *> Servicio invocable por CALL que valida un codigo de motivo
      *> contra el maestro RSNCODE (ver rsnrec.cpy y rsnparm.cpy). Lo
      *> llaman todos los emisores de OPSALERT y RJCTFILE justo antes
      *> de grabar (rsnalp/rsnrjp.cpy), TICKET-CANCEL y
      *> RESTOCK-APPROVE al validar el motivo tecleado, y
      *> REASON-NORMALIZE al releer la historia.
      *>
      *> RSNCODE se carga una sola vez por corrida (el modulo queda
      *> residente entre CALLs, igual que FILE-ENV). El codigo se
      *> compara en mayusculas y sin blancos a la izquierda; un
      *> sinonimo sale normalizado a su codigo valido. En modo emisor
      *> un codigo no registrado se asienta en RSNUNREG una sola vez
      *> por corrida, programa y codigo: un lote de mil rechazos con
      *> el mismo motivo nuevo deja un renglon, no mil. Sin maestro
      *> (o vacio) no se valida nada y tampoco se asienta: hasta que
      *> se cargue RSNCODE todo sigue como antes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REASON-FILE ASSIGN USING REASON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REASON-FILE-STATUS.
           SELECT OPTIONAL UNREGISTERED-FILE
               ASSIGN USING UNREGISTERED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNREGISTERED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REASON-FILE.
       01  REASON-RECORD.
           COPY rsnrec.

       FD  UNREGISTERED-FILE.
       01  UNREGISTERED-RECORD.
           COPY rsnurec.

       WORKING-STORAGE SECTION.
       01 REASON-FILE-STATUS PIC XX VALUE "00".
           88 REASON-FILE-OK  VALUE "00".
           88 REASON-FILE-EOF VALUE "10".
       01 UNREGISTERED-STATUS PIC XX VALUE "00".
           88 UNREGISTERED-OK VALUE "00".
       01 REASON-LOADED-SW PIC X VALUE "N".
           88 REASON-LOADED VALUE "Y".

      *> Maestro cargado: dominio, codigo, clase, codigo valido,
      *> severidad y descripcion, tal como viene en RSNCODE.
       01 REASON-TABLE.
          05 REASON-COUNT PIC 9(3) VALUE 0.
          05 REASON-ENTRY OCCURS 300 TIMES.
             10 RT-DOMAIN    PIC X(10).
             10 RT-CODE      PIC X(20).
             10 RT-KIND      PIC X(1).
             10 RT-CANONICAL PIC X(20).
             10 RT-SEVERITY  PIC X(1).
             10 RT-DESC      PIC X(30).
       01 REASON-TABLE-CAPACITY PIC 9(3) VALUE 300.
       01 R PIC 9(3).
       01 REASON-IDX PIC 9(3).

      *> Lo ya asentado en RSNUNREG en esta corrida.
       01 LOGGED-TABLE.
          05 LOGGED-COUNT PIC 9(3) VALUE 0.
          05 LOGGED-ENTRY OCCURS 100 TIMES.
             10 LG-DOMAIN  PIC X(10).
             10 LG-CODE    PIC X(20).
             10 LG-PROGRAM PIC X(24).
       01 LOGGED-TABLE-CAPACITY PIC 9(3) VALUE 100.
       01 L PIC 9(3).

       01 CODE-WANTED PIC X(20).
       01 STAMP-TIME PIC 9(8).

      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 REASON-FILE-NAME       PIC X(40) VALUE "RSNCODE".
          05 UNREGISTERED-FILE-NAME PIC X(40) VALUE "RSNUNREG".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.

       LINKAGE SECTION.
       01 REASON-CHECK-PARM.
           COPY rsnparm.

       PROCEDURE DIVISION USING REASON-CHECK-PARM.

       IF NOT REASON-LOADED
           PERFORM RESOLVE-FILE-NAMES
           PERFORM LOAD-REASON-TABLE
       END-IF.
       MOVE SPACE TO RK-SEVERITY.
       MOVE SPACES TO RK-DESC.
       IF REASON-COUNT = 0
           SET RK-NO-MASTER TO TRUE
           GOBACK
       END-IF.

       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RK-CODE))
           TO CODE-WANTED.
       PERFORM FIND-REASON-CODE.
       IF REASON-IDX = 0
           SET RK-UNREGISTERED TO TRUE
           IF RK-MODE NOT = "C"
               PERFORM LOG-UNREGISTERED-CODE
           END-IF
           GOBACK
       END-IF.

       IF RT-KIND(REASON-IDX) = "S"
      *> Sinonimo: se busca su codigo valido para la severidad y la
      *> descripcion (un solo salto; REASON-MAINT no deja encadenar).
           SET RK-SYNONYM TO TRUE
           MOVE RT-CANONICAL(REASON-IDX) TO CODE-WANTED
           PERFORM FIND-REASON-CODE
       ELSE
           SET RK-VALID TO TRUE
       END-IF.
       MOVE CODE-WANTED TO RK-CODE.
       IF REASON-IDX > 0
           MOVE RT-SEVERITY(REASON-IDX) TO RK-SEVERITY
           MOVE RT-DESC(REASON-IDX) TO RK-DESC
       END-IF.
       GOBACK.

       LOAD-REASON-TABLE.
           SET REASON-LOADED TO TRUE.
           MOVE 0 TO REASON-COUNT.
           OPEN INPUT REASON-FILE.
           IF REASON-FILE-OK
               PERFORM UNTIL REASON-FILE-EOF
                   READ REASON-FILE
                       AT END
                           SET REASON-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-REASON-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REASON-FILE.

       ADD-REASON-ENTRY.
           IF RN-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF REASON-COUNT >= REASON-TABLE-CAPACITY
               DISPLAY "Aviso: RSNCODE supera " REASON-TABLE-CAPACITY
                   " codigos; el resto no se carga."
               SET REASON-FILE-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO REASON-COUNT.
           MOVE RN-DOMAIN TO RT-DOMAIN(REASON-COUNT).
           MOVE RN-CODE TO RT-CODE(REASON-COUNT).
           MOVE RN-KIND TO RT-KIND(REASON-COUNT).
           MOVE RN-CANONICAL TO RT-CANONICAL(REASON-COUNT).
           MOVE RN-SEVERITY TO RT-SEVERITY(REASON-COUNT).
           MOVE RN-DESC TO RT-DESC(REASON-COUNT).

       FIND-REASON-CODE.
      *> Busca CODE-WANTED en el dominio pedido; deja REASON-IDX (0 = no
      *> esta).
           MOVE 0 TO REASON-IDX.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > REASON-COUNT
               IF RT-DOMAIN(R) = RK-DOMAIN
                       AND RT-CODE(R) = CODE-WANTED
                   MOVE R TO REASON-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOG-UNREGISTERED-CODE.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOGGED-COUNT
               IF LG-DOMAIN(L) = RK-DOMAIN
                       AND LG-CODE(L) = CODE-WANTED
                       AND LG-PROGRAM(L) = RK-PROGRAM
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF LOGGED-COUNT < LOGGED-TABLE-CAPACITY
               ADD 1 TO LOGGED-COUNT
               MOVE RK-DOMAIN TO LG-DOMAIN(LOGGED-COUNT)
               MOVE CODE-WANTED TO LG-CODE(LOGGED-COUNT)
               MOVE RK-PROGRAM TO LG-PROGRAM(LOGGED-COUNT)
           END-IF.
           OPEN EXTEND UNREGISTERED-FILE.
           IF NOT UNREGISTERED-OK
               CLOSE UNREGISTERED-FILE
               OPEN OUTPUT UNREGISTERED-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RU-DATE.
           ACCEPT STAMP-TIME FROM TIME.
           MOVE STAMP-TIME TO RU-TIME.
           MOVE RK-PROGRAM TO RU-PROGRAM.
           MOVE RK-DOMAIN TO RU-DOMAIN.
           MOVE CODE-WANTED TO RU-CODE.
           WRITE UNREGISTERED-RECORD.
           CLOSE UNREGISTERED-FILE.

       COPY fenvp.
