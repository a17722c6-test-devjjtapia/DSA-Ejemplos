       IDENTIFICATION DIVISION.
       PROGRAM-ID. REASON-USAGE-REPORT.

      *> Motivos no registrados en uso: resume la bitacora RSNUNREG
      *> (cada codigo que un emisor grabo sin estar en RSNCODE, ver
      *> REASON-CHECK) por dominio y codigo, con cuantas corridas lo
      *> usaron, la primera y la ultima fecha y el ultimo programa, en
      *> RSNRPT. Cada renglon es un alta pendiente en REASON-MAINT
      *> (codigo nuevo o sinonimo de uno existente). Los que ya se
      *> dieron de alta despues de asentados salen marcados como tales
      *> y no cuentan para el RC 4 (quedan codigos sin registrar).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL UNREGISTERED-FILE
               ASSIGN USING UNREGISTERED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNREGISTERED-STATUS.
           SELECT USAGE-REPORT-FILE
               ASSIGN USING USAGE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USAGE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNREGISTERED-FILE.
       01  UNREGISTERED-RECORD.
           COPY rsnurec.

       FD  USAGE-REPORT-FILE.
       01  REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 UNREGISTERED-STATUS PIC XX VALUE "00".
           88 UNREGISTERED-OK  VALUE "00".
           88 UNREGISTERED-EOF VALUE "10".
       01 USAGE-REPORT-STATUS PIC XX VALUE "00".
           88 USAGE-REPORT-OK VALUE "00".

      *> Un renglon por dominio y codigo.
       01 USAGE-TABLE.
          05 USAGE-COUNT PIC 9(3) VALUE 0.
          05 USAGE-ENTRY OCCURS 200 TIMES.
             10 US-DOMAIN       PIC X(10).
             10 US-CODE         PIC X(20).
             10 US-TIMES        PIC 9(5).
             10 US-FIRST-DATE   PIC X(8).
             10 US-LAST-DATE    PIC X(8).
             10 US-LAST-PROGRAM PIC X(24).
       01 USAGE-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 U PIC 9(3).
       01 J PIC 9(3).
       01 USAGE-IDX PIC 9(3).
       01 SWAP-ENTRY PIC X(75).

       01 ENTRIES-READ PIC 9(7) VALUE 0.
       01 STILL-UNREGISTERED PIC 9(3) VALUE 0.
       01 NOW-REGISTERED PIC 9(3) VALUE 0.
       01 OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 STATE-TEXT PIC X(22).

       COPY rsnw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 UNREGISTERED-FILE-NAME PIC X(40) VALUE "RSNUNREG".
          05 USAGE-REPORT-FILE-NAME PIC X(40) VALUE "RSNRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-USAGE-TABLE.
       PERFORM SORT-BY-DOMAIN-AND-CODE.

       OPEN OUTPUT USAGE-REPORT-FILE.
       MOVE "MOTIVOS NO REGISTRADOS EN USO (RSNUNREG CONTRA RSNCODE)"
           TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "DOMINIO    CODIGO                CORRIDAS  PRIMERA   ULTIMA
      -    "    ULTIMO PROGRAMA" TO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM VARYING U FROM 1 BY 1 UNTIL U > USAGE-COUNT
           PERFORM CHECK-NOW-REGISTERED
           MOVE SPACES TO REPORT-LINE
           STRING US-DOMAIN(U) " " US-CODE(U) "  " US-TIMES(U)
               "     " US-FIRST-DATE(U) "  " US-LAST-DATE(U) "  "
               US-LAST-PROGRAM(U) " " STATE-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
       END-PERFORM.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       IF USAGE-COUNT = 0
           MOVE "Sin motivos no registrados asentados." TO REPORT-LINE
           WRITE REPORT-LINE
       ELSE
           MOVE SPACES TO REPORT-LINE
           STRING "Asientos leidos: " ENTRIES-READ
               "  codigos distintos: " USAGE-COUNT
               "  sin registrar todavia: " STILL-UNREGISTERED
               "  ya registrados: " NOW-REGISTERED
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
       END-IF.
       IF OVERFLOW-COUNT > 0
           MOVE SPACES TO REPORT-LINE
           STRING "*** " OVERFLOW-COUNT " asiento(s) de codigos que no"
               " entraron en la tabla de " USAGE-TABLE-CAPACITY
               " ***" DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
       END-IF.
       CLOSE USAGE-REPORT-FILE.
       MOVE USAGE-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "REASON-USAGE-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Motivos no registrados en RSNRPT: " USAGE-COUNT
           " (" STILL-UNREGISTERED " sin dar de alta todavia).".
       IF STILL-UNREGISTERED > 0
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-USAGE-TABLE.
           OPEN INPUT UNREGISTERED-FILE.
           IF UNREGISTERED-OK
               PERFORM UNTIL UNREGISTERED-EOF
                   READ UNREGISTERED-FILE
                       AT END
                           SET UNREGISTERED-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ENTRIES-READ
                           PERFORM TALLY-UNREGISTERED-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE UNREGISTERED-FILE.

       TALLY-UNREGISTERED-ENTRY.
      *> La bitacora va en orden de grabacion: el ultimo asiento de un
      *> codigo deja la ultima fecha y el ultimo programa.
           MOVE 0 TO USAGE-IDX.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > USAGE-COUNT
               IF US-DOMAIN(U) = RU-DOMAIN AND US-CODE(U) = RU-CODE
                   MOVE U TO USAGE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF USAGE-IDX = 0
               IF USAGE-COUNT >= USAGE-TABLE-CAPACITY
                   ADD 1 TO OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO USAGE-COUNT
               MOVE USAGE-COUNT TO USAGE-IDX
               MOVE RU-DOMAIN TO US-DOMAIN(USAGE-IDX)
               MOVE RU-CODE TO US-CODE(USAGE-IDX)
               MOVE 0 TO US-TIMES(USAGE-IDX)
               MOVE RU-DATE TO US-FIRST-DATE(USAGE-IDX)
           END-IF.
           ADD 1 TO US-TIMES(USAGE-IDX).
           IF RU-DATE < US-FIRST-DATE(USAGE-IDX)
               MOVE RU-DATE TO US-FIRST-DATE(USAGE-IDX)
           END-IF.
           MOVE RU-DATE TO US-LAST-DATE(USAGE-IDX).
           MOVE RU-PROGRAM TO US-LAST-PROGRAM(USAGE-IDX).

       SORT-BY-DOMAIN-AND-CODE.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U >= USAGE-COUNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > USAGE-COUNT - U
                   IF US-DOMAIN(J) > US-DOMAIN(J + 1)
                           OR (US-DOMAIN(J) = US-DOMAIN(J + 1)
                           AND US-CODE(J) > US-CODE(J + 1))
                       MOVE USAGE-ENTRY(J) TO SWAP-ENTRY
                       MOVE USAGE-ENTRY(J + 1) TO USAGE-ENTRY(J)
                       MOVE SWAP-ENTRY TO USAGE-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHECK-NOW-REGISTERED.
      *> Consulta sin asentar: si ya se dio de alta (como codigo o
      *> como sinonimo) el renglon queda como historia.
           MOVE US-DOMAIN(U) TO RK-DOMAIN.
           MOVE US-CODE(U) TO RK-CODE.
           MOVE "REASON-USAGE-REPORT" TO RK-PROGRAM.
           MOVE "C" TO RK-MODE.
           CALL "REASON-CHECK" USING REASON-CHECK-PARM.
           IF RK-REGISTERED
               ADD 1 TO NOW-REGISTERED
               MOVE "YA REGISTRADO" TO STATE-TEXT
           ELSE
               ADD 1 TO STILL-UNREGISTERED
               MOVE "*** SIN REGISTRAR ***" TO STATE-TEXT
           END-IF.

       COPY fenvp.
       COPY rarcp.
