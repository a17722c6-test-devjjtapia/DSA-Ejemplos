       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE-REPORT.

      *> Reporte de impacto sobre el catalogo de linaje de archivos
      *> (ver lindir.cpy). Con argv(1) = nombre de archivo lista en
      *> LINRPT cada programa que lo lee o lo graba, con el modo de
      *> acceso, el candado que toma y su lugar en JOBPLAN: lo que
      *> antes se averiguaba recorriendo el arbol entero con grep
      *> antes de tocar FRUTASDAT o quedrec.cpy. Un nombre de familia
      *> (STKLEDG, HISTARC) trae tambien los programas de sus
      *> resguardos.
      *>
      *> Con o sin argv(1), revisa ademas que ningun archivo quede
      *> grabado por dos pasos de JOBPLAN sin orden de predecesor
      *> entre ellos: si un dia se reordena el plan, esos dos pasos
      *> pueden pisarse. Cada par suelto es un aviso y la corrida
      *> termina con RC 4. Sin JOBPLAN la noche corre la secuencia
      *> compilada, estrictamente en serie, y no hay nada que revisar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOB-PLAN-FILE ASSIGN USING JOB-PLAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-PLAN-STATUS.
      *> Reporte imprimible, se reescribe completo en cada corrida.
           SELECT LINEAGE-REPORT-FILE
               ASSIGN USING LINEAGE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LINEAGE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-PLAN-FILE.
       01  JOB-PLAN-RECORD.
           COPY jplanrec.

       FD  LINEAGE-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 JOB-PLAN-STATUS PIC XX VALUE "00".
           88 JOB-PLAN-OK  VALUE "00".
           88 JOB-PLAN-EOF VALUE "10".
       01 LINEAGE-REPORT-STATUS PIC XX VALUE "00".
           88 LINEAGE-REPORT-OK VALUE "00".

       COPY lindir.

      *> Pasos de JOBPLAN, con la misma capacidad que el driver.
       01 PLAN-TABLE.
          05 PLAN-COUNT PIC 9(2) VALUE 0.
          05 PLAN-ENTRY OCCURS 30 TIMES.
             10 PL-PROGRAM     PIC X(24).
             10 PL-PREDECESSOR PIC X(24).
             10 PL-ENABLED     PIC X(1).
       01 PLAN-TABLE-CAPACITY PIC 9(2) VALUE 30.
       01 PL PIC 9(2).
       01 PLAN-NAME-WANTED PIC X(26).
       01 PLAN-IDX   PIC 9(2).
       01 STEP-A     PIC 9(2).
       01 STEP-B     PIC 9(2).
       01 ANCESTOR-WANTED PIC 9(2).
       01 WALK-STEP  PIC 9(2).
       01 WALK-COUNT PIC 9(2).
       01 ORDERED-SW PIC X VALUE "N".
           88 STEPS-ORDERED VALUE "Y".

       01 FILE-PARM PIC X(12).
       01 LN2 PIC 9(4).
       01 MODE-DESC  PIC X(30).
       01 MODE-PTR   PIC 9(2).
       01 PLAN-DESC  PIC X(40).
       01 LOCK-DESC  PIC X(9).
       01 IMPACT-COUNT    PIC 9(4) VALUE 0.
       01 WRITER-COUNT    PIC 9(4) VALUE 0.
       01 UNORDERED-COUNT PIC 9(4) VALUE 0.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 JOB-PLAN-FILE-NAME       PIC X(40) VALUE "JOBPLAN".
          05 LINEAGE-REPORT-FILE-NAME PIC X(40) VALUE "LINRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-PARAMETERS.
       PERFORM LOAD-JOB-PLAN.

       OPEN OUTPUT LINEAGE-REPORT-FILE.
       MOVE SPACES TO REPORT-LINE.
       IF FILE-PARM = SPACES
           STRING "LINAJE DE ARCHIVOS - " LINEAGE-SIZE
               " registro(s) en el catalogo"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
       ELSE
           STRING "LINAJE DE ARCHIVOS - IMPACTO SOBRE "
               FUNCTION TRIM(FILE-PARM)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
       END-IF.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.

       IF FILE-PARM NOT = SPACES
           PERFORM LIST-FILE-IMPACT
       END-IF.
       PERFORM CHECK-UNORDERED-WRITERS.
       CLOSE LINEAGE-REPORT-FILE.
       MOVE LINEAGE-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "LINEAGE-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       IF FILE-PARM NOT = SPACES
           DISPLAY "Impacto sobre " FUNCTION TRIM(FILE-PARM) ": "
               IMPACT-COUNT " programa(s), " WRITER-COUNT
               " que lo graban; detalle en LINRPT."
       END-IF.
       IF UNORDERED-COUNT > 0
           DISPLAY "Aviso: " UNORDERED-COUNT " par(es) de pasos de "
               "JOBPLAN graban el mismo archivo sin orden de "
               "predecesor entre ellos (ver LINRPT)."
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT FILE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO FILE-PARM
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(FILE-PARM) TO FILE-PARM.

       LOAD-JOB-PLAN.
           OPEN INPUT JOB-PLAN-FILE.
           IF JOB-PLAN-OK
               PERFORM UNTIL JOB-PLAN-EOF
                       OR PLAN-COUNT >= PLAN-TABLE-CAPACITY
                   READ JOB-PLAN-FILE
                       AT END
                           SET JOB-PLAN-EOF TO TRUE
                       NOT AT END
                           IF JP-PROGRAM NOT = SPACES
                               ADD 1 TO PLAN-COUNT
                               MOVE JP-PROGRAM
                                   TO PL-PROGRAM(PLAN-COUNT)
                               MOVE JP-PREDECESSOR
                                   TO PL-PREDECESSOR(PLAN-COUNT)
                               MOVE JP-ENABLED
                                   TO PL-ENABLED(PLAN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE JOB-PLAN-FILE.

       LIST-FILE-IMPACT.
           MOVE "PROGRAMA                   ARCHIVO   ACCESO"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "                           CANDADO   LUGAR EN JOBPLAN"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE FILE-PARM TO LINEAGE-FILE-WANTED.
           PERFORM VARYING LN FROM 1 BY 1 UNTIL LN > LINEAGE-SIZE
               PERFORM MATCH-LINEAGE-FILE
               IF LINEAGE-MATCH
                   PERFORM LIST-ONE-PROGRAM
               END-IF
           END-PERFORM.
           IF IMPACT-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING FUNCTION TRIM(FILE-PARM)
                   " no esta registrado en el catalogo de linaje."
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       LIST-ONE-PROGRAM.
           ADD 1 TO IMPACT-COUNT.
           IF LN-MODES(LN)(2:3) NOT = "---"
               ADD 1 TO WRITER-COUNT
           END-IF.
           PERFORM DESCRIBE-MODES.
           MOVE LN-LOCK(LN) TO LOCK-DESC.
           IF LOCK-DESC = SPACES
               MOVE "-" TO LOCK-DESC
           END-IF.
           MOVE LN-PROGRAM(LN) TO PLAN-NAME-WANTED.
           PERFORM FIND-PLAN-STEP.
           MOVE SPACES TO PLAN-DESC.
           EVALUATE TRUE
               WHEN PLAN-COUNT = 0
                   MOVE "sin JOBPLAN (secuencia compilada)"
                       TO PLAN-DESC
               WHEN PLAN-IDX = 0
                   MOVE "fuera de JOBPLAN" TO PLAN-DESC
               WHEN PL-PREDECESSOR(PLAN-IDX) = SPACES
                   STRING "paso " PLAN-IDX " sin predecesor"
                       DELIMITED BY SIZE INTO PLAN-DESC
                   END-STRING
               WHEN OTHER
                   STRING "paso " PLAN-IDX " tras "
                       FUNCTION TRIM(PL-PREDECESSOR(PLAN-IDX))
                       DELIMITED BY SIZE INTO PLAN-DESC
                   END-STRING
           END-EVALUATE.
           IF PLAN-IDX > 0 AND PL-ENABLED(PLAN-IDX) NOT = "S"
               STRING FUNCTION TRIM(PLAN-DESC) " (deshabilitado)"
                   DELIMITED BY SIZE INTO PLAN-DESC
               END-STRING
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING LN-PROGRAM(LN) " " LN-FILE(LN) " " MODE-DESC
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "                           " LOCK-DESC " "
               PLAN-DESC
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       DESCRIBE-MODES.
           MOVE SPACES TO MODE-DESC.
           MOVE 1 TO MODE-PTR.
           IF LN-MODES(LN)(1:1) = "I"
               STRING "entrada " DELIMITED BY SIZE
                   INTO MODE-DESC WITH POINTER MODE-PTR
               END-STRING
           END-IF.
           IF LN-MODES(LN)(2:1) = "O"
               STRING "salida " DELIMITED BY SIZE
                   INTO MODE-DESC WITH POINTER MODE-PTR
               END-STRING
           END-IF.
           IF LN-MODES(LN)(3:1) = "E"
               STRING "extension " DELIMITED BY SIZE
                   INTO MODE-DESC WITH POINTER MODE-PTR
               END-STRING
           END-IF.
           IF LN-MODES(LN)(4:1) = "U"
               STRING "I-O" DELIMITED BY SIZE
                   INTO MODE-DESC WITH POINTER MODE-PTR
               END-STRING
           END-IF.

       CHECK-UNORDERED-WRITERS.
      *> El catalogo viene ordenado por archivo: cada grabador se
      *> compara con los grabadores siguientes del mismo archivo.
           IF PLAN-COUNT = 0
               MOVE "Sin JOBPLAN: la secuencia compilada corre en "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "serie; no hay grabadores sin orden que revisar."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "GRABADORES SIN ORDEN DE PREDECESOR EN JOBPLAN"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE FILE-PARM TO LINEAGE-FILE-WANTED.
           PERFORM VARYING LN FROM 1 BY 1 UNTIL LN > LINEAGE-SIZE
               IF FILE-PARM = SPACES
                   SET LINEAGE-MATCH TO TRUE
               ELSE
                   PERFORM MATCH-LINEAGE-FILE
               END-IF
               IF LINEAGE-MATCH AND LN-MODES(LN)(2:3) NOT = "---"
                   MOVE LN-PROGRAM(LN) TO PLAN-NAME-WANTED
                   PERFORM FIND-PLAN-STEP
                   MOVE PLAN-IDX TO STEP-A
                   IF STEP-A > 0
                       PERFORM CHECK-LATER-WRITERS
                   END-IF
               END-IF
           END-PERFORM.
           IF UNORDERED-COUNT = 0
               MOVE "  ninguno." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CHECK-LATER-WRITERS.
           PERFORM VARYING LN2 FROM LN BY 1
                   UNTIL LN2 >= LINEAGE-SIZE
                   OR LN-FILE(LN2 + 1) NOT = LN-FILE(LN)
               IF LN-MODES(LN2 + 1)(2:3) NOT = "---"
                   MOVE LN-PROGRAM(LN2 + 1) TO PLAN-NAME-WANTED
                   PERFORM FIND-PLAN-STEP
                   MOVE PLAN-IDX TO STEP-B
                   IF STEP-B > 0 AND STEP-B NOT = STEP-A
                       PERFORM CHECK-STEP-ORDER
                       IF NOT STEPS-ORDERED
                           PERFORM LIST-UNORDERED-PAIR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-STEP-ORDER.
      *> Ordenados si uno de los dos esta en la cadena de
      *> predecesores del otro.
           MOVE STEP-A TO ANCESTOR-WANTED.
           MOVE STEP-B TO WALK-STEP.
           PERFORM WALK-PREDECESSORS.
           IF NOT STEPS-ORDERED
               MOVE STEP-B TO ANCESTOR-WANTED
               MOVE STEP-A TO WALK-STEP
               PERFORM WALK-PREDECESSORS
           END-IF.

       WALK-PREDECESSORS.
      *> El tope de pasos corta un plan con un ciclo de predecesores.
           MOVE "N" TO ORDERED-SW.
           MOVE 0 TO WALK-COUNT.
           PERFORM UNTIL WALK-STEP = 0 OR STEPS-ORDERED
                   OR WALK-COUNT > PLAN-COUNT
               ADD 1 TO WALK-COUNT
               MOVE PL-PREDECESSOR(WALK-STEP) TO PLAN-NAME-WANTED
               IF PLAN-NAME-WANTED = SPACES
                   MOVE 0 TO WALK-STEP
               ELSE
                   PERFORM FIND-PLAN-STEP
                   MOVE PLAN-IDX TO WALK-STEP
                   IF WALK-STEP = ANCESTOR-WANTED
                       SET STEPS-ORDERED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       LIST-UNORDERED-PAIR.
           ADD 1 TO UNORDERED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " LN-FILE(LN) " lo graban "
               FUNCTION TRIM(LN-PROGRAM(LN)) " (paso " STEP-A ") y "
               FUNCTION TRIM(LN-PROGRAM(LN2 + 1)) " (paso " STEP-B ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       FIND-PLAN-STEP.
           MOVE 0 TO PLAN-IDX.
           PERFORM VARYING PL FROM 1 BY 1 UNTIL PL > PLAN-COUNT
               IF PL-PROGRAM(PL) = PLAN-NAME-WANTED
                   MOVE PL TO PLAN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       COPY linp.
       COPY fenvp.
       COPY rarcp.
