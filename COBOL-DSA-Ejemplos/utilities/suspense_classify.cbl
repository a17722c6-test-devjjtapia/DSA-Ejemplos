      *> alimentador SUSPSTAL para quien mantiene el maestro.
      *> Tratar tres enfermedades distintas con la misma pastilla de
      *> reintento es por lo que el reporte de antiguedad crece.
      *> Dos baldes mas por los nombres regionales: CON-ALIAS (el
      *> objetivo ya figura en ALIASMST -- la busqueda hoy resuelve
      *> y basta con re-impulsarla) y CAND-ALIAS (un nombre de puras
      *> letras que falla seguido, al menos UMBRAL-CAND-ALIAS veces
      *> en RUNPARMS, por omision 3 -- pinta de "Palta" o "Frutilla",
      *> algo para dar de alta con ALIAS-MAINT). Los candidatos
      *> salen ademas listados una sola vez con su conteo de fallos
      *> al pie de SUSPCLAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN USING SUSPENSE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.
           SELECT OPTIONAL SORTED-CODE-FILE
               ASSIGN USING SORTED-CODE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-CODE-FILE-STATUS.
           SELECT OPTIONAL CODE-MASTER-FILE
               ASSIGN USING CODE-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS CODE-MASTER-STATUS.
           SELECT CLASSIFY-REPORT-FILE
               ASSIGN USING CLASSIFY-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLASSIFY-REPORT-STATUS.
      *> Alimentador de los obsoletos: objetivo y fecha del suspenso,
      *> para la mesa que decide sobre el maestro de codigos.
           SELECT STALE-FEED-FILE ASSIGN USING STALE-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STALE-FEED-STATUS.
           COPY runparms.
           COPY aliass.

       DATA DIVISION.
       FILE SECTION.
           05 SF-CODE PIC X(10).
           05 SF-DATE PIC X(8).

       COPY runparmf.

       COPY aliasf.

       WORKING-STORAGE SECTION.
       01 SUSPENSE-FILE-STATUS PIC XX VALUE "00".
           88 SUSPENSE-FILE-OK  VALUE "00".
       01 NEAR-MISS-COUNT PIC 9(5) VALUE 0.
       01 STALE-COUNT PIC 9(5) VALUE 0.
       01 UNKNOWN-COUNT PIC 9(5) VALUE 0.
       01 ALIAS-HIT-COUNT PIC 9(5) VALUE 0.
       01 CANDIDATE-COUNT PIC 9(5) VALUE 0.
       01 CANDIDATE-LISTED PIC 9(5) VALUE 0.

      *> Frecuencia de fallos por objetivo (en mayusculas), contada
      *> en una pasada previa sobre SRCHSUSP: un nombre que falla una
      *> vez es un tipeo, uno que falla seguido es un habito.
       01 MISS-TABLE.
          05 MISS-COUNT PIC 9(3) VALUE 0.
          05 MISS-ENTRY OCCURS 500 TIMES.
             10 MS-TARGET    PIC X(10).
             10 MS-TIMES     PIC 9(5).
             10 MS-CANDIDATE PIC X(1).
       01 MISS-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 M PIC 9(3).
       01 MISS-TARGET PIC X(10).
       01 MISS-TARGET-LEN PIC 9(2).
       01 MISS-TIMES PIC 9(5).
       01 CANDIDATE-THRESHOLD PIC 9(5) VALUE 3.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 SUSPENSE-FILE-NAME        PIC X(40) VALUE "SRCHSUSP".
          05 SORTED-CODE-FILE-NAME     PIC X(40) VALUE "SRTCODE".
          05 CODE-MASTER-FILE-NAME     PIC X(40) VALUE "CODEMAST".
          05 CLASSIFY-REPORT-FILE-NAME PIC X(40) VALUE "SUSPCLAS".
          05 STALE-FEED-FILE-NAME      PIC X(40) VALUE "SUSPSTAL".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY fenvw.
       COPY rarcw.
       COPY runparmw.
       COPY aliasw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-REFERENCE-CODES.
       PERFORM LOAD-RUN-PARMS.
       MOVE "UMBRAL-CAND-ALIAS" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND
               AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE CANDIDATE-THRESHOLD =
               FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.
       PERFORM COUNT-MISS-FREQUENCY.

       OPEN OUTPUT CLASSIFY-REPORT-FILE.
       OPEN OUTPUT STALE-FEED-FILE.
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Resueltas por alias: " ALIAS-HIT-COUNT
           "  candidatas a alias: " CANDIDATE-COUNT
           "  (umbral " CANDIDATE-THRESHOLD " fallos)"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       PERFORM LIST-ALIAS-CANDIDATES.
       CLOSE CLASSIFY-REPORT-FILE.
       MOVE CLASSIFY-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "SUSPENSE-CLASSIFIER" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.
       CLOSE STALE-FEED-FILE.

       DISPLAY "Clasificacion del suspenso en SUSPCLAS: "
           NEAR-MISS-COUNT " casi-acierto(s), " STALE-COUNT
           " obsoleto(s), " UNKNOWN-COUNT " desconocido(s), "
           ALIAS-HIT-COUNT " con alias, " CANDIDATE-COUNT
           " candidata(s) a alias; obsoletos alimentados a "
           "SUSPSTAL.".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

           END-IF.
           CLOSE CODE-MASTER-FILE.

       COUNT-MISS-FREQUENCY.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-FILE-OK
               PERFORM UNTIL SUSPENSE-FILE-EOF
                   READ SUSPENSE-FILE
                       AT END
                           SET SUSPENSE-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-SUSPENSE-RECORD
                           PERFORM TALLY-ONE-MISS
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SUSPENSE-FILE.

       TALLY-ONE-MISS.
           MOVE FUNCTION UPPER-CASE(SUSP-TARGET) TO MISS-TARGET.
           IF MISS-TARGET = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MISS-COUNT
               IF MS-TARGET(M) = MISS-TARGET
                   ADD 1 TO MS-TIMES(M)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF MISS-COUNT < MISS-TABLE-CAPACITY
               ADD 1 TO MISS-COUNT
               MOVE MISS-TARGET TO MS-TARGET(MISS-COUNT)
               MOVE 1 TO MS-TIMES(MISS-COUNT)
               MOVE "N" TO MS-CANDIDATE(MISS-COUNT)
           END-IF.

       SCAN-SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-FILE-OK
      *> Primero el diagnostico mas accionable: un codigo existente
      *> pero desactivado pide una decision del maestro; recien
      *> despues se busca el error de tipeo.
      *> Antes que nada: si el objetivo ya es un alias conocido, la
      *> busqueda hoy resolveria y el suspenso es solo historia.
           MOVE "DESCONOCIDO " TO BUCKET.
           MOVE SUSP-TARGET TO ALIAS-WANTED.
           MOVE SPACE TO ALIAS-KIND-WANTED.
           PERFORM RESOLVE-ALIAS.
           IF ALIAS-RESOLVED
               MOVE "CON-ALIAS   " TO BUCKET
           END-IF.
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > CODE-COUNT OR BUCKET NOT = "DESCONOCIDO "
               IF FUNCTION TRIM(CD-CODE(C))
                       = FUNCTION TRIM(SUSP-TARGET)
                       AND CD-ACTIVE(C) = "N"
           IF BUCKET = "DESCONOCIDO "
               PERFORM CHECK-NEAR-MISS
           END-IF.
           IF BUCKET = "DESCONOCIDO "
               PERFORM CHECK-ALIAS-CANDIDATE
           END-IF.
           EVALUATE BUCKET
               WHEN "OBSOLETO    "
                   ADD 1 TO STALE-COUNT
                   WRITE STALE-FEED-RECORD
               WHEN "CASI-ACIERTO"
                   ADD 1 TO NEAR-MISS-COUNT
               WHEN "CON-ALIAS   "
                   ADD 1 TO ALIAS-HIT-COUNT
               WHEN "CAND-ALIAS  "
                   ADD 1 TO CANDIDATE-COUNT
               WHEN OTHER
                   ADD 1 TO UNKNOWN-COUNT
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           IF BUCKET = "CON-ALIAS   "
               STRING BUCKET "  " SUSP-TARGET "  " SUSP-DATE
                   "  alias de " ALIAS-TARGET-FOUND
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING BUCKET "  " SUSP-TARGET "  " SUSP-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

       CHECK-ALIAS-CANDIDATE.
      *> Un nombre regional se ve como palabra (solo letras, tres o
      *> mas) y no como codigo, y falla una y otra vez.
           MOVE FUNCTION UPPER-CASE(SUSP-TARGET) TO MISS-TARGET.
           COMPUTE MISS-TARGET-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(MISS-TARGET TRAILING)).
           IF MISS-TARGET-LEN < 3
                   OR MISS-TARGET(1:1) = SPACE
                   OR MISS-TARGET IS NOT ALPHABETIC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MISS-COUNT
               IF MS-TARGET(M) = MISS-TARGET
                   IF MS-TIMES(M) >= CANDIDATE-THRESHOLD
                       MOVE "CAND-ALIAS  " TO BUCKET
                       MOVE "Y" TO MS-CANDIDATE(M)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LIST-ALIAS-CANDIDATES.
      *> Un renglon por nombre candidato, no por fallo: es la lista
      *> de trabajo para dar de alta en ALIASMST.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CANDIDATOS A ALIAS (nombre regional, fallos)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO CANDIDATE-LISTED.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MISS-COUNT
               IF MS-CANDIDATE(M) = "Y"
                   ADD 1 TO CANDIDATE-LISTED
                   MOVE MS-TIMES(M) TO MISS-TIMES
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " MS-TARGET(M) "  " MISS-TIMES
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           IF CANDIDATE-LISTED = 0
               MOVE "  (ninguno)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CHECK-NEAR-MISS.
           MOVE SUSP-TARGET TO NEAR-TARGET.
           COMPUTE NEAR-TARGET-LEN =
           IF IS-NEAR-MATCH AND NQ <= NEAR-CAND-LEN
               MOVE "N" TO NEAR-MATCH-SW
           END-IF.

       COPY fenvp.
       COPY rarcp.
       COPY runparmp.
       COPY aliasp.
