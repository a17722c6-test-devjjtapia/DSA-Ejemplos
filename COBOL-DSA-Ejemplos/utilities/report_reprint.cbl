       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-REPRINT.

      *> Consulta, recuperacion y reimpresion de los reportes
      *> archivados por REPORT-ARCHIVE (ver rptcat.cpy). Lo que se
      *> entrega es la copia que quedo al imprimir, linea por linea,
      *> no una regeneracion con los datos de hoy.
      *>
      *> argv(1) = LIST [reporte|*] [AAAAMMDD] lista el catalogo RPTCAT
      *>           (todo, un reporte, o un reporte en una fecha).
      *> argv(1) = GET reporte [AAAAMMDD] [nnnnnn] copia la generacion
      *>           a <reporte>.<AAAAMMDD>, para entregarla tal cual.
      *> argv(1) = PRINT reporte [AAAAMMDD] [nnnnnn] la reimprime en
      *>           REIMPRES, entre una cabecera y un pie de reimpresion
      *>           que dicen de que corrida es la copia.
      *> Sin fecha se toma la ultima generacion del reporte; con fecha,
      *> la ultima de ese dia; con generacion, exactamente esa. Las
      *> lineas copiadas se recuentan contra las del catalogo: si no
      *> coinciden la copia no es la que se imprimio y la corrida
      *> termina con RC 8, igual que si no hay copia o ya fue purgada.
      *> Lo que este programa escribe no se vuelve a archivar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REPORT-CATALOG-FILE
               ASSIGN USING REPORT-CATALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-CATALOG-STATUS.
           SELECT OPTIONAL ARCHIVED-REPORT-FILE
               ASSIGN USING ARCHIVED-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVED-REPORT-STATUS.
      *> Destino de GET (<reporte>.<AAAAMMDD>) o de PRINT (REIMPRES),
      *> nombre resuelto en tiempo de corrida.
           SELECT REPRINT-FILE ASSIGN USING REPRINT-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD.
           COPY rptcat.

      *> Mismo registro generico que REPORT-ARCHIVE.
       FD  ARCHIVED-REPORT-FILE.
       01  ARCHIVED-REPORT-RECORD PIC X(256).

       FD  REPRINT-FILE.
       01  REPRINT-RECORD PIC X(256).

       WORKING-STORAGE SECTION.
       01 REPORT-CATALOG-STATUS PIC XX VALUE "00".
           88 REPORT-CATALOG-OK  VALUE "00".
           88 REPORT-CATALOG-EOF VALUE "10".
       01 ARCHIVED-REPORT-STATUS PIC XX VALUE "00".
           88 ARCHIVED-REPORT-OK  VALUE "00".
           88 ARCHIVED-REPORT-EOF VALUE "10".
       01 REPRINT-FILE-STATUS PIC XX VALUE "00".
           88 REPRINT-FILE-OK VALUE "00".

       01 MODE-PARM   PIC X(10).
       01 REPORT-PARM PIC X(10).
       01 DATE-PARM   PIC X(10).
       01 GEN-PARM    PIC X(10).
       01 RUN-MODE PIC X VALUE SPACE.
           88 LIST-MODE  VALUE "L".
           88 GET-MODE   VALUE "G".
           88 PRINT-MODE VALUE "P".
       01 REPORT-WANTED PIC X(10).
       01 DATE-WANTED   PIC X(8).
       01 GEN-WANTED    PIC 9(6) VALUE 0.

      *> Asiento elegido del catalogo.
       01 SELECTED-ENTRY.
           COPY rptcat.
       01 SELECTED-SW PIC X VALUE "N".
           88 ENTRY-SELECTED VALUE "Y".
       01 LISTED-COUNT PIC 9(5) VALUE 0.

       01 ARCHIVED-FILE-NAME PIC X(9).
      *> Nombres reales con el prefijo del entorno (ver fenvparm.cpy).
       01 ARCHIVED-ENV-NAME PIC X(40).
       01 REPRINT-FILE-NAME PIC X(19).
       01 REPRINT-ENV-NAME  PIC X(40).
       01 COPIED-LINES PIC 9(7) VALUE 0.

       01 LIST-LINE.
          05 LL-GENERATION PIC 9(6).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 LL-REPORT     PIC X(10).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 LL-PROGRAM    PIC X(26).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 LL-DATE       PIC X(8).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 LL-TIME       PIC 9(8).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 LL-PAGES      PIC ZZZZ9.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 LL-LINES      PIC ZZZZZZ9.
          05 FILLER        PIC X(2) VALUE SPACES.
          05 LL-CLASS      PIC X(1).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 LL-STATE      PIC X(18).

      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 REPORT-CATALOG-FILE-NAME PIC X(40) VALUE "RPTCAT".
          05 REPRINT-BASE-NAME        PIC X(40) VALUE "REIMPRES".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-PARAMETERS.
       IF RUN-MODE = SPACE
           DISPLAY "ERROR: uso argv(1)=LIST [reporte|*] [AAAAMMDD] "
               "o GET|PRINT reporte [AAAAMMDD] [generacion]."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       IF LIST-MODE
           PERFORM LIST-CATALOG
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM SELECT-CATALOG-ENTRY.
       IF NOT ENTRY-SELECTED
           DISPLAY "ERROR: no hay copia archivada de "
               FUNCTION TRIM(REPORT-WANTED) " para la fecha/"
               "generacion pedida."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       IF RC-STATUS OF SELECTED-ENTRY = "P"
           DISPLAY "ERROR: la generacion "
               RC-GENERATION OF SELECTED-ENTRY " de "
               FUNCTION TRIM(RC-REPORT OF SELECTED-ENTRY) " del "
               RC-DATE OF SELECTED-ENTRY
               " fue purgada por retencion el "
               RC-PURGE-DATE OF SELECTED-ENTRY "."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

      *> Primero se recuenta la copia: si no es la que se imprimio
      *> no se entrega nada.
       PERFORM COUNT-ARCHIVED-LINES.
       IF RETURN-CODE NOT = 0
           GOBACK
       END-IF.
       IF COPIED-LINES NOT = RC-LINES OF SELECTED-ENTRY
           DISPLAY "ERROR: la copia " FUNCTION TRIM(ARCHIVED-ENV-NAME)
               " tiene " COPIED-LINES " linea(s) y el catalogo "
               RC-LINES OF SELECTED-ENTRY
               "; no es la que se imprimio."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM COPY-ARCHIVED-REPORT.
       IF RETURN-CODE NOT = 0
           GOBACK
       END-IF.
       DISPLAY FUNCTION TRIM(RC-REPORT OF SELECTED-ENTRY) " del "
           RC-DATE OF SELECTED-ENTRY " " RC-TIME OF SELECTED-ENTRY
           " (generacion " RC-GENERATION OF SELECTED-ENTRY ", "
           RC-PAGES OF SELECTED-ENTRY
           " pagina(s), " COPIED-LINES " linea(s)) entregado en "
           FUNCTION TRIM(REPRINT-ENV-NAME) ".".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT MODE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO MODE-PARM
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT REPORT-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO REPORT-PARM
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT DATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO DATE-PARM
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT GEN-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO GEN-PARM
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(REPORT-PARM) TO REPORT-WANTED.
           IF REPORT-WANTED = "*"
               MOVE SPACES TO REPORT-WANTED
           END-IF.
           MOVE SPACES TO DATE-WANTED.
           IF FUNCTION TRIM(DATE-PARM) IS NUMERIC
               MOVE DATE-PARM(1:8) TO DATE-WANTED
           END-IF.
           IF GEN-PARM NOT = SPACES
                   AND FUNCTION TRIM(GEN-PARM) IS NUMERIC
               COMPUTE GEN-WANTED = FUNCTION NUMVAL(GEN-PARM)
           END-IF.
           EVALUATE FUNCTION UPPER-CASE(MODE-PARM)
               WHEN "LIST"
                   SET LIST-MODE TO TRUE
               WHEN "GET"
                   SET GET-MODE TO TRUE
               WHEN "PRINT"
                   SET PRINT-MODE TO TRUE
               WHEN OTHER
                   MOVE SPACE TO RUN-MODE
           END-EVALUATE.
           IF (GET-MODE OR PRINT-MODE) AND REPORT-WANTED = SPACES
               MOVE SPACE TO RUN-MODE
           END-IF.

       LIST-CATALOG.
           DISPLAY "GENER.  REPORTE    PROGRAMA                   "
               "FECHA    HORA     PAGS.  LINEAS  C  ESTADO".
           OPEN INPUT REPORT-CATALOG-FILE.
           PERFORM UNTIL NOT REPORT-CATALOG-OK
               READ REPORT-CATALOG-FILE
                   AT END
                       SET REPORT-CATALOG-EOF TO TRUE
                   NOT AT END
                       IF (REPORT-WANTED = SPACES
                               OR RC-REPORT OF REPORT-CATALOG-RECORD
                                   = REPORT-WANTED)
                           AND (DATE-WANTED = SPACES
                               OR RC-DATE OF REPORT-CATALOG-RECORD
                                   = DATE-WANTED)
                           PERFORM DISPLAY-CATALOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPORT-CATALOG-FILE.
           DISPLAY LISTED-COUNT " copia(s) en el catalogo.".

       DISPLAY-CATALOG-ENTRY.
           ADD 1 TO LISTED-COUNT.
           MOVE RC-GENERATION OF REPORT-CATALOG-RECORD
               TO LL-GENERATION.
           MOVE RC-REPORT OF REPORT-CATALOG-RECORD TO LL-REPORT.
           MOVE RC-PROGRAM OF REPORT-CATALOG-RECORD TO LL-PROGRAM.
           MOVE RC-DATE OF REPORT-CATALOG-RECORD TO LL-DATE.
           MOVE RC-TIME OF REPORT-CATALOG-RECORD TO LL-TIME.
           MOVE RC-PAGES OF REPORT-CATALOG-RECORD TO LL-PAGES.
           MOVE RC-LINES OF REPORT-CATALOG-RECORD TO LL-LINES.
           MOVE RC-CLASS OF REPORT-CATALOG-RECORD TO LL-CLASS.
           IF RC-STATUS OF REPORT-CATALOG-RECORD = "P"
               MOVE SPACES TO LL-STATE
               STRING "PURGADA "
                   RC-PURGE-DATE OF REPORT-CATALOG-RECORD
                   DELIMITED BY SIZE INTO LL-STATE
               END-STRING
           ELSE
               MOVE "ARCHIVADA" TO LL-STATE
           END-IF.
           DISPLAY LIST-LINE.

       SELECT-CATALOG-ENTRY.
      *> El catalogo se graba en orden de corrida: el ultimo asiento
      *> que cumple es el mas reciente.
           MOVE "N" TO SELECTED-SW.
           OPEN INPUT REPORT-CATALOG-FILE.
           PERFORM UNTIL NOT REPORT-CATALOG-OK
               READ REPORT-CATALOG-FILE
                   AT END
                       SET REPORT-CATALOG-EOF TO TRUE
                   NOT AT END
                       IF RC-REPORT OF REPORT-CATALOG-RECORD
                               = REPORT-WANTED
                           AND (DATE-WANTED = SPACES
                               OR RC-DATE OF REPORT-CATALOG-RECORD
                                   = DATE-WANTED)
                           AND (GEN-WANTED = 0
                               OR RC-GENERATION
                                   OF REPORT-CATALOG-RECORD
                                   = GEN-WANTED)
                           MOVE REPORT-CATALOG-RECORD TO SELECTED-ENTRY
                           SET ENTRY-SELECTED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPORT-CATALOG-FILE.

       COUNT-ARCHIVED-LINES.
           MOVE SPACES TO ARCHIVED-FILE-NAME.
           STRING "RPT" RC-GENERATION OF SELECTED-ENTRY
               DELIMITED BY SIZE INTO ARCHIVED-FILE-NAME
           END-STRING.
           MOVE ARCHIVED-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO ARCHIVED-ENV-NAME.
           PERFORM OPEN-ARCHIVED-REPORT.
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO COPIED-LINES.
           PERFORM UNTIL ARCHIVED-REPORT-EOF
               READ ARCHIVED-REPORT-FILE
                   AT END
                       SET ARCHIVED-REPORT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO COPIED-LINES
               END-READ
           END-PERFORM.
           CLOSE ARCHIVED-REPORT-FILE.

       OPEN-ARCHIVED-REPORT.
           SET ARCHIVED-REPORT-OK TO TRUE.
           OPEN INPUT ARCHIVED-REPORT-FILE.
           IF NOT ARCHIVED-REPORT-OK
               CLOSE ARCHIVED-REPORT-FILE
               DISPLAY "ERROR: no se pudo abrir la copia "
                   FUNCTION TRIM(ARCHIVED-ENV-NAME) " (estado "
                   ARCHIVED-REPORT-STATUS ")."
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY-ARCHIVED-REPORT.
           PERFORM OPEN-ARCHIVED-REPORT.
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           IF GET-MODE
               MOVE SPACES TO REPRINT-FILE-NAME
               STRING FUNCTION TRIM(RC-REPORT OF SELECTED-ENTRY) "."
                   RC-DATE OF SELECTED-ENTRY
                   DELIMITED BY SIZE INTO REPRINT-FILE-NAME
               END-STRING
               MOVE REPRINT-FILE-NAME TO FE-NAME
               CALL "FILE-ENV" USING FILE-ENV-PARM
               MOVE FE-NAME TO REPRINT-ENV-NAME
           ELSE
               MOVE REPRINT-BASE-NAME TO REPRINT-ENV-NAME
           END-IF.
           OPEN OUTPUT REPRINT-FILE.
           IF NOT REPRINT-FILE-OK
               CLOSE ARCHIVED-REPORT-FILE
               DISPLAY "ERROR: no se pudo crear "
                   FUNCTION TRIM(REPRINT-ENV-NAME) " (estado "
                   REPRINT-FILE-STATUS ")."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF PRINT-MODE
               MOVE SPACES TO REPRINT-RECORD
               STRING "*** REIMPRESION DE "
                   FUNCTION TRIM(RC-REPORT OF SELECTED-ENTRY)
                   " - GENERACION " RC-GENERATION OF SELECTED-ENTRY
                   " IMPRESA EL " RC-DATE OF SELECTED-ENTRY
                   " A LAS " RC-TIME OF SELECTED-ENTRY " POR "
                   FUNCTION TRIM(RC-PROGRAM OF SELECTED-ENTRY) " ***"
                   DELIMITED BY SIZE INTO REPRINT-RECORD
               END-STRING
               WRITE REPRINT-RECORD
               MOVE SPACES TO REPRINT-RECORD
               WRITE REPRINT-RECORD
           END-IF.

           MOVE 0 TO COPIED-LINES.
           PERFORM UNTIL ARCHIVED-REPORT-EOF
               READ ARCHIVED-REPORT-FILE
                   AT END
                       SET ARCHIVED-REPORT-EOF TO TRUE
                   NOT AT END
                       MOVE ARCHIVED-REPORT-RECORD TO REPRINT-RECORD
                       WRITE REPRINT-RECORD
                       ADD 1 TO COPIED-LINES
               END-READ
           END-PERFORM.
           CLOSE ARCHIVED-REPORT-FILE.

           IF PRINT-MODE
               MOVE SPACES TO REPRINT-RECORD
               WRITE REPRINT-RECORD
               MOVE SPACES TO REPRINT-RECORD
               STRING "*** FIN DE REIMPRESION: " COPIED-LINES
                   " LINEA(S) DEL ORIGINAL, " RC-PAGES OF SELECTED-ENTRY
                   " PAGINA(S) - COPIA SIN MODIFICAR ***"
                   DELIMITED BY SIZE INTO REPRINT-RECORD
               END-STRING
               WRITE REPRINT-RECORD
           END-IF.
           CLOSE REPRINT-FILE.

       COPY fenvp.
