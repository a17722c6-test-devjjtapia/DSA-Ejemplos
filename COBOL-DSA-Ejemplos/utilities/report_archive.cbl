       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ARCHIVE.

      *> Servicio invocable por CALL que archiva un reporte impreso
      *> (ver rarcparm.cpy): avanza el numerador RPTGEN, copia el
      *> reporte tal como quedo a RPTnnnnnn contando sus lineas y
      *> asienta la copia en el catalogo RPTCAT (ver rptcat.cpy) con
      *> el programa, la fecha y hora, las paginas, las lineas y la
      *> clase de retencion del reporte. Todos los programas que
      *> imprimen lo llaman despues de cerrar su reporte; lo que el
      *> auditor recibe despues es esta copia, no una regeneracion.
      *>
      *> El nombre del reporte en el catalogo es el nombre base, sin
      *> el prefijo del entorno: los juegos de archivos ya separan los
      *> entornos (RPTCAT y las copias llevan el prefijo como todo lo
      *> demas).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRINTED-REPORT-FILE
               ASSIGN USING PRINTED-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINTED-REPORT-STATUS.
           SELECT ARCHIVED-REPORT-FILE ASSIGN USING ARCHIVED-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVED-REPORT-STATUS.
           SELECT OPTIONAL GENERATION-FILE
               ASSIGN USING GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.
           SELECT OPTIONAL REPORT-CATALOG-FILE
               ASSIGN USING REPORT-CATALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Registro generico: mas ancho que el mas ancho de los
      *> reportes (los de 132 columnas incluidos).
       FD  PRINTED-REPORT-FILE.
       01  PRINTED-REPORT-RECORD PIC X(256).

       FD  ARCHIVED-REPORT-FILE.
       01  ARCHIVED-REPORT-RECORD PIC X(256).

       FD  GENERATION-FILE.
       01  GENERATION-RECORD PIC 9(6).

       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD.
           COPY rptcat.

       WORKING-STORAGE SECTION.
       01 PRINTED-REPORT-STATUS PIC XX VALUE "00".
           88 PRINTED-REPORT-OK  VALUE "00".
           88 PRINTED-REPORT-EOF VALUE "10".
       01 ARCHIVED-REPORT-STATUS PIC XX VALUE "00".
           88 ARCHIVED-REPORT-OK VALUE "00".
       01 GENERATION-FILE-STATUS PIC XX VALUE "00".
           88 GENERATION-FILE-OK VALUE "00".
       01 REPORT-CATALOG-STATUS PIC XX VALUE "00".
           88 REPORT-CATALOG-OK VALUE "00".

       01 PRINTED-REPORT-NAME PIC X(40).
       01 REPORT-BASE-NAME PIC X(10).
       01 RUN-PREFIX-LEN PIC 9(2).
       01 GENERATION-NUM PIC 9(6) VALUE 0.
       01 ARCHIVED-FILE-NAME PIC X(9).
      *> Nombre real con el prefijo del entorno (ver fenvparm.cpy).
       01 ARCHIVED-ENV-NAME PIC X(40).
       01 COPIED-LINES PIC 9(7).
       01 SHEET-LINES PIC 9(3) VALUE 60.
       01 ARCHIVE-TIME-STAMP PIC 9(8).

      *> Clase de retencion por reporte (ver rptcat.cpy): lo que va a
      *> la auditoria o a contabilidad es "F"; las consultas a pedido
      *> son "C"; cualquier otro reporte es operativo ("O"). Un
      *> reporte nuevo de clase F o C se agrega aqui y en
      *> REPORT-CLASS-SIZE.
       01 REPORT-CLASS-AREA.
          05 FILLER PIC X(11) VALUE "VALRPT    F".
          05 FILLER PIC X(11) VALUE "CTLRPT    F".
          05 FILLER PIC X(11) VALUE "STMTRPT   F".
          05 FILLER PIC X(11) VALUE "GLCTLRPT  F".
          05 FILLER PIC X(11) VALUE "GLRECRPT  F".
          05 FILLER PIC X(11) VALUE "YEARRPT   F".
          05 FILLER PIC X(11) VALUE "MOMRPT    F".
          05 FILLER PIC X(11) VALUE "REVALRPT  F".
          05 FILLER PIC X(11) VALUE "MARGINRPT F".
          05 FILLER PIC X(11) VALUE "SHRINKRPT F".
          05 FILLER PIC X(11) VALUE "CNTRPT    F".
          05 FILLER PIC X(11) VALUE "INVHOLD   F".
          05 FILLER PIC X(11) VALUE "RECVRPT   F".
          05 FILLER PIC X(11) VALUE "PPVRPT    F".
          05 FILLER PIC X(11) VALUE "CRMEMORPT F".
          05 FILLER PIC X(11) VALUE "CRAGERPT  F".
          05 FILLER PIC X(11) VALUE "SODRPT    F".
          05 FILLER PIC X(11) VALUE "OTBRPT    F".
          05 FILLER PIC X(11) VALUE "CUSTINQ   C".
          05 FILLER PIC X(11) VALUE "ITEMINQ   C".
          05 FILLER PIC X(11) VALUE "HISTQRY   C".
          05 FILLER PIC X(11) VALUE "TRACERPT  C".
          05 FILLER PIC X(11) VALUE "LINRPT    C".
          05 FILLER PIC X(11) VALUE "CALLIST   C".
          05 FILLER PIC X(11) VALUE "CATLIST   C".
          05 FILLER PIC X(11) VALUE "RPRMLIST  C".
          05 FILLER PIC X(11) VALUE "RSNLIST   C".
       01 FILLER REDEFINES REPORT-CLASS-AREA.
          05 REPORT-CLASS-ENTRY OCCURS 27 TIMES.
             10 RCL-REPORT PIC X(10).
             10 RCL-CLASS  PIC X(1).
       01 REPORT-CLASS-SIZE PIC 9(2) VALUE 27.
       01 RCL PIC 9(2).

      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 GENERATION-FILE-NAME     PIC X(40) VALUE "RPTGEN".
          05 REPORT-CATALOG-FILE-NAME PIC X(40) VALUE "RPTCAT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.

       LINKAGE SECTION.
       01 REPORT-ARCHIVE-PARM.
           COPY rarcparm.

       PROCEDURE DIVISION USING REPORT-ARCHIVE-PARM.

       PERFORM RESOLVE-FILE-NAMES.
       MOVE 0 TO RA-GENERATION.
       MOVE "V" TO RA-RESULT.
       MOVE RA-FILE-NAME TO PRINTED-REPORT-NAME.

      *> Nombre base del reporte: el recibido, sin el prefijo del
      *> entorno.
       MOVE SPACES TO FE-NAME.
       CALL "FILE-ENV" USING FILE-ENV-PARM.
       MOVE 0 TO RUN-PREFIX-LEN.
       INSPECT FE-PREFIX TALLYING RUN-PREFIX-LEN
           FOR CHARACTERS BEFORE INITIAL SPACE.
       IF RUN-PREFIX-LEN > 0
               AND PRINTED-REPORT-NAME(1:RUN-PREFIX-LEN)
                   = FE-PREFIX(1:RUN-PREFIX-LEN)
           MOVE PRINTED-REPORT-NAME(RUN-PREFIX-LEN + 1:)
               TO REPORT-BASE-NAME
       ELSE
           MOVE PRINTED-REPORT-NAME TO REPORT-BASE-NAME
       END-IF.

       SET PRINTED-REPORT-OK TO TRUE.
       OPEN INPUT PRINTED-REPORT-FILE.
       IF NOT PRINTED-REPORT-OK
           CLOSE PRINTED-REPORT-FILE
           GOBACK
       END-IF.

       PERFORM ADVANCE-GENERATION.
       MOVE SPACES TO ARCHIVED-FILE-NAME.
       STRING "RPT" GENERATION-NUM
           DELIMITED BY SIZE INTO ARCHIVED-FILE-NAME
       END-STRING.
       MOVE ARCHIVED-FILE-NAME TO FE-NAME.
       CALL "FILE-ENV" USING FILE-ENV-PARM.
       MOVE FE-NAME TO ARCHIVED-ENV-NAME.

       OPEN OUTPUT ARCHIVED-REPORT-FILE.
       IF NOT ARCHIVED-REPORT-OK
           CLOSE PRINTED-REPORT-FILE
           DISPLAY "AVISO: no se pudo crear "
               FUNCTION TRIM(ARCHIVED-ENV-NAME) " (estado "
               ARCHIVED-REPORT-STATUS "); "
               FUNCTION TRIM(REPORT-BASE-NAME) " queda sin archivar."
           MOVE "E" TO RA-RESULT
           GOBACK
       END-IF.
       MOVE 0 TO COPIED-LINES.
       PERFORM UNTIL PRINTED-REPORT-EOF
           READ PRINTED-REPORT-FILE
               AT END
                   SET PRINTED-REPORT-EOF TO TRUE
               NOT AT END
                   MOVE PRINTED-REPORT-RECORD TO ARCHIVED-REPORT-RECORD
                   WRITE ARCHIVED-REPORT-RECORD
                   ADD 1 TO COPIED-LINES
           END-READ
       END-PERFORM.
       CLOSE PRINTED-REPORT-FILE.
       CLOSE ARCHIVED-REPORT-FILE.

       IF RA-PAGES = 0
           COMPUTE RA-PAGES = (COPIED-LINES + SHEET-LINES - 1)
               / SHEET-LINES
       END-IF.
       PERFORM WRITE-CATALOG-ENTRY.
       MOVE GENERATION-NUM TO RA-GENERATION.
       MOVE "A" TO RA-RESULT.
       DISPLAY "Reporte " FUNCTION TRIM(REPORT-BASE-NAME)
           " archivado en " FUNCTION TRIM(ARCHIVED-ENV-NAME) " ("
           RA-PAGES " pagina(s), " COPIED-LINES " linea(s)).".
       GOBACK.

       ADVANCE-GENERATION.
      *> Mismo esquema que RETGEN/BKPGEN, pero sin ciclar: una copia
      *> de reporte solo desaparece por la regla de retencion de su
      *> clase, nunca por pisarla la generacion siguiente.
           MOVE 0 TO GENERATION-NUM.
           OPEN INPUT GENERATION-FILE.
           IF GENERATION-FILE-OK
               READ GENERATION-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF GENERATION-RECORD IS NUMERIC
                           MOVE GENERATION-RECORD TO GENERATION-NUM
                       END-IF
               END-READ
           END-IF.
           CLOSE GENERATION-FILE.
           IF GENERATION-NUM >= 999999
               MOVE 0 TO GENERATION-NUM
           END-IF.
           ADD 1 TO GENERATION-NUM.
           OPEN OUTPUT GENERATION-FILE.
           MOVE GENERATION-NUM TO GENERATION-RECORD.
           WRITE GENERATION-RECORD.
           CLOSE GENERATION-FILE.

       WRITE-CATALOG-ENTRY.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF NOT REPORT-CATALOG-OK
               CLOSE REPORT-CATALOG-FILE
               OPEN OUTPUT REPORT-CATALOG-FILE
           END-IF.
           MOVE GENERATION-NUM TO RC-GENERATION.
           MOVE REPORT-BASE-NAME TO RC-REPORT.
           MOVE RA-PROGRAM TO RC-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RC-DATE.
           ACCEPT ARCHIVE-TIME-STAMP FROM TIME.
           MOVE ARCHIVE-TIME-STAMP TO RC-TIME.
           MOVE RA-PAGES TO RC-PAGES.
           MOVE COPIED-LINES TO RC-LINES.
           MOVE "O" TO RC-CLASS.
           PERFORM VARYING RCL FROM 1 BY 1 UNTIL RCL > REPORT-CLASS-SIZE
               IF RCL-REPORT(RCL) = REPORT-BASE-NAME
                   MOVE RCL-CLASS(RCL) TO RC-CLASS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE "A" TO RC-STATUS.
           MOVE SPACES TO RC-PURGE-DATE.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       COPY fenvp.
