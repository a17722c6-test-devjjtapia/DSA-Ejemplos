       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-MERGE.

      *> Fusion de archivos que ya vienen ordenados: los extractos de
      *> movimientos de cada proveedor, CNTADJ y MOVTRAD llegan cada
      *> uno en orden y van todos a STOCK-MOVEMENT. MERGE-SORT-DEMO
      *> ordena una sola entrada desordenada; aqui se hace la fusion de
      *> k vias de hasta 8 entradas, leyendo todas a la par y sacando
      *> siempre la menor clave (a claves iguales, la entrada anterior
      *> en la lista).
      *>
      *> MRGLIST dice que se fusiona, una instruccion por linea
      *> (columnas 1-8 la instruccion, 10-19 el nombre logico; linea
      *> en blanco o "*" en la columna 1 = comentario):
      *>   ENTRADA  nombre    una por archivo, en orden de prioridad
      *>   SALIDA   nombre    el archivo fusionado (sin esta linea,
      *>                      MRGOUT)
      *> La clave, el filtro y el campo de cantidad salen de las
      *> tarjetas MRGCTL, con el mismo formato que PRODCTL de
      *> PROD-SORT (ver sortcf.cpy); para movimientos de STKMOVS, por
      *> ejemplo CLAVE 002 010 C A y SUMA 012 005 U.
      *>
      *> Cada entrada se verifica mientras se lee: un registro con
      *> clave menor que el anterior de la misma entrada va a RJCTFILE
      *> (FUERA-SECUENCIA) con el nombre de la entrada, igual que una
      *> clave numerica que no es numero; la fusion sigue con el
      *> siguiente. Con argv(1) = SINDUP se descartan los duplicados
      *> exactos entre entradas distintas (el mismo movimiento que
      *> llega en dos extractos); dos renglones iguales de una misma
      *> entrada son dos movimientos y quedan.
      *>
      *> La salida lleva su HDR/TRL y el reporte de control MRGRPT
      *> prueba el cuadre: por entrada lo que declara su TRL (o lo
      *> leido, si no trae), lo leido, rechazado, descartado y
      *> escrito, y que lo declarado por todas las entradas es igual a
      *> la salida mas rechazos, omitidos y duplicados, en conteo y en
      *> suma. Un TRL que no cierra con su entrada o un cuadre que no
      *> da deja RC 16 y alerta CONTROL-TOTALES; con rechazos, RC 4.
      *> Una entrada que falta o una lista o tarjeta mal formada
      *> frena la corrida antes de escribir nada (RC 8).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Una SELECT por posicion de la lista; el nombre real se arma
      *> en tiempo de corrida desde MRGLIST.
           SELECT MERGE-IN-1 ASSIGN USING MERGE-IN-NAME-1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-IN-STATUS-1.
           SELECT MERGE-IN-2 ASSIGN USING MERGE-IN-NAME-2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-IN-STATUS-2.
           SELECT MERGE-IN-3 ASSIGN USING MERGE-IN-NAME-3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-IN-STATUS-3.
           SELECT MERGE-IN-4 ASSIGN USING MERGE-IN-NAME-4
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-IN-STATUS-4.
           SELECT MERGE-IN-5 ASSIGN USING MERGE-IN-NAME-5
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-IN-STATUS-5.
           SELECT MERGE-IN-6 ASSIGN USING MERGE-IN-NAME-6
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-IN-STATUS-6.
           SELECT MERGE-IN-7 ASSIGN USING MERGE-IN-NAME-7
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-IN-STATUS-7.
           SELECT MERGE-IN-8 ASSIGN USING MERGE-IN-NAME-8
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-IN-STATUS-8.
           SELECT OPTIONAL MERGE-LIST-FILE
               ASSIGN USING MERGE-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-LIST-STATUS.
           SELECT MERGE-OUTPUT-FILE ASSIGN USING MERGE-OUTPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-OUTPUT-STATUS.
      *> Reporte de control, se reescribe completo en cada corrida.
           SELECT MERGE-REPORT-FILE ASSIGN USING MERGE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-REPORT-STATUS.
      *> Archivo compartido de rechazos (ver rjctrec.cpy).
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           COPY sortcs.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-IN-1.
       01  MERGE-IN-RECORD-1 PIC X(200).
       FD  MERGE-IN-2.
       01  MERGE-IN-RECORD-2 PIC X(200).
       FD  MERGE-IN-3.
       01  MERGE-IN-RECORD-3 PIC X(200).
       FD  MERGE-IN-4.
       01  MERGE-IN-RECORD-4 PIC X(200).
       FD  MERGE-IN-5.
       01  MERGE-IN-RECORD-5 PIC X(200).
       FD  MERGE-IN-6.
       01  MERGE-IN-RECORD-6 PIC X(200).
       FD  MERGE-IN-7.
       01  MERGE-IN-RECORD-7 PIC X(200).
       FD  MERGE-IN-8.
       01  MERGE-IN-RECORD-8 PIC X(200).

       FD  MERGE-LIST-FILE.
       01  MERGE-LIST-RECORD.
           05 ML-VERB PIC X(8).
           05 FILLER  PIC X(1).
           05 ML-NAME PIC X(10).
           05 FILLER  PIC X(61).

       FD  MERGE-OUTPUT-FILE.
       01  OUT-RECORD-IMAGE PIC X(200).
       01  OUT-CONTROL.
           05 OUT-CTL-TAG   PIC X(3).
           05 OUT-CTL-COUNT PIC 9(6).
           05 OUT-CTL-SUM   PIC S9(12) SIGN LEADING SEPARATE.
       01  OUT-HEADER.
           05 OUT-HDR-TAG     PIC X(3).
           05 OUT-HDR-DATE    PIC X(8).
           05 OUT-HDR-PROGRAM PIC X(24).

       FD  MERGE-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY rjctrec.

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY sortcf.

       WORKING-STORAGE SECTION.
      *> Nombres reales y estados de las entradas, por posicion.
       01 MERGE-IN-NAMES.
          05 MERGE-IN-NAME-1 PIC X(40).
          05 MERGE-IN-NAME-2 PIC X(40).
          05 MERGE-IN-NAME-3 PIC X(40).
          05 MERGE-IN-NAME-4 PIC X(40).
          05 MERGE-IN-NAME-5 PIC X(40).
          05 MERGE-IN-NAME-6 PIC X(40).
          05 MERGE-IN-NAME-7 PIC X(40).
          05 MERGE-IN-NAME-8 PIC X(40).
       01 FILLER REDEFINES MERGE-IN-NAMES.
          05 MERGE-IN-NAME-ENTRY PIC X(40) OCCURS 8 TIMES.
       01 MERGE-IN-STATUSES.
          05 MERGE-IN-STATUS-1 PIC XX.
          05 MERGE-IN-STATUS-2 PIC XX.
          05 MERGE-IN-STATUS-3 PIC XX.
          05 MERGE-IN-STATUS-4 PIC XX.
          05 MERGE-IN-STATUS-5 PIC XX.
          05 MERGE-IN-STATUS-6 PIC XX.
          05 MERGE-IN-STATUS-7 PIC XX.
          05 MERGE-IN-STATUS-8 PIC XX.
       01 FILLER REDEFINES MERGE-IN-STATUSES.
          05 MERGE-IN-STATUS-ENTRY PIC XX OCCURS 8 TIMES.
       01 MERGE-LIST-STATUS PIC XX VALUE "00".
           88 MERGE-LIST-OK  VALUE "00".
           88 MERGE-LIST-EOF VALUE "10".
       01 MERGE-OUTPUT-STATUS PIC XX VALUE "00".
           88 MERGE-OUTPUT-OK VALUE "00".
       01 MERGE-REPORT-STATUS PIC XX VALUE "00".
           88 MERGE-REPORT-OK VALUE "00".
       01 REJECT-FILE-STATUS PIC XX VALUE "00".
           88 REJECT-FILE-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).
       01 REJECT-REASON-CODE PIC X(16).

       01 MERGE-PARM PIC X(10).
       01 DROP-DUPLICATES-SW PIC X VALUE "N".
           88 DROP-DUPLICATES VALUE "Y".
       01 SETUP-ERROR-SW PIC X VALUE "N".
           88 SETUP-ERROR VALUE "Y".
       01 SETUP-ERROR-REASON PIC X(16).
       01 CONTROL-MISMATCH-SW PIC X VALUE "N".
           88 CONTROL-MISMATCH VALUE "Y".
       01 OUTPUT-NAMED-SW PIC X VALUE "N".
           88 OUTPUT-NAMED VALUE "Y".
       01 OUTPUT-BASE-NAME PIC X(10) VALUE "MRGOUT".

      *> Registro recien leido y sus vistas de control HDR/TRL, igual
      *> que PRODIN y STKMOVS.
       01 MERGE-INPUT-IMAGE PIC X(200).
       01 MERGE-INPUT-HEADER REDEFINES MERGE-INPUT-IMAGE.
          05 MGH-TAG     PIC X(3).
          05 MGH-DATE    PIC X(8).
          05 FILLER      PIC X(189).
       01 MERGE-INPUT-TRAILER REDEFINES MERGE-INPUT-IMAGE.
          05 MGT-TAG     PIC X(3).
          05 MGT-COUNT   PIC 9(6).
          05 MGT-SUM     PIC S9(12) SIGN LEADING SEPARATE.
          05 FILLER      PIC X(178).

      *> Una fila por entrada: el candidato en espera (registro, clave
      *> y cantidad), la clave anterior para verificar el orden y los
      *> totales de control.
       01 MERGE-INPUT-TABLE.
          05 MERGE-INPUT-COUNT PIC 9(1) VALUE 0.
          05 MERGE-INPUT OCCURS 8 TIMES.
             10 MI-BASE-NAME    PIC X(10).
             10 MI-STATE        PIC X(1).
                 88 MI-ACTIVE   VALUE "A".
                 88 MI-AT-END   VALUE "F".
             10 MI-RECORD       PIC X(200).
             10 MI-KEY          PIC X(180).
             10 MI-SUM-VALUE    PIC S9(7)V99.
             10 MI-PREV-KEY     PIC X(180).
             10 MI-PREV-SW      PIC X(1).
                 88 MI-HAS-PREV VALUE "Y".
             10 MI-HDR-DATE     PIC X(8).
             10 MI-TRL-SW       PIC X(1).
                 88 MI-HAS-TRL  VALUE "Y".
             10 MI-TRL-COUNT    PIC 9(6).
             10 MI-TRL-SUM      PIC S9(12).
             10 MI-READ-COUNT   PIC 9(6).
             10 MI-READ-SUM     PIC S9(12).
             10 MI-REJECT-COUNT PIC 9(6).
             10 MI-REJECT-SUM   PIC S9(12).
             10 MI-SEQ-COUNT    PIC 9(6).
             10 MI-OMIT-COUNT   PIC 9(6).
             10 MI-OMIT-SUM     PIC S9(12).
             10 MI-DUP-COUNT    PIC 9(6).
             10 MI-DUP-SUM      PIC S9(12).
             10 MI-OUT-COUNT    PIC 9(6).
             10 MI-OUT-SUM      PIC S9(12).
       01 MERGE-INPUT-CAPACITY PIC 9(1) VALUE 8.
       01 MI PIC 9(1).
       01 MJ PIC 9(1).
       01 LOW-MI PIC 9(1).
       01 CANDIDATE-FOUND-SW PIC X VALUE "N".
           88 CANDIDATE-FOUND VALUE "Y".

      *> Renglones ya escritos con la clave en curso, para reconocer
      *> un duplicado exacto que llega por otra entrada.
       01 DUP-GROUP-KEY PIC X(180).
       01 DUP-TABLE.
          05 DUP-COUNT PIC 9(2) VALUE 0.
          05 DUP-ENTRY OCCURS 50 TIMES.
             10 DUP-IMAGE  PIC X(200).
             10 DUP-SOURCE PIC 9(1).
       01 DUP-CAPACITY PIC 9(2) VALUE 50.
       01 DX PIC 9(2).
       01 DUPLICATE-FOUND-SW PIC X VALUE "N".
           88 DUPLICATE-FOUND VALUE "Y".
       01 DUP-OVERFLOW-COUNT PIC 9(6) VALUE 0.

      *> Totales de la salida y del cuadre.
       01 OUT-COUNT-ACCUM PIC 9(6) VALUE 0.
       01 OUT-SUM-ACCUM   PIC S9(12) SIGN LEADING SEPARATE VALUE 0.
       01 TOTAL-DECLARED-COUNT PIC 9(7).
       01 TOTAL-DECLARED-SUM   PIC S9(12).
       01 TOTAL-READ-COUNT     PIC 9(7).
       01 TOTAL-READ-SUM       PIC S9(12).
       01 TOTAL-REJECT-COUNT   PIC 9(7).
       01 TOTAL-REJECT-SUM     PIC S9(12).
       01 TOTAL-OMIT-COUNT     PIC 9(7).
       01 TOTAL-OMIT-SUM       PIC S9(12).
       01 TOTAL-DUP-COUNT      PIC 9(7).
       01 TOTAL-DUP-SUM        PIC S9(12).
       01 TOTAL-OUT-COUNT      PIC 9(7).
       01 TOTAL-OUT-SUM        PIC S9(12).
       01 BALANCE-COUNT        PIC 9(7).
       01 BALANCE-SUM          PIC S9(12).

      *> Renglon por entrada del reporte de control.
       01 INPUT-LINE.
          05 IL-NAME        PIC X(10).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 IL-HDR-DATE    PIC X(8).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 IL-DECL-COUNT  PIC X(7).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 IL-DECL-SUM    PIC X(14).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 IL-READ-COUNT  PIC Z(6)9.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 IL-READ-SUM    PIC -(13)9.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 IL-REJECT      PIC Z(6)9.
          05 IL-OMIT        PIC Z(6)9.
          05 IL-DUP         PIC Z(6)9.
          05 IL-OUT         PIC Z(6)9.
       01 COUNT-EDIT PIC Z(6)9.
       01 SUM-EDIT   PIC -(13)9.
       01 COUNT-EDIT-2 PIC Z(6)9.
       01 SUM-EDIT-2 PIC -(13)9.
       01 BALANCE-RESULT PIC X(9).

       COPY sortcw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 MERGE-LIST-FILE-NAME   PIC X(40) VALUE "MRGLIST".
          05 MERGE-OUTPUT-FILE-NAME PIC X(40) VALUE "MRGOUT".
          05 MERGE-REPORT-FILE-NAME PIC X(40) VALUE "MRGRPT".
          05 REJECT-FILE-NAME       PIC X(40) VALUE "RJCTFILE".
          05 OPS-ALERT-FILE-NAME    PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT MERGE-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO MERGE-PARM
       END-ACCEPT.
       IF FUNCTION UPPER-CASE(MERGE-PARM) = "SINDUP"
           SET DROP-DUPLICATES TO TRUE
           DISPLAY "Modo SINDUP: los duplicados exactos entre entradas "
               "distintas se descartan."
       END-IF.

       PERFORM LOAD-MERGE-LIST.
       IF NOT SETUP-ERROR
           MOVE "MRGCTL" TO SORT-CTL-FILE-NAME
           PERFORM LOAD-SORT-CONTROL
           IF SORT-CTL-ERROR
               DISPLAY "ERROR: MRGCTL con errores."
               MOVE "TARJETA-CONTROL" TO SETUP-ERROR-REASON
               SET SETUP-ERROR TO TRUE
           END-IF
       END-IF.
       IF NOT SETUP-ERROR
           PERFORM OPEN-ALL-INPUTS
       END-IF.
       IF SETUP-ERROR
           DISPLAY "ERROR: no se fusiona; "
               FUNCTION TRIM(OUTPUT-BASE-NAME)
               " queda como estaba."
           MOVE SETUP-ERROR-REASON TO ALERT-REASON
           MOVE SPACES TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN OUTPUT MERGE-OUTPUT-FILE.
       MOVE "HDR" TO OUT-HDR-TAG.
       MOVE FUNCTION CURRENT-DATE(1:8) TO OUT-HDR-DATE.
       MOVE "FEED-MERGE" TO OUT-HDR-PROGRAM.
       WRITE OUT-HEADER.

       PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > MERGE-INPUT-COUNT
           PERFORM FETCH-NEXT-CANDIDATE
       END-PERFORM.
       PERFORM UNTIL 1 = 2
           PERFORM PICK-LOWEST-CANDIDATE
           IF LOW-MI = 0
               EXIT PERFORM
           END-IF
           MOVE LOW-MI TO MI
           PERFORM EMIT-CANDIDATE
           PERFORM FETCH-NEXT-CANDIDATE
       END-PERFORM.

       MOVE "TRL" TO OUT-CTL-TAG.
       MOVE OUT-COUNT-ACCUM TO OUT-CTL-COUNT.
       MOVE OUT-SUM-ACCUM TO OUT-CTL-SUM.
       WRITE OUT-CONTROL.
       CLOSE MERGE-OUTPUT-FILE.
       PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > MERGE-INPUT-COUNT
           PERFORM CLOSE-MERGE-INPUT
       END-PERFORM.

       PERFORM WRITE-CONTROL-REPORT.

       DISPLAY "Fusionadas " MERGE-INPUT-COUNT " entrada(s) en "
           FUNCTION TRIM(OUTPUT-BASE-NAME) ": " OUT-COUNT-ACCUM
           " registro(s); rechazados " TOTAL-REJECT-COUNT
           ", duplicados descartados " TOTAL-DUP-COUNT
           ". Control en MRGRPT.".
       IF DUP-OVERFLOW-COUNT > 0
           DISPLAY "Aviso: " DUP-OVERFLOW-COUNT " registro(s) con mas "
               "de 50 renglones por clave no se compararon contra "
               "duplicados."
       END-IF.
       EVALUATE TRUE
           WHEN CONTROL-MISMATCH
               MOVE 16 TO RETURN-CODE
               MOVE "CONTROL-TOTALES" TO ALERT-REASON
               MOVE OUT-COUNT-ACCUM TO ALERT-VALUE
               PERFORM WRITE-OPS-ALERT
           WHEN TOTAL-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE 0 TO RETURN-CODE
       END-EVALUATE.
       GOBACK.

       LOAD-MERGE-LIST.
           MOVE 0 TO MERGE-INPUT-COUNT.
           OPEN INPUT MERGE-LIST-FILE.
           IF MERGE-LIST-OK
               PERFORM UNTIL MERGE-LIST-EOF OR SETUP-ERROR
                   READ MERGE-LIST-FILE
                       AT END
                           SET MERGE-LIST-EOF TO TRUE
                       NOT AT END
                           IF MERGE-LIST-RECORD NOT = SPACES
                                   AND MERGE-LIST-RECORD(1:1) NOT = "*"
                               PERFORM TAKE-MERGE-LIST-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MERGE-LIST-FILE.
           IF NOT SETUP-ERROR AND MERGE-INPUT-COUNT = 0
               DISPLAY "ERROR: MRGLIST vacio o ausente; no hay "
                   "entradas que fusionar."
               MOVE "LISTA-FUSION" TO SETUP-ERROR-REASON
               SET SETUP-ERROR TO TRUE
           END-IF.

       TAKE-MERGE-LIST-LINE.
           DISPLAY "Lista de fusion: "
               FUNCTION TRIM(MERGE-LIST-RECORD TRAILING).
           IF ML-NAME = SPACES
                   OR (ML-VERB NOT = "ENTRADA"
                       AND ML-VERB NOT = "SALIDA")
               DISPLAY "ERROR: linea de MRGLIST invalida."
               MOVE "LISTA-FUSION" TO SETUP-ERROR-REASON
               SET SETUP-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF ML-VERB = "SALIDA"
               MOVE ML-NAME TO OUTPUT-BASE-NAME
               MOVE ML-NAME TO FE-NAME
               CALL "FILE-ENV" USING FILE-ENV-PARM
               MOVE FE-NAME TO MERGE-OUTPUT-FILE-NAME
               EXIT PARAGRAPH
           END-IF.
           IF MERGE-INPUT-COUNT >= MERGE-INPUT-CAPACITY
               DISPLAY "ERROR: mas de 8 entradas en MRGLIST; fusionar "
                   "en dos pasadas."
               MOVE "LISTA-FUSION" TO SETUP-ERROR-REASON
               SET SETUP-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MERGE-INPUT-COUNT.
           MOVE MERGE-INPUT-COUNT TO MI.
           MOVE ML-NAME TO MI-BASE-NAME(MI).
           MOVE ML-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO MERGE-IN-NAME-ENTRY(MI).
           MOVE "A" TO MI-STATE(MI).
           MOVE "N" TO MI-PREV-SW(MI).
           MOVE SPACES TO MI-HDR-DATE(MI).
           MOVE "N" TO MI-TRL-SW(MI).
           MOVE 0 TO MI-TRL-COUNT(MI) MI-TRL-SUM(MI)
               MI-READ-COUNT(MI) MI-READ-SUM(MI)
               MI-REJECT-COUNT(MI) MI-REJECT-SUM(MI) MI-SEQ-COUNT(MI)
               MI-OMIT-COUNT(MI) MI-OMIT-SUM(MI)
               MI-DUP-COUNT(MI) MI-DUP-SUM(MI)
               MI-OUT-COUNT(MI) MI-OUT-SUM(MI).

       OPEN-ALL-INPUTS.
      *> Una entrada que no se puede abrir frena todo: un extracto de
      *> proveedor que no llego no es un extracto vacio.
           PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > MERGE-INPUT-COUNT
               PERFORM OPEN-MERGE-INPUT
               IF MERGE-IN-STATUS-ENTRY(MI) NOT = "00"
                   DISPLAY "ERROR: la entrada "
                       FUNCTION TRIM(MI-BASE-NAME(MI))
                       " no se puede abrir (estado "
                       MERGE-IN-STATUS-ENTRY(MI) ")."
                   MOVE "ENTRADA-FALTANTE" TO SETUP-ERROR-REASON
                   SET SETUP-ERROR TO TRUE
               END-IF
           END-PERFORM.
           IF SETUP-ERROR
               PERFORM VARYING MI FROM 1 BY 1
                       UNTIL MI > MERGE-INPUT-COUNT
                   IF MERGE-IN-STATUS-ENTRY(MI) = "00"
                       PERFORM CLOSE-MERGE-INPUT
                   END-IF
               END-PERFORM
           END-IF.

       OPEN-MERGE-INPUT.
           EVALUATE MI
               WHEN 1
                   OPEN INPUT MERGE-IN-1
               WHEN 2
                   OPEN INPUT MERGE-IN-2
               WHEN 3
                   OPEN INPUT MERGE-IN-3
               WHEN 4
                   OPEN INPUT MERGE-IN-4
               WHEN 5
                   OPEN INPUT MERGE-IN-5
               WHEN 6
                   OPEN INPUT MERGE-IN-6
               WHEN 7
                   OPEN INPUT MERGE-IN-7
               WHEN 8
                   OPEN INPUT MERGE-IN-8
           END-EVALUATE.

       READ-MERGE-INPUT.
           EVALUATE MI
               WHEN 1
                   READ MERGE-IN-1 INTO MERGE-INPUT-IMAGE
                       AT END CONTINUE
                   END-READ
               WHEN 2
                   READ MERGE-IN-2 INTO MERGE-INPUT-IMAGE
                       AT END CONTINUE
                   END-READ
               WHEN 3
                   READ MERGE-IN-3 INTO MERGE-INPUT-IMAGE
                       AT END CONTINUE
                   END-READ
               WHEN 4
                   READ MERGE-IN-4 INTO MERGE-INPUT-IMAGE
                       AT END CONTINUE
                   END-READ
               WHEN 5
                   READ MERGE-IN-5 INTO MERGE-INPUT-IMAGE
                       AT END CONTINUE
                   END-READ
               WHEN 6
                   READ MERGE-IN-6 INTO MERGE-INPUT-IMAGE
                       AT END CONTINUE
                   END-READ
               WHEN 7
                   READ MERGE-IN-7 INTO MERGE-INPUT-IMAGE
                       AT END CONTINUE
                   END-READ
               WHEN 8
                   READ MERGE-IN-8 INTO MERGE-INPUT-IMAGE
                       AT END CONTINUE
                   END-READ
           END-EVALUATE.

       CLOSE-MERGE-INPUT.
           EVALUATE MI
               WHEN 1
                   CLOSE MERGE-IN-1
               WHEN 2
                   CLOSE MERGE-IN-2
               WHEN 3
                   CLOSE MERGE-IN-3
               WHEN 4
                   CLOSE MERGE-IN-4
               WHEN 5
                   CLOSE MERGE-IN-5
               WHEN 6
                   CLOSE MERGE-IN-6
               WHEN 7
                   CLOSE MERGE-IN-7
               WHEN 8
                   CLOSE MERGE-IN-8
           END-EVALUATE.

       FETCH-NEXT-CANDIDATE.
      *> Avanza la entrada MI hasta su proximo registro de detalle
      *> aceptado (HDR/TRL, filtrados y rechazados se cuentan y se
      *> pasan de largo); sin mas registros la entrada queda
      *> terminada.
           MOVE "N" TO CANDIDATE-FOUND-SW.
           PERFORM UNTIL CANDIDATE-FOUND OR MI-AT-END(MI)
               PERFORM READ-MERGE-INPUT
               EVALUATE MERGE-IN-STATUS-ENTRY(MI)
                   WHEN "00"
                       PERFORM TAKE-MERGE-RECORD
                   WHEN "10"
                       SET MI-AT-END(MI) TO TRUE
                   WHEN OTHER
                       DISPLAY "ERROR: lectura de "
                           FUNCTION TRIM(MI-BASE-NAME(MI))
                           " con estado " MERGE-IN-STATUS-ENTRY(MI)
                           "; la entrada se da por terminada."
                       SET CONTROL-MISMATCH TO TRUE
                       SET MI-AT-END(MI) TO TRUE
               END-EVALUATE
           END-PERFORM.

       TAKE-MERGE-RECORD.
           EVALUATE TRUE
               WHEN MGH-TAG = "HDR"
                   MOVE MGH-DATE TO MI-HDR-DATE(MI)
               WHEN MGT-TAG = "TRL"
                   SET MI-HAS-TRL(MI) TO TRUE
                   IF MGT-COUNT IS NUMERIC
                       MOVE MGT-COUNT TO MI-TRL-COUNT(MI)
                   END-IF
                   IF MGT-SUM IS NUMERIC
                       MOVE MGT-SUM TO MI-TRL-SUM(MI)
                   END-IF
               WHEN OTHER
                   PERFORM TAKE-MERGE-DETAIL
           END-EVALUATE.

       TAKE-MERGE-DETAIL.
           ADD 1 TO MI-READ-COUNT(MI).
           MOVE MERGE-INPUT-IMAGE TO SORT-RECORD-IMAGE.
           PERFORM TAKE-SORT-SUM-FIELD.
           ADD SORT-SUM-VALUE TO MI-READ-SUM(MI).
           PERFORM TEST-SORT-FILTER.
           IF NOT SORT-RECORD-SELECTED
               ADD 1 TO MI-OMIT-COUNT(MI)
               ADD SORT-SUM-VALUE TO MI-OMIT-SUM(MI)
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUILD-SORT-KEY.
           IF NOT SORT-KEY-VALID
               DISPLAY "ERROR: " FUNCTION TRIM(MI-BASE-NAME(MI))
                   ": registro rechazado ("
                   FUNCTION TRIM(SORT-KEY-REJECT-REASON) "): "
                   FUNCTION TRIM(SORT-KEY-BAD-VALUE TRAILING)
               MOVE SORT-KEY-REJECT-REASON TO REJECT-REASON-CODE
               PERFORM REJECT-MERGE-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF MI-HAS-PREV(MI)
                   AND SORT-COMPOSITE-KEY < MI-PREV-KEY(MI)
               DISPLAY "ERROR: " FUNCTION TRIM(MI-BASE-NAME(MI))
                   ": registro fuera de secuencia: "
                   MERGE-INPUT-IMAGE(1:40)
               ADD 1 TO MI-SEQ-COUNT(MI)
               MOVE "FUERA-SECUENCIA" TO REJECT-REASON-CODE
               PERFORM REJECT-MERGE-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE SORT-COMPOSITE-KEY TO MI-PREV-KEY(MI).
           SET MI-HAS-PREV(MI) TO TRUE.
           MOVE SORT-COMPOSITE-KEY TO MI-KEY(MI).
           MOVE MERGE-INPUT-IMAGE TO MI-RECORD(MI).
           MOVE SORT-SUM-VALUE TO MI-SUM-VALUE(MI).
           SET CANDIDATE-FOUND TO TRUE.

       PICK-LOWEST-CANDIDATE.
      *> La menor clave entre las entradas con candidato; a claves
      *> iguales gana la primera de la lista.
           MOVE 0 TO LOW-MI.
           PERFORM VARYING MJ FROM 1 BY 1 UNTIL MJ > MERGE-INPUT-COUNT
               IF MI-ACTIVE(MJ)
                   IF LOW-MI = 0
                       MOVE MJ TO LOW-MI
                   ELSE
                       IF MI-KEY(MJ) < MI-KEY(LOW-MI)
                           MOVE MJ TO LOW-MI
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       EMIT-CANDIDATE.
           IF DROP-DUPLICATES
               PERFORM CHECK-EXACT-DUPLICATE
               IF DUPLICATE-FOUND
                   ADD 1 TO MI-DUP-COUNT(MI)
                   ADD MI-SUM-VALUE(MI) TO MI-DUP-SUM(MI)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE MI-RECORD(MI) TO OUT-RECORD-IMAGE.
           WRITE OUT-RECORD-IMAGE.
           ADD 1 TO MI-OUT-COUNT(MI).
           ADD MI-SUM-VALUE(MI) TO MI-OUT-SUM(MI).
           ADD 1 TO OUT-COUNT-ACCUM.
           ADD MI-SUM-VALUE(MI) TO OUT-SUM-ACCUM.

       CHECK-EXACT-DUPLICATE.
      *> Los duplicados tienen la misma clave, asi que alcanza con
      *> recordar lo escrito bajo la clave en curso.
           MOVE "N" TO DUPLICATE-FOUND-SW.
           IF DUP-COUNT = 0 OR MI-KEY(MI) NOT = DUP-GROUP-KEY
               MOVE MI-KEY(MI) TO DUP-GROUP-KEY
               MOVE 0 TO DUP-COUNT
           END-IF.
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DUP-COUNT
               IF DUP-IMAGE(DX) = MI-RECORD(MI)
                       AND DUP-SOURCE(DX) NOT = MI
                   SET DUPLICATE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF DUPLICATE-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF DUP-COUNT < DUP-CAPACITY
               ADD 1 TO DUP-COUNT
               MOVE MI-RECORD(MI) TO DUP-IMAGE(DUP-COUNT)
               MOVE MI TO DUP-SOURCE(DUP-COUNT)
           ELSE
               ADD 1 TO DUP-OVERFLOW-COUNT
           END-IF.

       REJECT-MERGE-RECORD.
           ADD 1 TO MI-REJECT-COUNT(MI).
           ADD SORT-SUM-VALUE TO MI-REJECT-SUM(MI).
           OPEN EXTEND REJECT-FILE.
           IF NOT REJECT-FILE-OK
               CLOSE REJECT-FILE
               OPEN OUTPUT REJECT-FILE
           END-IF.
           MOVE "FEED-MERGE" TO RJ-PROGRAM.
           MOVE MI-BASE-NAME(MI) TO RJ-FILE.
           MOVE MERGE-INPUT-IMAGE(1:20) TO RJ-IMAGE.
           MOVE REJECT-REASON-CODE TO RJ-REASON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RJ-DATE.
           MOVE SPACE TO RJ-STATUS.
           MOVE SPACES TO RJ-REPAIR-DATE.
           PERFORM CHECK-REJECT-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT MERGE-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONTROL DE FUSION - SALIDA "
               FUNCTION TRIM(OUTPUT-BASE-NAME) " - "
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Clave: " SORT-SPEC-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF DROP-DUPLICATES
               MOVE "Duplicados exactos entre entradas: se descartan."
                   TO REPORT-LINE
           ELSE
               MOVE "Duplicados exactos entre entradas: se conservan."
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENTRADA    HDR       TRL-CNT       TRL-SUMA  "
               " LEIDOS     SUMA LEIDA    RECH   OMIT   DUPL  SALEN"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE 0 TO TOTAL-DECLARED-COUNT TOTAL-DECLARED-SUM
               TOTAL-READ-COUNT TOTAL-READ-SUM
               TOTAL-REJECT-COUNT TOTAL-REJECT-SUM
               TOTAL-OMIT-COUNT TOTAL-OMIT-SUM
               TOTAL-DUP-COUNT TOTAL-DUP-SUM
               TOTAL-OUT-COUNT TOTAL-OUT-SUM.
           PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > MERGE-INPUT-COUNT
               PERFORM WRITE-INPUT-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTAL-OUT-COUNT TO COUNT-EDIT.
           MOVE TOTAL-OUT-SUM TO SUM-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Salida " FUNCTION TRIM(OUTPUT-BASE-NAME) ": "
               FUNCTION TRIM(COUNT-EDIT) " registro(s), suma "
               FUNCTION TRIM(SUM-EDIT) " (su TRL)."
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      *> Cuadre: lo declarado por las entradas = salida + rechazados
      *> + omitidos por la condicion + duplicados descartados.
           COMPUTE BALANCE-COUNT = TOTAL-OUT-COUNT + TOTAL-REJECT-COUNT
               + TOTAL-OMIT-COUNT + TOTAL-DUP-COUNT.
           COMPUTE BALANCE-SUM = TOTAL-OUT-SUM + TOTAL-REJECT-SUM
               + TOTAL-OMIT-SUM + TOTAL-DUP-SUM.
           IF BALANCE-COUNT = TOTAL-DECLARED-COUNT
               MOVE "CUADRA" TO BALANCE-RESULT
           ELSE
               SET CONTROL-MISMATCH TO TRUE
               MOVE "NO CUADRA" TO BALANCE-RESULT
           END-IF.
           MOVE TOTAL-DECLARED-COUNT TO COUNT-EDIT.
           MOVE BALANCE-COUNT TO COUNT-EDIT-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "Cuadre de conteo: entradas "
               FUNCTION TRIM(COUNT-EDIT)
               " / salida+rechazos+omitidos+duplicados "
               FUNCTION TRIM(COUNT-EDIT-2) "  " BALANCE-RESULT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF BALANCE-SUM = TOTAL-DECLARED-SUM
               MOVE "CUADRA" TO BALANCE-RESULT
           ELSE
               SET CONTROL-MISMATCH TO TRUE
               MOVE "NO CUADRA" TO BALANCE-RESULT
           END-IF.
           MOVE TOTAL-DECLARED-SUM TO SUM-EDIT.
           MOVE BALANCE-SUM TO SUM-EDIT-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "Cuadre de suma:   entradas "
               FUNCTION TRIM(SUM-EDIT)
               " / salida+rechazos+omitidos+duplicados "
               FUNCTION TRIM(SUM-EDIT-2) "  " BALANCE-RESULT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE MERGE-REPORT-FILE.
           MOVE MERGE-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "FEED-MERGE" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-INPUT-LINE.
           MOVE SPACES TO INPUT-LINE.
           MOVE MI-BASE-NAME(MI) TO IL-NAME.
           MOVE MI-HDR-DATE(MI) TO IL-HDR-DATE.
           IF MI-HAS-TRL(MI)
               MOVE MI-TRL-COUNT(MI) TO COUNT-EDIT
               MOVE COUNT-EDIT TO IL-DECL-COUNT
               MOVE MI-TRL-SUM(MI) TO SUM-EDIT
               MOVE SUM-EDIT TO IL-DECL-SUM
               ADD MI-TRL-COUNT(MI) TO TOTAL-DECLARED-COUNT
               ADD MI-TRL-SUM(MI) TO TOTAL-DECLARED-SUM
           ELSE
      *> Sin TRL, lo declarado es lo leido.
               MOVE "sin TRL" TO IL-DECL-COUNT
               ADD MI-READ-COUNT(MI) TO TOTAL-DECLARED-COUNT
               ADD MI-READ-SUM(MI) TO TOTAL-DECLARED-SUM
           END-IF.
           MOVE MI-READ-COUNT(MI) TO IL-READ-COUNT.
           MOVE MI-READ-SUM(MI) TO IL-READ-SUM.
           MOVE MI-REJECT-COUNT(MI) TO IL-REJECT.
           MOVE MI-OMIT-COUNT(MI) TO IL-OMIT.
           MOVE MI-DUP-COUNT(MI) TO IL-DUP.
           MOVE MI-OUT-COUNT(MI) TO IL-OUT.
           MOVE INPUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD MI-READ-COUNT(MI) TO TOTAL-READ-COUNT.
           ADD MI-READ-SUM(MI) TO TOTAL-READ-SUM.
           ADD MI-REJECT-COUNT(MI) TO TOTAL-REJECT-COUNT.
           ADD MI-REJECT-SUM(MI) TO TOTAL-REJECT-SUM.
           ADD MI-OMIT-COUNT(MI) TO TOTAL-OMIT-COUNT.
           ADD MI-OMIT-SUM(MI) TO TOTAL-OMIT-SUM.
           ADD MI-DUP-COUNT(MI) TO TOTAL-DUP-COUNT.
           ADD MI-DUP-SUM(MI) TO TOTAL-DUP-SUM.
           ADD MI-OUT-COUNT(MI) TO TOTAL-OUT-COUNT.
           ADD MI-OUT-SUM(MI) TO TOTAL-OUT-SUM.
           IF MI-SEQ-COUNT(MI) > 0
               MOVE MI-SEQ-COUNT(MI) TO COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "           " FUNCTION TRIM(COUNT-EDIT)
                   " rechazo(s) por fuera de secuencia."
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *> El TRL de cada entrada tiene que cerrar con lo leido.
           IF MI-HAS-TRL(MI)
               IF MI-TRL-COUNT(MI) NOT = MI-READ-COUNT(MI)
                       OR MI-TRL-SUM(MI) NOT = MI-READ-SUM(MI)
                   SET CONTROL-MISMATCH TO TRUE
                   MOVE SPACES TO REPORT-LINE
                   STRING "           ERROR: el TRL de "
                       FUNCTION TRIM(MI-BASE-NAME(MI))
                       " no cierra con lo leido."
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   DISPLAY "ERROR: el TRL de "
                       FUNCTION TRIM(MI-BASE-NAME(MI))
                       " declara " MI-TRL-COUNT(MI) "/" MI-TRL-SUM(MI)
                       " y se leyo " MI-READ-COUNT(MI) "/"
                       MI-READ-SUM(MI) "."
               END-IF
           END-IF.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe, igual que
      *> HISTLOG).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "FEED-MERGE" TO ALERT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-DATE.
           ACCEPT ALERT-TIME-STAMP FROM TIME.
           MOVE ALERT-TIME-STAMP TO ALERT-TIME.
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY sortcp.

       COPY fenvp.
       COPY rsnalp.
       COPY rsnrjp.

       COPY rarcp.
