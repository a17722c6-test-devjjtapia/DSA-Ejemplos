      *>
      *> El diccionario vive compilado aqui: al sumar una clave nueva
      *> a algun programa, se suma tambien su renglon al diccionario
      *> (las familias SLA-CLASE-, TOPE-, RETEN- y REBAJA- matchean
      *> por prefijo).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-TXN-FILE ASSIGN USING PARM-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-TXN-STATUS.
           SELECT OPTIONAL RUN-PARMS-FILE
               ASSIGN USING RUN-PARMS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-PARMS-STATUS.
           SELECT OPTIONAL PARM-LOG-FILE ASSIGN USING PARM-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-LOG-STATUS.
           SELECT PARM-LIST-FILE ASSIGN USING PARM-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-LIST-STATUS.

           05 PT-ACTION PIC X(1).
           05 PT-KEY    PIC X(20).
           05 PT-VALUE  PIC X(12).
      *> Legajo del operador que carga el cambio: queda en la
      *> bitacora para el control de separacion de funciones.
           05 PT-OPERATOR PIC X(8).

       FD  RUN-PARMS-FILE.
       01  RUN-PARMS-RECORD PIC X(40).
           05 PG-OLD-VALUE PIC X(12).
           05 PG-NEW-VALUE PIC X(12).
           05 PG-RESULT    PIC X(30).
           05 PG-OPERATOR  PIC X(8).
      *> Sello encadenado (ver chainw.cpy).
           05 PG-CHAIN     PIC X(9).

       FD  PARM-LIST-FILE.
       01  REPORT-LINE PIC X(80).
           88 PARM-LIST-OK VALUE "00".

      *> Diccionario de claves conocidas: clave (o prefijo de
      *> familia), tipo (N numerico / X texto / T temperatura en
      *> grados, con signo y decimales, entre -99.9 y 99.9) y rango
      *> permitido para los numericos.
       01 DICTIONARY-AREA.
          05 FILLER PIC X(42) VALUE
              "LINEAS-POR-PAGINA   EN000000001000000099".
              "RETEN-              PN000000000000009999".
          05 FILLER PIC X(42) VALUE
              "PCT-DESVIO          EN000000001000000999".
          05 FILLER PIC X(42) VALUE
              "TOLERANCIA-PPV      EN000000000000000999".
          05 FILLER PIC X(42) VALUE
              "HISTORIA-PRONOSTICO EN000000001000009999".
          05 FILLER PIC X(42) VALUE
              "MINIMO-DIAS-INDICE  EN000000000000009999".
          05 FILLER PIC X(42) VALUE
              "CICLO-COMPRA        EN000000001000000999".
          05 FILLER PIC X(42) VALUE
              "DIAS-LENTO          EN000000001000000999".
          05 FILLER PIC X(42) VALUE
              "DIAS-MUERTO         EN000000001000000999".
          05 FILLER PIC X(42) VALUE
              "TOLERANCIA-CONCIL   EN000000000999999999".
          05 FILLER PIC X(42) VALUE
              "FREC-CONTEO-A       EN000000001000000999".
          05 FILLER PIC X(42) VALUE
              "FREC-CONTEO-B       EN000000001000000999".
          05 FILLER PIC X(42) VALUE
              "FREC-CONTEO-C       EN000000001000000999".
          05 FILLER PIC X(42) VALUE
              "CONTEOS-POR-DIA     EN000000000000009999".
          05 FILLER PIC X(42) VALUE
              "DIAS-ATRASO-PROV    EN000000000000000999".
          05 FILLER PIC X(42) VALUE
              "REBAJA-DIAS-        PN000000000000000999".
          05 FILLER PIC X(42) VALUE
              "REBAJA-PCT-         PN000000001000000099".
          05 FILLER PIC X(42) VALUE
              "TEMP-MIN-           PT000000000000000000".
          05 FILLER PIC X(42) VALUE
              "TEMP-MAX-           PT000000000000000000".
          05 FILLER PIC X(42) VALUE
              "VENTANA-DOTACION    EN000000001000000999".
          05 FILLER PIC X(42) VALUE
              "TIEMPO-ATENCION     EN000000001999999999".
          05 FILLER PIC X(42) VALUE
              "VENTANILLAS-MAX     EN000000001000000099".
          05 FILLER PIC X(42) VALUE
              "VENTANA-ESTIMACION  EN000000001000000999".
          05 FILLER PIC X(42) VALUE
              "AVISO-POS-          PN000000000000000999".
          05 FILLER PIC X(42) VALUE
              "DIAS-RECLAMO        EN000000001000000999".
          05 FILLER PIC X(42) VALUE
              "VENTANA-SOD         EN000000000000000030".
          05 FILLER PIC X(42) VALUE
              "MINUTOS-CANDADO     EN000000001000009999".
      *> Entorno de la corrida (ver fenvparm.cpy).
          05 FILLER PIC X(42) VALUE
              "ENTORNO             EX000000000000000000".
      *> Holgura de capacidad (ver CAPACITY-REPORT).
          05 FILLER PIC X(42) VALUE
              "HORIZONTE-CAPACIDAD EN000000001000000999".
          05 FILLER PIC X(42) VALUE
              "DIAS-TENDENCIA      EN000000001000009999".
      *> Candidatos a alias (ver SUSPENSE-CLASSIFIER).
          05 FILLER PIC X(42) VALUE
              "UMBRAL-CAND-ALIAS   EN000000001000000999".
      *> Calendarios de repeticion de avisos (ver FIB-BACKOFF).
          05 FILLER PIC X(42) VALUE
              "BACKOFF-BASE-       PN000000001000099999".
          05 FILLER PIC X(42) VALUE
              "BACKOFF-TOPE-       PN000000001000099999".
       01 FILLER REDEFINES DICTIONARY-AREA.
          05 DICTIONARY-ENTRY OCCURS 52 TIMES.
             10 DK-KEY   PIC X(20).
             10 DK-MATCH PIC X(1).
      *>        "E" = clave exacta / "P" = prefijo de familia.
             10 DK-MIN   PIC 9(9).
             10 DK-MAX   PIC 9(9).
             10 FILLER   PIC X(2).
       01 DICTIONARY-SIZE PIC 9(2) VALUE 52.
       01 DK PIC 9(2).
       01 DICT-IDX PIC 9(2).
       01 KEY-PREFIX-LEN PIC 9(2).
       01 WORK-KEY PIC X(20).
       01 WORK-VALUE PIC X(12).

       COPY chainw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 PARM-TXN-FILE-NAME  PIC X(40) VALUE "RPRMTXN".
          05 RUN-PARMS-FILE-NAME PIC X(40) VALUE "RUNPARMS".
          05 PARM-LOG-FILE-NAME  PIC X(40) VALUE "RPRMLOG".
          05 PARM-LIST-FILE-NAME PIC X(40) VALUE "RPRMLIST".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-PARM-TABLE.
      *> Con la tabla desbordada no se aplica ni se regraba nada: el
      *> archivo queda intacto y la corrida termina con RC 8.
       GOBACK.

       LOAD-PARM-TABLE.
           MOVE RUN-PARMS-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO RUN-PARMS-FILE-NAME.
           OPEN INPUT RUN-PARMS-FILE.
           IF RUN-PARMS-OK
               PERFORM UNTIL RUN-PARMS-EOF
                   MOVE "RECHAZADA: FUERA DE RANGO" TO TXN-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF DK-TYPE(DICT-IDX) = "T"
               IF FUNCTION TRIM(WORK-VALUE) = SPACES
                       OR FUNCTION TEST-NUMVAL(WORK-VALUE) NOT = 0
                   MOVE "RECHAZADA: TEMP. INVALIDA" TO TXN-RESULT
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(WORK-VALUE) < -99.9
                       OR FUNCTION NUMVAL(WORK-VALUE) > 99.9
                   MOVE "RECHAZADA: FUERA DE RANGO" TO TXN-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF DK-TYPE(DICT-IDX) = "X"
               IF FUNCTION TRIM(WORK-VALUE) = SPACES
                   MOVE "RECHAZADA: VALOR VACIO" TO TXN-RESULT
                   EXIT PARAGRAPH
               " quitada de RUNPARMS.".

       SAVE-PARM-TABLE.
           MOVE RUN-PARMS-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO RUN-PARMS-FILE-NAME.
           OPEN OUTPUT RUN-PARMS-FILE.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PARM-COUNT
               MOVE SPACES TO RUN-PARMS-RECORD
           CLOSE RUN-PARMS-FILE.

       WRITE-CHANGE-LOG.
           PERFORM LOAD-PARM-LOG-CHAIN-TAIL.
           OPEN EXTEND PARM-LOG-FILE.
           IF NOT PARM-LOG-OK
               CLOSE PARM-LOG-FILE
               MOVE SPACES TO PG-NEW-VALUE
           END-IF.
           MOVE TXN-RESULT TO PG-RESULT.
           MOVE PT-OPERATOR TO PG-OPERATOR.
           MOVE SPACES TO PG-CHAIN.
           MOVE PARM-LOG-RECORD TO CHAIN-TEXT.
           MOVE LENGTH OF PARM-LOG-RECORD TO CHAIN-TEXT-LEN.
           PERFORM COMPUTE-CHAIN-VALUE.
           MOVE CHAIN-VALUE TO PG-CHAIN.
           WRITE PARM-LOG-RECORD.
           CLOSE PARM-LOG-FILE.

       LOAD-PARM-LOG-CHAIN-TAIL.
      *> Sello del ultimo registro de RPRMLOG, antes de agregar.
           MOVE 0 TO CHAIN-PREV-VALUE.
           MOVE "N" TO CHAIN-EOF-SW.
           OPEN INPUT PARM-LOG-FILE.
           IF PARM-LOG-STATUS = "00"
               PERFORM UNTIL CHAIN-EOF
                   READ PARM-LOG-FILE
                       AT END
                           SET CHAIN-EOF TO TRUE
                       NOT AT END
                           IF PG-CHAIN IS NUMERIC
                               MOVE PG-CHAIN TO CHAIN-PREV-VALUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PARM-LOG-FILE.

       WRITE-PARM-LISTING.
           OPEN OUTPUT PARM-LIST-FILE.
           MOVE "PARAMETROS EFECTIVOS EN RUNPARMS" TO REPORT-LINE.
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE PARM-LIST-FILE.
           MOVE PARM-LIST-FILE-NAME TO RA-FILE-NAME.
           MOVE "RUNPARM-MAINT" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       COPY chainp.

       COPY fenvp.
       COPY rarcp.
