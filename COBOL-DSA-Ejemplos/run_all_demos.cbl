      *> peor RC de la noche; la lista de la manana lee este archivo en
      *> vez de que un humano recorra el job log.
      *>
      *> Fecha de proceso: el driver fija en PROCDATE (ver pdates.cpy)
      *> el dia de negocio de la corrida -- el del reloj, o el que
      *> pide argv(1) = FECHA con argv(2) = AAAAMMDD (y en argv(3), si
      *> hace falta, el subconjunto) para reprocesar la noche de un
      *> dia que no corrio -- y los pasos fechan el negocio con ese
      *> dia en vez del reloj. Al terminar la cierra y deja la noche
      *> en PROCHIST: completa, o con pasos fallados segun el plan.
      *> RUNCKPT es de un dia: si la fecha de proceso cambia, los
      *> pasos asentados de otro dia no se saltean.
      *>
      *> Recuperacion: argv(1) = RECUPERAR corre el plan JOBPLAN una
      *> vez por cada dia habil del CALENDAR sin noche completa en
      *> PROCHIST, del mas viejo al mas nuevo y hasta ayer, y se
      *> detiene en la primera noche que falla; volver a correrla
      *> retoma esa noche en el paso fallido. Desde el dia de argv(2)
      *> si viene, si no desde el comienzo de PROCHIST (a lo sumo 92
      *> dias atras). Una noche normal que encuentra dias habiles sin
      *> noche completa lo avisa con la alerta NOCHE-PENDIENTE.
      *>
      *> Entorno: toda la corrida usa un solo juego de archivos, el
      *> del entorno que fija FILE-ENV (ver fenvparm.cpy): la variable
      *> ENTORNO del job, o ENTORNO= en el RUNPARMS base, o PROD. Se
      *> anuncia en un recuadro al arrancar; si el RUNPARMS del
      *> entorno dice pertenecer a otro, la corrida mezclaria juegos
      *> de archivos y se niega a arrancar (RC 16, alerta
      *> ENTORNO-MEZCLADO). Todos los pasos corren en este mismo
      *> proceso, asi que no pueden cambiar de entorno a mitad de la
      *> noche.
      *>
      *> Linaje: al arrancar revisa que cada archivo que toca figure
      *> en el catalogo de linaje (ver lindir.cpy); un faltante se
      *> avisa con la alerta ARCH-NO-CATALOGO.
      *>
      *> Compilacion (no hay Makefile en este repositorio; se enlazan
      *> todas las fuentes en un solo ejecutable con cobc). A partir de
      *> request 035 varios programas usan copybooks compartidos, asi
      *>       utilities/stack_verify.cbl \
      *>       utilities/backup_restore.cbl \
      *>       utilities/pre_flight.cbl \
      *>       utilities/chain_verify.cbl \
      *>       utilities/file_env.cbl \
      *>       utilities/report_archive.cbl \
      *>       reports/delta_report.cbl \
      *>       reports/eod_report.cbl
      *> (los demas utilitarios de utilities/ y los reportes de
      *> reports/ se compilan por separado, cada uno con su propio
      *> cobc -x; solo se enlaza aqui lo que este driver CALL-a.
      *> Todo programa con archivos enlaza tambien file_env.cbl.
      *> Todo programa que imprime un reporte enlaza ademas
      *> report_archive.cbl, que archiva la copia impresa.
      *> array.cbl y fibonacci.cbl enlazan igual, aunque su
      *> ORGANIZATION INDEXED no corra en el runtime de este sandbox --
      *> ver IMPLEMENTATION_STATUS.md.)
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Pasos ya completados (RC 0) de una corrida interrumpida.
           SELECT OPTIONAL RESTART-FILE ASSIGN USING RESTART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTART-FILE-STATUS.
      *> Cuenta de la corrida, un registro por paso mas el registro
      *> final con el peor RC.
           SELECT OPTIONAL RUN-SUMMARY-FILE
               ASSIGN USING RUN-SUMMARY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-SUMMARY-STATUS.
      *> Plan de trabajo de la noche (opcional; ver el comentario de
      *> cabecera).
           SELECT OPTIONAL JOB-PLAN-FILE ASSIGN USING JOB-PLAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-PLAN-STATUS.
      *> Promedios historicos por programa (total de centisegundos y
      *> base de la proyeccion de ventana -- el operador de la noche
      *> tiene que saber a las 2 que la corrida va a pasarse de las
      *> 6, no leerlo en el desayuno.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN USING CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT OPTIONAL RUN-STATS-FILE
               ASSIGN USING RUN-STATS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATS-STATUS.
      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
      *> Historia de las noches por dia de negocio, para saber que
      *> dias habiles quedaron sin procesar.
           SELECT OPTIONAL PROC-HISTORY-FILE
               ASSIGN USING PROC-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-HISTORY-STATUS.

       COPY runparms.
       COPY pdates.

       DATA DIVISION.
       FILE SECTION.

       COPY runparmf.

       COPY pdatef.

      *> Un registro por corrida de la noche entera (los subconjuntos
      *> no cuentan).
       FD  PROC-HISTORY-FILE.
       01  PROC-HISTORY-RECORD.
           05 PH-DATE     PIC X(8).
           05 PH-RESULT   PIC X(1).
      *>      "C" completa / "F" con pasos fallados o abortada.
           05 PH-MODE     PIC X(1).
           05 PH-END-DATE PIC X(8).
           05 PH-END-TIME PIC 9(8).
           05 PH-WORST-RC PIC 9(4).

       FD  JOB-PLAN-FILE.
       01  JOB-PLAN-RECORD.
           COPY jplanrec.

       FD  RUN-SUMMARY-FILE.
       01  RUN-SUMMARY-RECORD.
       01 ALERT-TIME-STAMP PIC 9(8).

       COPY runparmw.
       COPY pdatew.
       COPY lindir.

      *> Dia de negocio de la corrida y como se fijo (ver el
      *> comentario de cabecera).
       01 RUN-DATE PIC X(8).
       01 RUN-MODE PIC X(1) VALUE "N".
           88 NORMAL-DATE-MODE VALUE "N".
           88 FORCED-DATE-MODE VALUE "F".
           88 CATCH-UP-MODE    VALUE "R".
       01 DATE-PARM PIC X(10) VALUE SPACES.
      *> Entorno de la corrida (ver CHECK-RUN-ENVIRONMENT).
       01 RUN-ENV-NAME   PIC X(8).
       01 RUN-ENV-PREFIX PIC X(9).
       01 RUN-ENV-ORIGIN PIC X(30).
       01 PARM-ENV       PIC X(12).
       01 CLOCK-DATE PIC X(8).
      *> Lo que habia en PROCDATE al arrancar.
       01 PRIOR-RUN-DATE  PIC X(8) VALUE SPACES.
       01 PRIOR-STATE     PIC X(1) VALUE SPACE.
       01 PRIOR-CKPT-DATE PIC X(8) VALUE SPACES.
       01 NEW-PROC-STATE  PIC X(1).
      *> La noche fallo segun el plan (paso en "8") o, sin plan, algun
      *> paso termino con RC distinto de cero.
       01 DAY-FAILED-SW PIC X VALUE "N".
           88 DAY-FAILED VALUE "Y".

       01 PROC-HISTORY-STATUS PIC XX VALUE "00".
           88 PROC-HISTORY-OK  VALUE "00".
           88 PROC-HISTORY-EOF VALUE "10".
      *> Dias con noche completa segun PROCHIST, desde el comienzo de
      *> la ventana de recuperacion.
       01 DONE-DAY-TABLE.
          05 DONE-DAY-COUNT PIC 9(3) VALUE 0.
          05 DONE-DAY OCCURS 400 TIMES PIC X(8).
       01 DONE-DAY-CAPACITY PIC 9(3) VALUE 400.
       01 DD PIC 9(3).
       01 DAY-DONE-SW PIC X VALUE "N".
           88 DAY-DONE VALUE "Y".
       01 HISTORY-START PIC X(8).
      *> Dias habiles pendientes, en orden de calendario.
       01 MISSED-DAY-TABLE.
          05 MISSED-COUNT PIC 9(2) VALUE 0.
          05 MISSED-DAY OCCURS 60 TIMES PIC X(8).
       01 MISSED-CAPACITY PIC 9(2) VALUE 60.
       01 MD PIC 9(2).
       01 MISSED-FROM-DATE PIC X(8).
       01 MISSED-TO-DATE   PIC X(8).
       01 WINDOW-START-NUM PIC 9(8).
       01 WINDOW-START     PIC X(8).
       01 CALENDAR-SEEN-SW PIC X VALUE "N".
           88 CALENDAR-SEEN VALUE "Y".

       01 JOB-PLAN-STATUS PIC XX VALUE "00".
           88 JOB-PLAN-OK  VALUE "00".
       01 END-DAY-NUM   PIC 9(7).
       01 START-CS PIC 9(9).
       01 END-CS   PIC 9(9).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 RESTART-FILE-NAME      PIC X(40) VALUE "RUNCKPT".
          05 RUN-SUMMARY-FILE-NAME  PIC X(40) VALUE "RUNSUMM".
          05 JOB-PLAN-FILE-NAME     PIC X(40) VALUE "JOBPLAN".
          05 CALENDAR-FILE-NAME     PIC X(40) VALUE "CALENDAR".
          05 RUN-STATS-FILE-NAME    PIC X(40) VALUE "RUNSTATS".
          05 OPS-ALERT-FILE-NAME    PIC X(40) VALUE "OPSALERT".
          05 PROC-HISTORY-FILE-NAME PIC X(40) VALUE "PROCHIST".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 7 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 7.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM CHECK-RUN-ENVIRONMENT.
       PERFORM CHECK-RUN-LINEAGE.
       PERFORM GET-SUBSET-PARM.
       PERFORM READ-PROC-DATE.
       PERFORM ESTABLISH-RUN-DATE.
       PERFORM LOAD-RESTART-CHECKPOINT.
       PERFORM LOAD-JOB-PLAN.
       PERFORM LOAD-RUN-STATS.
       PERFORM CHECK-TODAY-CALENDAR.
       MOVE "HORA-LIMITE" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE DEADLINE-TIME = FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.

       IF CATCH-UP-MODE
           PERFORM RUN-CATCH-UP
       END-IF.
       IF NORMAL-DATE-MODE AND NOT SUBSET-ACTIVE
           PERFORM WARN-MISSED-NIGHTS
       END-IF.

       DISPLAY "===================================================".
       DISPLAY " EJECUTANDO LA SECUENCIA DE COBOL-DSA-EJEMPLOS".
       DISPLAY "===================================================".
       DISPLAY "Fecha de proceso: " RUN-DATE.
       DISPLAY "Entorno: " FUNCTION TRIM(RUN-ENV-NAME).
       IF SUBSET-ACTIVE
           DISPLAY "Subconjunto pedido: " FUNCTION TRIM(SUBSET-PARM)
       END-IF.
           DISPLAY "LA SECUENCIA SE DETIENE: la verificacion previa "
               "encontro archivos danados; restaurar antes de correr."
           PERFORM WRITE-FINAL-SUMMARY-RECORD
           SET DAY-FAILED TO TRUE
           PERFORM CLOSE-RUN-DATE
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE "Verificacion de STACKJRNL" TO DEMO-LABEL.
       PERFORM RUN-ONE-DEMO.
       IF LAST-STEP-RC NOT = 0
           DISPLAY "Se omite STACK-DEMO: STACKJRNL no paso la "
               "verificacion."
       ELSE
           MOVE "STACK-DEMO" TO CALLED-PROGRAM-NAME
           MOVE "Pila (LIFO)" TO DEMO-LABEL
       PERFORM FINISH-RUN.

       FINISH-RUN.
           PERFORM CLOSE-RUN-DAY.
           EVALUATE TRUE
               WHEN ABORT-RUN
                   MOVE 16 TO RETURN-CODE
               WHEN FAILURE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

       CLOSE-RUN-DAY.
           DISPLAY " ".
           DISPLAY "==================================================".
           DISPLAY "RESUMEN: " DEMO-COUNT " demo(s) ejecutada(s), "
               FAILURE-COUNT " con RETURN-CODE distinto de cero, "
               SKIPPED-COUNT " salteada(s).".
           DISPLAY "==================================================".

           PERFORM WRITE-FINAL-SUMMARY-RECORD.
           PERFORM SAVE-RUN-STATS.
               OPEN OUTPUT RESTART-FILE
               CLOSE RESTART-FILE
           END-IF.
           IF NOT JOB-PLAN-PRESENT AND FAILURE-COUNT > 0
               SET DAY-FAILED TO TRUE
           END-IF.
           PERFORM CLOSE-RUN-DATE.

       LOAD-RUN-STATS.
           OPEN INPUT RUN-STATS-FILE.
               PERFORM WRITE-OPS-ALERT
           END-IF.

       CHECK-RUN-ENVIRONMENT.
      *> FILE-ENV ya fijo el entorno al resolver los nombres de arriba;
      *> se anuncia en un recuadro y se confirma contra el RUNPARMS del
      *> propio entorno antes de tocar ningun archivo. RUNPARMS queda
      *> cargado para el resto de la corrida.
           MOVE SPACES TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-ENV TO RUN-ENV-NAME.
           MOVE FE-PREFIX TO RUN-ENV-PREFIX.
           EVALUATE FE-SOURCE
               WHEN "J"
                   MOVE "variable ENTORNO del job" TO RUN-ENV-ORIGIN
               WHEN "R"
                   MOVE "ENTORNO= del RUNPARMS base" TO RUN-ENV-ORIGIN
               WHEN OTHER
                   MOVE "por defecto" TO RUN-ENV-ORIGIN
           END-EVALUATE.
           DISPLAY "**************************************************".
           IF RUN-ENV-PREFIX = SPACES
               DISPLAY "**  ENTORNO: " FUNCTION TRIM(RUN-ENV-NAME)
                   " -- ARCHIVOS DE PRODUCCION"
           ELSE
               DISPLAY "**  ENTORNO: " FUNCTION TRIM(RUN-ENV-NAME)
                   " -- archivos " FUNCTION TRIM(RUN-ENV-PREFIX) "*"
           END-IF.
           DISPLAY "**  (" FUNCTION TRIM(RUN-ENV-ORIGIN) ")".
           DISPLAY "**************************************************".
           PERFORM LOAD-RUN-PARMS.
           MOVE "ENTORNO" TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF NOT PARM-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PARM-VALUE-FOUND))
               TO PARM-ENV.
           IF PARM-ENV = RUN-ENV-NAME
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ERROR: " FUNCTION TRIM(RUN-PARMS-FILE-NAME)
               " dice ENTORNO=" FUNCTION TRIM(PARM-ENV)
               " pero la corrida es del entorno "
               FUNCTION TRIM(RUN-ENV-NAME) ".".
           DISPLAY "LA SECUENCIA NO ARRANCA: no se mezclan juegos de "
               "archivos de distintos entornos en una corrida.".
           MOVE "ENTORNO-MEZCLADO" TO ALERT-REASON.
           MOVE PARM-ENV TO ALERT-VALUE.
           PERFORM WRITE-OPS-ALERT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       CHECK-RUN-LINEAGE.
      *> Todo archivo que el driver toca tiene que figurar en el
      *> catalogo de linaje (ver lindir.cpy): un faltante no frena la
      *> noche, pero queda avisado en OPSALERT para que se registre.
           MOVE "RUN-ALL-DEMOS" TO LINEAGE-PROGRAM-WANTED.
           PERFORM CHECK-FILE-LINEAGE.
           MOVE PROC-DATE-FILE-NAME TO LINEAGE-CHECK-NAME.
           PERFORM CHECK-ONE-LINEAGE-NAME.
           MOVE RUN-PARMS-FILE-NAME TO LINEAGE-CHECK-NAME.
           PERFORM CHECK-ONE-LINEAGE-NAME.
           IF LINEAGE-MISSING-COUNT > 0
               MOVE "ARCH-NO-CATALOGO" TO ALERT-REASON
               MOVE LINEAGE-MISSING-COUNT TO ALERT-VALUE
               PERFORM WRITE-OPS-ALERT
           END-IF.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe, igual que
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

           END-PERFORM.

       CHECK-TODAY-CALENDAR.
      *> "Hoy" es el dia de negocio de la corrida, no el del reloj.
           MOVE RUN-DATE TO TODAY-DATE.
           MOVE "Y" TO TODAY-IS-BUSINESS-SW.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-OK
               PERFORM UNTIL CALENDAR-FILE-EOF
                           IF CA-DATE = TODAY-DATE
                               IF CA-BUSINESS-DAY = "N"
                                   MOVE "N" TO TODAY-IS-BUSINESS-SW
                                   DISPLAY TODAY-DATE " no es dia "
                                       "habil segun CALENDAR ("
                                       FUNCTION TRIM(CA-HOLIDAY-NAME)
                                       "); los pasos marcados solo-"
                                       "habiles se saltean."
                   WHEN "A"
                       MOVE "8" TO PL-STATE(PL-STEP)
                       SET ABORT-RUN TO TRUE
                       SET DAY-FAILED TO TRUE
                       DISPLAY "LA SECUENCIA SE DETIENE: el plan "
                           "declara abortar ante la falla de '"
                           FUNCTION TRIM(PL-LABEL(PL-STEP)) "'."
                   WHEN "S"
                       MOVE "8" TO PL-STATE(PL-STEP)
                       SET DAY-FAILED TO TRUE
                       DISPLAY "(plan) la falla de '"
                           FUNCTION TRIM(PL-LABEL(PL-STEP))
                           "' saltea a sus dependientes."
               ON EXCEPTION
                   MOVE SPACES TO SUBSET-PARM
           END-ACCEPT.
      *> FECHA <dia> [subconjunto] y RECUPERAR [desde] van antes que
      *> el subconjunto de siempre.
           EVALUATE FUNCTION UPPER-CASE(SUBSET-PARM)
               WHEN "FECHA"
                   SET FORCED-DATE-MODE TO TRUE
                   PERFORM GET-DATE-PARM
                   DISPLAY 3 UPON ARGUMENT-NUMBER
                   ACCEPT SUBSET-PARM FROM ARGUMENT-VALUE
                       ON EXCEPTION
                           MOVE SPACES TO SUBSET-PARM
                   END-ACCEPT
               WHEN "RECUPERAR"
                   SET CATCH-UP-MODE TO TRUE
                   PERFORM GET-DATE-PARM
                   MOVE SPACES TO SUBSET-PARM
           END-EVALUATE.
           IF SUBSET-PARM NOT = SPACES
               SET SUBSET-ACTIVE TO TRUE
               UNSTRING SUBSET-PARM DELIMITED BY ","
               END-UNSTRING
           END-IF.

       GET-DATE-PARM.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT DATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO DATE-PARM
           END-ACCEPT.
           IF DATE-PARM = SPACES AND FORCED-DATE-MODE
               DISPLAY "ERROR: FECHA necesita el dia AAAAMMDD."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF DATE-PARM NOT = SPACES
               IF DATE-PARM(1:8) IS NOT NUMERIC
                       OR DATE-PARM(9:2) NOT = SPACES
                   DISPLAY "ERROR: dia invalido "
                       FUNCTION TRIM(DATE-PARM) "; se espera AAAAMMDD."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(DATE-PARM(1:8))) NOT = 0
                       OR DATE-PARM(1:8) > FUNCTION CURRENT-DATE(1:8)
                   DISPLAY "ERROR: dia invalido o futuro "
                       FUNCTION TRIM(DATE-PARM) "."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-PROC-DATE.
           MOVE PROC-DATE-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO PROC-DATE-FILE-NAME.
           OPEN INPUT PROC-DATE-FILE.
           IF PROC-DATE-OK
               READ PROC-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RD-DATE TO PRIOR-RUN-DATE
                       MOVE RD-STATE TO PRIOR-STATE
                       MOVE RD-CKPT-DATE TO PRIOR-CKPT-DATE
               END-READ
           END-IF.
           CLOSE PROC-DATE-FILE.

       ESTABLISH-RUN-DATE.
      *> El reloj, salvo FECHA; la recuperacion fija cada dia en su
      *> vuelta (RUN-CATCH-UP-DAY).
           MOVE FUNCTION CURRENT-DATE(1:8) TO CLOCK-DATE.
           MOVE CLOCK-DATE TO RUN-DATE.
           IF FORCED-DATE-MODE
               MOVE DATE-PARM(1:8) TO RUN-DATE
           END-IF.
           IF PRIOR-STATE = "A" AND PRIOR-RUN-DATE NOT = RUN-DATE
               DISPLAY "Aviso: la corrida del " PRIOR-RUN-DATE
                   " quedo abierta (se interrumpio); para "
                   "reprocesarla: RUN-ALL-DEMOS FECHA "
                   PRIOR-RUN-DATE "."
           END-IF.
           IF NOT CATCH-UP-MODE
               PERFORM OPEN-RUN-DATE
           END-IF.

       OPEN-RUN-DATE.
      *> Los pasos asentados en RUNCKPT son del dia de la corrida que
      *> los grabo: con otra fecha de proceso no se saltean.
           IF NOT SUBSET-ACTIVE
               IF PRIOR-CKPT-DATE NOT = SPACES
                       AND PRIOR-CKPT-DATE NOT = RUN-DATE
                   OPEN OUTPUT RESTART-FILE
                   CLOSE RESTART-FILE
               END-IF
               MOVE RUN-DATE TO PRIOR-CKPT-DATE
           END-IF.
           MOVE "A" TO NEW-PROC-STATE.
           PERFORM WRITE-PROC-DATE.

       CLOSE-RUN-DATE.
      *> La fecha de proceso se cierra (los programas sueltos vuelven
      *> al reloj) y la noche entera queda en PROCHIST.
           MOVE "C" TO NEW-PROC-STATE.
           PERFORM WRITE-PROC-DATE.
           IF SUBSET-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND PROC-HISTORY-FILE.
           IF NOT PROC-HISTORY-OK
               CLOSE PROC-HISTORY-FILE
               OPEN OUTPUT PROC-HISTORY-FILE
           END-IF.
           MOVE RUN-DATE TO PH-DATE.
           IF DAY-FAILED OR ABORT-RUN
               MOVE "F" TO PH-RESULT
           ELSE
               MOVE "C" TO PH-RESULT
           END-IF.
           MOVE RUN-MODE TO PH-MODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PH-END-DATE.
           ACCEPT PH-END-TIME FROM TIME.
           MOVE WORST-RC TO PH-WORST-RC.
           WRITE PROC-HISTORY-RECORD.
           CLOSE PROC-HISTORY-FILE.

       WRITE-PROC-DATE.
           MOVE PROC-DATE-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO PROC-DATE-FILE-NAME.
           OPEN OUTPUT PROC-DATE-FILE.
           MOVE RUN-DATE TO RD-DATE.
           MOVE NEW-PROC-STATE TO RD-STATE.
           MOVE RUN-MODE TO RD-MODE.
           MOVE PRIOR-CKPT-DATE TO RD-CKPT-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RD-SET-DATE.
           ACCEPT RD-SET-TIME FROM TIME.
           WRITE PROC-DATE-RECORD.
           CLOSE PROC-DATE-FILE.
           MOVE RUN-DATE TO PRIOR-RUN-DATE.
           MOVE NEW-PROC-STATE TO PRIOR-STATE.

       WARN-MISSED-NIGHTS.
      *> Una noche normal no recupera sola: avisa que dias habiles
      *> quedaron atras sin noche completa.
           MOVE RUN-DATE TO MISSED-TO-DATE.
           PERFORM LOAD-MISSED-DAYS.
           IF MISSED-COUNT > 0
               DISPLAY "AVISO: " MISSED-COUNT " dia(s) habil(es) sin "
                   "noche completa desde " MISSED-DAY(1)
                   "; correr RUN-ALL-DEMOS RECUPERAR."
               MOVE "NOCHE-PENDIENTE" TO ALERT-REASON
               MOVE SPACES TO ALERT-VALUE
               STRING MISSED-COUNT " DESDE " MISSED-DAY(1)
                   DELIMITED BY SIZE INTO ALERT-VALUE
               END-STRING
               PERFORM WRITE-OPS-ALERT
           END-IF.

       RUN-CATCH-UP.
      *> Una vuelta del plan por cada dia habil pendiente, en orden;
      *> la primera noche fallada detiene la recuperacion con su
      *> RUNCKPT asentado, y la proxima RECUPERAR la retoma.
           IF NOT JOB-PLAN-PRESENT
               DISPLAY "ERROR: la recuperacion corre el plan JOBPLAN "
                   "y no hay plan cargado."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CLOCK-DATE TO MISSED-TO-DATE.
           PERFORM LOAD-MISSED-DAYS.
           IF MISSED-FROM-DATE = SPACES
               DISPLAY "ERROR: PROCHIST vacio; indicar desde que dia "
                   "recuperar: RUN-ALL-DEMOS RECUPERAR AAAAMMDD."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT CALENDAR-SEEN
               DISPLAY "ERROR: sin CALENDAR no se sabe que dias "
                   "habiles recuperar."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MISSED-COUNT = 0
               DISPLAY "Recuperacion: ningun dia habil sin noche "
                   "completa desde " MISSED-FROM-DATE "."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Recuperacion: " MISSED-COUNT
               " noche(s) pendiente(s) desde " MISSED-FROM-DATE
               ", en orden.".
           PERFORM VARYING MD FROM 1 BY 1 UNTIL MD > MISSED-COUNT
               PERFORM RUN-CATCH-UP-DAY
               IF DAY-FAILED OR ABORT-RUN
                   DISPLAY "RECUPERACION DETENIDA en la noche "
                       "del " RUN-DATE "; corregir y volver a "
                       "correr RUN-ALL-DEMOS RECUPERAR."
                   IF ABORT-RUN
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   STOP RUN
               END-IF
           END-PERFORM.
           DISPLAY "Recuperacion completa: " MISSED-COUNT
               " noche(s) procesada(s); la de hoy corre como siempre.".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       RUN-CATCH-UP-DAY.
           MOVE MISSED-DAY(MD) TO RUN-DATE.
           PERFORM OPEN-RUN-DATE.
           MOVE 0 TO DEMO-COUNT.
           MOVE 0 TO FAILURE-COUNT.
           MOVE 0 TO SKIPPED-COUNT.
           MOVE 0 TO WORST-RC.
           MOVE 0 TO DONE-STEP-COUNT.
           MOVE "N" TO ABORT-RUN-SW.
           MOVE "N" TO DAY-FAILED-SW.
           MOVE "N" TO OVERRUN-ALERTED-SW.
           PERFORM VARYING PL FROM 1 BY 1 UNTIL PL > PLAN-COUNT
               MOVE SPACE TO PL-STATE(PL)
           END-PERFORM.
           PERFORM VARYING ST FROM 1 BY 1 UNTIL ST > STATS-COUNT
               MOVE "N" TO RAN-THIS-RUN(ST)
           END-PERFORM.
           PERFORM LOAD-RESTART-CHECKPOINT.
           PERFORM CHECK-TODAY-CALENDAR.
           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY " RECUPERACION: NOCHE DEL " RUN-DATE.
           DISPLAY "==============================================".
           IF DONE-STEP-COUNT > 0
               DISPLAY "Reinicio: " DONE-STEP-COUNT " paso(s) ya "
                   "completado(s) en RUNCKPT se saltean."
           END-IF.
      *> Toda la recuperacion queda en un solo RUNSUMM, con un FIN por
      *> noche.
           IF MD = 1 AND DONE-STEP-COUNT = 0
               OPEN OUTPUT RUN-SUMMARY-FILE
               CLOSE RUN-SUMMARY-FILE
           END-IF.
           PERFORM RUN-PLANNED-SEQUENCE.
           PERFORM CLOSE-RUN-DAY.

       LOAD-MISSED-DAYS.
      *> Dias habiles del CALENDAR desde MISSED-FROM-DATE hasta el dia
      *> anterior a MISSED-TO-DATE sin noche completa en PROCHIST.
      *> Sin dia pedido se arranca en el comienzo de PROCHIST, pero
      *> nunca mas de 92 dias atras.
           MOVE 0 TO MISSED-COUNT.
           MOVE 0 TO DONE-DAY-COUNT.
           MOVE SPACES TO HISTORY-START.
           COMPUTE WINDOW-START-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(MISSED-TO-DATE)) - 92).
           MOVE WINDOW-START-NUM TO WINDOW-START.
           OPEN INPUT PROC-HISTORY-FILE.
           IF PROC-HISTORY-OK
               PERFORM UNTIL PROC-HISTORY-EOF
                   READ PROC-HISTORY-FILE
                       AT END
                           SET PROC-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF HISTORY-START = SPACES
                                   OR PH-DATE < HISTORY-START
                               MOVE PH-DATE TO HISTORY-START
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PROC-HISTORY-FILE.
           IF CATCH-UP-MODE AND DATE-PARM NOT = SPACES
               MOVE DATE-PARM(1:8) TO MISSED-FROM-DATE
           ELSE
               MOVE HISTORY-START TO MISSED-FROM-DATE
               IF MISSED-FROM-DATE NOT = SPACES
                       AND MISSED-FROM-DATE < WINDOW-START
                   MOVE WINDOW-START TO MISSED-FROM-DATE
               END-IF
           END-IF.
           IF MISSED-FROM-DATE = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PROC-HISTORY-FILE.
           IF PROC-HISTORY-OK
               PERFORM UNTIL PROC-HISTORY-EOF
                   READ PROC-HISTORY-FILE
                       AT END
                           SET PROC-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF PH-RESULT = "C"
                                   AND PH-DATE NOT < MISSED-FROM-DATE
                               IF DONE-DAY-COUNT < DONE-DAY-CAPACITY
                                   ADD 1 TO DONE-DAY-COUNT
                                   MOVE PH-DATE
                                       TO DONE-DAY(DONE-DAY-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PROC-HISTORY-FILE.

           MOVE "N" TO CALENDAR-SEEN-SW.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-OK
               SET CALENDAR-SEEN TO TRUE
               PERFORM UNTIL CALENDAR-FILE-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET CALENDAR-FILE-EOF TO TRUE
                       NOT AT END
                           IF CA-BUSINESS-DAY = "S"
                                   AND CA-DATE NOT < MISSED-FROM-DATE
                                   AND CA-DATE < MISSED-TO-DATE
                               PERFORM ADD-MISSED-DAY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CALENDAR-FILE.

       ADD-MISSED-DAY.
           MOVE "N" TO DAY-DONE-SW.
           PERFORM VARYING DD FROM 1 BY 1 UNTIL DD > DONE-DAY-COUNT
               IF DONE-DAY(DD) = CA-DATE
                   SET DAY-DONE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT DAY-DONE
               IF MISSED-COUNT < MISSED-CAPACITY
                   ADD 1 TO MISSED-COUNT
                   MOVE CA-DATE TO MISSED-DAY(MISSED-COUNT)
               END-IF
           END-IF.

       LOAD-RESTART-CHECKPOINT.
      *> Un subconjunto planificado no usa ni toca el reinicio: es una
      *> corrida parcial a proposito, no una interrumpida.
               + END-CS - START-CS.

       COPY runparmp.

       COPY linp.
       COPY fenvp.
       COPY rsnalp.
