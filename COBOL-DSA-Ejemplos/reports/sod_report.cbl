       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-REPORT.

      *> Reporte nocturno de separacion de funciones: toma las
      *> aprobaciones de solicitudes de reposicion retenidas del dia
      *> auditado (APPRLOG) y las cruza con lo que el mismo operador
      *> hizo dentro de la ventana de VENTANA-SOD dias (RUNPARMS, 1
      *> por defecto) antes o despues:
      *>   SOLI  aprobo una solicitud que el mismo genero;
      *>   JRNL  encolo o apilo desde el menu de operador (OPERJRNL)
      *>         el mismo articulo que despues aprobo;
      *>   PARM  cambio un limite de RUNPARMS (claves LIMITE-, via
      *>         RUNPARM-MAINT: RPRMLOG) -- el limite que dejo pasar
      *>         o retuvo lo que aprobo;
      *>   CODI  toco el maestro de codigos (CODMLOG);
      *>   XREF  toco las referencias cruzadas de proveedor (VXRFLOG).
      *> Cada par en conflicto va al reporte SODRPT y deja una alerta
      *> SOD-CONFLICTO de severidad alta en OPSALERT; la corrida
      *> termina con RC 8. Lo pidio auditoria como control: quien
      *> pide, quien fija el limite y quien aprueba no pueden ser la
      *> misma persona.
      *>
      *> Dia auditado: primer argumento AAAAMMDD; sin argumento, hoy.
      *> Solo cuentan las acciones aplicadas (las rechazadas por el
      *> mantenimiento no cambiaron nada) y las que traen operador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPROVE-LOG-FILE
               ASSIGN USING APPROVE-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVE-LOG-STATUS.
           SELECT OPTIONAL OPERATOR-JOURNAL
               ASSIGN USING OPERATOR-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-JOURNAL-STATUS.
           SELECT OPTIONAL PARM-LOG-FILE ASSIGN USING PARM-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-LOG-STATUS.
           SELECT OPTIONAL CODE-LOG-FILE ASSIGN USING CODE-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CODE-LOG-STATUS.
           SELECT OPTIONAL XREF-LOG-FILE ASSIGN USING XREF-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-LOG-STATUS.
      *> Reporte imprimible, se reescribe completo en cada corrida.
           SELECT SOD-REPORT-FILE ASSIGN USING SOD-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOD-REPORT-STATUS.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           COPY runparms.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
      *> Misma bitacora que RESTOCK-APPROVE.
       FD  APPROVE-LOG-FILE.
       01  APPROVE-LOG-RECORD.
           05 AL-DATE       PIC X(8).
           05 AL-TIME       PIC 9(8).
           05 AL-SUPERVISOR PIC X(8).
           05 AL-TICKET-ID  PIC X(6).
           05 AL-ACTION     PIC X(1).
           05 AL-RESULT     PIC X(30).
           05 AL-REQUESTER  PIC X(8).
           05 AL-ITEM       PIC X(10).
           05 AL-CHAIN      PIC X(9).

      *> Mismo diario de operador que QUEUE-STACK-MENU.
       FD  OPERATOR-JOURNAL.
       01  OPERATOR-JOURNAL-RECORD.
           05 OJ-OPERATOR PIC X(8).
           05 OJ-ACTION   PIC X(4).
           05 OJ-ITEM     PIC X(10).
           05 OJ-RESULT   PIC X(1).
           05 OJ-DATE     PIC X(8).
           05 OJ-TIME     PIC 9(8).

      *> Misma bitacora que RUNPARM-MAINT.
       FD  PARM-LOG-FILE.
       01  PARM-LOG-RECORD.
           05 PG-DATE      PIC X(8).
           05 PG-TIME      PIC 9(8).
           05 PG-ACTION    PIC X(1).
           05 PG-KEY       PIC X(20).
           05 PG-OLD-VALUE PIC X(12).
           05 PG-NEW-VALUE PIC X(12).
           05 PG-RESULT    PIC X(30).
           05 PG-OPERATOR  PIC X(8).
           05 PG-CHAIN     PIC X(9).

      *> Misma bitacora que CODE-MASTER-MAINT y CODE-PENDING-APPLY.
       FD  CODE-LOG-FILE.
       01  CODE-LOG-RECORD.
           05 CL-DATE     PIC X(8).
           05 CL-TIME     PIC 9(8).
           05 CL-ACTION   PIC X(1).
           05 CL-CODE     PIC X(10).
           05 CL-RESULT   PIC X(30).
           05 CL-OPERATOR PIC X(8).
           05 CL-CHAIN    PIC X(9).

      *> Misma bitacora que VENDOR-XREF-MAINT.
       FD  XREF-LOG-FILE.
       01  XREF-LOG-RECORD.
           05 XL-DATE        PIC X(8).
           05 XL-TIME        PIC 9(8).
           05 XL-ACTION      PIC X(1).
           05 XL-VENDOR      PIC X(6).
           05 XL-VENDOR-ITEM PIC X(15).
           05 XL-RESULT      PIC X(30).
           05 XL-OPERATOR    PIC X(8).

       FD  SOD-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

           COPY runparmf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 APPROVE-LOG-STATUS PIC XX VALUE "00".
           88 APPROVE-LOG-OK  VALUE "00".
           88 APPROVE-LOG-EOF VALUE "10".
       01 OPERATOR-JOURNAL-STATUS PIC XX VALUE "00".
           88 OPERATOR-JOURNAL-OK  VALUE "00".
           88 OPERATOR-JOURNAL-EOF VALUE "10".
       01 PARM-LOG-STATUS PIC XX VALUE "00".
           88 PARM-LOG-OK  VALUE "00".
           88 PARM-LOG-EOF VALUE "10".
       01 CODE-LOG-STATUS PIC XX VALUE "00".
           88 CODE-LOG-OK  VALUE "00".
           88 CODE-LOG-EOF VALUE "10".
       01 XREF-LOG-STATUS PIC XX VALUE "00".
           88 XREF-LOG-OK  VALUE "00".
           88 XREF-LOG-EOF VALUE "10".
       01 SOD-REPORT-STATUS PIC XX VALUE "00".
           88 SOD-REPORT-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

       01 AUDIT-DATE-PARM PIC X(8).
       01 AUDIT-DATE PIC X(8).
       01 AUDIT-DAY-NUM PIC 9(7).
       01 RECORD-DAY-NUM PIC 9(7).
       01 DAY-GAP PIC S9(5).
       01 SOD-WINDOW-DAYS PIC 9(3) VALUE 1.
      *> Fecha y hora de la accion que se esta por cargar.
       01 CANDIDATE-DATE PIC X(8).
       01 IN-WINDOW-SW PIC X(1).
           88 IN-WINDOW VALUE "S".

      *> Aprobaciones aplicadas del dia auditado.
       01 APPROVAL-TABLE.
          05 APPROVAL-ENTRY OCCURS 200 TIMES.
             10 AV-OPERATOR  PIC X(8).
             10 AV-TIME      PIC 9(8).
             10 AV-TICKET-ID PIC X(6).
             10 AV-ITEM      PIC X(10).
             10 AV-REQUESTER PIC X(8).
       01 APPROVAL-COUNT PIC 9(3) VALUE 0.
       01 APPROVAL-CAPACITY PIC 9(3) VALUE 200.
       01 AV PIC 9(3).

      *> Acciones de los demas archivos dentro de la ventana.
       01 ACTION-TABLE.
          05 ACTION-ENTRY OCCURS 500 TIMES.
             10 AC-OPERATOR PIC X(8).
             10 AC-DATE     PIC X(8).
             10 AC-TIME     PIC 9(8).
             10 AC-SOURCE   PIC X(4).
             10 AC-KEY      PIC X(22).
       01 ACTION-COUNT PIC 9(3) VALUE 0.
       01 ACTION-CAPACITY PIC 9(3) VALUE 500.
       01 AC PIC 9(3).
       01 DROPPED-COUNT PIC 9(5) VALUE 0.

       01 CONFLICT-COUNT PIC 9(5) VALUE 0.
       01 CONFLICT-SOURCE PIC X(4).
       01 CONFLICT-DATE PIC X(8).
       01 CONFLICT-TIME PIC 9(8).
       01 CONFLICT-DETAIL PIC X(22).
       01 COUNT-EDIT PIC ZZZZ9.

           COPY runparmw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 APPROVE-LOG-FILE-NAME      PIC X(40) VALUE "APPRLOG".
          05 OPERATOR-JOURNAL-FILE-NAME PIC X(40) VALUE "OPERJRNL".
          05 PARM-LOG-FILE-NAME         PIC X(40) VALUE "RPRMLOG".
          05 CODE-LOG-FILE-NAME         PIC X(40) VALUE "CODMLOG".
          05 XREF-LOG-FILE-NAME         PIC X(40) VALUE "VXRFLOG".
          05 SOD-REPORT-FILE-NAME       PIC X(40) VALUE "SODRPT".
          05 OPS-ALERT-FILE-NAME        PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 7 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 7.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       MOVE BUSINESS-DATE TO AUDIT-DATE.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT AUDIT-DATE-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION MOVE SPACES TO AUDIT-DATE-PARM
       END-ACCEPT.
       IF AUDIT-DATE-PARM IS NUMERIC
           MOVE AUDIT-DATE-PARM TO AUDIT-DATE
       END-IF.
       COMPUTE AUDIT-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(AUDIT-DATE)).

       PERFORM LOAD-RUN-PARMS.
       MOVE "VENTANA-SOD" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
           COMPUTE SOD-WINDOW-DAYS =
               FUNCTION NUMVAL(PARM-VALUE-FOUND)
       END-IF.

       PERFORM LOAD-APPROVALS.
       PERFORM LOAD-OPERATOR-JOURNAL.
       PERFORM LOAD-PARM-CHANGES.
       PERFORM LOAD-CODE-CHANGES.
       PERFORM LOAD-XREF-CHANGES.

       OPEN OUTPUT SOD-REPORT-FILE.
       PERFORM WRITE-REPORT-HEADER.
       PERFORM VARYING AV FROM 1 BY 1 UNTIL AV > APPROVAL-COUNT
           PERFORM CHECK-ONE-APPROVAL
       END-PERFORM.
       PERFORM WRITE-REPORT-FOOTER.
       CLOSE SOD-REPORT-FILE.
       MOVE SOD-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "SOD-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Separacion de funciones al " AUDIT-DATE ": "
           APPROVAL-COUNT " aprobacion(es), " CONFLICT-COUNT
           " conflicto(s). Reporte en SODRPT.".
       IF DROPPED-COUNT > 0
           DISPLAY "Aviso: " DROPPED-COUNT " accion(es) no entraron "
               "en la tabla (capacidad " ACTION-CAPACITY "/"
               APPROVAL-CAPACITY "); el control quedo incompleto."
           MOVE "SOD-TABLA-LLENA" TO ALERT-REASON
           MOVE DROPPED-COUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
       END-IF.
       IF CONFLICT-COUNT > 0 OR DROPPED-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-APPROVALS.
      *> Solo las aprobaciones efectivas del dia auditado; los
      *> rechazos y las decisiones sin solicitud no liberaron nada.
           OPEN INPUT APPROVE-LOG-FILE.
           IF APPROVE-LOG-OK
               PERFORM UNTIL APPROVE-LOG-EOF
                   READ APPROVE-LOG-FILE
                       AT END
                           SET APPROVE-LOG-EOF TO TRUE
                       NOT AT END
                           IF AL-DATE = AUDIT-DATE
                                   AND AL-ACTION = "A"
                                   AND AL-RESULT(1:8) = "APROBADA"
                                   AND AL-SUPERVISOR NOT = SPACES
                               PERFORM ADD-APPROVAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE APPROVE-LOG-FILE.

       ADD-APPROVAL.
           IF APPROVAL-COUNT >= APPROVAL-CAPACITY
               ADD 1 TO DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO APPROVAL-COUNT.
           MOVE AL-SUPERVISOR TO AV-OPERATOR(APPROVAL-COUNT).
           MOVE AL-TIME TO AV-TIME(APPROVAL-COUNT).
           MOVE AL-TICKET-ID TO AV-TICKET-ID(APPROVAL-COUNT).
           MOVE AL-ITEM TO AV-ITEM(APPROVAL-COUNT).
           MOVE AL-REQUESTER TO AV-REQUESTER(APPROVAL-COUNT).

       LOAD-OPERATOR-JOURNAL.
      *> Del menu de operador interesa lo que pone algo en marcha:
      *> encolar o apilar, y solo si el menu lo acepto.
           OPEN INPUT OPERATOR-JOURNAL.
           IF OPERATOR-JOURNAL-OK
               PERFORM UNTIL OPERATOR-JOURNAL-EOF
                   READ OPERATOR-JOURNAL
                       AT END
                           SET OPERATOR-JOURNAL-EOF TO TRUE
                       NOT AT END
                           IF (OJ-ACTION = "ENQ " OR OJ-ACTION = "PUSH")
                                   AND OJ-RESULT = "A"
                                   AND OJ-OPERATOR NOT = SPACES
                               MOVE OJ-DATE TO CANDIDATE-DATE
                               PERFORM CHECK-WINDOW
                               IF IN-WINDOW
                                   PERFORM ADD-JOURNAL-ACTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OPERATOR-JOURNAL.

       ADD-JOURNAL-ACTION.
           IF ACTION-COUNT >= ACTION-CAPACITY
               ADD 1 TO DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ACTION-COUNT.
           MOVE OJ-OPERATOR TO AC-OPERATOR(ACTION-COUNT).
           MOVE OJ-DATE TO AC-DATE(ACTION-COUNT).
           MOVE OJ-TIME TO AC-TIME(ACTION-COUNT).
           MOVE "JRNL" TO AC-SOURCE(ACTION-COUNT).
           MOVE OJ-ITEM TO AC-KEY(ACTION-COUNT).

       LOAD-PARM-CHANGES.
      *> De RUNPARMS importan los limites (familia LIMITE-): son los
      *> que deciden que se retiene y que pasa sin aprobacion.
           OPEN INPUT PARM-LOG-FILE.
           IF PARM-LOG-OK
               PERFORM UNTIL PARM-LOG-EOF
                   READ PARM-LOG-FILE
                       AT END
                           SET PARM-LOG-EOF TO TRUE
                       NOT AT END
                           IF PG-KEY(1:7) = "LIMITE-"
                                   AND PG-RESULT(1:9) NOT = "RECHAZADA"
                                   AND PG-OPERATOR NOT = SPACES
                               MOVE PG-DATE TO CANDIDATE-DATE
                               PERFORM CHECK-WINDOW
                               IF IN-WINDOW
                                   PERFORM ADD-PARM-ACTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PARM-LOG-FILE.

       ADD-PARM-ACTION.
           IF ACTION-COUNT >= ACTION-CAPACITY
               ADD 1 TO DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ACTION-COUNT.
           MOVE PG-OPERATOR TO AC-OPERATOR(ACTION-COUNT).
           MOVE PG-DATE TO AC-DATE(ACTION-COUNT).
           MOVE PG-TIME TO AC-TIME(ACTION-COUNT).
           MOVE "PARM" TO AC-SOURCE(ACTION-COUNT).
           MOVE PG-KEY TO AC-KEY(ACTION-COUNT).

       LOAD-CODE-CHANGES.
           OPEN INPUT CODE-LOG-FILE.
           IF CODE-LOG-OK
               PERFORM UNTIL CODE-LOG-EOF
                   READ CODE-LOG-FILE
                       AT END
                           SET CODE-LOG-EOF TO TRUE
                       NOT AT END
                           IF CL-RESULT(1:9) NOT = "RECHAZADA"
                                   AND CL-OPERATOR NOT = SPACES
                               MOVE CL-DATE TO CANDIDATE-DATE
                               PERFORM CHECK-WINDOW
                               IF IN-WINDOW
                                   PERFORM ADD-CODE-ACTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CODE-LOG-FILE.

       ADD-CODE-ACTION.
           IF ACTION-COUNT >= ACTION-CAPACITY
               ADD 1 TO DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ACTION-COUNT.
           MOVE CL-OPERATOR TO AC-OPERATOR(ACTION-COUNT).
           MOVE CL-DATE TO AC-DATE(ACTION-COUNT).
           MOVE CL-TIME TO AC-TIME(ACTION-COUNT).
           MOVE "CODI" TO AC-SOURCE(ACTION-COUNT).
           MOVE SPACES TO AC-KEY(ACTION-COUNT).
           STRING CL-ACTION " " CL-CODE
               DELIMITED BY SIZE INTO AC-KEY(ACTION-COUNT)
           END-STRING.

       LOAD-XREF-CHANGES.
           OPEN INPUT XREF-LOG-FILE.
           IF XREF-LOG-OK
               PERFORM UNTIL XREF-LOG-EOF
                   READ XREF-LOG-FILE
                       AT END
                           SET XREF-LOG-EOF TO TRUE
                       NOT AT END
                           IF XL-RESULT(1:9) NOT = "RECHAZADA"
                                   AND XL-OPERATOR NOT = SPACES
                               MOVE XL-DATE TO CANDIDATE-DATE
                               PERFORM CHECK-WINDOW
                               IF IN-WINDOW
                                   PERFORM ADD-XREF-ACTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE XREF-LOG-FILE.

       ADD-XREF-ACTION.
           IF ACTION-COUNT >= ACTION-CAPACITY
               ADD 1 TO DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ACTION-COUNT.
           MOVE XL-OPERATOR TO AC-OPERATOR(ACTION-COUNT).
           MOVE XL-DATE TO AC-DATE(ACTION-COUNT).
           MOVE XL-TIME TO AC-TIME(ACTION-COUNT).
           MOVE "XREF" TO AC-SOURCE(ACTION-COUNT).
           MOVE SPACES TO AC-KEY(ACTION-COUNT).
           STRING XL-VENDOR " " XL-VENDOR-ITEM
               DELIMITED BY SIZE INTO AC-KEY(ACTION-COUNT)
           END-STRING.

       CHECK-WINDOW.
      *> La ventana se mide en dias corridos hacia ambos lados del
      *> dia auditado; una fecha ilegible queda afuera.
           MOVE "N" TO IN-WINDOW-SW.
           IF CANDIDATE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE RECORD-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(CANDIDATE-DATE)).
           COMPUTE DAY-GAP = RECORD-DAY-NUM - AUDIT-DAY-NUM.
           IF DAY-GAP < 0
               COMPUTE DAY-GAP = 0 - DAY-GAP
           END-IF.
           IF DAY-GAP <= SOD-WINDOW-DAYS
               MOVE "S" TO IN-WINDOW-SW
           END-IF.

       CHECK-ONE-APPROVAL.
           IF AV-REQUESTER(AV) = AV-OPERATOR(AV)
               MOVE "SOLI" TO CONFLICT-SOURCE
               MOVE AUDIT-DATE TO CONFLICT-DATE
               MOVE AV-TIME(AV) TO CONFLICT-TIME
               MOVE "SOLICITUD PROPIA" TO CONFLICT-DETAIL
               PERFORM RECORD-CONFLICT
           END-IF.
           PERFORM VARYING AC FROM 1 BY 1 UNTIL AC > ACTION-COUNT
               IF AC-OPERATOR(AC) = AV-OPERATOR(AV)
                   IF AC-SOURCE(AC) NOT = "JRNL"
                           OR AC-KEY(AC)(1:10) = AV-ITEM(AV)
                       MOVE AC-SOURCE(AC) TO CONFLICT-SOURCE
                       MOVE AC-DATE(AC) TO CONFLICT-DATE
                       MOVE AC-TIME(AC) TO CONFLICT-TIME
                       MOVE AC-KEY(AC) TO CONFLICT-DETAIL
                       PERFORM RECORD-CONFLICT
                   END-IF
               END-IF
           END-PERFORM.

       RECORD-CONFLICT.
           ADD 1 TO CONFLICT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING AV-OPERATOR(AV) " " AV-TICKET-ID(AV) " "
               AV-ITEM(AV) " " AV-TIME(AV)(1:6) "  "
               CONFLICT-SOURCE "  " CONFLICT-DATE " "
               CONFLICT-TIME(1:6) " " CONFLICT-DETAIL
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE "SOD-CONFLICTO" TO ALERT-REASON.
           MOVE SPACES TO ALERT-VALUE.
           STRING AV-OPERATOR(AV) " " AV-TICKET-ID(AV) " "
               CONFLICT-SOURCE
               DELIMITED BY SIZE INTO ALERT-VALUE
           END-STRING.
           PERFORM WRITE-OPS-ALERT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "SEPARACION DE FUNCIONES - APROBACIONES DEL "
               AUDIT-DATE " - VENTANA " SOD-WINDOW-DAYS " DIAS"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPERADOR TIQUE  ARTICULO   HORA    ORIG  FECHA    "
               "HORA   DETALLE"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-REPORT-FOOTER.
           IF CONFLICT-COUNT = 0
               MOVE "Sin conflictos." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE APPROVAL-COUNT TO COUNT-EDIT.
           STRING "Aprobaciones revisadas: " FUNCTION TRIM(COUNT-EDIT)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ACTION-COUNT TO COUNT-EDIT.
           STRING "Acciones en la ventana: " FUNCTION TRIM(COUNT-EDIT)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE CONFLICT-COUNT TO COUNT-EDIT.
           STRING "Conflictos: " FUNCTION TRIM(COUNT-EDIT)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF DROPPED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               MOVE DROPPED-COUNT TO COUNT-EDIT
               STRING "*** " FUNCTION TRIM(COUNT-EDIT)
                   " accion(es) fuera de tabla: control incompleto"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE. Todo lo que
      *> levanta este control es de severidad alta.
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "SOD-REPORT" TO ALERT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-DATE.
           ACCEPT ALERT-TIME-STAMP FROM TIME.
           MOVE ALERT-TIME-STAMP TO ALERT-TIME.
           MOVE "N" TO ALERT-ACK.
           MOVE "A" TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

           COPY runparmp.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
       COPY rarcp.
