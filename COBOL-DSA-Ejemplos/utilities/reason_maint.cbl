       IDENTIFICATION DIVISION.
       PROGRAM-ID. REASON-MAINT.

      *> Mantenimiento auditado del maestro de codigos de motivo
      *> RSNCODE (ver rsnrec.cpy), al molde de CATEGORY-MAINT. Los
      *> motivos de RJCTFILE, OPSALERT, QUEHIST y RSTKCONF eran texto
      *> libre tecleado en cada emisor y cada resumen agrupaba por
      *> separado "SIN STOCK", "SIN-STOCK" y "NO STOCK"; ahora cada
      *> codigo valido se registra aqui por dominio, con descripcion y
      *> severidad sugerida, y las variantes como sinonimos de el.
      *> REASON-CHECK valida contra este maestro en cada grabacion.
      *>
      *> Transacciones desde RSNTXN, una por linea: A alta, C cambio,
      *> D baja; dominio ALERTA, RECHAZO, CANCELA o REPOSICION; clase
      *> "V" codigo valido (severidad A/M/B o blanco, descripcion
      *> obligatoria) o "S" sinonimo (el codigo valido de destino
      *> tiene que existir en el mismo dominio). El codigo se guarda
      *> en mayusculas y no puede pasar el ancho del campo que lo
      *> recibe (16 en ALERTA/RECHAZO/CANCELA, 20 en REPOSICION). En
      *> un cambio lo que viene en blanco conserva el valor actual. Un
      *> codigo valido con sinonimos no se da de baja ni pasa a
      *> sinonimo: quedarian apuntando a la nada.
      *>
      *> Cada transaccion queda en la bitacora RSNLOG con valor viejo,
      *> valor nuevo y resultado; el listado RSNLIST muestra el
      *> maestro por dominio con los sinonimos debajo de su codigo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REASON-TXN-FILE
               ASSIGN USING REASON-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REASON-TXN-STATUS.
           SELECT OPTIONAL REASON-FILE ASSIGN USING REASON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REASON-FILE-STATUS.
      *> Bitacora de cambios (EXTEND), mismo esquema que CATLOG.
           SELECT OPTIONAL REASON-LOG-FILE
               ASSIGN USING REASON-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REASON-LOG-STATUS.
           SELECT REASON-LIST-FILE
               ASSIGN USING REASON-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REASON-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REASON-TXN-FILE.
       01  REASON-TXN-RECORD.
           05 RX-ACTION    PIC X(1).
           05 RX-DOMAIN    PIC X(10).
           05 RX-CODE      PIC X(20).
           05 RX-KIND      PIC X(1).
           05 RX-CANONICAL PIC X(20).
           05 RX-SEVERITY  PIC X(1).
           05 RX-DESC      PIC X(30).

       FD  REASON-FILE.
       01  REASON-RECORD.
           COPY rsnrec.

       FD  REASON-LOG-FILE.
       01  REASON-LOG-RECORD.
           05 RL-DATE      PIC X(8).
           05 RL-TIME      PIC 9(8).
           05 RL-ACTION    PIC X(1).
           05 RL-DOMAIN    PIC X(10).
           05 RL-CODE      PIC X(20).
           05 RL-OLD-VALUE PIC X(30).
           05 RL-NEW-VALUE PIC X(30).
           05 RL-RESULT    PIC X(30).

       FD  REASON-LIST-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 REASON-TXN-STATUS PIC XX VALUE "00".
           88 REASON-TXN-OK  VALUE "00".
           88 REASON-TXN-EOF VALUE "10".
       01 REASON-FILE-STATUS PIC XX VALUE "00".
           88 REASON-FILE-OK  VALUE "00".
           88 REASON-FILE-EOF VALUE "10".
       01 REASON-LOG-STATUS PIC XX VALUE "00".
           88 REASON-LOG-OK VALUE "00".
       01 REASON-LIST-STATUS PIC XX VALUE "00".
           88 REASON-LIST-OK VALUE "00".

      *> Maestro cargado, mismo orden de campos que rsnrec.cpy.
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
       01 J PIC 9(3).
       01 REASON-IDX PIC 9(3).
       01 CANONICAL-IDX PIC 9(3).
       01 SWAP-ENTRY PIC X(82).
       01 REASON-OVERFLOW-SW PIC X VALUE "N".
           88 REASON-OVERFLOW VALUE "Y".
       01 MASTER-CHANGED-SW PIC X VALUE "N".
           88 MASTER-CHANGED VALUE "Y".

      *> Dominios validos y el ancho del campo que recibe el codigo.
       01 DOMAIN-AREA.
          05 FILLER PIC X(12) VALUE "ALERTA    16".
          05 FILLER PIC X(12) VALUE "RECHAZO   16".
          05 FILLER PIC X(12) VALUE "CANCELA   16".
          05 FILLER PIC X(12) VALUE "REPOSICION20".
       01 FILLER REDEFINES DOMAIN-AREA.
          05 DOMAIN-ENTRY OCCURS 4 TIMES.
             10 DM-NAME  PIC X(10).
             10 DM-WIDTH PIC 9(2).
       01 DOMAIN-SIZE PIC 9(1) VALUE 4.
       01 DM PIC 9(1).
       01 DOMAIN-IDX PIC 9(1).

       01 TXN-COUNT      PIC 9(4) VALUE 0.
       01 APPLIED-COUNT  PIC 9(4) VALUE 0.
       01 REJECTED-COUNT PIC 9(4) VALUE 0.
       01 TXN-RESULT PIC X(30).
       01 OLD-VALUE PIC X(30).
       01 NEW-VALUE PIC X(30).
       01 STAMP-TIME PIC 9(8).
       01 CODE-UPPER PIC X(20).
       01 DOMAIN-UPPER PIC X(10).
       01 CODE-LEN PIC 9(2).
       01 NEW-KIND      PIC X(1).
       01 NEW-CANONICAL PIC X(20).
       01 NEW-SEVERITY  PIC X(1).
       01 NEW-DESC      PIC X(30).
       01 SYNONYM-COUNT PIC 9(3).
       01 VALID-TOTAL   PIC 9(3) VALUE 0.
       01 SYNONYM-TOTAL PIC 9(3) VALUE 0.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 REASON-TXN-FILE-NAME  PIC X(40) VALUE "RSNTXN".
          05 REASON-FILE-NAME      PIC X(40) VALUE "RSNCODE".
          05 REASON-LOG-FILE-NAME  PIC X(40) VALUE "RSNLOG".
          05 REASON-LIST-FILE-NAME PIC X(40) VALUE "RSNLIST".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-REASON-TABLE.
      *> Regrabar desde una tabla incompleta borraria lo que no entro:
      *> se lista lo cargado y se termina sin tocar nada.
       IF REASON-OVERFLOW
           DISPLAY "ERROR: RSNCODE no entra en la tabla; no se "
               "aplican transacciones."
           PERFORM WRITE-REASON-LISTING
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM APPLY-TXN-BATCH.
       IF MASTER-CHANGED
           PERFORM SAVE-REASON-MASTER
       END-IF.
       PERFORM WRITE-REASON-LISTING.

       IF TXN-COUNT = 0
           DISPLAY "RSNTXN vacio o ausente; solo se listo el maestro ("
               VALID-TOTAL " codigo(s) valido(s), " SYNONYM-TOTAL
               " sinonimo(s))."
       ELSE
           DISPLAY "Motivos: " APPLIED-COUNT " cambio(s) aplicado(s), "
               REJECTED-COUNT " rechazado(s) de " TXN-COUNT
               ". Bitacora en RSNLOG, listado en RSNLIST."
       END-IF.
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-REASON-TABLE.
           MOVE 0 TO REASON-COUNT.
           OPEN INPUT REASON-FILE.
           IF REASON-FILE-OK
               PERFORM UNTIL REASON-FILE-EOF
                   READ REASON-FILE
                       AT END
                           SET REASON-FILE-EOF TO TRUE
                       NOT AT END
                           IF REASON-COUNT >= REASON-TABLE-CAPACITY
                               SET REASON-OVERFLOW TO TRUE
                               SET REASON-FILE-EOF TO TRUE
                           ELSE
                               ADD 1 TO REASON-COUNT
                               MOVE REASON-RECORD
                                   TO REASON-ENTRY(REASON-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REASON-FILE.

       APPLY-TXN-BATCH.
           OPEN INPUT REASON-TXN-FILE.
           IF REASON-TXN-OK
               PERFORM UNTIL REASON-TXN-EOF
                   READ REASON-TXN-FILE
                       AT END
                           SET REASON-TXN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO TXN-COUNT
                           PERFORM APPLY-ONE-TXN
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REASON-TXN-FILE.

       APPLY-ONE-TXN.
           MOVE SPACES TO TXN-RESULT.
           MOVE SPACES TO OLD-VALUE.
           MOVE SPACES TO NEW-VALUE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RX-DOMAIN))
               TO DOMAIN-UPPER.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RX-CODE))
               TO CODE-UPPER.
           PERFORM VALIDATE-KEY.
           IF TXN-RESULT = SPACES
               PERFORM FIND-REASON-ENTRY
               IF REASON-IDX > 0
                   PERFORM FORMAT-OLD-VALUE
               END-IF
               EVALUATE RX-ACTION
                   WHEN "A"
                       PERFORM ADD-REASON
                   WHEN "C"
                       PERFORM CHANGE-REASON
                   WHEN "D"
                       PERFORM DELETE-REASON
                   WHEN OTHER
                       MOVE "RECHAZADA: ACCION DESCONOCIDA"
                           TO TXN-RESULT
               END-EVALUATE
           END-IF.
           IF TXN-RESULT(1:9) = "RECHAZADA"
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Rechazada: " RX-ACTION " "
                   FUNCTION TRIM(RX-DOMAIN) " "
                   FUNCTION TRIM(RX-CODE) " ("
                   FUNCTION TRIM(TXN-RESULT) ")."
           ELSE
               ADD 1 TO APPLIED-COUNT
           END-IF.
           PERFORM WRITE-CHANGE-LOG.

       VALIDATE-KEY.
      *> Dominio conocido y codigo presente que quepa en su campo.
           MOVE 0 TO DOMAIN-IDX.
           PERFORM VARYING DM FROM 1 BY 1 UNTIL DM > DOMAIN-SIZE
               IF DM-NAME(DM) = DOMAIN-UPPER
                   MOVE DM TO DOMAIN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF DOMAIN-IDX = 0
               MOVE "RECHAZADA: DOMINIO DESCONOCIDO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CODE-UPPER = SPACES
               MOVE "RECHAZADA: CODIGO EN BLANCO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CODE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(CODE-UPPER TRAILING)).
           IF CODE-LEN > DM-WIDTH(DOMAIN-IDX)
               MOVE "RECHAZADA: CODIGO MUY LARGO" TO TXN-RESULT
           END-IF.

       FIND-REASON-ENTRY.
           MOVE 0 TO REASON-IDX.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > REASON-COUNT
               IF RT-DOMAIN(R) = DOMAIN-UPPER
                       AND RT-CODE(R) = CODE-UPPER
                   MOVE R TO REASON-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-REASON.
           IF REASON-IDX > 0
               MOVE "RECHAZADA: CODIGO YA EXISTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE RX-KIND TO NEW-KIND.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RX-CANONICAL))
               TO NEW-CANONICAL.
           MOVE RX-SEVERITY TO NEW-SEVERITY.
           MOVE RX-DESC TO NEW-DESC.
           PERFORM VALIDATE-NEW-VALUES.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF REASON-COUNT >= REASON-TABLE-CAPACITY
               MOVE "RECHAZADA: TABLA LLENA" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO REASON-COUNT.
           MOVE REASON-COUNT TO REASON-IDX.
           MOVE DOMAIN-UPPER TO RT-DOMAIN(REASON-IDX).
           MOVE CODE-UPPER TO RT-CODE(REASON-IDX).
           PERFORM STORE-NEW-VALUES.
           MOVE "ALTA" TO TXN-RESULT.

       CHANGE-REASON.
           IF REASON-IDX = 0
               MOVE "RECHAZADA: CODIGO INEXISTENTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
      *> Lo que viene en blanco conserva el valor actual.
           MOVE RT-KIND(REASON-IDX) TO NEW-KIND.
           MOVE RT-CANONICAL(REASON-IDX) TO NEW-CANONICAL.
           MOVE RT-SEVERITY(REASON-IDX) TO NEW-SEVERITY.
           MOVE RT-DESC(REASON-IDX) TO NEW-DESC.
           IF RX-KIND NOT = SPACE
               MOVE RX-KIND TO NEW-KIND
           END-IF.
           IF RX-CANONICAL NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RX-CANONICAL))
                   TO NEW-CANONICAL
           END-IF.
           IF RX-SEVERITY NOT = SPACE
               MOVE RX-SEVERITY TO NEW-SEVERITY
           END-IF.
           IF RX-DESC NOT = SPACES
               MOVE RX-DESC TO NEW-DESC
           END-IF.
           IF RT-KIND(REASON-IDX) = "V" AND NEW-KIND = "S"
               PERFORM COUNT-SYNONYMS-OF-ENTRY
               IF SYNONYM-COUNT > 0
                   MOVE "RECHAZADA: TIENE SINONIMOS" TO TXN-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM VALIDATE-NEW-VALUES.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM STORE-NEW-VALUES.
           MOVE "CAMBIO" TO TXN-RESULT.

       DELETE-REASON.
           IF REASON-IDX = 0
               MOVE "RECHAZADA: CODIGO INEXISTENTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF RT-KIND(REASON-IDX) = "V"
               PERFORM COUNT-SYNONYMS-OF-ENTRY
               IF SYNONYM-COUNT > 0
                   MOVE "RECHAZADA: TIENE SINONIMOS" TO TXN-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE REASON-ENTRY(REASON-COUNT) TO REASON-ENTRY(REASON-IDX).
           SUBTRACT 1 FROM REASON-COUNT.
           SET MASTER-CHANGED TO TRUE.
           MOVE "BAJA" TO TXN-RESULT.

       VALIDATE-NEW-VALUES.
      *> Clase valida; el codigo valido con descripcion y severidad
      *> de la escala de OPSALERT; el sinonimo apuntando a un codigo
      *> valido del mismo dominio. Deja TXN-RESULT si algo no sirve.
           EVALUATE NEW-KIND
               WHEN "V"
                   MOVE SPACES TO NEW-CANONICAL
                   IF NEW-SEVERITY NOT = "A" AND NEW-SEVERITY NOT = "M"
                           AND NEW-SEVERITY NOT = "B"
                           AND NEW-SEVERITY NOT = SPACE
                       MOVE "RECHAZADA: SEVERIDAD INVALIDA"
                           TO TXN-RESULT
                       EXIT PARAGRAPH
                   END-IF
                   IF NEW-DESC = SPACES
                       MOVE "RECHAZADA: SIN DESCRIPCION" TO TXN-RESULT
                   END-IF
               WHEN "S"
                   MOVE SPACE TO NEW-SEVERITY
                   IF NEW-CANONICAL = SPACES
                       MOVE "RECHAZADA: SINONIMO SIN DESTINO"
                           TO TXN-RESULT
                       EXIT PARAGRAPH
                   END-IF
                   IF NEW-CANONICAL = CODE-UPPER
                       MOVE "RECHAZADA: SINONIMO DE SI MISMO"
                           TO TXN-RESULT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 0 TO CANONICAL-IDX
                   PERFORM VARYING R FROM 1 BY 1 UNTIL R > REASON-COUNT
                       IF RT-DOMAIN(R) = DOMAIN-UPPER
                               AND RT-CODE(R) = NEW-CANONICAL
                               AND RT-KIND(R) = "V"
                           MOVE R TO CANONICAL-IDX
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF CANONICAL-IDX = 0
                       MOVE "RECHAZADA: DESTINO NO ES VALIDO"
                           TO TXN-RESULT
                   END-IF
               WHEN OTHER
                   MOVE "RECHAZADA: CLASE DESCONOCIDA" TO TXN-RESULT
           END-EVALUATE.

       STORE-NEW-VALUES.
           MOVE NEW-KIND TO RT-KIND(REASON-IDX).
           MOVE NEW-CANONICAL TO RT-CANONICAL(REASON-IDX).
           MOVE NEW-SEVERITY TO RT-SEVERITY(REASON-IDX).
           MOVE NEW-DESC TO RT-DESC(REASON-IDX).
           MOVE REASON-IDX TO J.
           PERFORM FORMAT-ENTRY-VALUE.
           SET MASTER-CHANGED TO TRUE.

       COUNT-SYNONYMS-OF-ENTRY.
           MOVE 0 TO SYNONYM-COUNT.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > REASON-COUNT
               IF RT-DOMAIN(R) = RT-DOMAIN(REASON-IDX)
                       AND RT-KIND(R) = "S"
                       AND RT-CANONICAL(R) = RT-CODE(REASON-IDX)
                   ADD 1 TO SYNONYM-COUNT
               END-IF
           END-PERFORM.

       FORMAT-OLD-VALUE.
           MOVE REASON-IDX TO J.
           PERFORM FORMAT-ENTRY-VALUE.
           MOVE NEW-VALUE TO OLD-VALUE.
           MOVE SPACES TO NEW-VALUE.

       FORMAT-ENTRY-VALUE.
      *> Valor legible de la entrada J para la bitacora: "V A desc"
      *> para un codigo valido, "S > destino" para un sinonimo.
           MOVE SPACES TO NEW-VALUE.
           IF RT-KIND(J) = "S"
               STRING "S > " RT-CANONICAL(J)
                   DELIMITED BY SIZE INTO NEW-VALUE
               END-STRING
           ELSE
               STRING RT-KIND(J) " " RT-SEVERITY(J) " " RT-DESC(J)
                   DELIMITED BY SIZE INTO NEW-VALUE
               END-STRING
           END-IF.

       SAVE-REASON-MASTER.
           OPEN OUTPUT REASON-FILE.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > REASON-COUNT
               MOVE REASON-ENTRY(R) TO REASON-RECORD
               WRITE REASON-RECORD
           END-PERFORM.
           CLOSE REASON-FILE.

       WRITE-CHANGE-LOG.
           OPEN EXTEND REASON-LOG-FILE.
           IF NOT REASON-LOG-OK
               CLOSE REASON-LOG-FILE
               OPEN OUTPUT REASON-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATE.
           ACCEPT STAMP-TIME FROM TIME.
           MOVE STAMP-TIME TO RL-TIME.
           MOVE RX-ACTION TO RL-ACTION.
           MOVE DOMAIN-UPPER TO RL-DOMAIN.
           IF CODE-UPPER = SPACES
               MOVE RX-CODE TO RL-CODE
           ELSE
               MOVE CODE-UPPER TO RL-CODE
           END-IF.
           MOVE OLD-VALUE TO RL-OLD-VALUE.
           MOVE NEW-VALUE TO RL-NEW-VALUE.
           MOVE TXN-RESULT TO RL-RESULT.
           WRITE REASON-LOG-RECORD.
           CLOSE REASON-LOG-FILE.

      *> ----- Listado -----
       WRITE-REASON-LISTING.
      *> Maestro ordenado por dominio y codigo; cada codigo valido con
      *> sus sinonimos debajo. Un sinonimo cuyo destino ya no existe
      *> (archivo editado a mano) sale al final como excepcion.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R >= REASON-COUNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > REASON-COUNT - R
                   IF RT-DOMAIN(J) > RT-DOMAIN(J + 1)
                           OR (RT-DOMAIN(J) = RT-DOMAIN(J + 1)
                               AND RT-CODE(J) > RT-CODE(J + 1))
                       MOVE REASON-ENTRY(J) TO SWAP-ENTRY
                       MOVE REASON-ENTRY(J + 1) TO REASON-ENTRY(J)
                       MOVE SWAP-ENTRY TO REASON-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO VALID-TOTAL.
           MOVE 0 TO SYNONYM-TOTAL.
           OPEN OUTPUT REASON-LIST-FILE.
           MOVE "MAESTRO DE CODIGOS DE MOTIVO (RSNCODE)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DOMINIO    CODIGO                SEV DESCRIPCION"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > REASON-COUNT
               IF RT-KIND(R) = "V"
                   ADD 1 TO VALID-TOTAL
                   MOVE SPACES TO REPORT-LINE
                   STRING RT-DOMAIN(R) " " RT-CODE(R) "  "
                       RT-SEVERITY(R) "   " RT-DESC(R)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   PERFORM LIST-SYNONYMS-OF-CODE
               END-IF
           END-PERFORM.
           PERFORM LIST-ORPHAN-SYNONYMS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Codigos validos: " VALID-TOTAL
               "  sinonimos: " SYNONYM-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE REASON-LIST-FILE.
           MOVE REASON-LIST-FILE-NAME TO RA-FILE-NAME.
           MOVE "REASON-MAINT" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       LIST-SYNONYMS-OF-CODE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > REASON-COUNT
               IF RT-KIND(J) = "S"
                       AND RT-DOMAIN(J) = RT-DOMAIN(R)
                       AND RT-CANONICAL(J) = RT-CODE(R)
                   ADD 1 TO SYNONYM-TOTAL
                   MOVE SPACES TO REPORT-LINE
                   STRING "             sinonimo: " RT-CODE(J)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       LIST-ORPHAN-SYNONYMS.
           MOVE 0 TO SYNONYM-COUNT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > REASON-COUNT
               IF RT-KIND(J) = "S"
                   MOVE 0 TO CANONICAL-IDX
                   PERFORM VARYING R FROM 1 BY 1 UNTIL R > REASON-COUNT
                       IF RT-KIND(R) = "V"
                               AND RT-DOMAIN(R) = RT-DOMAIN(J)
                               AND RT-CODE(R) = RT-CANONICAL(J)
                           MOVE R TO CANONICAL-IDX
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF CANONICAL-IDX = 0
                       IF SYNONYM-COUNT = 0
                           MOVE SPACES TO REPORT-LINE
                           WRITE REPORT-LINE
                           MOVE "--- SINONIMOS SIN CODIGO VALIDO ---"
                               TO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
                       ADD 1 TO SYNONYM-COUNT
                       ADD 1 TO SYNONYM-TOTAL
                       MOVE SPACES TO REPORT-LINE
                       STRING RT-DOMAIN(J) " " RT-CODE(J) "  > "
                           RT-CANONICAL(J)
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.

       COPY fenvp.
       COPY rarcp.
