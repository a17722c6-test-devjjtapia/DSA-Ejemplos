       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SORTED-CODE-FILE
               ASSIGN USING SORTED-CODE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-CODE-FILE-STATUS.
      *> Maestro de codigos con descripcion, vigencia y marca de
      *> y cada hallazgo puede mostrar su descripcion en vez de mandar
      *> al usuario al bibliorato. SRTCODE queda como respaldo para
      *> las instalaciones que todavia no migraron.
           SELECT OPTIONAL CODE-MASTER-FILE
               ASSIGN USING CODE-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS CODE-MASTER-STATUS.
           SELECT SUSPENSE-FILE ASSIGN USING SUSPENSE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.
      *> Bitacora compartida de corridas, mismo patron que las demas
      *> demos.
           SELECT OPTIONAL HISTORY-FILE ASSIGN USING HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
      *> Archivo compartido de rechazos (ver rjctrec.cpy): nada se
      *> descarta sin dejar rastro.
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

      *> Resultados de busqueda persistidos (ver srchres.cpy).
           SELECT OPTIONAL RESULTS-FILE ASSIGN USING RESULTS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-FILE-STATUS.

      *> invocan por CALL a SEARCH-SERVICE).
       01 SEARCH-PARM.
           COPY srchparm.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 SORTED-CODE-FILE-NAME PIC X(40) VALUE "SRTCODE".
          05 CODE-MASTER-FILE-NAME PIC X(40) VALUE "CODEMAST".
          05 SUSPENSE-FILE-NAME    PIC X(40) VALUE "SRCHSUSP".
          05 HISTORY-FILE-NAME     PIC X(40) VALUE "HISTLOG".
          05 REJECT-FILE-NAME      PIC X(40) VALUE "RJCTFILE".
          05 OPS-ALERT-FILE-NAME   PIC X(40) VALUE "OPSALERT".
          05 RESULTS-FILE-NAME     PIC X(40) VALUE "SRCHRES".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 7 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 7.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-SEARCH-PARM.
       PERFORM OPEN-SUSPENSE-FILE.
       PERFORM LOAD-SORTED-CODE-LIST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RJ-DATE.
           MOVE SPACE TO RJ-STATUS.
           MOVE SPACES TO RJ-REPAIR-DATE.
           PERFORM CHECK-REJECT-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.

           MOVE PREFIX-COUNT TO SR-COUNT.
           MOVE PREFIX-INDEX-LIST TO SR-INDEXES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SR-DATE.
           MOVE SPACES TO SR-ALIAS.
           WRITE RESULTS-RECORD.
           CLOSE RESULTS-FILE.

       DISPLAY-SEARCH-RESULT.
           PERFORM WRITE-SEARCH-RESULT-RECORD.
           IF FOUND-INDEX > 0
      *> Hallado por alias (ver aliasrec.cpy): se dice por cual.
               IF SP-ALIAS-FLAG = "S"
                   DISPLAY "El codigo " FUNCTION TRIM(TARGET-CODE)
                       " es alias de " FUNCTION TRIM(SP-ALIAS-TARGET)
                       ", que se encuentra en el indice: " FOUND-INDEX
               ELSE
                   DISPLAY "El codigo " FUNCTION TRIM(TARGET-CODE)
                       " se encuentra en el indice: " FOUND-INDEX
               END-IF
               IF MASTER-LOADED
                   DISPLAY "  Descripcion: "
                       FUNCTION TRIM(CODE-DESCS(FOUND-INDEX))
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

           MOVE FOUND-INDEX TO SR-INDEX.
           MOVE SPACES TO SR-INDEXES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SR-DATE.
           IF FOUND-INDEX > 0 AND SP-ALIAS-FLAG = "S"
               MOVE SP-ALIAS-TARGET TO SR-ALIAS
           ELSE
               MOVE SPACES TO SR-ALIAS
           END-IF.
           WRITE RESULTS-RECORD.
           CLOSE RESULTS-FILE.

       COPY fenvp.
       COPY rsnalp.
       COPY rsnrjp.
