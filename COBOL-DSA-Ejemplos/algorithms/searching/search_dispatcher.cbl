       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SOURCE-LIST-FILE
               ASSIGN USING SOURCE-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-LIST-FILE-STATUS.
      *> Lote de objetivos (mismo SRCHTGT que usa LINEAR-SEARCH-DEMO):
      *> con muchos objetivos contra la misma lista desordenada,
      *> conformarse con la busqueda lineal desperdicia la noche.
           SELECT OPTIONAL TARGET-FILE ASSIGN USING TARGET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARGET-FILE-STATUS.

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
          05 SOURCE-LIST-FILE-NAME PIC X(40) VALUE "SRCHLIST".
          05 TARGET-FILE-NAME      PIC X(40) VALUE "SRCHTGT".
          05 OPS-ALERT-FILE-NAME   PIC X(40) VALUE "OPSALERT".
          05 RESULTS-FILE-NAME     PIC X(40) VALUE "SRCHRES".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-SOURCE-LIST.
       PERFORM FILL-SEARCH-PARM-TABLE.
       PERFORM CHECK-SORTED.
           ELSE
               PERFORM ESTIMATE-STRATEGY-COSTS
               IF SORT-COST < LINEAR-COST
                   DISPLAY
                       "Estrategia: ordenar primero (costo estimado "
                       SORT-COST ") y chop binario; la lineal directa "
                       "costaria " LINEAR-COST " con " TARGET-COUNT
                       " objetivo(s) sobre " LIST-COUNT " elementos."
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

           MOVE FOUND-INDEX TO SR-INDEX.
           MOVE SPACES TO SR-INDEXES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SR-DATE.
           MOVE SPACES TO SR-ALIAS.
           WRITE RESULTS-RECORD.
           CLOSE RESULTS-FILE.

       COPY fenvp.
       COPY rsnalp.
