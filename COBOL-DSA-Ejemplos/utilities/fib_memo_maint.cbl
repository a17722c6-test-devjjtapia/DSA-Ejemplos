       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FIB-MEMO-FILE ASSIGN USING FIB-MEMO-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMO-N
       01 WARMED-COUNT PIC 9(3) VALUE 0.
       01 EXPECTED-N PIC 9(2) VALUE 1.
       01 G PIC 9(2).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 FIB-MEMO-FILE-NAME PIC X(40) VALUE "FIBMEMO".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 1 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 1.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-PARAMETERS.

       EVALUATE TRUE
           PERFORM VARYING FIB-N FROM 1 BY 1 UNTIL FIB-N > WARM-UPPER
               PERFORM COMPUTE-FIB-ITERATIVE
               IF FIB-OVERFLOW
                   DISPLAY "Aviso: el termino " FIB-N
                       " desborda los 18 "
                       "digitos; el precalentamiento corta aqui."
                   MOVE WARM-UPPER TO FIB-N
               ELSE
               MOVE FIB-B TO FIB-A
               MOVE FIB-VALUE TO FIB-B
           END-PERFORM.

       COPY fenvp.
