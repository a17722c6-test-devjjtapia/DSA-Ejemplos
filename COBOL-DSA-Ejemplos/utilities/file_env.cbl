       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-ENV.

      *> Servicio invocable por CALL que resuelve el nombre de un
      *> archivo segun el entorno de la corrida (ver fenvparm.cpy).
      *> Todos los programas con archivos lo llaman antes de abrir:
      *> en produccion el nombre queda igual y en un entorno de
      *> prueba se le antepone el entorno (PRUEBA.QUEUEDAT), de modo
      *> que una prueba no puede encolar tiques en el QUEUEDAT real.
      *>
      *> El entorno se fija en la primera llamada y queda fijo para el
      *> resto del proceso (toda la secuencia de RUN-ALL-DEMOS corre
      *> en un solo entorno aunque alguien cambie la variable a mitad
      *> de camino). Un nombre de entorno invalido detiene el proceso:
      *> caer a produccion por un error de tipeo es justo lo que este
      *> servicio existe para impedir.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> El RUNPARMS base, siempre sin prefijo: el unico archivo que
      *> se lee antes de conocer el entorno.
           SELECT OPTIONAL BASE-PARMS-FILE ASSIGN TO "RUNPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BASE-PARMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BASE-PARMS-FILE.
       01  BASE-PARMS-RECORD PIC X(40).

       WORKING-STORAGE SECTION.
       01 BASE-PARMS-STATUS PIC XX VALUE "00".
           88 BASE-PARMS-OK  VALUE "00".
           88 BASE-PARMS-EOF VALUE "10".
       01 BASE-PARM-KEY   PIC X(20).
       01 BASE-PARM-VALUE PIC X(12).

       01 ENV-LOADED-SW PIC X VALUE "N".
           88 ENV-LOADED VALUE "Y".
       01 RUN-ENV        PIC X(12) VALUE SPACES.
       01 RUN-ENV-SOURCE PIC X(1).
       01 RUN-PREFIX     PIC X(9) VALUE SPACES.
       01 RUN-PREFIX-LEN PIC 9(2) VALUE 0.
       01 ENV-LEN        PIC 9(2).
       01 ENV-IX         PIC 9(2).
       01 BASE-NAME      PIC X(40).

       LINKAGE SECTION.
       01 FILE-ENV-PARM.
           COPY fenvparm.

       PROCEDURE DIVISION USING FILE-ENV-PARM.

       IF NOT ENV-LOADED
           PERFORM ESTABLISH-ENVIRONMENT
       END-IF.

       MOVE RUN-ENV TO FE-ENV.
       MOVE RUN-PREFIX TO FE-PREFIX.
       MOVE RUN-ENV-SOURCE TO FE-SOURCE.

       IF RUN-PREFIX-LEN > 0 AND FE-NAME NOT = SPACES
           IF FE-NAME(1:RUN-PREFIX-LEN) NOT = RUN-PREFIX
               MOVE FE-NAME TO BASE-NAME
               MOVE SPACES TO FE-NAME
               STRING RUN-PREFIX(1:RUN-PREFIX-LEN)
                   FUNCTION TRIM(BASE-NAME)
                   DELIMITED BY SIZE INTO FE-NAME
               END-STRING
           END-IF
       END-IF.

       GOBACK.

       ESTABLISH-ENVIRONMENT.
           MOVE "J" TO RUN-ENV-SOURCE.
           ACCEPT RUN-ENV FROM ENVIRONMENT "ENTORNO"
               ON EXCEPTION
                   MOVE SPACES TO RUN-ENV
           END-ACCEPT.
           IF RUN-ENV = SPACES
               MOVE "R" TO RUN-ENV-SOURCE
               PERFORM READ-BASE-ENVIRONMENT
           END-IF.
           IF RUN-ENV = SPACES
               MOVE "D" TO RUN-ENV-SOURCE
               MOVE "PROD" TO RUN-ENV
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RUN-ENV)) TO RUN-ENV.

      *> Hasta 8 letras o digitos: el nombre va delante de cada
      *> archivo.
           MOVE 0 TO ENV-LEN.
           INSPECT RUN-ENV TALLYING ENV-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF ENV-LEN > 8
               PERFORM REJECT-ENVIRONMENT
           END-IF.
           IF RUN-ENV(ENV-LEN + 1:) NOT = SPACES
               PERFORM REJECT-ENVIRONMENT
           END-IF.
           PERFORM VARYING ENV-IX FROM 1 BY 1 UNTIL ENV-IX > ENV-LEN
               IF RUN-ENV(ENV-IX:1) IS NOT ALPHABETIC-UPPER
                       AND RUN-ENV(ENV-IX:1) IS NOT NUMERIC
                   PERFORM REJECT-ENVIRONMENT
               END-IF
           END-PERFORM.

           IF RUN-ENV = "PROD"
               MOVE SPACES TO RUN-PREFIX
               MOVE 0 TO RUN-PREFIX-LEN
           ELSE
               STRING RUN-ENV(1:ENV-LEN) "."
                   DELIMITED BY SIZE INTO RUN-PREFIX
               END-STRING
               COMPUTE RUN-PREFIX-LEN = ENV-LEN + 1
           END-IF.
           SET ENV-LOADED TO TRUE.

       READ-BASE-ENVIRONMENT.
           OPEN INPUT BASE-PARMS-FILE.
           IF BASE-PARMS-OK
               PERFORM UNTIL BASE-PARMS-EOF
                   READ BASE-PARMS-FILE
                       AT END
                           SET BASE-PARMS-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO BASE-PARM-KEY
                           MOVE SPACES TO BASE-PARM-VALUE
                           UNSTRING BASE-PARMS-RECORD
                               DELIMITED BY "="
                               INTO BASE-PARM-KEY BASE-PARM-VALUE
                           END-UNSTRING
                           IF BASE-PARM-KEY = "ENTORNO"
                               MOVE BASE-PARM-VALUE TO RUN-ENV
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BASE-PARMS-FILE.

       REJECT-ENVIRONMENT.
           DISPLAY "ERROR: entorno invalido '" FUNCTION TRIM(RUN-ENV)
               "' (hasta 8 letras o digitos); no se abre ningun "
               "archivo.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
