       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN USING OUTPUT-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTPUT-FILE-STATUS.

       01 OUTPUT-FILE-STATUS PIC XX VALUE "00".
           88 OUTPUT-FILE-OK VALUE "00".
       01 OUTPUT-FILE-NAME PIC X(12).
      *> Nombre real con el prefijo del entorno (ver fenvparm.cpy).
       01 OUTPUT-ENV-NAME PIC X(40).

       01 NAME-PARM  PIC X(12).
       01 COUNT-PARM PIC X(10).
       01 WORK-VALUE COPY num2.
       01 DUP-POOL-SIZE PIC 9(9).
       01 SUM-ACCUM PIC S9(12) SIGN LEADING SEPARATE VALUE 0.
       COPY fenvw.

       PROCEDURE DIVISION.

       ACCEPT SEED-TIME FROM TIME.
       COMPUTE LCG-SEED = SEED-TIME + 1.

       MOVE OUTPUT-FILE-NAME TO FE-NAME.
       CALL "FILE-ENV" USING FILE-ENV-PARM.
       MOVE FE-NAME TO OUTPUT-ENV-NAME.
       OPEN OUTPUT OUTPUT-FILE.
       IF NOT OUTPUT-FILE-OK
           DISPLAY "ERROR: no se pudo abrir "
