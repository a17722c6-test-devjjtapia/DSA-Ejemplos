      *> Area de trabajo del registro de archivos entrantes (ver
      *> inbs.cpy). El llamador carga INBOUND-SOURCE y INBOUND-PROGRAM
      *> antes de CHECK-INBOUND-FILE y mira INBOUND-RESULT-SW despues.
      *> Nombre segun el entorno de la corrida (ver fenvparm.cpy).
       01 INBOUND-RAW-FILE-NAME PIC X(40).
       01 INBOUND-REGISTRY-FILE-NAME PIC X(40) VALUE "INBREG".
       01 INBOUND-RAW-STATUS PIC XX VALUE "00".
           88 INBOUND-RAW-OK  VALUE "00".
           88 INBOUND-RAW-EOF VALUE "10".
       01 INBOUND-REGISTRY-STATUS PIC XX VALUE "00".
           88 INBOUND-REGISTRY-OK  VALUE "00".
           88 INBOUND-REGISTRY-EOF VALUE "10".
       01 INBOUND-SOURCE    PIC X(8).
       01 INBOUND-PROGRAM   PIC X(24).
       01 INBOUND-FILE-DATE PIC X(8).
       01 INBOUND-REC-COUNT PIC 9(6).
       01 INBOUND-CHECKSUM  PIC 9(9).
       01 INBOUND-SEQUENCE  PIC 9(6).
      *> Llegada original de la que este archivo es copia.
       01 INBOUND-DUP-SEQ   PIC 9(6).
       01 INBOUND-DUP-DATE  PIC X(8).
       01 INBOUND-TIME-STAMP PIC 9(8).
       01 INBOUND-RESULT-SW PIC X(1).
           88 INBOUND-NEW       VALUE "A".
           88 INBOUND-DUPLICATE VALUE "D".
           88 INBOUND-EMPTY     VALUE "V".
