      *> Area de trabajo de la fecha de proceso (ver pdates.cpy):
      *> GET-BUSINESS-DATE deja en BUSINESS-DATE el dia de negocio.
      *> Nombre segun el entorno de la corrida (ver fenvparm.cpy).
       01 PROC-DATE-FILE-NAME PIC X(40) VALUE "PROCDATE".
       01 PROC-DATE-STATUS PIC XX VALUE "00".
           88 PROC-DATE-OK  VALUE "00".
           88 PROC-DATE-EOF VALUE "10".
       01 BUSINESS-DATE PIC X(8).
       01 BUSINESS-DATE-SW PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FROM-PROCDATE VALUE "S".
