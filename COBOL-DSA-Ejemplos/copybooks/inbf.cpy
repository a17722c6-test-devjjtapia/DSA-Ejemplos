      *> FD del archivo entrante leido como texto y del registro
      *> INBREG (ver inbs.cpy).
       FD  INBOUND-RAW-FILE.
       01  INBOUND-RAW-RECORD PIC X(256).

       FD  INBOUND-REGISTRY-FILE.
       01  INBOUND-REGISTRY-RECORD.
           COPY inbrec.
