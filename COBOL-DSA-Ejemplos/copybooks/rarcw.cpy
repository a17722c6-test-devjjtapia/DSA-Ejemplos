      *> Area de trabajo del archivado de reportes impresos (ver
      *> rarcparm.cpy); el programa la pasa por ARCHIVE-PRINTED-REPORT
      *> (rarcp.cpy) despues de cerrar cada reporte.
       01 REPORT-ARCHIVE-PARM.
           COPY rarcparm.
      *> El CALL pisa RETURN-CODE: el codigo que el programa ya fijo
      *> se guarda aqui y se repone al volver.
       01 REPORT-ARCHIVE-SAVE-RC PIC S9(4) VALUE 0.
