      *> Archivado del reporte recien cerrado (ver rarcparm.cpy); se
      *> COPY-a al final del PROCEDURE DIVISION. El llamador deja en
      *> RA-FILE-NAME el nombre del reporte, en RA-PROGRAM su propio
      *> nombre y, si pagina, en RA-PAGES las paginas impresas. Una
      *> copia que falla se avisa pero no detiene al programa: el
      *> reporte ya salio.
       ARCHIVE-PRINTED-REPORT.
           MOVE RETURN-CODE TO REPORT-ARCHIVE-SAVE-RC.
           CALL "REPORT-ARCHIVE" USING REPORT-ARCHIVE-PARM.
           MOVE REPORT-ARCHIVE-SAVE-RC TO RETURN-CODE.
           MOVE 0 TO RA-PAGES.
