      *> Area de parametros del servicio REPORT-ARCHIVE
      *> (report_archive.cbl): todo reporte impreso se copia, recien
      *> cerrado, a una generacion fechada RPTnnnnnn con su asiento en
      *> el catalogo RPTCAT (ver rptcat.cpy). Los reportes se
      *> regrababan desde cero en cada corrida y al auditor que pedia
      *> la valuacion "tal como salio el 3 del mes pasado" solo se le
      *> podia regenerar algo parecido; con la copia se le entrega lo
      *> que efectivamente se imprimio ese dia (REPORT-REPRINT).
           05 RA-FILE-NAME  PIC X(40).
      *>      Entra el nombre del reporte ya resuelto por FILE-ENV.
           05 RA-PROGRAM    PIC X(26).
      *>      Entra el programa que lo imprimio.
           05 RA-PAGES      PIC 9(5).
      *>      Entra la cantidad de paginas si el programa pagina (0 =
      *>      el servicio la calcula por hojas de 60 lineas).
           05 RA-GENERATION PIC 9(6).
      *>      Sale la generacion asignada a la copia.
           05 RA-RESULT     PIC X(1).
      *>      Sale "A" archivado / "V" reporte vacio o inexistente,
      *>      nada que archivar / "E" la copia fallo.
