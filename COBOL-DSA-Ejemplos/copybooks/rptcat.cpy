      *> Registro del catalogo de reportes archivados RPTCAT: una
      *> linea por copia que REPORT-ARCHIVE deja en RPTnnnnnn, con el
      *> reporte, el programa, la fecha y hora de impresion y las
      *> paginas y lineas, para encontrar "el VALRPT del 3" sin abrir
      *> cada copia. REPORT-REPRINT lo lee y RETENTION-MANAGER marca
      *> las copias que vacia por la regla de su clase.
           05 RC-GENERATION PIC 9(6).
           05 RC-REPORT     PIC X(10).
           05 RC-PROGRAM    PIC X(26).
           05 RC-DATE       PIC X(8).
           05 RC-TIME       PIC 9(8).
           05 RC-PAGES      PIC 9(5).
           05 RC-LINES      PIC 9(7).
      *> Clase de retencion: "F" financiero y de auditoria / "O"
      *> operativo / "C" consulta; la regla es RETEN-RPT-<clase> en
      *> RUNPARMS, en dias (sin regla, la copia no se toca).
           05 RC-CLASS      PIC X(1).
      *> "A" archivada / "P" purgada por retencion (la copia quedo
      *> vacia el RC-PURGE-DATE; el asiento queda como constancia).
           05 RC-STATUS     PIC X(1).
           05 RC-PURGE-DATE PIC X(8).
