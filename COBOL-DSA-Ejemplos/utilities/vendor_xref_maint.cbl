       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL XREF-FILE ASSIGN USING XREF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VX-KEY
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT OPTIONAL XREF-TXN-FILE ASSIGN USING XREF-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-TXN-STATUS.
      *> Bitacora de cambios del maestro (EXTEND), mismo esquema que
      *> CODMLOG.
           SELECT OPTIONAL XREF-LOG-FILE ASSIGN USING XREF-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-LOG-STATUS.

           05 XT-VENDOR      PIC X(6).
           05 XT-VENDOR-ITEM PIC X(15).
           05 XT-OUR-ITEM    PIC X(10).
      *> Legajo del operador que carga el cambio: queda en la
      *> bitacora para el control de separacion de funciones.
           05 XT-OPERATOR    PIC X(8).

       FD  XREF-LOG-FILE.
       01  XREF-LOG-RECORD.
           05 XL-VENDOR      PIC X(6).
           05 XL-VENDOR-ITEM PIC X(15).
           05 XL-RESULT      PIC X(30).
           05 XL-OPERATOR    PIC X(8).

       WORKING-STORAGE SECTION.
       01 XREF-FILE-STATUS PIC XX VALUE "00".
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 TXN-RESULT PIC X(30).
       01 LOG-TIME-STAMP PIC 9(8).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 XREF-FILE-NAME     PIC X(40) VALUE "VENDXREF".
          05 XREF-TXN-FILE-NAME PIC X(40) VALUE "VXRFTXN".
          05 XREF-LOG-FILE-NAME PIC X(40) VALUE "VXRFLOG".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       OPEN I-O XREF-FILE.
       IF NOT XREF-FILE-OK
      *> El maestro indexado arranca vacio la primera vez: crear y
           MOVE XT-VENDOR TO XL-VENDOR.
           MOVE XT-VENDOR-ITEM TO XL-VENDOR-ITEM.
           MOVE TXN-RESULT TO XL-RESULT.
           MOVE XT-OPERATOR TO XL-OPERATOR.
           WRITE XREF-LOG-RECORD.
           CLOSE XREF-LOG-FILE.

       COPY fenvp.
