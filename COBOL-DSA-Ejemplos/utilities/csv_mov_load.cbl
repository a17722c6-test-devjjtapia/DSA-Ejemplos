      *> en registros STKMOVS de formato fijo -- ahi nacen nuestros
      *> errores de cantidades. Esto parsea MOVCSV (una fila por
      *> movimiento: TIPO,ARTICULO,CANTIDAD y opcionalmente
      *> COSTO_CENTAVOS y UNIDAD; campos entrecomillados soportados,
      *> filas cortas rechazadas), valida tipo, articulo y cantidad, y
      *> escribe los registros limpios en STKMOVS con el layout que
      *> STOCK-MOVEMENT espera. Las filas malformadas van a RJCTFILE
      *> con su imagen y el motivo del parseo.
      *>
      *> Producimos CSV de salida (INVCSV, QSUMCSV) desde hace rato;
      *> este es el primer CSV de entrada.
      *>
      *> La columna UNIDAD (CAJA, KG...) dice en que unidad vienen la
      *> cantidad y el costo; se convierten a unidades de stock con la
      *> tabla FRUTUOM y el movimiento lleva la cantidad y unidad
      *> originales para el asiento de STKLEDG. Una unidad que el
      *> articulo no tiene en FRUTUOM se rechaza (UNIDAD-DESCONOC).
      *>
      *> La columna ARTICULO puede traer el codigo de barras (GTIN,
      *> todo digitos) en lugar del nombre: se resuelve contra GTINMAST
      *> (ver gtins.cpy) al articulo propio y, si es un codigo de
      *> bulto, la cantidad se multiplica por las unidades del bulto.
      *> Un codigo desconocido o mal formado se rechaza con el codigo
      *> escaneado (GTIN-DESCONOCIDO, GTIN-INVALIDO).
      *>
      *> Un nombre que es alias de articulo en ALIASMST ("Palta" por
      *> "Aguacate", ver aliasrec.cpy) se carga con el nombre oficial,
      *> y la consola dice en que fila y por que alias.
      *>
      *> Antes de procesar, MOVCSV pasa por el registro de archivos
      *> entrantes INBREG (ver inbs.cpy): un archivo con el mismo
      *> contenido que una llegada anterior no se procesa (RC 8 y
      *> alerta ARCHIVO-REPETIDO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CSV-INPUT-FILE
               ASSIGN USING CSV-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-INPUT-STATUS.
           SELECT MOVEMENT-FILE ASSIGN USING MOVEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVEMENT-FILE-STATUS.
      *> Archivo compartido de rechazos (ver rjctrec.cpy).
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           COPY inbs.
           COPY uoms.
           COPY gtins.
           COPY aliass.

       DATA DIVISION.
       FILE SECTION.
           05 MV-ITEM PIC X(10).
           05 MV-QTY  PIC X(5).
           05 MV-UNIT-COST PIC X(7).
           05 FILLER       PIC X(50).
           05 MV-ORIG-QTY  PIC X(5).
           05 MV-ORIG-UNIT PIC X(4).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY rjctrec.

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY inbf.

       COPY uomf.

       COPY gtinf.

       COPY aliasf.

       WORKING-STORAGE SECTION.
       01 CSV-INPUT-STATUS PIC XX VALUE "00".
           88 CSV-INPUT-OK  VALUE "00".
           88 MOVEMENT-FILE-OK VALUE "00".
       01 REJECT-FILE-STATUS PIC XX VALUE "00".
           88 REJECT-FILE-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).
       COPY inbw.
       COPY chainw.

      *> Parseo caracter por caracter: la coma separa campos salvo
      *> dentro de comillas, la comilla abre y cierra, y una fila con
       01 WORK-ITEM PIC X(10).
       01 WORK-QTY-TEXT PIC X(20).
       01 WORK-COST-TEXT PIC X(20).
       01 WORK-UNIT PIC X(4).
       01 WORK-QTY  PIC 9(5).
       01 WORK-COST PIC 9(7).
       01 REJECT-REASON-CODE PIC X(16).
       COPY uomw.
       COPY gtinw.
      *> Codigo escaneado de la columna ARTICULO y unidades por bulto.
       01 WORK-GTIN PIC X(14).
       01 SCAN-MULTIPLIER PIC 9(5) VALUE 1.
       COPY aliasw.
       01 ALIAS-ROW-COUNT PIC 9(5) VALUE 0.

       01 ROW-COUNT      PIC 9(5) VALUE 0.
       01 LOADED-COUNT   PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 FIRST-ROW-SW PIC X VALUE "Y".
           88 FIRST-ROW VALUE "Y".
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 CSV-INPUT-FILE-NAME PIC X(40) VALUE "MOVCSV".
          05 MOVEMENT-FILE-NAME  PIC X(40) VALUE "STKMOVS".
          05 REJECT-FILE-NAME    PIC X(40) VALUE "RJCTFILE".
          05 OPS-ALERT-FILE-NAME PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
      *> Un archivo repetido no se procesa (ver inbs.cpy).
       MOVE "MOVCSV" TO INBOUND-SOURCE.
       MOVE "CSV-MOVEMENT-LOADER" TO INBOUND-PROGRAM.
       PERFORM CHECK-INBOUND-FILE.
       IF INBOUND-DUPLICATE
           MOVE "ARCHIVO-REPETIDO" TO ALERT-REASON
           MOVE INBOUND-SOURCE TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN INPUT CSV-INPUT-FILE.
       IF NOT CSV-INPUT-OK
           DISPLAY "MOVCSV vacio o ausente; nada que cargar."
           GOBACK
       END-IF.

       PERFORM LOAD-UOM-TABLE.
       PERFORM LOAD-GTIN-TABLE.
       PERFORM LOAD-ALIAS-TABLE.
       OPEN OUTPUT MOVEMENT-FILE.

       PERFORM UNTIL CSV-INPUT-EOF
       DISPLAY "Carga CSV: " LOADED-COUNT " movimiento(s) limpio(s) "
           "en STKMOVS de " ROW-COUNT " fila(s); rechazadas: "
           REJECTED-COUNT ".".
       IF ALIAS-ROW-COUNT > 0
           DISPLAY "Articulos pedidos por alias: " ALIAS-ROW-COUNT
               " fila(s), cargadas con el nombre oficial."
       END-IF.
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           END-IF.
           MOVE FIELD-DATA(1)(1:1) TO WORK-TYPE.
           MOVE FIELD-DATA(2)(1:10) TO WORK-ITEM.
           MOVE SPACES TO WORK-GTIN.
           MOVE 1 TO SCAN-MULTIPLIER.
           MOVE FIELD-DATA(3) TO WORK-QTY-TEXT.
           IF FIELD-COUNT >= 4
               MOVE FIELD-DATA(4) TO WORK-COST-TEXT
           ELSE
               MOVE SPACES TO WORK-COST-TEXT
           END-IF.
           IF FIELD-COUNT >= 5
               MOVE FUNCTION UPPER-CASE(FIELD-DATA(5)(1:4))
                   TO WORK-UNIT
           ELSE
               MOVE SPACES TO WORK-UNIT
           END-IF.
           IF WORK-TYPE NOT = "R" AND WORK-TYPE NOT = "E"
                   AND WORK-TYPE NOT = "T"
               MOVE "TIPO-INVALIDO" TO REJECT-REASON-CODE
               PERFORM REJECT-ROW
               EXIT PARAGRAPH
           END-IF.
      *> Un articulo todo digitos es un codigo de barras.
           IF FUNCTION TRIM(FIELD-DATA(2)) IS NUMERIC
               MOVE FUNCTION TRIM(FIELD-DATA(2)) TO WORK-GTIN
               MOVE WORK-GTIN TO GTIN-WANTED
               PERFORM RESOLVE-GTIN
               IF GTIN-MALFORMED
                   MOVE "GTIN-INVALIDO" TO REJECT-REASON-CODE
                   PERFORM REJECT-ROW
                   EXIT PARAGRAPH
               END-IF
               IF GTIN-UNKNOWN
                   MOVE "GTIN-DESCONOCIDO" TO REJECT-REASON-CODE
                   PERFORM REJECT-ROW
                   EXIT PARAGRAPH
               END-IF
      *> Un bulto ya es una unidad de compra: no se combina con otra
      *> unidad de FRUTUOM.
               IF GTIN-MULT-FOUND > 1 AND WORK-UNIT NOT = SPACES
                   MOVE "GTIN-CON-UNIDAD" TO REJECT-REASON-CODE
                   PERFORM REJECT-ROW
                   EXIT PARAGRAPH
               END-IF
               MOVE GTIN-ITEM-FOUND TO WORK-ITEM
               MOVE GTIN-MULT-FOUND TO SCAN-MULTIPLIER
           ELSE
               PERFORM RESOLVE-ITEM-ALIAS
           END-IF.
           IF FUNCTION TRIM(WORK-QTY-TEXT) NOT = SPACES
                   AND FUNCTION TRIM(WORK-QTY-TEXT) IS NUMERIC
               COMPUTE WORK-QTY = FUNCTION NUMVAL(WORK-QTY-TEXT)
               PERFORM REJECT-ROW
               EXIT PARAGRAPH
           END-IF.
           MOVE WORK-ITEM TO UOM-ITEM-WANTED.
           MOVE WORK-UNIT TO UOM-UNIT-WANTED.
           MOVE WORK-QTY TO UOM-QTY-IN.
           PERFORM CONVERT-TO-STOCK-UNIT.
           IF NOT UOM-FOUND
               MOVE "UNIDAD-DESCONOC" TO REJECT-REASON-CODE
               PERFORM REJECT-ROW
               EXIT PARAGRAPH
           END-IF.
           IF SCAN-MULTIPLIER > 1
               COMPUTE UOM-QTY-OUT = UOM-QTY-OUT * SCAN-MULTIPLIER
                   ON SIZE ERROR
                       MOVE 99999999 TO UOM-QTY-OUT
               END-COMPUTE
           END-IF.
           IF UOM-QTY-OUT > 99999
               MOVE "CONVERSION-EXCED" TO REJECT-REASON-CODE
               PERFORM REJECT-ROW
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MOVEMENT-RECORD.
           MOVE WORK-TYPE TO MV-TYPE.
           MOVE WORK-ITEM TO MV-ITEM.
           MOVE UOM-QTY-OUT TO WORK-QTY.
           MOVE WORK-QTY TO MV-QTY.
           IF UOM-CONVERTED
               MOVE UOM-QTY-IN TO MV-ORIG-QTY
               MOVE WORK-UNIT TO MV-ORIG-UNIT
           END-IF.
           IF SCAN-MULTIPLIER > 1
               MOVE UOM-QTY-IN TO MV-ORIG-QTY
               MOVE "BLTO" TO MV-ORIG-UNIT
           END-IF.
           IF FUNCTION TRIM(WORK-COST-TEXT) NOT = SPACES
                   AND FUNCTION TRIM(WORK-COST-TEXT) IS NUMERIC
               COMPUTE WORK-COST = FUNCTION NUMVAL(WORK-COST-TEXT)
      *> El costo viene por la misma unidad que la cantidad.
               IF UOM-CONVERTED
                   COMPUTE WORK-COST ROUNDED =
                       WORK-COST / UOM-FACTOR-FOUND
               END-IF
               IF SCAN-MULTIPLIER > 1
                   COMPUTE WORK-COST ROUNDED =
                       WORK-COST / SCAN-MULTIPLIER
               END-IF
               MOVE WORK-COST TO MV-UNIT-COST
           ELSE
               MOVE SPACES TO MV-UNIT-COST
           WRITE MOVEMENT-RECORD.
           ADD 1 TO LOADED-COUNT.

       RESOLVE-ITEM-ALIAS.
      *> Los nombres oficiales no figuran como alias (ALIAS-MAINT lo
      *> impide), asi que solo un sinonimo cambia el articulo.
           MOVE WORK-ITEM TO ALIAS-WANTED.
           MOVE "F" TO ALIAS-KIND-WANTED.
           PERFORM RESOLVE-ALIAS.
           IF ALIAS-RESOLVED
               DISPLAY "Fila " ROW-COUNT ": '" FUNCTION TRIM(WORK-ITEM)
                   "' es alias de '" FUNCTION TRIM(ALIAS-TARGET-FOUND)
                   "'."
               MOVE ALIAS-TARGET-FOUND TO WORK-ITEM
               ADD 1 TO ALIAS-ROW-COUNT
           END-IF.

       PARSE-CSV-LINE.
           MOVE 1 TO FIELD-COUNT.
           MOVE SPACES TO FIELD-DATA(1).
           MOVE "CSV-MOVEMENT-LOADER" TO RJ-PROGRAM.
           MOVE "MOVCSV" TO RJ-FILE.
           MOVE CSV-INPUT-LINE(1:20) TO RJ-IMAGE.
      *> El codigo que no se pudo resolver va tal cual se escaneo.
           IF REJECT-REASON-CODE(1:5) = "GTIN-"
               MOVE SPACES TO RJ-IMAGE
               STRING FIELD-DATA(1)(1:1) "," WORK-GTIN
                   DELIMITED BY SIZE INTO RJ-IMAGE
               END-STRING
           END-IF.
           MOVE REJECT-REASON-CODE TO RJ-REASON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RJ-DATE.
           MOVE SPACE TO RJ-STATUS.
           MOVE SPACES TO RJ-REPAIR-DATE.
           PERFORM CHECK-REJECT-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.
           DISPLAY "Rechazada: fila " ROW-COUNT " ("
               FUNCTION TRIM(REJECT-REASON-CODE) "): "
               FUNCTION TRIM(CSV-INPUT-LINE(1:40)).

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe, igual que
      *> HISTLOG).
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "CSV-MOVEMENT-LOADER" TO ALERT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-DATE.
           ACCEPT ALERT-TIME-STAMP FROM TIME.
           MOVE ALERT-TIME-STAMP TO ALERT-TIME.
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY uomp.

       COPY gtinp.

       COPY aliasp.

       COPY inbp.

       COPY chainp.

       COPY fenvp.
       COPY rsnalp.
       COPY rsnrjp.
