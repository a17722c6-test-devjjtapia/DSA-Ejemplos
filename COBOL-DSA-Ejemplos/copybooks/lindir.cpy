      *> Catalogo de linaje de archivos: que programa toca que archivo,
      *> con que modo de acceso y bajo que candado. Un registro por
      *> programa y archivo, ordenado por archivo (LINEAGE-REPORT
      *> recorre los grabadores de un mismo archivo seguidos):
      *>   LN-PROGRAM  PROGRAM-ID
      *>   LN-FILE     nombre logico, sin el prefijo del entorno (ver
      *>               fenvparm.cpy); "NOMBRE*" es una familia de
      *>               nombres armados en tiempo de corrida (resguardos
      *>               anuales STKLEDGaaaa, generaciones BKPnnn...)
      *>   LN-MODES    cuatro posiciones: I entrada / O salida /
      *>               E extension / U I-O, "-" si no se usa
      *>   LN-LOCK     candado de corrida que protege el archivo (ver
      *>               lockdir.cpy), en blanco si no lo hay
      *> Los archivos de trabajo de SORT no se catalogan. Un programa
      *> o un archivo nuevo se agrega aqui y en LINEAGE-SIZE:
      *> RUN-ALL-DEMOS y RETENTION-MANAGER avisan si tocan un archivo
      *> que no figura.
       01 LINEAGE-AREA.
          05 FILLER PIC X(48) VALUE
              "ABC-CLASSIFY              ABCRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            ABCRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "ALIAS-MAINT               ALIASLOG -OE-         ".
          05 FILLER PIC X(48) VALUE
              "ALIAS-MAINT               ALIASMST -O-U         ".
          05 FILLER PIC X(48) VALUE
              "CSV-MOVEMENT-LOADER       ALIASMST I---         ".
          05 FILLER PIC X(48) VALUE
              "HASH-LOOKUP               ALIASMST I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-INQUIRY              ALIASMST I---         ".
          05 FILLER PIC X(48) VALUE
              "SEARCH-SERVICE            ALIASMST I---         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-CLASSIFIER       ALIASMST I---         ".
          05 FILLER PIC X(48) VALUE
              "ALIAS-MAINT               ALIASTXN I---         ".
          05 FILLER PIC X(48) VALUE
              "ORDER-ALLOCATE            ALLOCRPT -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            ALLOCRPT I---         ".
          05 FILLER PIC X(48) VALUE
              "ALERT-ROUTER              ALRT*    -OE-         ".
          05 FILLER PIC X(48) VALUE
              "ALERT-ROUTER              ALRTROUT I---         ".
          05 FILLER PIC X(48) VALUE
              "ALERT-ROUTER              ALRTTMP  IO--         ".
          05 FILLER PIC X(48) VALUE
              "CHAIN-VERIFY              APPRLOG  I---         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-APPROVE           APPRLOG  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "SOD-REPORT                APPRLOG  I---         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-APPROVE           APPRTXN  I---         ".
          05 FILLER PIC X(48) VALUE
              "APPT-NOSHOW               APPTDAT  I---         ".
          05 FILLER PIC X(48) VALUE
              "APPT-RELEASE              APPTDAT  IO--         ".
          05 FILLER PIC X(48) VALUE
              "INVOICE-MATCH             APRVINV  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "ASN-INTAKE                ASNFILE  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "ASN-PENDING-REPORT        ASNFILE  I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              ASNFILE  IO--         ".
          05 FILLER PIC X(48) VALUE
              "ASN-INTAKE                ASNIN    I---         ".
          05 FILLER PIC X(48) VALUE
              "ASN-PENDING-REPORT        ASNPEND  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            ASNPEND  I---         ".
          05 FILLER PIC X(48) VALUE
              "ASN-INTAKE                ASNRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            ASNRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "BACKORDER-REPORT          BACKRPT  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            BACKRPT  I---         ".
          05 FILLER PIC X(48) VALUE
              "BENCH-TREND-REPORT        BENCHRPT -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            BENCHRPT I---         ".
          05 FILLER PIC X(48) VALUE
              "BACKUP-RESTORE            BKP*     IO--         ".
          05 FILLER PIC X(48) VALUE
              "BACKUP-RESTORE            BKPGEN   IO--         ".
          05 FILLER PIC X(48) VALUE
              "BACKUP-RESTORE            BKPMANIF IOE-         ".
          05 FILLER PIC X(48) VALUE
              "BUBBLE-SORT-DEMO          BUBBLEIN I---         ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           BUBBLEIN I---         ".
          05 FILLER PIC X(48) VALUE
              "BUBBLE-SORT-DEMO          BUBBLEOUT-O--         ".
          05 FILLER PIC X(48) VALUE
              "CALENDAR-MAINT            CALENDAR IO--         ".
          05 FILLER PIC X(48) VALUE
              "CYCLE-COUNT-SCHEDULE      CALENDAR I---         ".
          05 FILLER PIC X(48) VALUE
              "HIST-ARCHIVE              CALENDAR I---         ".
          05 FILLER PIC X(48) VALUE
              "INBOUND-REGISTER          CALENDAR I---         ".
          05 FILLER PIC X(48) VALUE
              "KPI-SCORECARD             CALENDAR I---         ".
          05 FILLER PIC X(48) VALUE
              "RUN-ALL-DEMOS             CALENDAR I---         ".
          05 FILLER PIC X(48) VALUE
              "STAFFING-PLAN             CALENDAR I---         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-AGING-REPORT     CALENDAR I---         ".
          05 FILLER PIC X(48) VALUE
              "CALENDAR-MAINT            CALLIST  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            CALLIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "CALENDAR-MAINT            CALTXN   I---         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            CANCRPT  I---         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-CANCEL             CANCRPT  -O--         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-CANCEL             CANCTXN  I---         ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           CAPRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            CAPRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "CASE-AGING-REPORT         CASEAGE  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            CASEAGE  I---         ".
          05 FILLER PIC X(48) VALUE
              "CASE-AGING-REPORT         CASEFILE I---         ".
          05 FILLER PIC X(48) VALUE
              "CASE-MAINT                CASEFILE IO--         ".
          05 FILLER PIC X(48) VALUE
              "STACK-DEMO                CASEFILE IO--         ".
          05 FILLER PIC X(48) VALUE
              "CASE-MAINT                CASELOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CASE-MAINT                CASETXN  I---         ".
          05 FILLER PIC X(48) VALUE
              "CATEGORY-MAINT            CATLIST  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            CATLIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "CATEGORY-MAINT            CATLOG   -OE-         ".
          05 FILLER PIC X(48) VALUE
              "ABC-CLASSIFY              CATMAST  I---         ".
          05 FILLER PIC X(48) VALUE
              "CATEGORY-MAINT            CATMAST  IO--         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-VALUATION-REPORTCATMAST  I---         ".
          05 FILLER PIC X(48) VALUE
              "MONTH-END-CLOSE           CATMAST  I---         ".
          05 FILLER PIC X(48) VALUE
              "OTB-BUDGET-MAINT          CATMAST  I---         ".
          05 FILLER PIC X(48) VALUE
              "OTB-STATUS-REPORT         CATMAST  I---         ".
          05 FILLER PIC X(48) VALUE
              "USAGE-COVER-REPORT        CATMAST  I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     CATMAST  I---         ".
          05 FILLER PIC X(48) VALUE
              "CATEGORY-MAINT            CATTXN   I---         ".
          05 FILLER PIC X(48) VALUE
              "FEED-MERGE                CNTADJ   I---         ".
          05 FILLER PIC X(48) VALUE
              "PHYSICAL-COUNT-RECON      CNTADJ   -O--         ".
          05 FILLER PIC X(48) VALUE
              "COUNT-COMPLIANCE-REPORT   CNTCOMP  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            CNTCOMP  I---         ".
          05 FILLER PIC X(48) VALUE
              "COUNT-COMPLIANCE-REPORT   CNTDATES I---         ".
          05 FILLER PIC X(48) VALUE
              "CYCLE-COUNT-SCHEDULE      CNTDATES IO--         ".
          05 FILLER PIC X(48) VALUE
              "PHYSICAL-COUNT-RECON      CNTDATES IO--         ".
          05 FILLER PIC X(48) VALUE
              "PHYSICAL-COUNT-RECON      CNTFILE  I---         ".
          05 FILLER PIC X(48) VALUE
              "PHYSICAL-COUNT-RECON      CNTRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            CNTRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "CYCLE-COUNT-SCHEDULE      CNTSHEET -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            CNTSHEET I---         ".
          05 FILLER PIC X(48) VALUE
              "CYCLE-COUNT-SCHEDULE      CNTSKEL  -O--         ".
          05 FILLER PIC X(48) VALUE
              "ALIAS-MAINT               CODEMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "CODE-LOG-REPLAY           CODEMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "CODE-MASTER-MAINT         CODEMAST -O-U         ".
          05 FILLER PIC X(48) VALUE
              "CODE-PENDING-APPLY        CODEMAST -O-U         ".
          05 FILLER PIC X(48) VALUE
              "CODE-SEARCH-DEMO          CODEMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "HASH-LOOKUP               CODEMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "REF-INTEGRITY-CHECK       CODEMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-CLASSIFIER       CODEMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "CODE-MASTER-MAINT         CODEPEND -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CODE-PENDING-APPLY        CODEPEND IO--         ".
          05 FILLER PIC X(48) VALUE
              "CODE-PENDING-APPLY        CODEPRPT -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            CODEPRPT I---         ".
          05 FILLER PIC X(48) VALUE
              "CODE-PENDING-APPLY        CODEPTMP IO--         ".
          05 FILLER PIC X(48) VALUE
              "CODE-MASTER-MAINT         CODETXN  I---         ".
          05 FILLER PIC X(48) VALUE
              "CHAIN-VERIFY              CODMLOG  I---         ".
          05 FILLER PIC X(48) VALUE
              "CODE-LOG-REPLAY           CODMLOG  I---         ".
          05 FILLER PIC X(48) VALUE
              "CODE-MASTER-MAINT         CODMLOG  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "CODE-PENDING-APPLY        CODMLOG  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "SOD-REPORT                CODMLOG  I---         ".
          05 FILLER PIC X(48) VALUE
              "CODE-LOG-REPLAY           CODREPL  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            CODREPL  I---         ".
          05 FILLER PIC X(48) VALUE
              "CREDIT-AGING              CRAGERPT -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            CRAGERPT I---         ".
          05 FILLER PIC X(48) VALUE
              "CREDIT-MEMO-APPLY         CRMEMO   I---         ".
          05 FILLER PIC X(48) VALUE
              "CREDIT-MEMO-APPLY         CRMEMORPT-O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            CRMEMORPTI---         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-BALANCE-CTL     CTLRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            CTLRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "CUSTOMER-FREQUENCY        CUSTFREQ -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            CUSTFREQ I---         ".
          05 FILLER PIC X(48) VALUE
              "CUSTOMER-INQUIRY          CUSTINQ  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            CUSTINQ  I---         ".
          05 FILLER PIC X(48) VALUE
              "CUSTOMER-MAINT            CUSTLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CASE-MAINT                CUSTMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "CUSTOMER-FREQUENCY        CUSTMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "CUSTOMER-INQUIRY          CUSTMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "CUSTOMER-MAINT            CUSTMAST IO--         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-DEMO                CUSTMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "CUSTOMER-INQUIRY          CUSTORD  I---         ".
          05 FILLER PIC X(48) VALUE
              "CUSTOMER-MAINT            CUSTORD  I---         ".
          05 FILLER PIC X(48) VALUE
              "ORDER-ALLOCATE            CUSTORD  IO--         ".
          05 FILLER PIC X(48) VALUE
              "PICK-LIST                 CUSTORD  I---         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-MOVEMENT            CUSTORD  IO--         ".
          05 FILLER PIC X(48) VALUE
              "CUSTOMER-MAINT            CUSTTXN  I---         ".
          05 FILLER PIC X(48) VALUE
              "MORNING-DASHBOARD         DASHRPT  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            DASHRPT  I---         ".
          05 FILLER PIC X(48) VALUE
              "FILE-DELTA-REPORT         DELTARPT -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            DELTARPT I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              DLVFILE  I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-DUPLICATE-CHECK      DUPRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            DUPRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "EOD-REPORT                EODRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            EODRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "ALERT-ROUTER              ESCARPT  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            ESCARPT  I---         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            ESTRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "WAIT-ESTIMATE-ACCURACY    ESTRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "HIST-EXCEPTION-REPORT     EXCPRPT  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            EXCPRPT  I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-EXPEDITE-REPORT        EXPEDRPT -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            EXPEDRPT I---         ".
          05 FILLER PIC X(48) VALUE
              "LOT-EXPIRY-REPORT         EXPRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            EXPRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "PARTNER-ACK-MATCH         EXTACKR  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            EXTACKR  I---         ".
          05 FILLER PIC X(48) VALUE
              "PARTNER-EXTRACT           EXTCTR   IO--         ".
          05 FILLER PIC X(48) VALUE
              "DEMAND-FORECAST           FCSTFILE -O--         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     FCSTFILE I---         ".
          05 FILLER PIC X(48) VALUE
              "DEMAND-FORECAST           FCSTHIST IO--         ".
          05 FILLER PIC X(48) VALUE
              "DEMAND-FORECAST           FCSTRPT  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            FCSTRPT  I---         ".
          05 FILLER PIC X(48) VALUE
              "BACKUP-RESTORE            FIBMEMO  IO--         ".
          05 FILLER PIC X(48) VALUE
              "FIB-BACKOFF               FIBMEMO  IO-U         ".
          05 FILLER PIC X(48) VALUE
              "FIB-MEMO-MAINT            FIBMEMO  IO-U         ".
          05 FILLER PIC X(48) VALUE
              "FIBONACCI-DEMO            FIBMEMO  IO-U         ".
          05 FILLER PIC X(48) VALUE
              "PRE-FLIGHT-CHECK          FIBMEMO  I---         ".
          05 FILLER PIC X(48) VALUE
              "FIBONACCI-DEMO            FIBNVAL  I---         ".
          05 FILLER PIC X(48) VALUE
              "ARRAY-DEMO                FRUTAKEY IO--         ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           FRUTAKEY I---         ".
          05 FILLER PIC X(48) VALUE
              "FRUTAS-CONVERT            FRUTAKEY IO--         ".
          05 FILLER PIC X(48) VALUE
              "PRE-FLIGHT-CHECK          FRUTAKEY I---         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-FULFILL           FRUTAKEY IO--         ".
          05 FILLER PIC X(48) VALUE
              "ABC-CLASSIFY              FRUTASDATI--UFRUTASLCK".
          05 FILLER PIC X(48) VALUE
              "ALIAS-MAINT               FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "ARRAY-DEMO                FRUTASDATIO--FRUTASLCK".
          05 FILLER PIC X(48) VALUE
              "BACKUP-RESTORE            FRUTASDATIO--FRUTASLCK".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "CATEGORY-MAINT            FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "COST-REVALUATION          FRUTASDAT---UFRUTASLCK".
          05 FILLER PIC X(48) VALUE
              "COUNT-COMPLIANCE-REPORT   FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "CYCLE-COUNT-SCHEDULE      FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "DEAD-STOCK-REPORT         FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "DEMAND-FORECAST           FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "EOD-REPORT                FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "FILE-DELTA-REPORT         FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "FLOOR-REPLENISH           FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "FRUTAS-CONVERT            FRUTASDATIO--FRUTASLCK".
          05 FILLER PIC X(48) VALUE
              "GL-JOURNAL-EXTRACT        FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "GROSS-MARGIN-REPORT       FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "GTIN-MAINT                FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-BALANCE-CTL     FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-GL-RECONCILE    FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-VALUATION-REPORTFRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-DUPLICATE-CHECK      FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-INQUIRY              FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MASTER-MAINT         FRUTASDAT---UFRUTASLCK".
          05 FILLER PIC X(48) VALUE
              "ITEM-MERGE                FRUTASDAT---UFRUTASLCK".
          05 FILLER PIC X(48) VALUE
              "ITEM-STATUS-MAINT         FRUTASDAT---UFRUTASLCK".
          05 FILLER PIC X(48) VALUE
              "KPI-SCORECARD             FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "LOT-EXPIRY-REPORT         FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "LOT-RECALL                FRUTASDATI---FRUTASLCK".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-PROPOSE          FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "MONTH-END-CLOSE           FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "ORDER-ALLOCATE            FRUTASDAT---UFRUTASLCK".
          05 FILLER PIC X(48) VALUE
              "PARTNER-EXTRACT           FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "PHYSICAL-COUNT-RECON      FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "PICK-LIST                 FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              FRUTASDAT---UFRUTASLCK".
          05 FILLER PIC X(48) VALUE
              "PRE-FLIGHT-CHECK          FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "PRICE-MASTER-MAINT        FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "REF-INTEGRITY-CHECK       FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-FULFILL           FRUTASDATIO--FRUTASLCK".
          05 FILLER PIC X(48) VALUE
              "STOCK-MOVEMENT            FRUTASDATI--UFRUTASLCK".
          05 FILLER PIC X(48) VALUE
              "USAGE-COVER-REPORT        FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-MASTER-MAINT       FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     FRUTASDATI---         ".
          05 FILLER PIC X(48) VALUE
              "YEAR-END-CLOSE            FRUTASDAT---UFRUTASLCK".
          05 FILLER PIC X(48) VALUE
              "ABC-CLASSIFY              FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "ARRAY-DEMO                FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "ASN-INTAKE                FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "BACKUP-RESTORE            FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "COST-REVALUATION          FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "CREDIT-MEMO-APPLY         FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "FRUTAS-CONVERT            FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MASTER-MAINT         FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MERGE                FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-STATUS-MAINT         FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "LOCK-STATUS               FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "LOT-RECALL                FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "ORDER-ALLOCATE            FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "PO-MAINT                  FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "PRE-FLIGHT-CHECK          FRUTASLCKI---         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-FULFILL           FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-MOVEMENT            FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "YEAR-END-CLOSE            FRUTASLCKIO--         ".
          05 FILLER PIC X(48) VALUE
              "FLOOR-REPLENISH           FRUTLMIN I---         ".
          05 FILLER PIC X(48) VALUE
              "ARRAY-DEMO                FRUTLOC  I---         ".
          05 FILLER PIC X(48) VALUE
              "COLD-CHAMBER-LOG          FRUTLOC  I---         ".
          05 FILLER PIC X(48) VALUE
              "COUNT-COMPLIANCE-REPORT   FRUTLOC  I---         ".
          05 FILLER PIC X(48) VALUE
              "CYCLE-COUNT-SCHEDULE      FRUTLOC  I---         ".
          05 FILLER PIC X(48) VALUE
              "DEAD-STOCK-REPORT         FRUTLOC  I---         ".
          05 FILLER PIC X(48) VALUE
              "FLOOR-REPLENISH           FRUTLOC  I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-INQUIRY              FRUTLOC  I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MASTER-MAINT         FRUTLOC  I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MERGE                FRUTLOC  IO--         ".
          05 FILLER PIC X(48) VALUE
              "LOT-RECALL                FRUTLOC  IO--         ".
          05 FILLER PIC X(48) VALUE
              "PICK-LIST                 FRUTLOC  I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              FRUTLOC  IO--         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-FULFILL           FRUTLOC  IO--         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-MOVEMENT            FRUTLOC  IO--         ".
          05 FILLER PIC X(48) VALUE
              "COLD-CHAMBER-LOG          FRUTLOTE I---         ".
          05 FILLER PIC X(48) VALUE
              "DEAD-STOCK-REPORT         FRUTLOTE I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-INQUIRY              FRUTLOTE I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MASTER-MAINT         FRUTLOTE I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MERGE                FRUTLOTE IO--         ".
          05 FILLER PIC X(48) VALUE
              "LOT-EXPIRY-REPORT         FRUTLOTE I---         ".
          05 FILLER PIC X(48) VALUE
              "LOT-RECALL                FRUTLOTE IO--         ".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-PROPOSE          FRUTLOTE I---         ".
          05 FILLER PIC X(48) VALUE
              "PICK-LIST                 FRUTLOTE I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              FRUTLOTE IO--         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-MOVEMENT            FRUTLOTE IO--         ".
          05 FILLER PIC X(48) VALUE
              "FILE-DELTA-REPORT         FRUTSNAP IO--         ".
          05 FILLER PIC X(48) VALUE
              "ASN-INTAKE                FRUTUOM  I---         ".
          05 FILLER PIC X(48) VALUE
              "CSV-MOVEMENT-LOADER       FRUTUOM  I---         ".
          05 FILLER PIC X(48) VALUE
              "INBOUND-ITEM-TRANSLATE    FRUTUOM  I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-MAINT                  FRUTUOM  I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              FRUTUOM  I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     FRUTUOM  I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MERGE                FUSLOG   -OE-         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MERGE                FUSTXN   I---         ".
          05 FILLER PIC X(48) VALUE
              "GL-JOURNAL-EXTRACT        GLCTLRPT -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            GLCTLRPT I---         ".
          05 FILLER PIC X(48) VALUE
              "GL-JOURNAL-EXTRACT        GLJRNL   -O--         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-GL-RECONCILE    GLJRNL   I---         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-GL-RECONCILE    GLRECBAL IO--         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-GL-RECONCILE    GLRECRPT -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            GLRECRPT I---         ".
          05 FILLER PIC X(48) VALUE
              "GTIN-MAINT                GTINLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CSV-MOVEMENT-LOADER       GTINMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "GTIN-MAINT                GTINMAST IO-U         ".
          05 FILLER PIC X(48) VALUE
              "PHYSICAL-COUNT-RECON      GTINMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              GTINMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "GTIN-MAINT                GTINTXN  I---         ".
          05 FILLER PIC X(48) VALUE
              "HIST-ARCHIVE              HISTARC* -OE-         ".
          05 FILLER PIC X(48) VALUE
              "HIST-ARCHIVE-QUERY        HISTARC* I---         ".
          05 FILLER PIC X(48) VALUE
              "HIST-ANOMALY-REPORT       HISTBASE -O--         ".
          05 FILLER PIC X(48) VALUE
              "HIST-ANOMALY-REPORT       HISTDEV  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            HISTDEV  I---         ".
          05 FILLER PIC X(48) VALUE
              "ARRAY-DEMO                HISTLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "BINARY-SEARCH-DEMO        HISTLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "BUBBLE-SORT-DEMO          HISTLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           HISTLOG  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "CODE-SEARCH-DEMO          HISTLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "EOD-REPORT                HISTLOG  I---         ".
          05 FILLER PIC X(48) VALUE
              "FIBONACCI-DEMO            HISTLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "HIST-ANOMALY-REPORT       HISTLOG  I---         ".
          05 FILLER PIC X(48) VALUE
              "HIST-ARCHIVE              HISTLOG  IO--         ".
          05 FILLER PIC X(48) VALUE
              "HIST-EXCEPTION-REPORT     HISTLOG  I---         ".
          05 FILLER PIC X(48) VALUE
              "HIST-SUMMARY-REPORT       HISTLOG  I---         ".
          05 FILLER PIC X(48) VALUE
              "INSERTION-SORT-DEMO       HISTLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "LINEAR-SEARCH-DEMO        HISTLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "MERGE-SORT-DEMO           HISTLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "MONTH-END-CLOSE           HISTLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "MORNING-DASHBOARD         HISTLOG  I---         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-STACK-MENU-DEMO     HISTLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "QUICK-SORT-DEMO           HISTLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "RETENTION-MANAGER         HISTLOG  IO--         ".
          05 FILLER PIC X(48) VALUE
              "SELECTION-SORT-DEMO       HISTLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "SORT-COMPARISON-DEMO      HISTLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "STACK-DEMO                HISTLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "YEAR-END-CLOSE            HISTLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "HIST-ARCHIVE-QUERY        HISTQRY  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            HISTQRY  I---         ".
          05 FILLER PIC X(48) VALUE
              "HIST-ARCHIVE              HISTROLL -OE-         ".
          05 FILLER PIC X(48) VALUE
              "HIST-ARCHIVE-QUERY        HISTROLL I---         ".
          05 FILLER PIC X(48) VALUE
              "HIST-SUMMARY-REPORT       HISTSUM  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            HISTSUM  I---         ".
          05 FILLER PIC X(48) VALUE
              "HIST-ARCHIVE              HISTTMP  IO--         ".
          05 FILLER PIC X(48) VALUE
              "CSV-MOVEMENT-LOADER       INBREG   IOE-         ".
          05 FILLER PIC X(48) VALUE
              "INBOUND-ITEM-TRANSLATE    INBREG   IOE-         ".
          05 FILLER PIC X(48) VALUE
              "INBOUND-REGISTER          INBREG   IOE-         ".
          05 FILLER PIC X(48) VALUE
              "PARTNER-ACK-MATCH         INBREG   IOE-         ".
          05 FILLER PIC X(48) VALUE
              "PHYSICAL-COUNT-RECON      INBREG   IOE-         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              INBREG   IOE-         ".
          05 FILLER PIC X(48) VALUE
              "INBOUND-REGISTER          INBRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            INBRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "INBOUND-REGISTER          INBSCHED I---         ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           INSRTIN  I---         ".
          05 FILLER PIC X(48) VALUE
              "INSERTION-SORT-DEMO       INSRTIN  I---         ".
          05 FILLER PIC X(48) VALUE
              "INVOICE-MATCH             INVCFILE I---         ".
          05 FILLER PIC X(48) VALUE
              "INVOICE-MATCH             INVCHIST IOE-         ".
          05 FILLER PIC X(48) VALUE
              "ARRAY-DEMO                INVCSV   -O--         ".
          05 FILLER PIC X(48) VALUE
              "INVOICE-MATCH             INVHOLD  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            INVHOLD  I---         ".
          05 FILLER PIC X(48) VALUE
              "ARRAY-DEMO                INVRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            INVRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "ABC-CLASSIFY              ITEMCAT  I---         ".
          05 FILLER PIC X(48) VALUE
              "CATEGORY-MAINT            ITEMCAT  IO--         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-VALUATION-REPORTITEMCAT  I---         ".
          05 FILLER PIC X(48) VALUE
              "MONTH-END-CLOSE           ITEMCAT  I---         ".
          05 FILLER PIC X(48) VALUE
              "OTB-BUDGET-MAINT          ITEMCAT  I---         ".
          05 FILLER PIC X(48) VALUE
              "OTB-STATUS-REPORT         ITEMCAT  I---         ".
          05 FILLER PIC X(48) VALUE
              "USAGE-COVER-REPORT        ITEMCAT  I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     ITEMCAT  I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MASTER-MAINT         ITEMIMP  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            ITEMIMP  I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-INQUIRY              ITEMINQ  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            ITEMINQ  I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MASTER-MAINT         ITEMLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MASTER-MAINT         ITEMTXN  I---         ".
          05 FILLER PIC X(48) VALUE
              "LINEAGE-REPORT            JOBPLAN  I---         ".
          05 FILLER PIC X(48) VALUE
              "RUN-ALL-DEMOS             JOBPLAN  I---         ".
          05 FILLER PIC X(48) VALUE
              "KPI-SCORECARD             KPIHIST  IO--         ".
          05 FILLER PIC X(48) VALUE
              "KPI-SCORECARD             KPIRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            KPIRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "KPI-SCORECARD             KPITMP   IO--         ".
          05 FILLER PIC X(48) VALUE
              "DEAD-STOCK-REPORT         LENTORPT -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            LENTORPT I---         ".
          05 FILLER PIC X(48) VALUE
              "LINEAGE-REPORT            LINRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            LINRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "HASH-LOOKUP               LKUPREQ  I---         ".
          05 FILLER PIC X(48) VALUE
              "HASH-LOOKUP               LKUPRES  -O--         ".
          05 FILLER PIC X(48) VALUE
              "LOCK-STATUS               LOCKLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "GROSS-MARGIN-REPORT       MARGINRPT-O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            MARGINRPTI---         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-STACK-MENU-DEMO     MENUDISP -O--         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-STACK-MENU-DEMO     MENUTXN  I---         ".
          05 FILLER PIC X(48) VALUE
              "MERGE-SORT-DEMO           MERGEIN  I---         ".
          05 FILLER PIC X(48) VALUE
              "MERGE-SORT-DEMO           MERGEOUT IO--         ".
          05 FILLER PIC X(48) VALUE
              "LOCK-STATUS               MKDNLCK  IO--         ".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-APPROVE          MKDNLCK  IO--         ".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-PROPOSE          MKDNLCK  IO--         ".
          05 FILLER PIC X(48) VALUE
              "PRE-FLIGHT-CHECK          MKDNLCK  I---         ".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-APPROVE          MKDNLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-PROPOSE          MKDNLST  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            MKDNLST  I---         ".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-APPROVE          MKDNPROP IO--MKDNLCK  ".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-PROPOSE          MKDNPROP IO--MKDNLCK  ".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-RECOVERY         MKDNPROP I---         ".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-RECOVERY         MKDNRPT  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            MKDNRPT  I---         ".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-APPROVE          MKDNTXN  I---         ".
          05 FILLER PIC X(48) VALUE
              "MONTH-END-CLOSE           MOMRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            MOMRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "CSV-MOVEMENT-LOADER       MOVCSV   I---         ".
          05 FILLER PIC X(48) VALUE
              "FEED-MERGE                MOVTRAD  I---         ".
          05 FILLER PIC X(48) VALUE
              "INBOUND-ITEM-TRANSLATE    MOVTRAD  -O--         ".
          05 FILLER PIC X(48) VALUE
              "BACKUP-RESTORE            MRGCKPT  IO--         ".
          05 FILLER PIC X(48) VALUE
              "MERGE-SORT-DEMO           MRGCKPT  IO--         ".
          05 FILLER PIC X(48) VALUE
              "FEED-MERGE                MRGCTL   I---         ".
          05 FILLER PIC X(48) VALUE
              "FEED-MERGE                MRGLIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "FEED-MERGE                MRGOUT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "FEED-MERGE                MRGRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            MRGRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "MERGE-SORT-DEMO           MRGWK1   IO--         ".
          05 FILLER PIC X(48) VALUE
              "MERGE-SORT-DEMO           MRGWK2   IO--         ".
          05 FILLER PIC X(48) VALUE
              "MERGE-SORT-DEMO           MRGWK3   IO--         ".
          05 FILLER PIC X(48) VALUE
              "MERGE-SORT-DEMO           MRGWK4   IO--         ".
          05 FILLER PIC X(48) VALUE
              "MERGE-SORT-DEMO           MRGWK5   IO--         ".
          05 FILLER PIC X(48) VALUE
              "MERGE-SORT-DEMO           MRGWK6   IO--         ".
          05 FILLER PIC X(48) VALUE
              "MERGE-SORT-DEMO           MRGWK7   IO--         ".
          05 FILLER PIC X(48) VALUE
              "MERGE-SORT-DEMO           MRGWK8   IO--         ".
          05 FILLER PIC X(48) VALUE
              "APPT-NOSHOW               NOSHOWRPT-O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            NOSHOWRPTI---         ".
          05 FILLER PIC X(48) VALUE
              "NOTIFY-ACK-MATCH          NOTIFACK I---         ".
          05 FILLER PIC X(48) VALUE
              "NOTIFY-ACK-MATCH          NOTIFACKR-O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            NOTIFACKRI---         ".
          05 FILLER PIC X(48) VALUE
              "NOTIFY-ACK-MATCH          NOTIFMANFIO--         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-DEMO                NOTIFMANFIOE-         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-STACK-MENU-DEMO     NOTIFMANF-OE-         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-DEMO                NOTIFOUT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-STACK-MENU-DEMO     NOTIFOUT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "NOTIFY-ACK-MATCH          NOTIFTMP IO--         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-STACK-MENU-DEMO     OPERJRNL -OE-         ".
          05 FILLER PIC X(48) VALUE
              "SOD-REPORT                OPERJRNL I---         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-TRACE              OPERJRNL I---         ".
          05 FILLER PIC X(48) VALUE
              "CASE-MAINT                OPERMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-DEMO                OPERMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-STACK-MENU-DEMO     OPERMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "STACK-DEMO                OPERMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "OPERATOR-PRODUCTIVITY     OPPRDRPT -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            OPPRDRPT I---         ".
          05 FILLER PIC X(48) VALUE
              "ALERT-ROUTER              OPSALERT IO--         ".
          05 FILLER PIC X(48) VALUE
              "APPT-RELEASE              OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "ARRAY-DEMO                OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "ASN-INTAKE                OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "ASN-PENDING-REPORT        OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "BINARY-SEARCH-DEMO        OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "BUBBLE-SORT-DEMO          OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CASE-AGING-REPORT         OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CHAIN-VERIFY              OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CODE-SEARCH-DEMO          OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "COLD-CHAMBER-LOG          OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "COUNT-COMPLIANCE-REPORT   OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CREDIT-MEMO-APPLY         OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CSV-MOVEMENT-LOADER       OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CYCLE-COUNT-SCHEDULE      OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "DEAD-STOCK-REPORT         OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "FEED-MERGE                OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "FIBONACCI-DEMO            OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "FLOOR-REPLENISH           OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "HIST-ANOMALY-REPORT       OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "INBOUND-ITEM-TRANSLATE    OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "INBOUND-REGISTER          OPSALERT IOE-         ".
          05 FILLER PIC X(48) VALUE
              "INSERTION-SORT-DEMO       OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-BALANCE-CTL     OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-GL-RECONCILE    OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "INVOICE-MATCH             OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "KPI-SCORECARD             OPSALERT I---         ".
          05 FILLER PIC X(48) VALUE
              "LINEAR-SEARCH-DEMO        OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "LOCK-STATUS               OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "LOT-EXPIRY-REPORT         OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "LOT-RECALL                OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "MERGE-SORT-DEMO           OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "MONTH-END-CLOSE           OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "MORNING-DASHBOARD         OPSALERT I---         ".
          05 FILLER PIC X(48) VALUE
              "NOTIFY-ACK-MATCH          OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "OPS-ALERT-LIST            OPSALERT IO--         ".
          05 FILLER PIC X(48) VALUE
              "ORDER-ALLOCATE            OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "PARTNER-ACK-MATCH         OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "PHYSICAL-COUNT-RECON      OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "PICK-LIST                 OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "PO-EXPEDITE-REPORT        OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "PO-MAINT                  OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "PRE-FLIGHT-CHECK          OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "PROD-SORT                 OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-DEMO                OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-RECOVER             OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-STACK-MENU-DEMO     OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-STACK-TRANSFER-DEMO OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "QUICK-SORT-DEMO           OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "REASON-NORMALIZE          OPSALERT IO--         ".
          05 FILLER PIC X(48) VALUE
              "REF-INTEGRITY-CHECK       OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-APPROVE           OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-FULFILL           OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "RETENTION-MANAGER         OPSALERT IO--         ".
          05 FILLER PIC X(48) VALUE
              "RUN-ALL-DEMOS             OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "SEARCH-DISPATCHER-DEMO    OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "SELECTION-SORT-DEMO       OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "SOD-REPORT                OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "SORT-COMPARISON-DEMO      OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "STACK-DEMO                OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "STACK-JOURNAL-VERIFY      OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-MOVEMENT            OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-SEQUENCE-AUDIT     OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "USAGE-COVER-REPORT        OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "YEAR-END-CLOSE            OPSALERT -OE-         ".
          05 FILLER PIC X(48) VALUE
              "OPS-ALERT-LIST            OPSALTMP IO--         ".
          05 FILLER PIC X(48) VALUE
              "ORDER-ALLOCATE            ORDTXN   I---         ".
          05 FILLER PIC X(48) VALUE
              "OTB-BUDGET-MAINT          OTBBUDG  IO--         ".
          05 FILLER PIC X(48) VALUE
              "OTB-STATUS-REPORT         OTBBUDG  I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     OTBBUDG  I---         ".
          05 FILLER PIC X(48) VALUE
              "OTB-BUDGET-MAINT          OTBLOG   -OE-         ".
          05 FILLER PIC X(48) VALUE
              "OTB-STATUS-REPORT         OTBRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            OTBRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "OTB-BUDGET-MAINT          OTBTXN   I---         ".
          05 FILLER PIC X(48) VALUE
              "PARTNER-ACK-MATCH         PARTACK  I---         ".
          05 FILLER PIC X(48) VALUE
              "PARTNER-EXTRACT           PARTOUT  -O--         ".
          05 FILLER PIC X(48) VALUE
              "PICK-LIST                 PICKLIST -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            PICKLIST I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     POCTR    IO--         ".
          05 FILLER PIC X(48) VALUE
              "ASN-INTAKE                POFILE   I---         ".
          05 FILLER PIC X(48) VALUE
              "DEMAND-FORECAST           POFILE   I---         ".
          05 FILLER PIC X(48) VALUE
              "INVOICE-MATCH             POFILE   I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-DUPLICATE-CHECK      POFILE   I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MERGE                POFILE   I---         ".
          05 FILLER PIC X(48) VALUE
              "OTB-STATUS-REPORT         POFILE   I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-EXPEDITE-REPORT        POFILE   I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-MAINT                  POFILE   IO--         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              POFILE   IO--         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-MOVEMENT            POFILE   I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-MASTER-MAINT       POFILE   I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     POFILE   IOE-         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-SOURCING-REPORT    POFILE   I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-MAINT                  POLOG    -OE-         ".
          05 FILLER PIC X(48) VALUE
              "PO-MAINT                  POTXN    I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              PPVRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            PPVRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "PRICE-MASTER-MAINT        PRICELOG -OE-         ".
          05 FILLER PIC X(48) VALUE
              "GROSS-MARGIN-REPORT       PRICEMST I---         ".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-PROPOSE          PRICEMST I---         ".
          05 FILLER PIC X(48) VALUE
              "PRICE-MASTER-MAINT        PRICEMST -O-U         ".
          05 FILLER PIC X(48) VALUE
              "PRICE-MASTER-MAINT        PRICETXN I---         ".
          05 FILLER PIC X(48) VALUE
              "ABC-CLASSIFY              PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "ASN-INTAKE                PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "ASN-PENDING-REPORT        PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "BACKORDER-REPORT          PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "CASE-AGING-REPORT         PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "CODE-LOG-REPLAY           PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "CODE-MASTER-MAINT         PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "CODE-PENDING-APPLY        PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "COST-REVALUATION          PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "COUNT-COMPLIANCE-REPORT   PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "CREDIT-AGING              PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "CREDIT-MEMO-APPLY         PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "CUSTOMER-FREQUENCY        PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "CYCLE-COUNT-SCHEDULE      PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "DEAD-STOCK-REPORT         PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "DEMAND-FORECAST           PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "EOD-REPORT                PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "FLOOR-REPLENISH           PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "GL-JOURNAL-EXTRACT        PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "GROSS-MARGIN-REPORT       PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "HIST-ANOMALY-REPORT       PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "HIST-ARCHIVE              PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-BALANCE-CTL     PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-GL-RECONCILE    PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-VALUATION-REPORTPROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "INVOICE-MATCH             PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "KPI-SCORECARD             PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "LOT-EXPIRY-REPORT         PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "LOT-RECALL                PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-PROPOSE          PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-RECOVERY         PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "MONTH-END-CLOSE           PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "ORDER-ALLOCATE            PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "OTB-STATUS-REPORT         PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "PARTNER-ACK-MATCH         PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "PARTNER-EXTRACT           PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "PHYSICAL-COUNT-RECON      PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "PICK-LIST                 PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-EXPEDITE-REPORT        PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-MAINT                  PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "PRICE-MASTER-MAINT        PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-FULFILL           PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "RUN-ALL-DEMOS             PROCDATE IO--         ".
          05 FILLER PIC X(48) VALUE
              "SHRINK-REPORT             PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "SOD-REPORT                PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "STAFFING-PLAN             PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-MOVEMENT            PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-AGING-REPORT     PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "USAGE-COVER-REPORT        PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-SOURCING-REPORT    PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "WAIT-ESTIMATE-ACCURACY    PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "YEAR-END-CLOSE            PROCDATE I---         ".
          05 FILLER PIC X(48) VALUE
              "RUN-ALL-DEMOS             PROCHIST IOE-         ".
          05 FILLER PIC X(48) VALUE
              "PROD-SORT                 PRODCTL  I---         ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           PRODIN   I---         ".
          05 FILLER PIC X(48) VALUE
              "PROD-SORT                 PRODIN   I---         ".
          05 FILLER PIC X(48) VALUE
              "PROD-SORT                 PRODOUT  -O--         ".
          05 FILLER PIC X(48) VALUE
              "FLOOR-REPLENISH           PULLLIST -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            PULLLIST I---         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-DEMO                QSUMCSV  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "APPT-NOSHOW               QUEHIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "CUSTOMER-FREQUENCY        QUEHIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "CUSTOMER-INQUIRY          QUEHIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "KPI-SCORECARD             QUEHIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "LOT-RECALL                QUEHIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "OPERATOR-PRODUCTIVITY     QUEHIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-DEMO                QUEHIST  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-STACK-MENU-DEMO     QUEHIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "REASON-NORMALIZE          QUEHIST  IO--         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-APPROVE           QUEHIST  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-FULFILL           QUEHIST  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "STAFFING-PLAN             QUEHIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-CANCEL             QUEHIST  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-SEQUENCE-AUDIT     QUEHIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-TRACE              QUEHIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "WAIT-ESTIMATE-ACCURACY    QUEHIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "APPT-RELEASE              QUEJRNL  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-DEMO                QUEJRNL  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-REBALANCE           QUEJRNL  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-RECOVER             QUEJRNL  IO--         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-REINTAKE            QUEJRNL  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-STACK-MENU-DEMO     QUEJRNL  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "RETENTION-MANAGER         QUEJRNL  IO--         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-CANCEL             QUEJRNL  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-SEQUENCE-AUDIT     QUEJRNL  I---         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-TRACE              QUEJRNL  I---         ".
          05 FILLER PIC X(48) VALUE
              "APPT-NOSHOW               QUEOVFL  I---         ".
          05 FILLER PIC X(48) VALUE
              "APPT-RELEASE              QUEOVFL  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-DEMO                QUEOVFL  IO--         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-REINTAKE            QUEOVFL  IO--         ".
          05 FILLER PIC X(48) VALUE
              "APPT-NOSHOW               QUEUEDAT I---         ".
          05 FILLER PIC X(48) VALUE
              "APPT-RELEASE              QUEUEDAT IOE-QUEUELCK ".
          05 FILLER PIC X(48) VALUE
              "ARRAY-DEMO                QUEUEDAT -OE-QUEUELCK ".
          05 FILLER PIC X(48) VALUE
              "BACKUP-RESTORE            QUEUEDAT IO--QUEUELCK ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           QUEUEDAT I---         ".
          05 FILLER PIC X(48) VALUE
              "CUSTOMER-INQUIRY          QUEUEDAT I---         ".
          05 FILLER PIC X(48) VALUE
              "CUSTOMER-MAINT            QUEUEDAT I---         ".
          05 FILLER PIC X(48) VALUE
              "EOD-REPORT                QUEUEDAT I---         ".
          05 FILLER PIC X(48) VALUE
              "FILE-DELTA-REPORT         QUEUEDAT I---         ".
          05 FILLER PIC X(48) VALUE
              "MORNING-DASHBOARD         QUEUEDAT I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-EXPEDITE-REPORT        QUEUEDAT I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-MAINT                  QUEUEDAT -OE-QUEUELCK ".
          05 FILLER PIC X(48) VALUE
              "PRE-FLIGHT-CHECK          QUEUEDAT I---         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-DEMO                QUEUEDAT IO--QUEUELCK ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-REBALANCE           QUEUEDAT IO--QUEUELCK ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-RECOVER             QUEUEDAT IO--QUEUELCK ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-REINTAKE            QUEUEDAT IOE-QUEUELCK ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-STACK-MENU-DEMO     QUEUEDAT IO--QUEUELCK ".
          05 FILLER PIC X(48) VALUE
              "REF-INTEGRITY-CHECK       QUEUEDAT I---         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-APPROVE           QUEUEDAT IO--QUEUELCK ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-FULFILL           QUEUEDAT IO--QUEUELCK ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-ALERT            QUEUEDAT -OE-QUEUELCK ".
          05 FILLER PIC X(48) VALUE
              "TICKET-CANCEL             QUEUEDAT IO--QUEUELCK ".
          05 FILLER PIC X(48) VALUE
              "TICKET-SEQUENCE-AUDIT     QUEUEDAT I---         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-TRACE              QUEUEDAT I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     QUEUEDAT I---QUEUELCK ".
          05 FILLER PIC X(48) VALUE
              "APPT-RELEASE              QUEUELCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "ARRAY-DEMO                QUEUELCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "BACKUP-RESTORE            QUEUELCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "LOCK-STATUS               QUEUELCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "PO-MAINT                  QUEUELCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "PRE-FLIGHT-CHECK          QUEUELCK I---         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-DEMO                QUEUELCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-REBALANCE           QUEUELCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-RECOVER             QUEUELCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-REINTAKE            QUEUELCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-STACK-MENU-DEMO     QUEUELCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-APPROVE           QUEUELCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-FULFILL           QUEUELCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-ALERT            QUEUELCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-CANCEL             QUEUELCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     QUEUELCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "APPT-RELEASE              QUEUEPRM I---         ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           QUEUEPRM I---         ".
          05 FILLER PIC X(48) VALUE
              "PRE-FLIGHT-CHECK          QUEUEPRM I---         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-DEMO                QUEUEPRM I---         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-REINTAKE            QUEUEPRM I---         ".
          05 FILLER PIC X(48) VALUE
              "FILE-DELTA-REPORT         QUEUESNAPIO--         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-APPROVE           QUEUETMP IO--         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-FULFILL           QUEUETMP IO--         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-CANCEL             QUEUETMP IO--         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-REBALANCE           REBALRPT -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            REBALRPT I---         ".
          05 FILLER PIC X(48) VALUE
              "LOT-RECALL                RECALLRPT-O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            RECALLRPTI---         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              RECVRPT  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            RECVRPT  I---         ".
          05 FILLER PIC X(48) VALUE
              "REF-INTEGRITY-CHECK       REFINTEG -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            REFINTEG I---         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-REPRINT            REIMPRES -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            REORDRPT I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     REORDRPT -O--         ".
          05 FILLER PIC X(48) VALUE
              "FLOOR-REPLENISH           REPOMOVS -O--         ".
          05 FILLER PIC X(48) VALUE
              "RETENTION-MANAGER         RET*     -O--         ".
          05 FILLER PIC X(48) VALUE
              "RETENTION-MANAGER         RETGEN   IO--         ".
          05 FILLER PIC X(48) VALUE
              "RETENTION-MANAGER         RETMANIF -OE-         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            RETRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "RETENTION-MANAGER         RETRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "RETENTION-MANAGER         RETTMP   IO--         ".
          05 FILLER PIC X(48) VALUE
              "COST-REVALUATION          REVALRPT -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            REVALRPT I---         ".
          05 FILLER PIC X(48) VALUE
              "COST-REVALUATION          REVALTXN I---         ".
          05 FILLER PIC X(48) VALUE
              "ASN-INTAKE                RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "BINARY-SEARCH-DEMO        RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "BUBBLE-SORT-DEMO          RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CODE-SEARCH-DEMO          RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "COLD-CHAMBER-LOG          RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "COST-REVALUATION          RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CREDIT-MEMO-APPLY         RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CSV-MOVEMENT-LOADER       RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "FEED-MERGE                RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "FLOOR-REPLENISH           RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "INBOUND-ITEM-TRANSLATE    RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "INSERTION-SORT-DEMO       RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "INVOICE-MATCH             RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-INQUIRY              RJCTFILE I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-STATUS-MAINT         RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "KPI-SCORECARD             RJCTFILE I---         ".
          05 FILLER PIC X(48) VALUE
              "LINEAR-SEARCH-DEMO        RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "MERGE-SORT-DEMO           RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "ORDER-ALLOCATE            RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "PHYSICAL-COUNT-RECON      RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "PROD-SORT                 RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "REASON-NORMALIZE          RJCTFILE IO--         ".
          05 FILLER PIC X(48) VALUE
              "REJECT-REPAIR             RJCTFILE IO--         ".
          05 FILLER PIC X(48) VALUE
              "RETENTION-MANAGER         RJCTFILE IO--         ".
          05 FILLER PIC X(48) VALUE
              "SORT-COMPARISON-DEMO      RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-MOVEMENT            RJCTFILE -OE-         ".
          05 FILLER PIC X(48) VALUE
              "REJECT-REPAIR             RJCTTMP  IO--         ".
          05 FILLER PIC X(48) VALUE
              "REJECT-REPAIR             RJFIXTXN I---         ".
          05 FILLER PIC X(48) VALUE
              "REJECT-REPAIR             RJREPRPT -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            RJREPRPT I---         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            RPRMLIST I---         ".
          05 FILLER PIC X(48) VALUE
              "RUNPARM-MAINT             RPRMLIST -O--         ".
          05 FILLER PIC X(48) VALUE
              "CHAIN-VERIFY              RPRMLOG  I---         ".
          05 FILLER PIC X(48) VALUE
              "RUNPARM-MAINT             RPRMLOG  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "SOD-REPORT                RPRMLOG  I---         ".
          05 FILLER PIC X(48) VALUE
              "RUNPARM-MAINT             RPRMTXN  I---         ".
          05 FILLER PIC X(48) VALUE
              "KPI-SCORECARD             RPT*     I---         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            RPT*     -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-REPRINT            RPT*     I---         ".
          05 FILLER PIC X(48) VALUE
              "RETENTION-MANAGER         RPT*     -O--         ".
          05 FILLER PIC X(48) VALUE
              "KPI-SCORECARD             RPTCAT   I---         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            RPTCAT   -OE-         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-REPRINT            RPTCAT   I---         ".
          05 FILLER PIC X(48) VALUE
              "RETENTION-MANAGER         RPTCAT   IO--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            RPTGEN   IO--         ".
          05 FILLER PIC X(48) VALUE
              "REASON-CHECK              RSNCODE  I---         ".
          05 FILLER PIC X(48) VALUE
              "REASON-MAINT              RSNCODE  IO--         ".
          05 FILLER PIC X(48) VALUE
              "REASON-MAINT              RSNLIST  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            RSNLIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "REASON-MAINT              RSNLOG   -OE-         ".
          05 FILLER PIC X(48) VALUE
              "REASON-NORMALIZE          RSNNORM  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            RSNNORM  I---         ".
          05 FILLER PIC X(48) VALUE
              "REASON-USAGE-REPORT       RSNRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            RSNRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "REASON-MAINT              RSNTXN   I---         ".
          05 FILLER PIC X(48) VALUE
              "REASON-CHECK              RSNUNREG -OE-         ".
          05 FILLER PIC X(48) VALUE
              "REASON-USAGE-REPORT       RSNUNREG I---         ".
          05 FILLER PIC X(48) VALUE
              "REASON-NORMALIZE          RSNWORK  IO--         ".
          05 FILLER PIC X(48) VALUE
              "BACKORDER-REPORT          RSTKBACK I---         ".
          05 FILLER PIC X(48) VALUE
              "KPI-SCORECARD             RSTKBACK I---         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-FULFILL           RSTKBACK IO--         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     RSTKBACK I---         ".
          05 FILLER PIC X(48) VALUE
              "KPI-SCORECARD             RSTKCONF I---         ".
          05 FILLER PIC X(48) VALUE
              "LOT-RECALL                RSTKCONF I---         ".
          05 FILLER PIC X(48) VALUE
              "REASON-NORMALIZE          RSTKCONF IO--         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-APPROVE           RSTKCONF -OE-         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-FULFILL           RSTKCONF -OE-         ".
          05 FILLER PIC X(48) VALUE
              "RETENTION-MANAGER         RSTKCONF IO--         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-SEQUENCE-AUDIT     RSTKCONF I---         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-TRACE              RSTKCONF I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-PERFORMANCE-REPORT RSTKCONF I---         ".
          05 FILLER PIC X(48) VALUE
              "ARRAY-DEMO                RSTKREQ  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           RSTKREQ  I---         ".
          05 FILLER PIC X(48) VALUE
              "CUSTOMER-INQUIRY          RSTKREQ  I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-DUPLICATE-CHECK      RSTKREQ  I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-INQUIRY              RSTKREQ  I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MASTER-MAINT         RSTKREQ  I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MERGE                RSTKREQ  I---         ".
          05 FILLER PIC X(48) VALUE
              "PARTNER-EXTRACT           RSTKREQ  I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-EXPEDITE-REPORT        RSTKREQ  I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-MAINT                  RSTKREQ  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "REF-INTEGRITY-CHECK       RSTKREQ  I---         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-APPROVE           RSTKREQ  IO--         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-FULFILL           RSTKREQ  IO--         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-CANCEL             RSTKREQ  IO--         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-SEQUENCE-AUDIT     RSTKREQ  I---         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-TRACE              RSTKREQ  I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     RSTKREQ  IO--         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-APPROVE           RSTKTMP  IO--         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-FULFILL           RSTKTMP  IO--         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-CANCEL             RSTKTMP  IO--         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     RSTKTMP  IO--         ".
          05 FILLER PIC X(48) VALUE
              "RUN-ALL-DEMOS             RUNCKPT  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "ABC-CLASSIFY              RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "ALERT-ROUTER              RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "APPT-NOSHOW               RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "APPT-RELEASE              RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "ARRAY-DEMO                RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "BUBBLE-SORT-DEMO          RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "CASE-AGING-REPORT         RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "COLD-CHAMBER-LOG          RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "COUNT-COMPLIANCE-REPORT   RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "CYCLE-COUNT-SCHEDULE      RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "DEAD-STOCK-REPORT         RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "DEMAND-FORECAST           RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "FIB-BACKOFF               RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "FIBONACCI-DEMO            RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "FILE-ENV                  RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "HIST-ANOMALY-REPORT       RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-GL-RECONCILE    RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "KPI-SCORECARD             RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "LOCK-STATUS               RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "LOT-EXPIRY-REPORT         RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-PROPOSE          RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-MAINT                  RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "PRE-FLIGHT-CHECK          RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-DEMO                RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-REBALANCE           RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-REINTAKE            RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-STACK-MENU-DEMO     RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "RETENTION-MANAGER         RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "RUN-ALL-DEMOS             RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "RUNPARM-MAINT             RUNPARMS IO--         ".
          05 FILLER PIC X(48) VALUE
              "SELECTION-SORT-DEMO       RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "SOD-REPORT                RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "STACK-DEMO                RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "STAFFING-PLAN             RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-ALERT            RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-CLASSIFIER       RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "USAGE-COVER-REPORT        RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     RUNPARMS I---         ".
          05 FILLER PIC X(48) VALUE
              "MORNING-DASHBOARD         RUNSTATS I---         ".
          05 FILLER PIC X(48) VALUE
              "RUN-ALL-DEMOS             RUNSTATS IO--         ".
          05 FILLER PIC X(48) VALUE
              "LOCK-STATUS               RUNSUMM  I---         ".
          05 FILLER PIC X(48) VALUE
              "MORNING-DASHBOARD         RUNSUMM  I---         ".
          05 FILLER PIC X(48) VALUE
              "RUN-ALL-DEMOS             RUNSUMM  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "PARTNER-ACK-MATCH         SENDMANF IO--         ".
          05 FILLER PIC X(48) VALUE
              "PARTNER-EXTRACT           SENDMANF -OE-         ".
          05 FILLER PIC X(48) VALUE
              "PARTNER-ACK-MATCH         SENDTMP  IO--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            SHRINKRPTI---         ".
          05 FILLER PIC X(48) VALUE
              "SHRINK-REPORT             SHRINKRPT-O--         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-DEMO                SLARPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            SLARPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "MONTH-END-CLOSE           SNAP*    IO--         ".
          05 FILLER PIC X(48) VALUE
              "YEAR-END-CLOSE            SNAP*    I---         ".
          05 FILLER PIC X(48) VALUE
              "FILE-DELTA-REPORT         SNAPSTAMPIO--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            SODRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "SOD-REPORT                SODRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "LINEAR-SEARCH-DEMO        SRCHCKPT IO--         ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           SRCHLIST I---         ".
          05 FILLER PIC X(48) VALUE
              "SEARCH-DISPATCHER-DEMO    SRCHLIST I---         ".
          05 FILLER PIC X(48) VALUE
              "BINARY-SEARCH-DEMO        SRCHRES  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CODE-SEARCH-DEMO          SRCHRES  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "LINEAR-SEARCH-DEMO        SRCHRES  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "SEARCH-DISPATCHER-DEMO    SRCHRES  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "BINARY-SEARCH-DEMO        SRCHSUSP -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CODE-SEARCH-DEMO          SRCHSUSP -OE-         ".
          05 FILLER PIC X(48) VALUE
              "EOD-REPORT                SRCHSUSP I---         ".
          05 FILLER PIC X(48) VALUE
              "LINEAR-SEARCH-DEMO        SRCHSUSP -OE-         ".
          05 FILLER PIC X(48) VALUE
              "MORNING-DASHBOARD         SRCHSUSP I---         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-AGING-REPORT     SRCHSUSP I---         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-ALERT            SRCHSUSP I---         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-CLASSIFIER       SRCHSUSP I---         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-REPROCESS        SRCHSUSP IO--         ".
          05 FILLER PIC X(48) VALUE
              "LINEAR-SEARCH-DEMO        SRCHTGT  I---         ".
          05 FILLER PIC X(48) VALUE
              "SEARCH-DISPATCHER-DEMO    SRCHTGT  I---         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            SRCRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-SOURCING-REPORT    SRCRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           SRTAUTOINI---         ".
          05 FILLER PIC X(48) VALUE
              "SORT-AUTO-SELECT          SRTAUTOINI---         ".
          05 FILLER PIC X(48) VALUE
              "SORT-AUTO-SELECT          SRTAUTOUT-O--         ".
          05 FILLER PIC X(48) VALUE
              "BENCH-TREND-REPORT        SRTBENCH I---         ".
          05 FILLER PIC X(48) VALUE
              "BUBBLE-SORT-DEMO          SRTBENCH -OE-         ".
          05 FILLER PIC X(48) VALUE
              "INSERTION-SORT-DEMO       SRTBENCH -OE-         ".
          05 FILLER PIC X(48) VALUE
              "MERGE-SORT-DEMO           SRTBENCH -OE-         ".
          05 FILLER PIC X(48) VALUE
              "PROD-SORT                 SRTBENCH -OE-         ".
          05 FILLER PIC X(48) VALUE
              "QUICK-SORT-DEMO           SRTBENCH -OE-         ".
          05 FILLER PIC X(48) VALUE
              "RETENTION-MANAGER         SRTBENCH IO--         ".
          05 FILLER PIC X(48) VALUE
              "SELECTION-SORT-DEMO       SRTBENCH -OE-         ".
          05 FILLER PIC X(48) VALUE
              "SORT-AUTO-SELECT          SRTBENCH -OE-         ".
          05 FILLER PIC X(48) VALUE
              "SORT-COMPARISON-DEMO      SRTBENCH -OE-         ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           SRTCMPIN I---         ".
          05 FILLER PIC X(48) VALUE
              "SORT-COMPARISON-DEMO      SRTCMPIN I---         ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           SRTCODE  I---         ".
          05 FILLER PIC X(48) VALUE
              "CODE-SEARCH-DEMO          SRTCODE  I---         ".
          05 FILLER PIC X(48) VALUE
              "HASH-LOOKUP               SRTCODE  I---         ".
          05 FILLER PIC X(48) VALUE
              "REF-INTEGRITY-CHECK       SRTCODE  I---         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-CLASSIFIER       SRTCODE  I---         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-REPROCESS        SRTCODE  I---         ".
          05 FILLER PIC X(48) VALUE
              "BINARY-SEARCH-DEMO        SRTLIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           SRTLIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-REPROCESS        SRTLIST  I---         ".
          05 FILLER PIC X(48) VALUE
              "BACKUP-RESTORE            STACKJRNLIO--STACKLCK ".
          05 FILLER PIC X(48) VALUE
              "CAPACITY-REPORT           STACKJRNLI---         ".
          05 FILLER PIC X(48) VALUE
              "EOD-REPORT                STACKJRNLI---         ".
          05 FILLER PIC X(48) VALUE
              "FILE-DELTA-REPORT         STACKJRNLI---         ".
          05 FILLER PIC X(48) VALUE
              "STACK-DEMO                STACKJRNLIOE-STACKLCK ".
          05 FILLER PIC X(48) VALUE
              "STACK-JOURNAL-COMPACT     STACKJRNLIO--STACKLCK ".
          05 FILLER PIC X(48) VALUE
              "STACK-JOURNAL-VERIFY      STACKJRNLI---         ".
          05 FILLER PIC X(48) VALUE
              "STACK-RECOVER             STACKJRNLIO--STACKLCK ".
          05 FILLER PIC X(48) VALUE
              "BACKUP-RESTORE            STACKLCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "LOCK-STATUS               STACKLCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "PRE-FLIGHT-CHECK          STACKLCK I---         ".
          05 FILLER PIC X(48) VALUE
              "STACK-DEMO                STACKLCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "STACK-JOURNAL-COMPACT     STACKLCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "STACK-RECOVER             STACKLCK IO--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            STAFFRPT I---         ".
          05 FILLER PIC X(48) VALUE
              "STAFFING-PLAN             STAFFRPT -O--         ".
          05 FILLER PIC X(48) VALUE
              "STACK-JOURNAL-COMPACT     STKARC*  -O--         ".
          05 FILLER PIC X(48) VALUE
              "STACK-RECOVER             STKARC*  -O--         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-MOVEMENT            STKBATCH IOE-         ".
          05 FILLER PIC X(48) VALUE
              "STACK-JOURNAL-COMPACT     STKGEN   IO--         ".
          05 FILLER PIC X(48) VALUE
              "STACK-RECOVER             STKGEN   IO--         ".
          05 FILLER PIC X(48) VALUE
              "ABC-CLASSIFY              STKLEDG  I---         ".
          05 FILLER PIC X(48) VALUE
              "CHAIN-VERIFY              STKLEDG  I---         ".
          05 FILLER PIC X(48) VALUE
              "COLD-CHAMBER-LOG          STKLEDG  I---         ".
          05 FILLER PIC X(48) VALUE
              "COST-REVALUATION          STKLEDG  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "DEAD-STOCK-REPORT         STKLEDG  I---         ".
          05 FILLER PIC X(48) VALUE
              "DEMAND-FORECAST           STKLEDG  I---         ".
          05 FILLER PIC X(48) VALUE
              "GL-JOURNAL-EXTRACT        STKLEDG  I---         ".
          05 FILLER PIC X(48) VALUE
              "GROSS-MARGIN-REPORT       STKLEDG  I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-DUPLICATE-CHECK      STKLEDG  I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-INQUIRY              STKLEDG  I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MASTER-MAINT         STKLEDG  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MERGE                STKLEDG  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "KPI-SCORECARD             STKLEDG  I---         ".
          05 FILLER PIC X(48) VALUE
              "LOT-RECALL                STKLEDG  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-PROPOSE          STKLEDG  I---         ".
          05 FILLER PIC X(48) VALUE
              "MARKDOWN-RECOVERY         STKLEDG  I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-RECEIVING              STKLEDG  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-FULFILL           STKLEDG  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "SHRINK-REPORT             STKLEDG  I---         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-MOVEMENT            STKLEDG  IOE-         ".
          05 FILLER PIC X(48) VALUE
              "USAGE-COVER-REPORT        STKLEDG  I---         ".
          05 FILLER PIC X(48) VALUE
              "YEAR-END-CLOSE            STKLEDG  IO--         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-BALANCE-CTL     STKLEDG* I---         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-GL-RECONCILE    STKLEDG* I---         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-STATEMENT           STKLEDG* I---         ".
          05 FILLER PIC X(48) VALUE
              "YEAR-END-CLOSE            STKLEDG* IO--         ".
          05 FILLER PIC X(48) VALUE
              "YEAR-END-CLOSE            STKLEDWK IO--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            STKMOVRPTI---         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-MOVEMENT            STKMOVRPT-O--         ".
          05 FILLER PIC X(48) VALUE
              "CSV-MOVEMENT-LOADER       STKMOVS  -O--         ".
          05 FILLER PIC X(48) VALUE
              "FEED-MERGE                STKMOVS  IO--         ".
          05 FILLER PIC X(48) VALUE
              "PICK-LIST                 STKMOVS  I---         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-MOVEMENT            STKMOVS  I---         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-MOVEMENT            STKMVCKP IO--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            STMTRPT  I---         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-STATEMENT           STMTRPT  -O--         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-STATUS-MAINT         STSTXN   I---         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            SUSPAGE  I---         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-AGING-REPORT     SUSPAGE  -O--         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-ALERT            SUSPALOG IOE-         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            SUSPCLAS I---         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-CLASSIFIER       SUSPCLAS -O--         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-CLASSIFIER       SUSPSTAL -O--         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-REPROCESS        SUSPTMP  IO--         ".
          05 FILLER PIC X(48) VALUE
              "COLD-CHAMBER-LOG          TEMPEXC  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "COLD-CHAMBER-LOG          TEMPHIST -OE-         ".
          05 FILLER PIC X(48) VALUE
              "COLD-CHAMBER-LOG          TEMPIN   I---         ".
          05 FILLER PIC X(48) VALUE
              "COLD-CHAMBER-LOG          TEMPRPT  -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            TEMPRPT  I---         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            TICKAUD  I---         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-SEQUENCE-AUDIT     TICKAUD  -O--         ".
          05 FILLER PIC X(48) VALUE
              "APPT-RELEASE              TICKCTR  IO--         ".
          05 FILLER PIC X(48) VALUE
              "ARRAY-DEMO                TICKCTR  IO--         ".
          05 FILLER PIC X(48) VALUE
              "PO-MAINT                  TICKCTR  IO--         ".
          05 FILLER PIC X(48) VALUE
              "QUEUE-DEMO                TICKCTR  IO--         ".
          05 FILLER PIC X(48) VALUE
              "SUSPENSE-ALERT            TICKCTR  IO--         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-SEQUENCE-AUDIT     TICKCTR  I---         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            TRACERPT I---         ".
          05 FILLER PIC X(48) VALUE
              "TICKET-TRACE              TRACERPT -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            USOCOB   I---         ".
          05 FILLER PIC X(48) VALUE
              "USAGE-COVER-REPORT        USOCOB   -O--         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-VALUATION-REPORTVALRPT   -O--         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            VALRPT   I---         ".
          05 FILLER PIC X(48) VALUE
              "CREDIT-AGING              VCREDIT  I---         ".
          05 FILLER PIC X(48) VALUE
              "CREDIT-MEMO-APPLY         VCREDIT  IO--         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-MOVEMENT            VCREDIT  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "ASN-PENDING-REPORT        VENDMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "DEMAND-FORECAST           VENDMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-INQUIRY              VENDMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MASTER-MAINT         VENDMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "OTB-BUDGET-MAINT          VENDMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "OTB-STATUS-REPORT         VENDMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "PO-EXPEDITE-REPORT        VENDMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "REF-INTEGRITY-CHECK       VENDMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "USAGE-COVER-REPORT        VENDMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-MASTER-MAINT       VENDMAST IO--         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-PERFORMANCE-REPORT VENDMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     VENDMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-SOURCING-REPORT    VENDMAST I---         ".
          05 FILLER PIC X(48) VALUE
              "INBOUND-ITEM-TRANSLATE    VENDMOVS I---         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            VENDPERF I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-PERFORMANCE-REPORT VENDPERF -O--         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-REORDER-REPORT     VENDPRC  I---         ".
          05 FILLER PIC X(48) VALUE
              "RESTOCK-FULFILL           VENDSUPP I---         ".
          05 FILLER PIC X(48) VALUE
              "ASN-INTAKE                VENDXREF I---         ".
          05 FILLER PIC X(48) VALUE
              "INBOUND-ITEM-TRANSLATE    VENDXREF I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-DUPLICATE-CHECK      VENDXREF I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MASTER-MAINT         VENDXREF I---         ".
          05 FILLER PIC X(48) VALUE
              "ITEM-MERGE                VENDXREF I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-XREF-MAINT         VENDXREF -O-U         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-MASTER-MAINT       VNDLOG   -OE-         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-MASTER-MAINT       VNDTXN   I---         ".
          05 FILLER PIC X(48) VALUE
              "SOD-REPORT                VXRFLOG  I---         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-XREF-MAINT         VXRFLOG  -OE-         ".
          05 FILLER PIC X(48) VALUE
              "VENDOR-XREF-MAINT         VXRFTXN  I---         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-BALANCE-CTL     YEARCLOS I---         ".
          05 FILLER PIC X(48) VALUE
              "INVENTORY-GL-RECONCILE    YEARCLOS I---         ".
          05 FILLER PIC X(48) VALUE
              "STOCK-STATEMENT           YEARCLOS I---         ".
          05 FILLER PIC X(48) VALUE
              "YEAR-END-CLOSE            YEARCLOS IOE-         ".
          05 FILLER PIC X(48) VALUE
              "REPORT-ARCHIVE            YEARRPT  I---         ".
          05 FILLER PIC X(48) VALUE
              "YEAR-END-CLOSE            YEARRPT  -O--         ".
       01 FILLER REDEFINES LINEAGE-AREA.
          05 LINEAGE-ENTRY OCCURS 1005 TIMES.
             10 LN-PROGRAM PIC X(26).
             10 LN-FILE    PIC X(9).
             10 LN-MODES   PIC X(4).
             10 LN-LOCK    PIC X(9).
       01 LINEAGE-SIZE PIC 9(4) VALUE 1005.
       01 LN PIC 9(4).
      *> Campos de consulta de linp.cpy.
       01 LINEAGE-PROGRAM-WANTED PIC X(26).
       01 LINEAGE-FILE-WANTED    PIC X(12).
       01 LINEAGE-FAMILY-LEN     PIC 9(2).
       01 LINEAGE-MATCH-SW PIC X VALUE "N".
           88 LINEAGE-MATCH VALUE "Y".
       01 LINEAGE-FOUND-SW PIC X VALUE "N".
           88 LINEAGE-FOUND VALUE "Y".
       01 LINEAGE-CHECK-NAME     PIC X(40).
       01 LINEAGE-PREFIX-LEN     PIC 9(2).
       01 LINEAGE-MISSING-COUNT  PIC 9(3) VALUE 0.
