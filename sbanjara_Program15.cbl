      ******************* IDENTIFICATION-DIVISION ********************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROGRAM15.
       AUTHOR.      SBANJARA.
      *
      ****************************************************************
      *
      *  INVENTORY PERFORMANCE KPI REPORT FOR THE INVENTORY SYSTEM.
      *
      *  THE SUMMARY REPORT SAYS WHAT THE STOCK IS WORTH, THE VARIANCE
      *  REPORT WHAT CHANGED SINCE YESTERDAY AND THE SCORECARD HOW THE
      *  VENDORS DID -- NONE OF THEM SAYS HOW HARD THE STOCK IS
      *  WORKING.  THIS PROGRAM MEASURES THREE THINGS FOR EACH
      *  WAREHOUSE, EACH PRODUCT TYPE AND ALL WAREHOUSES TOGETHER:
      *
      *     TURNS -- THE COST OF WHAT SHIPPED OVER THE AVERAGE OF THE
      *        OPENING AND CLOSING VALUE, ANNUALISED ON THE 360-DAY
      *        YEAR SO A PART PERIOD READS THE SAME AS A WHOLE ONE.
      *
      *     DAYS OF SUPPLY -- HOW MANY DAYS THE CLOSING VALUE WOULD
      *        LAST AT THE PERIOD'S RATE OF SHIPMENT.  STOCK WITH NO
      *        SHIPMENTS AT ALL PRINTS AS NO USE.
      *
      *     FILL RATE -- THE SHARE OF SHIPMENT DEMAND THE SHELF
      *        COVERED FIRST TIME.  DEMAND IS WHAT SHIPPED, LESS THE
      *        FILLS OF EARLIER BACKORDERS, PLUS WHAT WAS BACKORDERED.
      *
      *  A TRANSFER BETWEEN SITES NEVER LEAVES THE BUSINESS.  ITS
      *  DONOR-SITE SHIPMENT (REASON 'T' ON THE ARCHIVE) COUNTS AS AN
      *  ISSUE IN THAT WAREHOUSE'S TURNS AND DAYS OF SUPPLY ONLY --
      *  NOT IN THE PRODUCT-TYPE OR ALL-WAREHOUSE FIGURES, AND NOT AS
      *  DEMAND IN ANY FILL RATE.
      *
      *  THE PERIOD MEASURED IS THE ONE ON FINANCE'S CALENDAR THAT
      *  HOLDS THE LAST NIGHTLY RUN'S DATE, FROM ITS START THROUGH THAT
      *  DATE -- OR THE CALENDAR MONTH WHERE NO CALENDAR COVERS IT.
      *  RUN AFTER EVERY NIGHTLY RUN, THE CURRENT PERIOD'S FIGURES ARE
      *  REPLACED EACH NIGHT AND STAND FINAL AFTER ITS LAST NIGHT.
      *  KPI-HISTORY.TXT KEEPS THE LATEST 13 PERIODS; THE OPENING
      *  VALUE IS THE PRIOR PERIOD'S CLOSING FROM IT.
      *
      *  THE TREND REPORT PRINTS EVERY PERIOD HELD FOR EACH WAREHOUSE,
      *  PRODUCT TYPE AND ALL WAREHOUSES, WITH AN ARROW BESIDE EACH
      *  MEASURE FOR ITS DIRECTION SINCE THE PERIOD BEFORE.  THE SAME
      *  FIGURES GO TO A COMMA-DELIMITED FILE FOR THE MANAGEMENT PACK.
      *
      *  INPUT:
      *     RUN-HISTORY.TXT -- THE LAST NIGHTLY RUN'S PRODUCT VALUES.
      *     INVENTORY-MASTER.DAT -- EACH PRODUCT'S TYPE.
      *     PERIOD-CALENDAR.TXT -- FINANCE'S PERIODS (OPTIONAL).
      *     MOVEMENT-ARCHIVE.TXT -- THE SHIPMENTS AND THEIR COST.
      *     BACKORDER-HISTORY.TXT -- BACKORDERS TAKEN AND FILLED.
      *     KPI-HISTORY.TXT -- THE PERIODS MEASURED BEFORE.
      *
      *  OUTPUT:
      *     KPI-HISTORY.TXT, REWRITTEN; KPI-TREND-REPORT.TXT;
      *     KPI-TREND.CSV.
      *
      ****************************************************************

      ****************** ENVIRONMENT-DIVISION ************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    THE LAST NIGHTLY RUN'S CONTROL-BREAK FIGURES -- ITS PRODUCT
      *    ROWS ARE THE CLOSING VALUE, ITS DATE THE MEASURING DATE.
           SELECT RUN-HISTORY-FILE
                ASSIGN TO 'RUN-HISTORY.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUN-HISTORY-FILE-STATUS.

      *    THE KEYED COPY OF THE MERGED INVENTORY, AS THE LAST FULL
      *    BATCH RUN BUILT IT -- READ BY KEY FOR EACH PRODUCT'S TYPE.
           SELECT INVENTORY-MASTER
                ASSIGN TO 'INVENTORY-MASTER.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IM-RECORD-KEY
                FILE STATUS IS WS-INVENTORY-MASTER-FILE-STATUS.

      *    FINANCE'S PERIODS -- ONLY READ HERE.  NO FILE MEANS THE
      *    CALENDAR MONTH IS THE PERIOD.
           SELECT PERIOD-CALENDAR-FILE
                ASSIGN TO 'PERIOD-CALENDAR.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PERIOD-CALENDAR-FILE-STATUS.

      *    THE PERMANENT RECORD OF EVERY MOVEMENT THE NIGHTLY RUN
      *    APPLIED, STAMPED WITH ITS RUN DATE -- ONLY READ HERE.
           SELECT MOVEMENT-ARCHIVE-FILE
                ASSIGN TO 'MOVEMENT-ARCHIVE.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MOVEMENT-ARCHIVE-FILE-STATUS.

      *    EVERY BACKORDER THE NIGHTLY RUN TOOK AND EVERY FILL AGAINST
      *    ONE -- ONLY READ HERE.
           SELECT BACKORDER-HISTORY-FILE
                ASSIGN TO 'BACKORDER-HISTORY.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BACKORDER-HISTORY-FILE-STATUS.

      *    THE ROLLING 13 PERIODS -- READ FIRST, THEN REWRITTEN WITH
      *    THIS PERIOD'S ROWS IN PLACE OF ANY EARLIER RUN'S.
           SELECT KPI-HISTORY-FILE
                ASSIGN TO 'KPI-HISTORY.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-KPI-HISTORY-FILE-STATUS.

           SELECT KPI-SORT-FILE
                ASSIGN TO 'KPISORT.TMP'.

           SELECT KPI-SORTED-FILE
                ASSIGN TO 'KPI-SORTED.TMP'
                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KPI-TREND-REPORT
                ASSIGN TO PRINTER 'KPI-TREND-REPORT.TXT'.

      *    THE SAME FIGURES, UNEDITED AND COMMA-DELIMITED, FOR THE
      *    MANAGEMENT PACK'S SPREADSHEET.
           SELECT KPI-CSV-FILE
                ASSIGN TO 'KPI-TREND.CSV'
                ORGANIZATION IS LINE SEQUENTIAL.
      *
      ************************ DATA-DIVISION *************************
      *
       DATA DIVISION.

       FILE SECTION.

      *
      *    SAME 43 BYTES THE NIGHTLY RUN WRITES -- SEE PROGRAM4.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  RUN-HISTORY-RECORD.
           05  HR-RUN-DATE              PIC X(8).
           05  HR-RECORD-TYPE           PIC X(9).
           05  HR-WAREHOUSEID           PIC X(4).
           05  HR-VENDORID              PIC X.
           05  HR-PRODUCTID             PIC X(3).
           05  HR-QUANTITY              PIC S9(7).
           05  HR-AMOUNT                PIC S9(9)V99.
      *

      *
      *    SAME 130 BYTES THE BATCH RUN LOADS -- SEE PROGRAM4.
       FD  INVENTORY-MASTER
           RECORD CONTAINS 130 CHARACTERS.

       01  INVENTORY-MASTER-RECORD.
           05  IM-RECORD-KEY.
               10  IM-WAREHOUSEID        PIC X(4).
               10  IM-VENDORID           PIC X.
               10  IM-PRODUCTID          PIC X(3).
               10  IM-CONT-SEQ           PIC 99.
           05  IM-PRODUCT-DATA           OCCURS 5 TIMES.
               10  IM-PRODUCT-NAME       PIC X(13).
               10  IM-PRODUCT-SIZE       PIC A.
               10  IM-PRODUCT-TYPE       PIC A.
               10  IM-QUANTITY-INSTOCK   PIC S9(4).
               10  IM-PURCHASE-PRICE     PIC S999V99.
      *

      *
      *    ONE ROW PER FISCAL PERIOD -- SEE PROGRAM11.
       FD  PERIOD-CALENDAR-FILE
           RECORD CONTAINS 33 CHARACTERS.

       01  PERIOD-CALENDAR-RECORD.
           05  PCL-PERIOD-NAME          PIC X(8).
           05  PCL-START-DATE           PIC X(8).
           05  PCL-END-DATE             PIC X(8).
           05  PCL-STATUS               PIC X.
           05  PCL-CLOSED-DATE          PIC X(8).
      *

      *
      *    THE INVENTORY-TRANS LAYOUT PLUS THE RUN DATE IT APPLIED --
      *    SEE PROGRAM4.
       FD  MOVEMENT-ARCHIVE-FILE
           RECORD CONTAINS 55 CHARACTERS.

       01  MOVEMENT-ARCHIVE-RECORD.
           05  MAR-WAREHOUSEID          PIC X(4).
           05  MAR-VENDORID             PIC X.
           05  MAR-PRODUCTID            PIC X(3).
           05  MAR-TRANS-TYPE           PIC X.
           05  MAR-QUANTITY             PIC S9(4).
           05  MAR-RUN-DATE             PIC X(8).
           05  MAR-ORDER-NUMBER         PIC X(6).
           05  MAR-CUSTOMER-ID          PIC X(6).
           05  MAR-UNIT-COST            PIC 9(3)V99.
           05  MAR-REASON-CODE          PIC X.
               88  MAR-TRANSFER-ISSUE       VALUE 'T'.
           05  MAR-ENTERED-BY           PIC X(8).
           05  MAR-APPROVED-BY          PIC X(8).
      *

      *
      *    'B' A BACKORDER TAKEN, 'F' A FILL AGAINST ONE -- SEE
      *    PROGRAM4.
       FD  BACKORDER-HISTORY-FILE
           RECORD CONTAINS 41 CHARACTERS.

       01  BACKORDER-HISTORY-RECORD.
           05  BHR-EVENT-TYPE           PIC X.
           05  BHR-WAREHOUSEID          PIC X(4).
           05  BHR-VENDORID             PIC X.
           05  BHR-PRODUCTID            PIC X(3).
           05  BHR-QUANTITY             PIC S9(4).
           05  BHR-EVENT-DATE           PIC X(8).
           05  BHR-ORDER-DATE           PIC X(8).
           05  BHR-ORDER-NUMBER         PIC X(6).
           05  BHR-CUSTOMER-ID          PIC X(6).
      *

      *
      *    ONE ROW PER PERIOD AND WAREHOUSE (DIMENSION 1), PRODUCT
      *    TYPE (2) OR ALL WAREHOUSES (3), IN PERIOD ORDER.  THE RAW
      *    FIGURES ARE KEPT BESIDE THE MEASURES SO THE MEASURES CAN BE
      *    CHECKED BY HAND.
       FD  KPI-HISTORY-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  KPI-HISTORY-RECORD.
           05  KHR-PERIOD-NAME          PIC X(8).
           05  KHR-PERIOD-START         PIC X(8).
           05  KHR-MEASURED-THRU        PIC X(8).
           05  KHR-DIMENSION            PIC 9.
           05  KHR-KEY                  PIC X(4).
           05  KHR-PERIOD-DAYS          PIC 9(3).
           05  KHR-OPEN-VALUE           PIC S9(9)V99.
           05  KHR-CLOSE-VALUE          PIC S9(9)V99.
           05  KHR-SHIPPED-COST         PIC S9(9)V99.
           05  KHR-SHIPPED-QTY          PIC S9(7).
           05  KHR-FILLED-QTY           PIC S9(7).
           05  KHR-BACKORDER-QTY        PIC S9(7).
           05  KHR-TURNS                PIC 9(3)V99.
           05  KHR-DAYS-SUPPLY          PIC 9(4)V9.
           05  KHR-FILL-RATE            PIC 9(3)V9.
      *

      *
      *    THE HISTORY ROWS KEPT, REORDERED BY DIMENSION AND KEY SO
      *    EACH ONE'S PERIODS PRINT TOGETHER.
       SD  KPI-SORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  KPI-SORT-RECORD.
           05  KSR-PERIOD-NAME          PIC X(8).
           05  KSR-PERIOD-START         PIC X(8).
           05  KSR-MEASURED-THRU        PIC X(8).
           05  KSR-DIMENSION            PIC 9.
           05  KSR-KEY                  PIC X(4).
           05                           PIC X(71).
      *

      *
       FD  KPI-SORTED-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  KPI-SORTED-RECORD.
           05  KSD-PERIOD-NAME          PIC X(8).
           05  KSD-PERIOD-START         PIC X(8).
           05  KSD-MEASURED-THRU        PIC X(8).
           05  KSD-DIMENSION            PIC 9.
           05  KSD-KEY                  PIC X(4).
           05  KSD-PERIOD-DAYS          PIC 9(3).
           05  KSD-OPEN-VALUE           PIC S9(9)V99.
           05  KSD-CLOSE-VALUE          PIC S9(9)V99.
           05  KSD-SHIPPED-COST         PIC S9(9)V99.
           05  KSD-SHIPPED-QTY          PIC S9(7).
           05  KSD-FILLED-QTY           PIC S9(7).
           05  KSD-BACKORDER-QTY        PIC S9(7).
           05  KSD-TURNS                PIC 9(3)V99.
           05  KSD-DAYS-SUPPLY          PIC 9(4)V9.
           05  KSD-FILL-RATE            PIC 9(3)V9.
      *

      *
       FD  KPI-TREND-REPORT
           RECORD CONTAINS 100 CHARACTERS.

       01  KT-REPORT-LINE               PIC X(100).
      *

      *
       FD  KPI-CSV-FILE
           RECORD CONTAINS 180 CHARACTERS.

       01  KPI-CSV-REPORT-LINE          PIC X(180).
      *
      *
      ******************* WORKING-STORAGE ****************************
      *
       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05  WS-RUN-HISTORY-FILE-STATUS      PIC X(2).
           05  WS-INVENTORY-MASTER-FILE-STATUS PIC X(2).
           05  WS-PERIOD-CALENDAR-FILE-STATUS  PIC X(2).
           05  WS-MOVEMENT-ARCHIVE-FILE-STATUS PIC X(2).
           05  WS-BACKORDER-HISTORY-FILE-STATUS PIC X(2).
           05  WS-KPI-HISTORY-FILE-STATUS      PIC X(2).
           05  WS-RUN-HISTORY-EOF       PIC X(3)   VALUE 'NO'.
               88  NO-MORE-RUN-HISTORY      VALUE 'YES'.
           05  WS-CALENDAR-EOF          PIC X(3)   VALUE 'NO'.
               88  NO-MORE-CALENDAR-PERIODS VALUE 'YES'.
           05  WS-ARCHIVE-EOF           PIC X(3)   VALUE 'NO'.
               88  NO-MORE-ARCHIVE          VALUE 'YES'.
           05  WS-BACKORDER-HISTORY-EOF PIC X(3)   VALUE 'NO'.
               88  NO-MORE-BACKORDER-EVENTS VALUE 'YES'.
           05  WS-KPI-HISTORY-EOF       PIC X(3)   VALUE 'NO'.
               88  NO-MORE-KPI-HISTORY      VALUE 'YES'.
           05  WS-SORTED-EOF            PIC X(3)   VALUE 'NO'.
               88  NO-MORE-SORTED           VALUE 'YES'.
           05  WS-MASTER-SCAN-EOF       PIC X(3)   VALUE 'NO'.
               88  MASTER-SCAN-DONE         VALUE 'YES'.
           05  WS-PERIOD-FOUND-SW       PIC X(3)   VALUE 'NO'.
           05  WS-TYPE-FOUND-SW         PIC X(3)   VALUE 'NO'.
           05  WS-KEY-FOUND-SW          PIC X(3)   VALUE 'NO'.
           05  WS-KEY-TABLE-FULL-SW     PIC X(3)   VALUE 'NO'.
           05  WS-OPENING-FOUND-SW      PIC X(3)   VALUE 'NO'.
           05  WS-BACKORDER-LOG-SW      PIC X(3)   VALUE 'NO'.
               88  BACKORDER-LOG-PRESENT    VALUE 'YES'.
           05  WS-FIRST-RECORD-SW       PIC X(3)   VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                  PIC 9(4).
           05  WS-MONTH                 PIC 99.
           05  WS-DAY                   PIC 99.

      *    THE PERIOD BEING MEASURED.  THE MEASURING DATE IS THE
      *    LATEST RUN DATE ON RUN-HISTORY.TXT, NOT TODAY -- THE VALUES
      *    ARE AS OF THAT RUN.
       01  KPI-PERIOD-FIELDS.
           05  WS-MEASURE-DATE.
               10  WS-MEASURE-YEAR      PIC 9(4).
               10  WS-MEASURE-MONTH     PIC 99.
               10  WS-MEASURE-DAY       PIC 99.
           05  WS-PERIOD-START.
               10  WS-START-YEAR        PIC 9(4).
               10  WS-START-MONTH       PIC 99.
               10  WS-START-DAY         PIC 99.
           05  WS-PERIOD-NAME           PIC X(8)   VALUE SPACES.
           05  WS-PERIOD-DAYS           PIC 9(3)   VALUE 0.
           05  WS-DAYS-WORK             PIC S9(5)  VALUE 0.
           05  WS-PRIOR-PERIOD-START    PIC X(8)   VALUE SPACES.
           05  WS-KEEP-FROM-START       PIC X(8)   VALUE SPACES.

       01  KPI-COUNTERS.
           05  KC-HISTORY-ROWS-READ     PIC 9(5)   VALUE 0.
           05  KC-PRODUCT-ROWS          PIC 9(5)   VALUE 0.
           05  KC-BAD-HISTORY-ROWS      PIC 9(5)   VALUE 0.
           05  KC-SHIPMENTS             PIC 9(7)   VALUE 0.
           05  KC-TRANSFER-ISSUES       PIC 9(7)   VALUE 0.
           05  KC-UNPRICED-SHIPMENTS    PIC 9(7)   VALUE 0.
           05  KC-BACKORDER-EVENTS      PIC 9(7)   VALUE 0.
           05  KC-KPI-ROWS-WRITTEN      PIC 9(5)   VALUE 0.
           05  KC-PERIODS-KEPT          PIC 9(3)   VALUE 0.
           05  KC-PERIODS-DROPPED       PIC 9(3)   VALUE 0.

      *    EACH PRODUCT'S TYPE AND UNIT VALUE, AS FIRST LOOKED UP --
      *    THE UNIT VALUE (RUN-HISTORY AMOUNT OVER QUANTITY) COSTS A
      *    SHIPMENT ARCHIVED BEFORE UNIT COSTS WERE KEPT.
       01  PRODUCT-TYPE-FIELDS.
           05  WS-PRODUCT-TYPE-COUNT    PIC 9(4)   VALUE 0.
           05  PT-SUB                   PIC 9(4).
           05  PRODUCT-SUB              PIC 99.
           05  WS-LOOK-WAREHOUSEID      PIC X(4).
           05  WS-LOOK-VENDORID         PIC X.
           05  WS-LOOK-PRODUCTID        PIC X(3).
           05  WS-LOOK-TYPE             PIC X.
           05  WS-LOOK-NAME             PIC X(13).
           05  WS-LOOK-UNIT-VALUE       PIC S9(5)V99 VALUE 0.

       01  PRODUCT-TYPE-TABLE.
           05  PRODUCT-TYPE-ITEM OCCURS 1000 TIMES.
               10  PTT-WAREHOUSEID      PIC X(4).
               10  PTT-VENDORID         PIC X.
               10  PTT-PRODUCTID        PIC X(3).
               10  PTT-PRODUCT-TYPE     PIC X.
               10  PTT-UNIT-VALUE       PIC S9(5)V99.

      *    THE CURRENT PERIOD'S FIGURES, ONE ROW PER DIMENSION AND
      *    KEY.  EVERY POSTING GOES TO THE WAREHOUSE, THE PRODUCT TYPE
      *    AND THE ALL-WAREHOUSE ROW ALIKE.
       01  KPI-KEY-FIELDS.
           05  WS-KPI-KEY-COUNT         PIC 99     VALUE 0.
           05  KK-SUB                   PIC 99.
           05  WS-POST-DIMENSION        PIC 9.
           05  WS-POST-KEY              PIC X(4).
           05  WS-POST-WAREHOUSEID      PIC X(4).
           05  WS-POST-TYPE             PIC X.
           05  WS-POST-CLOSE-VALUE      PIC S9(9)V99 VALUE 0.
           05  WS-POST-SHIPPED-COST     PIC S9(9)V99 VALUE 0.
           05  WS-POST-SHIPPED-QTY      PIC S9(7)  VALUE 0.
           05  WS-POST-FILLED-QTY       PIC S9(7)  VALUE 0.
           05  WS-POST-BACKORDER-QTY    PIC S9(7)  VALUE 0.
           05  WS-SHIPMENT-COST         PIC 9(3)V99 VALUE 0.

       01  KPI-KEY-TABLE.
           05  KPI-KEY-ITEM OCCURS 60 TIMES.
               10  KKT-DIMENSION        PIC 9.
               10  KKT-KEY              PIC X(4).
               10  KKT-OPEN-VALUE       PIC S9(9)V99.
               10  KKT-CLOSE-VALUE      PIC S9(9)V99.
               10  KKT-SHIPPED-COST     PIC S9(9)V99.
               10  KKT-SHIPPED-QTY      PIC S9(7).
               10  KKT-FILLED-QTY       PIC S9(7).
               10  KKT-BACKORDER-QTY    PIC S9(7).

      *    KPI-HISTORY.TXT AS LOADED, LESS ANY EARLIER RUN'S ROWS FOR
      *    THIS PERIOD, WITH THIS PERIOD'S ROWS ADDED AT THE END --
      *    ROOM FOR 1000 ROWS ON FILE PLUS ONE PERIOD'S 60 KEYS.
       01  KPI-HISTORY-FIELDS.
           05  WS-KPI-HISTORY-COUNT     PIC 9(4)   VALUE 0.
           05  KH-SUB                   PIC 9(4).
           05  WS-PERIOD-LIST-COUNT     PIC 9(3)   VALUE 0.
           05  PL-SUB                   PIC 9(3).

       01  KPI-HISTORY-TABLE.
           05  KPI-HISTORY-ITEM OCCURS 1060 TIMES.
               10  KHT-PERIOD-NAME      PIC X(8).
               10  KHT-PERIOD-START     PIC X(8).
               10  KHT-MEASURED-THRU    PIC X(8).
               10  KHT-DIMENSION        PIC 9.
               10  KHT-KEY              PIC X(4).
               10  KHT-PERIOD-DAYS      PIC 9(3).
               10  KHT-OPEN-VALUE       PIC S9(9)V99.
               10  KHT-CLOSE-VALUE      PIC S9(9)V99.
               10  KHT-SHIPPED-COST     PIC S9(9)V99.
               10  KHT-SHIPPED-QTY      PIC S9(7).
               10  KHT-FILLED-QTY       PIC S9(7).
               10  KHT-BACKORDER-QTY    PIC S9(7).
               10  KHT-TURNS            PIC 9(3)V99.
               10  KHT-DAYS-SUPPLY      PIC 9(4)V9.
               10  KHT-FILL-RATE        PIC 9(3)V9.

      *    THE DISTINCT PERIOD STARTS ON THE TABLE, OLDEST FIRST.
       01  PERIOD-LIST-TABLE.
           05  PERIOD-LIST-START        PIC X(8)   OCCURS 100 TIMES.

       01  KPI-WORK-FIELDS.
           05  WS-AVERAGE-VALUE         PIC S9(9)V99 VALUE 0.
           05  WS-MEASURE-WORK          PIC S9(9)V99 VALUE 0.
           05  WS-SUPPLY-WORK           PIC S9(9)V9  VALUE 0.
           05  WS-FIRST-TIME-QTY        PIC S9(7)  VALUE 0.
           05  WS-DEMAND-QTY            PIC S9(7)  VALUE 0.

      *    THE PREVIOUS PERIOD OF THE KEY BEING PRINTED, FOR THE
      *    ARROWS.
       01  KPI-TREND-FIELDS.
           05  WS-PREV-DIMENSION        PIC 9.
           05  WS-PREV-KEY              PIC X(4).
           05  WS-PREV-TURNS            PIC 9(3)V99 VALUE 0.
           05  WS-PREV-DAYS-SUPPLY      PIC 9(4)V9  VALUE 0.
           05  WS-PREV-FILL-RATE        PIC 9(3)V9  VALUE 0.
           05  WS-PREV-DEMAND-SW        PIC X(3)   VALUE 'NO'.
           05  WS-ROW-DEMAND-SW         PIC X(3)   VALUE 'NO'.
           05  WS-ROW-DEMAND-QTY        PIC S9(7)  VALUE 0.
           05  WS-GROUP-ROWS            PIC 9(3)   VALUE 0.
           05  WS-TURNS-DIR             PIC X(4).
           05  WS-SUPPLY-DIR            PIC X(4).
           05  WS-FILL-DIR              PIC X(4).
           05  WS-COMPARE-OLD           PIC 9(4)V99 VALUE 0.
           05  WS-COMPARE-NEW           PIC 9(4)V99 VALUE 0.
           05  WS-COMPARE-DIR           PIC X(4).
           05  WS-SUPPLY-EDIT           PIC Z,ZZ9.9.
           05  WS-FILL-EDIT             PIC ZZ9.9.
           05  WS-KEY-NAME              PIC X(8).

       01  DIMENSION-NAME-VALUES.
           05                       PIC X(14)   VALUE 'WAREHOUSE'.
           05                       PIC X(14)   VALUE 'PRODUCT TYPE'.
           05                       PIC X(14)   VALUE 'ALL WAREHOUSES'.
       01  DIMENSION-NAME-TABLE REDEFINES DIMENSION-NAME-VALUES.
           05  DIMENSION-NAME           PIC X(14)  OCCURS 3 TIMES.
      *
      *********************** OUTPUT-AREA ****************************
      *
       01  KT-TITLE-LINE.
           05                       PIC X(25)   VALUE SPACES.
           05                       PIC X(40)   VALUE
               'INVENTORY PERFORMANCE KPI TREND'.

       01  KT-PARM-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(16)   VALUE
               'CURRENT PERIOD: '.
           05  KTP-PERIOD-NAME      PIC X(8).
           05                       PIC X(10)   VALUE '   FROM: '.
           05  KTP-PERIOD-START     PIC X(8).
           05                       PIC X(10)   VALUE '   THRU: '.
           05  KTP-MEASURE-DATE     PIC X(8).
           05                       PIC X(3)    VALUE SPACES.
           05  KTP-PERIOD-DAYS      PIC ZZ9.
           05                       PIC X(5)    VALUE ' DAYS'.

       01  KT-LEGEND-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(38)   VALUE
               'TURNS ANNUALISED ON A 360-DAY YEAR.   '.
           05                       PIC X(40)   VALUE
               '^ UP   V DOWN   = NO CHANGE  FROM THE PE'.
           05                       PIC X(12)   VALUE 'RIOD BEFORE.'.

       01  KT-GROUP-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  KTG-DIMENSION-NAME   PIC X(14).
           05                       PIC X       VALUE SPACE.
           05  KTG-KEY-NAME         PIC X(8).

       01  KT-COLUMN-HEADER.
           05                       PIC X(5)    VALUE SPACES.
           05                       PIC X(10)   VALUE 'PERIOD'.
           05                       PIC X(10)   VALUE 'THRU'.
           05                       PIC X(5)    VALUE 'DAYS'.
           05                       PIC X(17)   VALUE
               '  CLOSING VALUE'.
           05                       PIC X(17)   VALUE
               '   COST SHIPPED'.
           05                       PIC X(10)   VALUE ' TURNS'.
           05                       PIC X(11)   VALUE 'DAYS SUPPLY'.
           05                       PIC X(10)   VALUE '  FILL'.

       01  KT-DETAIL-LINE.
           05                       PIC X(5)    VALUE SPACES.
           05  KTL-PERIOD-NAME      PIC X(8).
           05                       PIC X(2)    VALUE SPACES.
           05  KTL-MEASURED-THRU    PIC X(8).
           05                       PIC X(2)    VALUE SPACES.
           05  KTL-PERIOD-DAYS      PIC ZZ9.
           05                       PIC X(2)    VALUE SPACES.
           05  KTL-CLOSE-VALUE      PIC ZZZ,ZZZ,ZZ9.99-.
           05                       PIC X(2)    VALUE SPACES.
           05  KTL-SHIPPED-COST     PIC ZZZ,ZZZ,ZZ9.99-.
           05                       PIC X(2)    VALUE SPACES.
           05  KTL-TURNS            PIC ZZ9.99.
           05                       PIC X       VALUE SPACE.
           05  KTL-TURNS-ARROW      PIC X.
           05                       PIC X(3)    VALUE SPACES.
           05  KTL-DAYS-SUPPLY      PIC X(7).
           05                       PIC X       VALUE SPACE.
           05  KTL-SUPPLY-ARROW     PIC X.
           05                       PIC X(2)    VALUE SPACES.
           05  KTL-FILL-RATE        PIC X(6).
           05                       PIC X       VALUE SPACE.
           05  KTL-FILL-ARROW       PIC X.

       01  KT-NONE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(40)   VALUE
               'NO KPI PERIODS ON FILE.'.

       01  KT-COUNT-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  KTC-LABEL            PIC X(32).
           05  KTC-COUNT            PIC ZZZZZZ9.

      *    LAYOUT FOR KPI-CSV-FILE -- FIELDS UNEDITED, NO DOLLAR SIGNS
      *    OR COMMAS, THE WAY THE NIGHTLY RUN'S EXTRACT IS BUILT.  THE
      *    DIRECTION COLUMNS SPELL OUT UP, DOWN OR FLAT.
       01  KPI-CSV-HEADER.
           05                       PIC X(44)   VALUE
               'DIMENSION,KEY,PERIOD,PERIOD START,THRU,DAYS,'.
           05                       PIC X(41)   VALUE
               'OPENING VALUE,CLOSING VALUE,COST SHIPPED,'.
           05                       PIC X(32)   VALUE
               'UNITS SHIPPED,UNITS BACKORDERED,'.
           05                       PIC X(43)   VALUE
               'TURNS,TURNS TREND,DAYS SUPPLY,SUPPLY TREND,'.
           05                       PIC X(20)   VALUE
               'FILL RATE,FILL TREND'.

       01  KPI-CSV-LINE.
           05  KCV-DIMENSION        PIC X(14).
           05                       PIC X       VALUE ','.
           05  KCV-KEY              PIC X(8).
           05                       PIC X       VALUE ','.
           05  KCV-PERIOD-NAME      PIC X(8).
           05                       PIC X       VALUE ','.
           05  KCV-PERIOD-START     PIC X(8).
           05                       PIC X       VALUE ','.
           05  KCV-MEASURED-THRU    PIC X(8).
           05                       PIC X       VALUE ','.
           05  KCV-PERIOD-DAYS      PIC 9(3).
           05                       PIC X       VALUE ','.
           05  KCV-OPEN-VALUE       PIC -(9)9.99.
           05                       PIC X       VALUE ','.
           05  KCV-CLOSE-VALUE      PIC -(9)9.99.
           05                       PIC X       VALUE ','.
           05  KCV-SHIPPED-COST     PIC -(9)9.99.
           05                       PIC X       VALUE ','.
           05  KCV-SHIPPED-QTY      PIC -(6)9.
           05                       PIC X       VALUE ','.
           05  KCV-BACKORDER-QTY    PIC -(6)9.
           05                       PIC X       VALUE ','.
           05  KCV-TURNS            PIC ZZ9.99.
           05                       PIC X       VALUE ','.
           05  KCV-TURNS-DIR        PIC X(4).
           05                       PIC X       VALUE ','.
           05  KCV-DAYS-SUPPLY      PIC ZZZ9.9.
           05                       PIC X       VALUE ','.
           05  KCV-SUPPLY-DIR       PIC X(4).
           05                       PIC X       VALUE ','.
           05  KCV-FILL-RATE        PIC X(5).
           05                       PIC X       VALUE ','.
           05  KCV-FILL-DIR         PIC X(4).
      *
      ********************** PROCEDURE-DIVISION **********************
      *
       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-MEASURE-DATE

           OPEN INPUT INVENTORY-MASTER

           IF WS-INVENTORY-MASTER-FILE-STATUS NOT = '00'
               DISPLAY
                   'FATAL: INVENTORY-MASTER OPEN FAILED, STATUS = '
                   WS-INVENTORY-MASTER-FILE-STATUS
                   ' -- RUN THE BATCH REPORT TO BUILD IT.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 200-LOAD-RUN-HISTORY

           PERFORM 300-SELECT-KPI-PERIOD

           PERFORM 400-LOAD-KPI-HISTORY

           PERFORM 500-ROLL-UP-SHIPMENTS

           CLOSE INVENTORY-MASTER

           PERFORM 600-ROLL-UP-BACKORDERS

           PERFORM 430-TAKE-OPENING-VALUES
                   VARYING KK-SUB FROM 1 BY 1
                      UNTIL KK-SUB > WS-KPI-KEY-COUNT

           PERFORM 700-FIGURE-PERIOD-KPIS
                   VARYING KK-SUB FROM 1 BY 1
                      UNTIL KK-SUB > WS-KPI-KEY-COUNT

           PERFORM 750-TRIM-TO-THIRTEEN-PERIODS

           PERFORM 760-REWRITE-KPI-HISTORY

           SORT KPI-SORT-FILE
                ON ASCENDING KEY KSR-DIMENSION
                ON ASCENDING KEY KSR-KEY
                ON ASCENDING KEY KSR-PERIOD-START
                INPUT PROCEDURE IS 800-RELEASE-KPI-ROWS
                GIVING KPI-SORTED-FILE

           PERFORM 850-WRITE-TREND-REPORT

           PERFORM 900-FINAL-ROUTINE

           .

       200-LOAD-RUN-HISTORY.

      *    WITHOUT THE NIGHTLY RUN'S FIGURES THERE IS NO CLOSING VALUE
      *    AND NO DATE TO MEASURE TO -- THE RUN IS REFUSED.
           OPEN INPUT RUN-HISTORY-FILE

           IF WS-RUN-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: NO RUN-HISTORY FILE PRESENT -- RUN THE '
                   'NIGHTLY BATCH FIRST.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'NO' TO WS-RUN-HISTORY-EOF
           PERFORM 210-LOAD-ONE-RUN-HISTORY
               UNTIL NO-MORE-RUN-HISTORY
           CLOSE RUN-HISTORY-FILE

           IF KC-PRODUCT-ROWS = 0
               DISPLAY 'FATAL: RUN-HISTORY HOLDS NO PRODUCT ROWS -- '
                   'NOTHING TO MEASURE.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       210-LOAD-ONE-RUN-HISTORY.

      *    ONLY THE PRODUCT ROWS ARE TAKEN -- THE VENDOR, WAREHOUSE
      *    AND GRAND ROWS ARE THEIR SUMS.  A WAREHOUSE THE LAST RUN
      *    CARRIED FORWARD KEEPS ITS OLDER DATE, SO THE LATEST DATE ON
      *    THE FILE IS THE RUN'S OWN.
           READ RUN-HISTORY-FILE
               AT END
                   MOVE 'YES' TO WS-RUN-HISTORY-EOF
               NOT AT END
                   ADD 1 TO KC-HISTORY-ROWS-READ
                   IF HR-RECORD-TYPE = 'PRODUCT'
                       IF HR-RUN-DATE NUMERIC
                           AND HR-QUANTITY NUMERIC
                           AND HR-AMOUNT NUMERIC
                           PERFORM 220-VALUE-ONE-PRODUCT-ROW
                       ELSE
                           ADD 1 TO KC-BAD-HISTORY-ROWS
                       END-IF
                   END-IF
           END-READ

           .

       220-VALUE-ONE-PRODUCT-ROW.

           ADD 1 TO KC-PRODUCT-ROWS
           IF HR-RUN-DATE > WS-MEASURE-DATE
               MOVE HR-RUN-DATE TO WS-MEASURE-DATE
           END-IF

           MOVE HR-WAREHOUSEID TO WS-LOOK-WAREHOUSEID
           MOVE HR-VENDORID    TO WS-LOOK-VENDORID
           MOVE HR-PRODUCTID   TO WS-LOOK-PRODUCTID
           PERFORM 230-FIND-PRODUCT-TYPE

      *    THE UNIT VALUE THE ROW IMPLIES, KEPT FOR THE ARCHIVE PASS.
           IF PT-SUB > 0
               AND HR-QUANTITY > 0
               COMPUTE PTT-UNIT-VALUE(PT-SUB) ROUNDED =
                   HR-AMOUNT / HR-QUANTITY
                   ON SIZE ERROR
                       MOVE 0 TO PTT-UNIT-VALUE(PT-SUB)
               END-COMPUTE
           END-IF

           MOVE HR-WAREHOUSEID TO WS-POST-WAREHOUSEID
           MOVE WS-LOOK-TYPE   TO WS-POST-TYPE
           MOVE HR-AMOUNT      TO WS-POST-CLOSE-VALUE
           MOVE 0              TO WS-POST-SHIPPED-COST
           MOVE 0              TO WS-POST-SHIPPED-QTY
           MOVE 0              TO WS-POST-FILLED-QTY
           MOVE 0              TO WS-POST-BACKORDER-QTY
           PERFORM 260-POST-TO-DIMENSIONS

           .

       230-FIND-PRODUCT-TYPE.

      *    LOOKS UP WS-LOOK-WAREHOUSEID/VENDORID/PRODUCTID.  A KEY
      *    NOT YET SEEN IS READ FROM THE MASTER AND REMEMBERED; PT-SUB
      *    IS LEFT ON ITS ROW, OR ZERO WHEN THE TABLE IS FULL.  A
      *    PRODUCT GONE FROM THE MASTER HAS A BLANK TYPE.
           MOVE 'NO' TO WS-TYPE-FOUND-SW

           PERFORM 235-MATCH-ONE-PRODUCT-TYPE
                   VARYING PT-SUB FROM 1 BY 1
                      UNTIL PT-SUB > WS-PRODUCT-TYPE-COUNT
                         OR WS-TYPE-FOUND-SW = 'YES'

           IF WS-TYPE-FOUND-SW = 'YES'
               SUBTRACT 1 FROM PT-SUB
               MOVE PTT-PRODUCT-TYPE(PT-SUB) TO WS-LOOK-TYPE
               MOVE PTT-UNIT-VALUE(PT-SUB)   TO WS-LOOK-UNIT-VALUE
           ELSE
               PERFORM 240-READ-MASTER-TYPE
               MOVE 0 TO WS-LOOK-UNIT-VALUE
               IF WS-PRODUCT-TYPE-COUNT < 1000
                   ADD 1 TO WS-PRODUCT-TYPE-COUNT
                   MOVE WS-PRODUCT-TYPE-COUNT TO PT-SUB
                   MOVE WS-LOOK-WAREHOUSEID TO PTT-WAREHOUSEID(PT-SUB)
                   MOVE WS-LOOK-VENDORID    TO PTT-VENDORID(PT-SUB)
                   MOVE WS-LOOK-PRODUCTID   TO PTT-PRODUCTID(PT-SUB)
                   MOVE WS-LOOK-TYPE        TO PTT-PRODUCT-TYPE(PT-SUB)
                   MOVE 0                   TO PTT-UNIT-VALUE(PT-SUB)
               ELSE
                   MOVE 0 TO PT-SUB
               END-IF
           END-IF

           .

       235-MATCH-ONE-PRODUCT-TYPE.

           IF PTT-WAREHOUSEID(PT-SUB) = WS-LOOK-WAREHOUSEID
               AND PTT-VENDORID(PT-SUB)  = WS-LOOK-VENDORID
               AND PTT-PRODUCTID(PT-SUB) = WS-LOOK-PRODUCTID
                   MOVE 'YES' TO WS-TYPE-FOUND-SW
           END-IF

           .

       240-READ-MASTER-TYPE.

      *    THE KEY'S CONTINUATION RECORDS FOLLOW ITS FIRST IN KEY
      *    ORDER; THE FIRST USABLE ENTRY GIVES THE PRODUCT'S TYPE.
           MOVE SPACES TO WS-LOOK-TYPE
           MOVE SPACES TO WS-LOOK-NAME
           MOVE 'NO'   TO WS-MASTER-SCAN-EOF

           MOVE LOW-VALUES          TO IM-RECORD-KEY
           MOVE WS-LOOK-WAREHOUSEID TO IM-WAREHOUSEID
           MOVE WS-LOOK-VENDORID    TO IM-VENDORID
           MOVE WS-LOOK-PRODUCTID   TO IM-PRODUCTID

           START INVENTORY-MASTER
               KEY IS NOT < IM-RECORD-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-MASTER-SCAN-EOF
           END-START

           PERFORM 245-READ-ONE-MASTER-RECORD
               UNTIL MASTER-SCAN-DONE

           .

       245-READ-ONE-MASTER-RECORD.

           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'YES' TO WS-MASTER-SCAN-EOF
               NOT AT END
                   IF IM-WAREHOUSEID = WS-LOOK-WAREHOUSEID
                       AND IM-VENDORID  = WS-LOOK-VENDORID
                       AND IM-PRODUCTID = WS-LOOK-PRODUCTID
                       PERFORM 247-TAKE-ONE-MASTER-ENTRY
                               VARYING PRODUCT-SUB FROM 1 BY 1
                                  UNTIL PRODUCT-SUB > 5
                       IF WS-LOOK-NAME NOT = SPACES
                           MOVE 'YES' TO WS-MASTER-SCAN-EOF
                       END-IF
                   ELSE
                       MOVE 'YES' TO WS-MASTER-SCAN-EOF
                   END-IF
           END-READ

           .

       247-TAKE-ONE-MASTER-ENTRY.

           IF WS-LOOK-NAME = SPACES
               AND IM-PRODUCT-NAME(PRODUCT-SUB) NOT = SPACES
                   MOVE IM-PRODUCT-NAME(PRODUCT-SUB) TO WS-LOOK-NAME
                   MOVE IM-PRODUCT-TYPE(PRODUCT-SUB) TO WS-LOOK-TYPE
           END-IF

           .

       260-POST-TO-DIMENSIONS.

      *    THE CALLER SETS THE WAREHOUSE, THE PRODUCT TYPE AND THE
      *    WS-POST- FIGURES; THEY ARE ADDED TO ALL THREE DIMENSIONS.
           PERFORM 265-POST-ONE-DIMENSION
                   VARYING WS-POST-DIMENSION FROM 1 BY 1
                      UNTIL WS-POST-DIMENSION > 3

           .

       265-POST-ONE-DIMENSION.

           EVALUATE WS-POST-DIMENSION
               WHEN 1
                   MOVE WS-POST-WAREHOUSEID TO WS-POST-KEY
               WHEN 2
                   MOVE WS-POST-TYPE        TO WS-POST-KEY
               WHEN OTHER
                   MOVE 'ALL'               TO WS-POST-KEY
           END-EVALUATE

           PERFORM 270-FIND-KPI-KEY

           IF KK-SUB > 0
               ADD WS-POST-CLOSE-VALUE   TO KKT-CLOSE-VALUE(KK-SUB)
               ADD WS-POST-SHIPPED-COST  TO KKT-SHIPPED-COST(KK-SUB)
               ADD WS-POST-SHIPPED-QTY   TO KKT-SHIPPED-QTY(KK-SUB)
               ADD WS-POST-FILLED-QTY    TO KKT-FILLED-QTY(KK-SUB)
               ADD WS-POST-BACKORDER-QTY TO KKT-BACKORDER-QTY(KK-SUB)
           END-IF

           .

       270-FIND-KPI-KEY.

      *    LEAVES KK-SUB ON THE ROW FOR WS-POST-DIMENSION/WS-POST-KEY,
      *    ADDING IT IF NEW; ZERO WHEN THE TABLE IS FULL.
           MOVE 'NO' TO WS-KEY-FOUND-SW

           PERFORM 275-MATCH-ONE-KPI-KEY
                   VARYING KK-SUB FROM 1 BY 1
                      UNTIL KK-SUB > WS-KPI-KEY-COUNT
                         OR WS-KEY-FOUND-SW = 'YES'

           IF WS-KEY-FOUND-SW = 'YES'
               SUBTRACT 1 FROM KK-SUB
           ELSE
               IF WS-KPI-KEY-COUNT < 60
                   ADD 1 TO WS-KPI-KEY-COUNT
                   MOVE WS-KPI-KEY-COUNT  TO KK-SUB
                   MOVE WS-POST-DIMENSION TO KKT-DIMENSION(KK-SUB)
                   MOVE WS-POST-KEY       TO KKT-KEY(KK-SUB)
                   MOVE 0 TO KKT-OPEN-VALUE(KK-SUB)
                   MOVE 0 TO KKT-CLOSE-VALUE(KK-SUB)
                   MOVE 0 TO KKT-SHIPPED-COST(KK-SUB)
                   MOVE 0 TO KKT-SHIPPED-QTY(KK-SUB)
                   MOVE 0 TO KKT-FILLED-QTY(KK-SUB)
                   MOVE 0 TO KKT-BACKORDER-QTY(KK-SUB)
               ELSE
                   MOVE 0 TO KK-SUB
                   IF WS-KEY-TABLE-FULL-SW = 'NO'
                       MOVE 'YES' TO WS-KEY-TABLE-FULL-SW
                       DISPLAY 'WARNING: MORE THAN 60 WAREHOUSES AND '
                           'PRODUCT TYPES -- EXTRA KEYS NOT MEASURED.'
                   END-IF
               END-IF
           END-IF

           .

       275-MATCH-ONE-KPI-KEY.

           IF KKT-DIMENSION(KK-SUB) = WS-POST-DIMENSION
               AND KKT-KEY(KK-SUB)   = WS-POST-KEY
                   MOVE 'YES' TO WS-KEY-FOUND-SW
           END-IF

           .

       300-SELECT-KPI-PERIOD.

      *    THE CALENDAR PERIOD THAT HOLDS THE MEASURING DATE, OPEN OR
      *    CLOSED.  NO CALENDAR, OR NONE COVERING THE DATE, FALLS
      *    BACK TO THE CALENDAR MONTH, NAMED YYYY-MM.
           MOVE 'NO' TO WS-PERIOD-FOUND-SW

           OPEN INPUT PERIOD-CALENDAR-FILE

           IF WS-PERIOD-CALENDAR-FILE-STATUS = '00'
               MOVE 'NO' TO WS-CALENDAR-EOF
               PERFORM 310-CHECK-ONE-CALENDAR-PERIOD
                   UNTIL NO-MORE-CALENDAR-PERIODS
                      OR WS-PERIOD-FOUND-SW = 'YES'
               CLOSE PERIOD-CALENDAR-FILE
           END-IF

           IF WS-PERIOD-FOUND-SW = 'NO'
               MOVE WS-MEASURE-DATE TO WS-PERIOD-START
               MOVE 1 TO WS-START-DAY
               MOVE SPACES TO WS-PERIOD-NAME
               STRING WS-MEASURE-YEAR  DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      WS-MEASURE-MONTH DELIMITED BY SIZE
                      INTO WS-PERIOD-NAME
               END-STRING
               DISPLAY 'NO CALENDAR PERIOD HOLDS ' WS-MEASURE-DATE
                   ' -- MEASURING CALENDAR MONTH ' WS-PERIOD-NAME '.'
           END-IF

      *    DAYS ON THE SAME 30-DAY-MONTH/360-DAY-YEAR BASIS THE
      *    PLANNER USES, COUNTING BOTH ENDS.
           COMPUTE WS-DAYS-WORK =
               ((WS-MEASURE-YEAR  - WS-START-YEAR)  * 360) +
               ((WS-MEASURE-MONTH - WS-START-MONTH) * 30)  +
               (WS-MEASURE-DAY   - WS-START-DAY) + 1

           EVALUATE TRUE
               WHEN WS-DAYS-WORK < 1
                   MOVE 1 TO WS-PERIOD-DAYS
               WHEN WS-DAYS-WORK > 999
                   MOVE 999 TO WS-PERIOD-DAYS
               WHEN OTHER
                   MOVE WS-DAYS-WORK TO WS-PERIOD-DAYS
           END-EVALUATE

           DISPLAY 'KPI PERIOD ' WS-PERIOD-NAME ' FROM '
               WS-PERIOD-START ' THRU ' WS-MEASURE-DATE '.'

           .

       310-CHECK-ONE-CALENDAR-PERIOD.

           READ PERIOD-CALENDAR-FILE
               AT END
                   MOVE 'YES' TO WS-CALENDAR-EOF
               NOT AT END
                   IF PCL-START-DATE NUMERIC
                       AND PCL-END-DATE NUMERIC
                       AND PCL-START-DATE NOT > WS-MEASURE-DATE
                       AND PCL-END-DATE   NOT < WS-MEASURE-DATE
                           MOVE 'YES'           TO WS-PERIOD-FOUND-SW
                           MOVE PCL-PERIOD-NAME TO WS-PERIOD-NAME
                           MOVE PCL-START-DATE  TO WS-PERIOD-START
                   END-IF
           END-READ

           .

       400-LOAD-KPI-HISTORY.

      *    NO HISTORY YET MEANS THIS IS THE FIRST PERIOD MEASURED.  A
      *    HISTORY ALREADY HOLDING A LATER PERIOD MEANS RUN-HISTORY IS
      *    OUT OF DATE -- MEASURING IT WOULD PUT AN OLD PERIOD BACK ON
      *    TOP OF A NEWER ONE, SO THE RUN IS REFUSED.
           OPEN INPUT KPI-HISTORY-FILE

           IF WS-KPI-HISTORY-FILE-STATUS = '00'
               MOVE 'NO' TO WS-KPI-HISTORY-EOF
               PERFORM 410-LOAD-ONE-KPI-HISTORY
                   UNTIL NO-MORE-KPI-HISTORY
               CLOSE KPI-HISTORY-FILE
           END-IF

           .

       410-LOAD-ONE-KPI-HISTORY.

           READ KPI-HISTORY-FILE
               AT END
                   MOVE 'YES' TO WS-KPI-HISTORY-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN KHR-PERIOD-START > WS-PERIOD-START
                           DISPLAY 'FATAL: KPI-HISTORY ALREADY HOLDS '
                               'PERIOD ' KHR-PERIOD-NAME
                               ', LATER THAN ' WS-PERIOD-NAME
                               ' -- RUN-HISTORY IS OUT OF DATE.'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
      *                AN EARLIER RUN'S FIGURES FOR THIS PERIOD ARE
      *                REPLACED BY TONIGHT'S.
                       WHEN KHR-PERIOD-START = WS-PERIOD-START
                           CONTINUE
                       WHEN WS-KPI-HISTORY-COUNT NOT < 1000
                           DISPLAY 'FATAL: KPI-HISTORY EXCEEDS 1000 '
                               'ROWS -- FILE LEFT AS IT STOOD.'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       WHEN OTHER
                           ADD 1 TO WS-KPI-HISTORY-COUNT
                           MOVE WS-KPI-HISTORY-COUNT TO KH-SUB
                           MOVE KPI-HISTORY-RECORD
                               TO KPI-HISTORY-ITEM(KH-SUB)
                           IF WS-PRIOR-PERIOD-START = SPACES
                               OR KHR-PERIOD-START
                                  > WS-PRIOR-PERIOD-START
                               MOVE KHR-PERIOD-START
                                   TO WS-PRIOR-PERIOD-START
                           END-IF
                   END-EVALUATE
           END-READ

           .

       430-TAKE-OPENING-VALUES.

      *    THE OPENING IS THE SAME KEY'S CLOSING IN THE PERIOD BEFORE.
      *    A KEY MEASURED FOR THE FIRST TIME OPENS AT ITS CLOSING, SO
      *    ITS AVERAGE IS JUST WHAT IS ON HAND NOW.
           MOVE 'NO' TO WS-OPENING-FOUND-SW

           IF WS-PRIOR-PERIOD-START NOT = SPACES
               PERFORM 435-MATCH-ONE-OPENING
                       VARYING KH-SUB FROM 1 BY 1
                          UNTIL KH-SUB > WS-KPI-HISTORY-COUNT
                             OR WS-OPENING-FOUND-SW = 'YES'
           END-IF

           IF WS-OPENING-FOUND-SW = 'NO'
               MOVE KKT-CLOSE-VALUE(KK-SUB) TO KKT-OPEN-VALUE(KK-SUB)
           END-IF

           .

       435-MATCH-ONE-OPENING.

           IF KHT-PERIOD-START(KH-SUB) = WS-PRIOR-PERIOD-START
               AND KHT-DIMENSION(KH-SUB) = KKT-DIMENSION(KK-SUB)
               AND KHT-KEY(KH-SUB)       = KKT-KEY(KK-SUB)
                   MOVE 'YES' TO WS-OPENING-FOUND-SW
                   MOVE KHT-CLOSE-VALUE(KH-SUB)
                       TO KKT-OPEN-VALUE(KK-SUB)
           END-IF

           .

       500-ROLL-UP-SHIPMENTS.

      *    EVERY SHIPMENT DATED INSIDE THE PERIOD, THROUGH THE
      *    MEASURING DATE.  A TRANSFER OUT IS ARCHIVED AS A DONOR-SITE
      *    SHIPMENT WITH REASON 'T' -- IT IS AN ISSUE FOR THAT SITE
      *    ALONE.  NO ARCHIVE MEANS NOTHING HAS SHIPPED.
           OPEN INPUT MOVEMENT-ARCHIVE-FILE

           IF WS-MOVEMENT-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: NO MOVEMENT-ARCHIVE FILE PRESENT -- '
                   'NO SHIPMENTS MEASURED.'
           ELSE
               MOVE 'NO' TO WS-ARCHIVE-EOF
               PERFORM 510-ROLL-UP-ONE-MOVEMENT
                   UNTIL NO-MORE-ARCHIVE
               CLOSE MOVEMENT-ARCHIVE-FILE
           END-IF

           .

       510-ROLL-UP-ONE-MOVEMENT.

      *    A SHIPMENT IS COSTED AT THE UNIT COST IT WAS ARCHIVED
      *    WITH; ONE ARCHIVED BEFORE COSTS WERE KEPT TAKES THE UNIT
      *    VALUE THE LAST RUN CARRIED THE PRODUCT AT.
           READ MOVEMENT-ARCHIVE-FILE
               AT END
                   MOVE 'YES' TO WS-ARCHIVE-EOF
               NOT AT END
                   IF MAR-TRANS-TYPE = 'S'
                       AND MAR-QUANTITY NUMERIC
                       AND MAR-RUN-DATE NOT < WS-PERIOD-START
                       AND MAR-RUN-DATE NOT > WS-MEASURE-DATE
                       IF MAR-TRANSFER-ISSUE
                           ADD 1 TO KC-TRANSFER-ISSUES
                       ELSE
                           ADD 1 TO KC-SHIPMENTS
                       END-IF
                       MOVE MAR-WAREHOUSEID TO WS-LOOK-WAREHOUSEID
                       MOVE MAR-VENDORID    TO WS-LOOK-VENDORID
                       MOVE MAR-PRODUCTID   TO WS-LOOK-PRODUCTID
                       PERFORM 230-FIND-PRODUCT-TYPE

                       EVALUATE TRUE
                           WHEN MAR-UNIT-COST NUMERIC
                             AND MAR-UNIT-COST > 0
                               MOVE MAR-UNIT-COST TO WS-SHIPMENT-COST
                           WHEN WS-LOOK-UNIT-VALUE > 0
                               MOVE WS-LOOK-UNIT-VALUE
                                   TO WS-SHIPMENT-COST
                           WHEN OTHER
                               MOVE 0 TO WS-SHIPMENT-COST
                               ADD 1 TO KC-UNPRICED-SHIPMENTS
                       END-EVALUATE

                       MOVE MAR-WAREHOUSEID TO WS-POST-WAREHOUSEID
                       MOVE WS-LOOK-TYPE    TO WS-POST-TYPE
                       MOVE 0               TO WS-POST-CLOSE-VALUE
                       COMPUTE WS-POST-SHIPPED-COST =
                           MAR-QUANTITY * WS-SHIPMENT-COST
                       MOVE MAR-QUANTITY    TO WS-POST-SHIPPED-QTY
                       MOVE 0               TO WS-POST-FILLED-QTY
                       MOVE 0               TO WS-POST-BACKORDER-QTY
      *                A TRANSFER IS NO CUSTOMER'S DEMAND AND NEVER
      *                LEFT THE BUSINESS -- ITS COST GOES TO THE DONOR
      *                WAREHOUSE'S ROW ONLY.
                       IF MAR-TRANSFER-ISSUE
                           MOVE 0 TO WS-POST-SHIPPED-QTY
                           MOVE 1 TO WS-POST-DIMENSION
                           PERFORM 265-POST-ONE-DIMENSION
                       ELSE
                           PERFORM 260-POST-TO-DIMENSIONS
                       END-IF
                   END-IF
           END-READ

           .

       600-ROLL-UP-BACKORDERS.

      *    NO LOG MEANS NO BACKORDER WAS EVER TAKEN WHILE IT WAS
      *    KEPT -- EVERY SHIPMENT COUNTS AS FILLED FROM THE SHELF.
           OPEN INPUT BACKORDER-HISTORY-FILE

           IF WS-BACKORDER-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: NO BACKORDER-HISTORY FILE PRESENT -- '
                   'FILL RATE COUNTS NO BACKORDERS.'
           ELSE
               MOVE 'YES' TO WS-BACKORDER-LOG-SW
               MOVE 'NO'  TO WS-BACKORDER-HISTORY-EOF
               PERFORM 610-ROLL-UP-ONE-BACKORDER-EVENT
                   UNTIL NO-MORE-BACKORDER-EVENTS
               CLOSE BACKORDER-HISTORY-FILE
           END-IF

           .

       610-ROLL-UP-ONE-BACKORDER-EVENT.

      *    THE PRODUCT'S TYPE IS ALREADY KNOWN FROM THE VALUE OR THE
      *    SHIPMENT PASS -- A BACKORDER ALWAYS COMES WITH A SHIPMENT.
           READ BACKORDER-HISTORY-FILE
               AT END
                   MOVE 'YES' TO WS-BACKORDER-HISTORY-EOF
               NOT AT END
                   IF (BHR-EVENT-TYPE = 'B' OR 'F')
                       AND BHR-QUANTITY NUMERIC
                       AND BHR-EVENT-DATE NOT < WS-PERIOD-START
                       AND BHR-EVENT-DATE NOT > WS-MEASURE-DATE
                       ADD 1 TO KC-BACKORDER-EVENTS
                       MOVE BHR-WAREHOUSEID TO WS-LOOK-WAREHOUSEID
                       MOVE BHR-VENDORID    TO WS-LOOK-VENDORID
                       MOVE BHR-PRODUCTID   TO WS-LOOK-PRODUCTID
                       PERFORM 230-FIND-PRODUCT-TYPE

                       MOVE BHR-WAREHOUSEID TO WS-POST-WAREHOUSEID
                       MOVE WS-LOOK-TYPE    TO WS-POST-TYPE
                       MOVE 0 TO WS-POST-CLOSE-VALUE
                       MOVE 0 TO WS-POST-SHIPPED-COST
                       MOVE 0 TO WS-POST-SHIPPED-QTY
                       IF BHR-EVENT-TYPE = 'B'
                           MOVE 0            TO WS-POST-FILLED-QTY
                           MOVE BHR-QUANTITY TO WS-POST-BACKORDER-QTY
                       ELSE
                           MOVE BHR-QUANTITY TO WS-POST-FILLED-QTY
                           MOVE 0            TO WS-POST-BACKORDER-QTY
                       END-IF
                       PERFORM 260-POST-TO-DIMENSIONS
                   END-IF
           END-READ

           .

       700-FIGURE-PERIOD-KPIS.

      *    ONE HISTORY ROW PER KEY, ADDED BEHIND THE EARLIER PERIODS.
           ADD 1 TO WS-KPI-HISTORY-COUNT
           MOVE WS-KPI-HISTORY-COUNT TO KH-SUB

           MOVE WS-PERIOD-NAME           TO KHT-PERIOD-NAME(KH-SUB)
           MOVE WS-PERIOD-START          TO KHT-PERIOD-START(KH-SUB)
           MOVE WS-MEASURE-DATE          TO KHT-MEASURED-THRU(KH-SUB)
           MOVE KKT-DIMENSION(KK-SUB)    TO KHT-DIMENSION(KH-SUB)
           MOVE KKT-KEY(KK-SUB)          TO KHT-KEY(KH-SUB)
           MOVE WS-PERIOD-DAYS           TO KHT-PERIOD-DAYS(KH-SUB)
           MOVE KKT-OPEN-VALUE(KK-SUB)   TO KHT-OPEN-VALUE(KH-SUB)
           MOVE KKT-CLOSE-VALUE(KK-SUB)  TO KHT-CLOSE-VALUE(KH-SUB)
           MOVE KKT-SHIPPED-COST(KK-SUB) TO KHT-SHIPPED-COST(KH-SUB)
           MOVE KKT-SHIPPED-QTY(KK-SUB)  TO KHT-SHIPPED-QTY(KH-SUB)
           MOVE KKT-FILLED-QTY(KK-SUB)   TO KHT-FILLED-QTY(KH-SUB)
           MOVE KKT-BACKORDER-QTY(KK-SUB) TO KHT-BACKORDER-QTY(KH-SUB)

      *    TURNS = COST SHIPPED x 360 / DAYS / AVERAGE VALUE.
           COMPUTE WS-AVERAGE-VALUE ROUNDED =
               (KKT-OPEN-VALUE(KK-SUB) + KKT-CLOSE-VALUE(KK-SUB)) / 2
           MOVE 0 TO KHT-TURNS(KH-SUB)
           IF WS-AVERAGE-VALUE > 0
               AND KKT-SHIPPED-COST(KK-SUB) > 0
               COMPUTE WS-MEASURE-WORK ROUNDED =
                   (KKT-SHIPPED-COST(KK-SUB) * 360)
                   / (WS-PERIOD-DAYS * WS-AVERAGE-VALUE)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-MEASURE-WORK
               END-COMPUTE
               IF WS-MEASURE-WORK > 999.99
                   MOVE 999.99 TO WS-MEASURE-WORK
               END-IF
               MOVE WS-MEASURE-WORK TO KHT-TURNS(KH-SUB)
           END-IF

      *    DAYS OF SUPPLY = CLOSING VALUE / (COST SHIPPED / DAYS).
      *    STOCK THAT DID NOT MOVE AT ALL IS HELD AT THE 9999.9 CEILING
      *    AND PRINTS AS NO USE.
           MOVE 0 TO KHT-DAYS-SUPPLY(KH-SUB)
           EVALUATE TRUE
               WHEN KKT-SHIPPED-COST(KK-SUB) > 0
                 AND KKT-CLOSE-VALUE(KK-SUB) > 0
                   COMPUTE WS-SUPPLY-WORK ROUNDED =
                       (KKT-CLOSE-VALUE(KK-SUB) * WS-PERIOD-DAYS)
                       / KKT-SHIPPED-COST(KK-SUB)
                       ON SIZE ERROR
                           MOVE 9999.9 TO WS-SUPPLY-WORK
                   END-COMPUTE
                   IF WS-SUPPLY-WORK > 9999.9
                       MOVE 9999.9 TO WS-SUPPLY-WORK
                   END-IF
                   MOVE WS-SUPPLY-WORK TO KHT-DAYS-SUPPLY(KH-SUB)
               WHEN KKT-SHIPPED-COST(KK-SUB) NOT > 0
                 AND KKT-CLOSE-VALUE(KK-SUB) > 0
                   MOVE 9999.9 TO KHT-DAYS-SUPPLY(KH-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    FILL RATE = FIRST-TIME SHIPMENTS / DEMAND, WHERE THE
      *    FIRST-TIME SHIPMENTS ARE ALL SHIPMENTS LESS BACKORDER FILLS
      *    AND DEMAND ADDS BACK WHAT WAS BACKORDERED.
           COMPUTE WS-FIRST-TIME-QTY =
               KKT-SHIPPED-QTY(KK-SUB) - KKT-FILLED-QTY(KK-SUB)
           IF WS-FIRST-TIME-QTY < 0
               MOVE 0 TO WS-FIRST-TIME-QTY
           END-IF
           COMPUTE WS-DEMAND-QTY =
               WS-FIRST-TIME-QTY + KKT-BACKORDER-QTY(KK-SUB)
           MOVE 0 TO KHT-FILL-RATE(KH-SUB)
           IF WS-DEMAND-QTY > 0
               COMPUTE KHT-FILL-RATE(KH-SUB) ROUNDED =
                   (WS-FIRST-TIME-QTY * 100) / WS-DEMAND-QTY
           END-IF

           .

       750-TRIM-TO-THIRTEEN-PERIODS.

      *    THE TABLE IS IN PERIOD ORDER, OLDEST FIRST.  WHEN IT HOLDS
      *    MORE THAN 13 PERIODS THE OLDEST ARE LEFT OFF THE REWRITE.
           MOVE 0 TO WS-PERIOD-LIST-COUNT

           PERFORM 755-LIST-ONE-PERIOD
                   VARYING KH-SUB FROM 1 BY 1
                      UNTIL KH-SUB > WS-KPI-HISTORY-COUNT

           IF WS-PERIOD-LIST-COUNT > 13
               COMPUTE KC-PERIODS-DROPPED = WS-PERIOD-LIST-COUNT - 13
               COMPUTE PL-SUB = WS-PERIOD-LIST-COUNT - 12
               MOVE PERIOD-LIST-START(PL-SUB) TO WS-KEEP-FROM-START
               MOVE 13 TO KC-PERIODS-KEPT
           ELSE
               MOVE LOW-VALUES TO WS-KEEP-FROM-START
               MOVE WS-PERIOD-LIST-COUNT TO KC-PERIODS-KEPT
           END-IF

           .

       755-LIST-ONE-PERIOD.

           IF WS-PERIOD-LIST-COUNT = 0
               OR KHT-PERIOD-START(KH-SUB)
                  NOT = PERIOD-LIST-START(WS-PERIOD-LIST-COUNT)
               IF WS-PERIOD-LIST-COUNT < 100
                   ADD 1 TO WS-PERIOD-LIST-COUNT
                   MOVE KHT-PERIOD-START(KH-SUB)
                       TO PERIOD-LIST-START(WS-PERIOD-LIST-COUNT)
               END-IF
           END-IF

           .

       760-REWRITE-KPI-HISTORY.

           OPEN OUTPUT KPI-HISTORY-FILE

           IF WS-KPI-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: KPI-HISTORY OPEN FAILED, STATUS = '
                   WS-KPI-HISTORY-FILE-STATUS '.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 765-WRITE-ONE-KPI-HISTORY
                   VARYING KH-SUB FROM 1 BY 1
                      UNTIL KH-SUB > WS-KPI-HISTORY-COUNT

           CLOSE KPI-HISTORY-FILE

           .

       765-WRITE-ONE-KPI-HISTORY.

           IF KHT-PERIOD-START(KH-SUB) NOT < WS-KEEP-FROM-START
               MOVE KPI-HISTORY-ITEM(KH-SUB) TO KPI-HISTORY-RECORD
               WRITE KPI-HISTORY-RECORD
               ADD 1 TO KC-KPI-ROWS-WRITTEN
           END-IF

           .

       800-RELEASE-KPI-ROWS.

      *    THE SORT'S INPUT PROCEDURE -- THE SAME ROWS JUST KEPT.
           PERFORM 805-RELEASE-ONE-KPI-ROW
                   VARYING KH-SUB FROM 1 BY 1
                      UNTIL KH-SUB > WS-KPI-HISTORY-COUNT

           .

       805-RELEASE-ONE-KPI-ROW.

           IF KHT-PERIOD-START(KH-SUB) NOT < WS-KEEP-FROM-START
               MOVE KPI-HISTORY-ITEM(KH-SUB) TO KPI-SORT-RECORD
               RELEASE KPI-SORT-RECORD
           END-IF

           .

       850-WRITE-TREND-REPORT.

           OPEN OUTPUT KPI-TREND-REPORT
           OPEN OUTPUT KPI-CSV-FILE

           MOVE KT-TITLE-LINE TO KT-REPORT-LINE
           WRITE KT-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE WS-PERIOD-NAME  TO KTP-PERIOD-NAME
           MOVE WS-PERIOD-START TO KTP-PERIOD-START
           MOVE WS-MEASURE-DATE TO KTP-MEASURE-DATE
           MOVE WS-PERIOD-DAYS  TO KTP-PERIOD-DAYS
           MOVE KT-PARM-LINE TO KT-REPORT-LINE
           WRITE KT-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE KT-LEGEND-LINE TO KT-REPORT-LINE
           WRITE KT-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE KPI-CSV-HEADER TO KPI-CSV-REPORT-LINE
           WRITE KPI-CSV-REPORT-LINE

           OPEN INPUT KPI-SORTED-FILE
           MOVE 'NO'  TO WS-SORTED-EOF
           MOVE 'YES' TO WS-FIRST-RECORD-SW
           PERFORM 860-REPORT-ONE-KPI-ROW
               UNTIL NO-MORE-SORTED
           CLOSE KPI-SORTED-FILE

           IF WS-FIRST-RECORD-SW = 'YES'
               MOVE KT-NONE-LINE TO KT-REPORT-LINE
               WRITE KT-REPORT-LINE AFTER ADVANCING 2 LINES
           END-IF

           PERFORM 880-WRITE-KPI-COUNTS

           CLOSE KPI-CSV-FILE
           CLOSE KPI-TREND-REPORT

           .

       860-REPORT-ONE-KPI-ROW.

      *    A NEW DIMENSION OR KEY STARTS A NEW GROUP; WITHIN A GROUP
      *    EACH PERIOD'S ARROWS COMPARE IT WITH THE ONE BEFORE.
           READ KPI-SORTED-FILE
               AT END
                   MOVE 'YES' TO WS-SORTED-EOF
               NOT AT END
                   IF WS-FIRST-RECORD-SW = 'YES'
                       OR KSD-DIMENSION NOT = WS-PREV-DIMENSION
                       OR KSD-KEY NOT = WS-PREV-KEY
                       MOVE 'NO' TO WS-FIRST-RECORD-SW
                       PERFORM 865-START-KEY-GROUP
                   END-IF

                   PERFORM 870-SET-DIRECTIONS
                   PERFORM 875-WRITE-ONE-DETAIL-LINE
                   PERFORM 877-WRITE-ONE-CSV-ROW

                   MOVE KSD-DIMENSION    TO WS-PREV-DIMENSION
                   MOVE KSD-KEY          TO WS-PREV-KEY
                   MOVE KSD-TURNS        TO WS-PREV-TURNS
                   MOVE KSD-DAYS-SUPPLY  TO WS-PREV-DAYS-SUPPLY
                   MOVE KSD-FILL-RATE    TO WS-PREV-FILL-RATE
                   MOVE WS-ROW-DEMAND-SW TO WS-PREV-DEMAND-SW
                   ADD 1 TO WS-GROUP-ROWS
           END-READ

           .

       865-START-KEY-GROUP.

      *    A PRODUCT TYPE PRINTS BY NAME, AS ON THE SUMMARY REPORT.
           EVALUATE TRUE
               WHEN KSD-DIMENSION NOT = 2
                   MOVE KSD-KEY TO WS-KEY-NAME
               WHEN KSD-KEY = 'C'
                   MOVE 'CREAM'   TO WS-KEY-NAME
               WHEN KSD-KEY = 'O'
                   MOVE 'OIL'     TO WS-KEY-NAME
               WHEN KSD-KEY = SPACES
                   MOVE 'UNTYPED' TO WS-KEY-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-KEY-NAME
                   STRING 'TYPE '  DELIMITED BY SIZE
                          KSD-KEY  DELIMITED BY SPACE
                          INTO WS-KEY-NAME
                   END-STRING
           END-EVALUATE

           MOVE DIMENSION-NAME(KSD-DIMENSION) TO KTG-DIMENSION-NAME
           IF KSD-DIMENSION = 3
               MOVE SPACES      TO KTG-KEY-NAME
           ELSE
               MOVE WS-KEY-NAME TO KTG-KEY-NAME
           END-IF
           MOVE KT-GROUP-LINE TO KT-REPORT-LINE
           WRITE KT-REPORT-LINE AFTER ADVANCING 3 LINES

           MOVE KT-COLUMN-HEADER TO KT-REPORT-LINE
           WRITE KT-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 0 TO WS-GROUP-ROWS

           .

       870-SET-DIRECTIONS.

      *    THE FIRST PERIOD OF A KEY HAS NOTHING TO COMPARE WITH, AND
      *    A FILL RATE WITH NO DEMAND BEHIND IT IS NOT A RATE.
           COMPUTE WS-ROW-DEMAND-QTY =
               KSD-SHIPPED-QTY - KSD-FILLED-QTY
           IF WS-ROW-DEMAND-QTY < 0
               MOVE 0 TO WS-ROW-DEMAND-QTY
           END-IF
           ADD KSD-BACKORDER-QTY TO WS-ROW-DEMAND-QTY
           IF WS-ROW-DEMAND-QTY > 0
               MOVE 'YES' TO WS-ROW-DEMAND-SW
           ELSE
               MOVE 'NO'  TO WS-ROW-DEMAND-SW
           END-IF

           MOVE SPACES TO WS-TURNS-DIR
           MOVE SPACES TO WS-SUPPLY-DIR
           MOVE SPACES TO WS-FILL-DIR

           IF WS-GROUP-ROWS > 0
               MOVE WS-PREV-TURNS TO WS-COMPARE-OLD
               MOVE KSD-TURNS     TO WS-COMPARE-NEW
               PERFORM 872-COMPARE-ONE-MEASURE
               MOVE WS-COMPARE-DIR TO WS-TURNS-DIR

               MOVE WS-PREV-DAYS-SUPPLY TO WS-COMPARE-OLD
               MOVE KSD-DAYS-SUPPLY     TO WS-COMPARE-NEW
               PERFORM 872-COMPARE-ONE-MEASURE
               MOVE WS-COMPARE-DIR TO WS-SUPPLY-DIR

               IF WS-ROW-DEMAND-SW = 'YES'
                   AND WS-PREV-DEMAND-SW = 'YES'
                   MOVE WS-PREV-FILL-RATE TO WS-COMPARE-OLD
                   MOVE KSD-FILL-RATE     TO WS-COMPARE-NEW
                   PERFORM 872-COMPARE-ONE-MEASURE
                   MOVE WS-COMPARE-DIR TO WS-FILL-DIR
               END-IF
           END-IF

           .

       872-COMPARE-ONE-MEASURE.

           EVALUATE TRUE
               WHEN WS-COMPARE-NEW > WS-COMPARE-OLD
                   MOVE 'UP'   TO WS-COMPARE-DIR
               WHEN WS-COMPARE-NEW < WS-COMPARE-OLD
                   MOVE 'DOWN' TO WS-COMPARE-DIR
               WHEN OTHER
                   MOVE 'FLAT' TO WS-COMPARE-DIR
           END-EVALUATE

           .

       875-WRITE-ONE-DETAIL-LINE.

           MOVE KSD-PERIOD-NAME   TO KTL-PERIOD-NAME
           MOVE KSD-MEASURED-THRU TO KTL-MEASURED-THRU
           MOVE KSD-PERIOD-DAYS   TO KTL-PERIOD-DAYS
           MOVE KSD-CLOSE-VALUE   TO KTL-CLOSE-VALUE
           MOVE KSD-SHIPPED-COST  TO KTL-SHIPPED-COST
           MOVE KSD-TURNS         TO KTL-TURNS

           IF KSD-DAYS-SUPPLY NOT < 9999.9
               MOVE ' NO USE' TO KTL-DAYS-SUPPLY
           ELSE
               MOVE KSD-DAYS-SUPPLY TO WS-SUPPLY-EDIT
               MOVE WS-SUPPLY-EDIT  TO KTL-DAYS-SUPPLY
           END-IF

           IF WS-ROW-DEMAND-SW = 'YES'
               MOVE KSD-FILL-RATE TO WS-FILL-EDIT
               MOVE SPACES TO KTL-FILL-RATE
               STRING WS-FILL-EDIT DELIMITED BY SIZE
                      '%'          DELIMITED BY SIZE
                      INTO KTL-FILL-RATE
               END-STRING
           ELSE
               MOVE '   N/A' TO KTL-FILL-RATE
           END-IF

           MOVE WS-TURNS-DIR  TO WS-COMPARE-DIR
           PERFORM 876-SET-ONE-ARROW
           MOVE WS-COMPARE-DIR TO KTL-TURNS-ARROW

           MOVE WS-SUPPLY-DIR TO WS-COMPARE-DIR
           PERFORM 876-SET-ONE-ARROW
           MOVE WS-COMPARE-DIR TO KTL-SUPPLY-ARROW

           MOVE WS-FILL-DIR   TO WS-COMPARE-DIR
           PERFORM 876-SET-ONE-ARROW
           MOVE WS-COMPARE-DIR TO KTL-FILL-ARROW

           MOVE KT-DETAIL-LINE TO KT-REPORT-LINE
           WRITE KT-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       876-SET-ONE-ARROW.

           EVALUATE WS-COMPARE-DIR
               WHEN 'UP'
                   MOVE '^' TO WS-COMPARE-DIR
               WHEN 'DOWN'
                   MOVE 'V' TO WS-COMPARE-DIR
               WHEN 'FLAT'
                   MOVE '=' TO WS-COMPARE-DIR
               WHEN OTHER
                   MOVE SPACES TO WS-COMPARE-DIR
           END-EVALUATE

           .

       877-WRITE-ONE-CSV-ROW.

           MOVE DIMENSION-NAME(KSD-DIMENSION) TO KCV-DIMENSION
           IF KSD-DIMENSION = 3
               MOVE SPACES      TO KCV-KEY
           ELSE
               MOVE WS-KEY-NAME TO KCV-KEY
           END-IF
           MOVE KSD-PERIOD-NAME   TO KCV-PERIOD-NAME
           MOVE KSD-PERIOD-START  TO KCV-PERIOD-START
           MOVE KSD-MEASURED-THRU TO KCV-MEASURED-THRU
           MOVE KSD-PERIOD-DAYS   TO KCV-PERIOD-DAYS
           MOVE KSD-OPEN-VALUE    TO KCV-OPEN-VALUE
           MOVE KSD-CLOSE-VALUE   TO KCV-CLOSE-VALUE
           MOVE KSD-SHIPPED-COST  TO KCV-SHIPPED-COST
           MOVE KSD-SHIPPED-QTY   TO KCV-SHIPPED-QTY
           MOVE KSD-BACKORDER-QTY TO KCV-BACKORDER-QTY
           MOVE KSD-TURNS         TO KCV-TURNS
           MOVE WS-TURNS-DIR      TO KCV-TURNS-DIR
           MOVE KSD-DAYS-SUPPLY   TO KCV-DAYS-SUPPLY
           MOVE WS-SUPPLY-DIR     TO KCV-SUPPLY-DIR
           IF WS-ROW-DEMAND-SW = 'YES'
               MOVE KSD-FILL-RATE TO WS-FILL-EDIT
               MOVE WS-FILL-EDIT  TO KCV-FILL-RATE
           ELSE
               MOVE SPACES TO KCV-FILL-RATE
           END-IF
           MOVE WS-FILL-DIR       TO KCV-FILL-DIR

           MOVE KPI-CSV-LINE TO KPI-CSV-REPORT-LINE
           WRITE KPI-CSV-REPORT-LINE

           .

       880-WRITE-KPI-COUNTS.

           MOVE 'RUN-HISTORY ROWS READ:          ' TO KTC-LABEL
           MOVE KC-HISTORY-ROWS-READ TO KTC-COUNT
           MOVE KT-COUNT-LINE TO KT-REPORT-LINE
           WRITE KT-REPORT-LINE AFTER ADVANCING 3 LINES

           MOVE 'PRODUCT ROWS VALUED:            ' TO KTC-LABEL
           MOVE KC-PRODUCT-ROWS TO KTC-COUNT
           MOVE KT-COUNT-LINE TO KT-REPORT-LINE
           WRITE KT-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'BAD RUN-HISTORY ROWS:           ' TO KTC-LABEL
           MOVE KC-BAD-HISTORY-ROWS TO KTC-COUNT
           MOVE KT-COUNT-LINE TO KT-REPORT-LINE
           WRITE KT-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'SHIPMENTS IN PERIOD:            ' TO KTC-LABEL
           MOVE KC-SHIPMENTS TO KTC-COUNT
           MOVE KT-COUNT-LINE TO KT-REPORT-LINE
           WRITE KT-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'TRANSFERS OUT IN PERIOD:        ' TO KTC-LABEL
           MOVE KC-TRANSFER-ISSUES TO KTC-COUNT
           MOVE KT-COUNT-LINE TO KT-REPORT-LINE
           WRITE KT-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'SHIPMENTS WITH NO COST:         ' TO KTC-LABEL
           MOVE KC-UNPRICED-SHIPMENTS TO KTC-COUNT
           MOVE KT-COUNT-LINE TO KT-REPORT-LINE
           WRITE KT-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'BACKORDER EVENTS IN PERIOD:     ' TO KTC-LABEL
           MOVE KC-BACKORDER-EVENTS TO KTC-COUNT
           MOVE KT-COUNT-LINE TO KT-REPORT-LINE
           WRITE KT-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'PERIODS HELD ON KPI-HISTORY:    ' TO KTC-LABEL
           MOVE KC-PERIODS-KEPT TO KTC-COUNT
           MOVE KT-COUNT-LINE TO KT-REPORT-LINE
           WRITE KT-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'PERIODS ROLLED OFF:             ' TO KTC-LABEL
           MOVE KC-PERIODS-DROPPED TO KTC-COUNT
           MOVE KT-COUNT-LINE TO KT-REPORT-LINE
           WRITE KT-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       900-FINAL-ROUTINE.

           DISPLAY 'KPI REPORT COMPLETE -- ' WS-KPI-KEY-COUNT
               ' KEY(S) MEASURED FOR ' WS-PERIOD-NAME ', '
               KC-PERIODS-KEPT ' PERIOD(S) ON KPI-HISTORY.'

      *    A SHIPMENT WITH NO COST, A BAD RUN-HISTORY ROW, A KEY THAT
      *    DID NOT FIT OR NO BACKORDER LOG ALL LEAVE A MEASURE
      *    UNDERSTATED -- A WARNING OUTCOME.
           IF KC-UNPRICED-SHIPMENTS > 0
               OR KC-BAD-HISTORY-ROWS > 0
               OR WS-KEY-TABLE-FULL-SW = 'YES'
               OR NOT BACKORDER-LOG-PRESENT
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN

           .
