           SELECT BACKORDER-REPORT
                ASSIGN TO PRINTER 'BACKORDER-REPORT.TXT'.

      *    BACKORDER-HISTORY-FILE REMEMBERS EVERY BACKORDER CAPTURED
      *    AND EVERY FILL AGAINST ONE, DATED -- BACKORDER.TXT ONLY
      *    HOLDS WHAT IS STILL OPEN, AND A FILL ARCHIVES AS AN
      *    ORDINARY SHIPMENT.  THE KPI PROGRAM'S FILL RATE READS IT.
      *    ALWAYS APPENDED, NEVER REWRITTEN.
           SELECT BACKORDER-HISTORY-FILE
                ASSIGN TO 'BACKORDER-HISTORY.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BACKORDER-HISTORY-FILE-STATUS.

      *    TRANSFER-APPROVED-FILE IS THE BUYER'S YES TO A LINE OFF
      *    TRANSFER-SUGGEST.TXT (OR ANY OTHER MOVE WORTH MAKING).
      *    EACH ROW GENERATES THE DONOR SITE'S 'S' MOVEMENT THIS RUN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LAST-MOVEMENT-FILE-STATUS.

      *    STOCK-POLICY-FILE HOLDS EACH WAREHOUSE/VENDOR/PRODUCT'S OWN
      *    REORDER POINT AND ORDER-UP-TO LEVEL, WORKED OUT FROM ITS
      *    SHIPMENT HISTORY BY THE STOCK POLICY PLANNING RUN (PROGRAM8)
      *    WITH ANY BUYER OVERRIDES.  ONLY READ HERE -- AN ITEM WITH NO
      *    ROW FALLS BACK TO WS-REORDER-THRESHOLD.
           SELECT STOCK-POLICY-FILE
                ASSIGN TO 'STOCK-POLICY.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STOCK-POLICY-FILE-STATUS.

      *    ALLOCATION-FILE IS THE SALES ORDER ALLOCATION BOOK KEPT BY
      *    PROGRAM9 -- STOCK PROMISED TO A CUSTOMER BUT NOT YET
      *    SHIPPED, WHICH THE LOW-STOCK, PO AND TRANSFER LOGIC MUST
      *    NOT COUNT AS FREE.  A SHIPMENT POSTED AGAINST AN ORDER
      *    TAKES ITS ROW OFF, AND THE BOOK IS REWRITTEN AT END OF RUN.
           SELECT ALLOCATION-FILE
                ASSIGN TO 'ALLOCATIONS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALLOCATION-FILE-STATUS.

      *    ITEM-COST-FILE CARRIES EACH WAREHOUSE/VENDOR/PRODUCT'S
      *    MOVING-AVERAGE UNIT COST, RECOMPUTED ON EVERY RECEIPT FROM
      *    THE RECEIPT'S ACTUAL COST.  THE SUMMARY, CSV EXTRACT AND GL
      *    VALUE STOCK AT IT; AN ITEM WITH NO ROW YET IS VALUED AT ITS
      *    PURCHASE PRICE UNTIL ITS FIRST COSTED RECEIPT.
           SELECT ITEM-COST-FILE
                ASSIGN TO 'ITEM-COST.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ITEM-COST-FILE-STATUS.

      *    LOT-BALANCE-FILE HOLDS THE ON-HAND OF EACH DATED LOT UNDER
      *    ITS WAREHOUSE/VENDOR/PRODUCT.  A RECEIPT KEYED WITH A LOT
      *    NUMBER AND EXPIRY DATE OPENS OR ADDS TO ITS ROW; SHIPMENTS,
      *    BACKORDER FILLS AND TRANSFERS DRAW THE LOTS DOWN EARLIEST
      *    EXPIRY FIRST.  THE KEY'S POOLED QUANTITY ON THE MASTER
      *    STAYS THE TOTAL -- WHATEVER OF IT NO LOT ACCOUNTS FOR IS
      *    UNLOTTED STOCK.  PROGRAM14 AGES THE LOTS FOR EXPIRY.
           SELECT LOT-BALANCE-FILE
                ASSIGN TO 'LOT-BALANCE.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOT-BALANCE-FILE-STATUS.

      *    ADJ-REASON-FILE IS FINANCE'S TABLE OF ADJUSTMENT REASON
      *    CODES -- EVERY 'A' MOVEMENT MUST NAME ONE -- WITH THE
      *    DOLLAR LIMIT ABOVE WHICH AN ADJUSTMENT UNDER THAT CODE IS
      *    HELD FOR A SECOND PERSON'S APPROVAL.
           SELECT ADJ-REASON-FILE
                ASSIGN TO 'ADJ-REASON.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ADJ-REASON-FILE-STATUS.

      *    ADJ-HOLD-FILE TAKES EVERY ADJUSTMENT HELD OVER ITS REASON'S
      *    LIMIT, IN THE INVENTORY-TRANS LAYOUT, SO ONCE AN APPROVER
      *    ID IS FILLED IN IT GOES STRAIGHT BACK ONTO THE NEXT NIGHT'S
      *    INVENTORY-TRANS.TXT.  APPEND-ONLY -- FINANCE CLEARS IT AS
      *    THE HOLDS ARE RELEASED.
           SELECT ADJ-HOLD-FILE
                ASSIGN TO 'ADJ-HOLD.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ADJ-HOLD-FILE-STATUS.

      *    DEAD-STOCK-REPORT LISTS EVERYTHING WITH NO RECEIPT OR
      *    SHIPMENT IN 30/60/90+ DAYS, VALUED AT QUANTITY TIMES
      *    PURCHASE PRICE, SO SLOW STOCK STOPS HIDING INSIDE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUN-CONTROL-FILE-STATUS.

      *    PERIOD-CALENDAR-FILE IS FINANCE'S FISCAL CALENDAR, MARKED
      *    CLOSED MONTH BY MONTH BY THE PERIOD-CLOSE PROGRAM.  A RUN
      *    DATED INSIDE A CLOSED PERIOD IS MOVED INTO THE NEXT OPEN
      *    ONE SO NOTHING POSTS BEHIND FINANCE'S BACK.  NO FILE MEANS
      *    NO PERIODS HAVE BEEN CLOSED YET.
           SELECT PERIOD-CALENDAR-FILE
                ASSIGN TO 'PERIOD-CALENDAR.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PERIOD-CALENDAR-FILE-STATUS.

      *    TRANSFER-SUGGEST LINES EACH PRODUCT'S ON-HAND UP ACROSS
      *    WAREHOUSES (A SECOND READ OF MERGED-PRODUCT-FILE, LIKE THE
      *    VENDOR ROLLUP) AND SUGGESTS MOVING SURPLUS STOCK TO A SHORT

      *
       FD  INVENTORY-TRANS-FILE
           RECORD CONTAINS 65 CHARACTERS.

       01  INVENTORY-TRANS-RECORD.
           05  ITR-WAREHOUSEID          PIC X(4).
      *    'R' = RECEIPT, 'S' = SHIPMENT, 'A' = ADJUSTMENT (SIGNED).
           05  ITR-TRANS-TYPE           PIC X.
           05  ITR-QUANTITY             PIC S9(4).
      *    A SHIPMENT PICKED AGAINST A SALES ORDER (PROGRAM9) CARRIES
      *    THE ORDER AND CUSTOMER; SPACES ON EVERY OTHER MOVEMENT.
           05  ITR-ORDER-NUMBER         PIC X(6).
           05  ITR-CUSTOMER-ID          PIC X(6).
      *    A RECEIPT'S ACTUAL UNIT COST WHEN KEYED -- ZERO OR BLANK
      *    TAKES THE PRICE OFF THE OPEN PO LINE THE RECEIPT MATCHES.
           05  ITR-UNIT-COST            PIC 9(3)V99.
      *    AN ADJUSTMENT NAMES ITS REASON CODE AND WHO KEYED IT; ONE
      *    OVER ITS REASON'S LIMIT ALSO NEEDS A DIFFERENT APPROVER.
      *    SPACES ON EVERY OTHER MOVEMENT.
           05  ITR-REASON-CODE          PIC X.
           05  ITR-ENTERED-BY           PIC X(8).
           05  ITR-APPROVED-BY          PIC X(8).
      *    A RECEIPT OF DATED STOCK NAMES ITS LOT AND THE LOT'S EXPIRY
      *    DATE (YYYYMMDD) -- THE EXPIRY MAY BE LEFT BLANK FOR A LOT
      *    ALREADY ON THE BOOK.  A SHIPMENT OR ADJUSTMENT NAMING A
      *    LOT TAKES FROM THAT LOT FIRST.  SPACES = NO LOT; A COUNT
      *    OF STOCK HELD UNDER NO LOT ADJUSTS LOT 'UNLOTTED'.
           05  ITR-LOT-NUMBER           PIC X(10).
           05  ITR-EXPIRY-DATE          PIC X(8).
      *

      *
           05  OPO-PRODUCTID            PIC X(3).
           05  OPO-ORDER-QTY            PIC S9(4).
           05  OPO-RECVD-QTY            PIC S9(4).
      *    THE UNIT PRICE THE LINE WAS ORDERED AT -- A RECEIPT WITH
      *    NO KEYED COST IS COSTED FROM IT.
           05  OPO-UNIT-PRICE           PIC S999V99.
           05  FILLER                   PIC X(6).
      *

      *
      *    ONE RECORD PER UNFILLED BACKORDER -- THE FILE IS APPENDED
      *    TO CHRONOLOGICALLY, SO FILE ORDER IS OLDEST FIRST.
       FD  BACKORDER-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01  BACKORDER-RECORD.
           05  BOR-WAREHOUSEID          PIC X(4).
           05  BOR-PRODUCTID            PIC X(3).
           05  BOR-QUANTITY             PIC S9(4).
           05  BOR-ORDER-DATE           PIC X(8).
      *    THE SALES ORDER AND CUSTOMER THE SHORT SHIPMENT WAS FOR --
      *    SPACES WHEN THE SHIPMENT CARRIED NONE.
           05  BOR-ORDER-NUMBER         PIC X(6).
           05  BOR-CUSTOMER-ID          PIC X(6).
      *

      *
       01  BK-REPORT-LINE               PIC X(70).
      *

      *
      *    ONE ROW PER BACKORDER EVENT: 'B' A SHORT SHIPMENT PARKED
      *    ITS REMAINDER ON THE BOOK, 'F' A RECEIPT FILLED SOME OR ALL
      *    OF ONE.  THE ORDER DATE IS THE DAY THE BACKORDER WAS TAKEN.
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
       FD  TRANSFER-APPROVED-FILE
           RECORD CONTAINS 16 CHARACTERS.
      *    ID IS ASSIGNED HERE AND IS WHAT THE RECEIVING DOCK QUOTES
      *    BACK ON TRANSFER-RECEIPT.TXT.
       FD  INTRANSIT-FILE
           RECORD CONTAINS 47 CHARACTERS.

       01  INTRANSIT-RECORD.
           05  ITF-XFER-ID              PIC 9(5).
           05  ITF-PRODUCTID            PIC X(3).
           05  ITF-QUANTITY             PIC S9(4).
           05  ITF-SHIP-DATE            PIC X(8).
      *    THE LOT THE GOODS WERE DRAWN FROM AT THE DONOR SITE -- A
      *    TRANSFER THAT DREW ON MORE THAN ONE LOT HAS ONE ROW PER
      *    LOT UNDER THE SAME TRANSFER ID.  SPACES = UNLOTTED STOCK.
           05  ITF-LOT-NUMBER           PIC X(10).
           05  ITF-EXPIRY-DATE          PIC X(8).
      *

      *
      *
      *    'V' ROWS MAP INVENTORY VALUE BY WAREHOUSE AND PRODUCT
      *    TYPE (C/O); 'M' ROWS MAP MOVEMENT ACTIVITY BY WAREHOUSE
      *    AND MOVEMENT TYPE (R/S/A), PLUS CLASS 'V' FOR THE COST
      *    REVALUATION RECEIPTS CAUSE; 'A' ROWS MAP ADJUSTMENTS BY
      *    WAREHOUSE AND REASON CODE (AN ADJUSTMENT WHOSE REASON HAS
      *    NO 'A' ROW FALLS BACK TO THE 'M'/'A' ROW).  EACH ROW NAMES
      *    THE DEBIT AND CREDIT SIDE OF ITS POSTING.
       FD  GL-ACCOUNT-MAP-FILE
           RECORD CONTAINS 22 CHARACTERS.

      *

      *
      *    THE INVENTORY-TRANS LAYOUT PLUS THE RUN DATE IT APPLIED,
      *    WITH THE SALES ORDER AND CUSTOMER CARRIED BEHIND, AND THE
      *    UNIT COST IT WAS VALUED AT -- A RECEIPT'S ACTUAL COST,
      *    ANYTHING ELSE'S MOVING-AVERAGE COST.  AN ADJUSTMENT ALSO
      *    KEEPS ITS REASON CODE, WHO KEYED IT AND WHO APPROVED IT.
      *    A DONOR-SITE SHIPMENT CUT FOR A TRANSFER CARRIES REASON
      *    'T' -- NO OTHER SHIPMENT CARRIES A REASON.
       FD  MOVEMENT-ARCHIVE-FILE
           RECORD CONTAINS 55 CHARACTERS.

       01  MOVEMENT-ARCHIVE-RECORD.
           05  MAR-WAREHOUSEID          PIC X(4).
           05  MAR-TRANS-TYPE           PIC X.
           05  MAR-QUANTITY             PIC S9(4).
           05  MAR-RUN-DATE             PIC X(8).
           05  MAR-ORDER-NUMBER         PIC X(6).
           05  MAR-CUSTOMER-ID          PIC X(6).
           05  MAR-UNIT-COST            PIC 9(3)V99.
           05  MAR-REASON-CODE          PIC X.
           05  MAR-ENTERED-BY           PIC X(8).
           05  MAR-APPROVED-BY          PIC X(8).
      *

      *
           05  LMR-LAST-SHIPMENT        PIC X(8).
      *

      *
      *    SEE PROGRAM8.  THE LEAD TIME IS THE BUYERS' AND ONLY FEEDS
      *    THE PLANNING ARITHMETIC; AN OVERRIDE THAT IS NUMERIC WINS
      *    OVER THE CALCULATED FIGURE BESIDE IT.
       FD  STOCK-POLICY-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  STOCK-POLICY-RECORD.
           05  SPR-WAREHOUSEID          PIC X(4).
           05  SPR-VENDORID             PIC X.
           05  SPR-PRODUCTID            PIC X(3).
           05  SPR-AVG-DAILY-DEMAND     PIC 9(4)V99.
           05  SPR-SAFETY-STOCK         PIC 9(4).
           05  SPR-REORDER-POINT        PIC 9(4).
           05  SPR-ORDER-UP-TO          PIC 9(4).
           05  SPR-LEAD-TIME-DAYS       PIC X(3).
           05  SPR-OVERRIDE-ROP         PIC X(4).
           05  SPR-OVERRIDE-OUT         PIC X(4).
           05  SPR-CALC-DATE            PIC X(8).
      *

      *
      *    SEE PROGRAM9.  ALR-STATUS IS 'OPEN' (ON A PICK LIST) OR
      *    'PICKED' (SHIPMENT QUEUED); BOTH HOLD STOCK.
       FD  ALLOCATION-FILE
           RECORD CONTAINS 44 CHARACTERS.

       01  ALLOCATION-RECORD.
           05  ALR-ORDER-NUMBER         PIC X(6).
           05  ALR-LINE-NUMBER          PIC 99.
           05  ALR-CUSTOMER-ID          PIC X(6).
           05  ALR-WAREHOUSEID          PIC X(4).
           05  ALR-VENDORID             PIC X.
           05  ALR-PRODUCTID            PIC X(3).
           05  ALR-ORDER-QTY            PIC 9(4).
           05  ALR-ALLOC-QTY            PIC 9(4).
           05  ALR-STATUS               PIC X(6).
           05  ALR-ALLOC-DATE           PIC X(8).
      *

      *
      *    ICR-LAST-COST/ICR-LAST-DATE ARE THE MOST RECENT RECEIPT
      *    THAT MOVED THE AVERAGE -- FOR THE BUYERS, NOT THE MATH.
       FD  ITEM-COST-FILE
           RECORD CONTAINS 26 CHARACTERS.

       01  ITEM-COST-RECORD.
           05  ICR-WAREHOUSEID          PIC X(4).
           05  ICR-VENDORID             PIC X.
           05  ICR-PRODUCTID            PIC X(3).
           05  ICR-AVG-COST             PIC 9(3)V99.
           05  ICR-LAST-COST            PIC 9(3)V99.
           05  ICR-LAST-DATE            PIC X(8).
      *

      *
      *    ONE ROW PER LOT STILL ON HAND.  LBR-RECEIVED-DATE IS THE
      *    RUN THE LOT FIRST CAME IN ON.
       FD  LOT-BALANCE-FILE
           RECORD CONTAINS 38 CHARACTERS.

       01  LOT-BALANCE-RECORD.
           05  LBR-WAREHOUSEID          PIC X(4).
           05  LBR-VENDORID             PIC X.
           05  LBR-PRODUCTID            PIC X(3).
           05  LBR-LOT-NUMBER           PIC X(10).
           05  LBR-EXPIRY-DATE          PIC X(8).
           05  LBR-QUANTITY             PIC S9(4).
           05  LBR-RECEIVED-DATE        PIC X(8).
      *

      *
      *    A LIMIT OF ZERO HOLDS EVERY ADJUSTMENT UNDER THE CODE.
       FD  ADJ-REASON-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  ADJ-REASON-RECORD.
           05  ARR-REASON-CODE          PIC X.
           05  ARR-DESCRIPTION          PIC X(20).
           05  ARR-LIMIT-AMT            PIC 9(7)V99.
      *

      *
       FD  ADJ-HOLD-FILE
           RECORD CONTAINS 65 CHARACTERS.

       01  ADJ-HOLD-RECORD.
           05  AHR-WAREHOUSEID          PIC X(4).
           05  AHR-VENDORID             PIC X.
           05  AHR-PRODUCTID            PIC X(3).
           05  AHR-TRANS-TYPE           PIC X.
           05  AHR-QUANTITY             PIC S9(4).
           05  AHR-ORDER-NUMBER         PIC X(6).
           05  AHR-CUSTOMER-ID          PIC X(6).
           05  AHR-UNIT-COST            PIC 9(3)V99.
           05  AHR-REASON-CODE          PIC X.
           05  AHR-ENTERED-BY           PIC X(8).
           05  AHR-APPROVED-BY          PIC X(8).
           05  AHR-LOT-NUMBER           PIC X(10).
           05  AHR-EXPIRY-DATE          PIC X(8).
      *

      *
       FD  DEAD-STOCK-REPORT
           RECORD CONTAINS 70 CHARACTERS.
           05  RC-AS-OF-DATE            PIC X(8).
           05  RC-PRICE-TOLERANCE       PIC X(4).
      *

      *
      *    ONE ROW PER FISCAL PERIOD.  STATUS 'C' IS CLOSED; ANYTHING
      *    ELSE IS OPEN.  SEE PROGRAM11.
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
      ******************* WORKING-STORAGE ****************************
      *

       01  LOW-STOCK-FIELDS.
           05  WS-REORDER-THRESHOLD    PIC S9(4)   VALUE +10.
      *    THE POLICY IN FORCE FOR ONE ITEM (207-FIND-ITEM-POLICY) OR
      *    ONE SITE'S PRODUCT ACROSS VENDORS (209-FIND-SITE-POLICY) --
      *    ITS STOCK-POLICY ROW IF IT HAS ONE, OTHERWISE THE SHOP-WIDE
      *    THRESHOLD AND TWICE IT.
           05  WS-ITEM-REORDER-POINT   PIC S9(7)   VALUE 0.
           05  WS-ITEM-ORDER-UP-TO     PIC S9(7)   VALUE 0.
           05  WS-POL-LOOK-WAREHOUSEID PIC X(4).
           05  WS-POL-LOOK-VENDORID    PIC X.
           05  WS-POL-LOOK-PRODUCTID   PIC X(3).
           05  WS-POL-FOUND-SW         PIC X(3)    VALUE 'NO'.

       01  STOCK-POLICY-FIELDS.
           05  WS-STOCK-POLICY-FILE-STATUS PIC X(2).
           05  WS-STOCK-POLICY-EOF     PIC X(3)    VALUE 'NO'.
               88  NO-MORE-STOCK-POLICY     VALUE 'YES'.
           05  WS-STOCK-POLICY-COUNT   PIC 9(3)    VALUE 0.
           05  SP-SUB                  PIC 9(3).

      *    ONE ROW PER WAREHOUSE/VENDOR/PRODUCT WITH A POLICY, THE
      *    OVERRIDES ALREADY RESOLVED AGAINST THE CALCULATED FIGURES.
       01  STOCK-POLICY-TABLE.
           05  STOCK-POLICY-ITEM OCCURS 500 TIMES.
               10  SPT-WAREHOUSEID      PIC X(4).
               10  SPT-VENDORID         PIC X.
               10  SPT-PRODUCTID        PIC X(3).
               10  SPT-REORDER-POINT    PIC 9(4).
               10  SPT-ORDER-UP-TO      PIC 9(4).

       01  ALLOCATION-FIELDS.
           05  WS-ALLOCATION-FILE-STATUS PIC X(2).
           05  WS-ALLOCATION-EOF       PIC X(3)    VALUE 'NO'.
               88  NO-MORE-ALLOCATIONS      VALUE 'YES'.
      *    A BOOK TOO BIG FOR THE TABLE IS LEFT EXACTLY AS IT STOOD
      *    -- REWRITING THE PARTIAL TABLE WOULD DESTROY THE ROWS THAT
      *    DID NOT FIT.
           05  WS-ALLOCATION-PARTIAL-SW PIC X(3)   VALUE 'NO'.
           05  WS-ALLOCATION-COUNT     PIC 9(3)    VALUE 0.
      *    ROWS TAKEN OFF BY SHIPMENTS THIS RUN -- NONE MEANS THE
      *    BOOK IS UNCHANGED AND IS NOT REWRITTEN.
           05  WS-ALLOCATIONS-SHIPPED  PIC 9(3)    VALUE 0.
           05  AL-SUB                  PIC 9(3).
           05  WS-ALLOC-RELEASE-SW     PIC X(3)    VALUE 'NO'.
      *    THE PART OF THE FIRST ENTRY'S ON-HAND A SHIPMENT MAY TAKE
      *    (235-FIND-ORDER-SHELF-QTY) -- AN ORDER'S SHIPMENT MAY NOT
      *    TAKE WHAT IS HELD FOR ANOTHER ORDER'S ALLOCATION.
           05  WS-BO-SHELF-QTY         PIC S9(7)   VALUE 0.
           05  WS-OWN-ALLOC-SKIPPED-SW PIC X(3)    VALUE 'NO'.
      *    THE STOCK HELD FOR CUSTOMERS AGAINST ONE WAREHOUSE/VENDOR/
      *    PRODUCT (212-FIND-ITEM-ALLOCATED), AND THE ON-HAND LEFT
      *    FREE ONCE IT IS SET ASIDE.
           05  WS-ITEM-ALLOCATED       PIC S9(7)   VALUE 0.
           05  WS-ITEM-FREE-QTY        PIC S9(7)   VALUE 0.

      *    THE ALLOCATION BOOK IN FILE ORDER.  ALT-STATUS BECOMES
      *    'SHIPPED' WHEN THE ORDER'S SHIPMENT POSTS, AND SHIPPED
      *    ROWS ARE DROPPED AT THE END-OF-RUN REWRITE.
       01  ALLOCATION-TABLE.
           05  ALLOCATION-ITEM OCCURS 500 TIMES.
               10  ALT-ORDER-NUMBER     PIC X(6).
               10  ALT-LINE-NUMBER      PIC 99.
               10  ALT-CUSTOMER-ID      PIC X(6).
               10  ALT-WAREHOUSEID      PIC X(4).
               10  ALT-VENDORID         PIC X.
               10  ALT-PRODUCTID        PIC X(3).
               10  ALT-ORDER-QTY        PIC 9(4).
               10  ALT-ALLOC-QTY        PIC 9(4).
               10  ALT-STATUS           PIC X(8).
               10  ALT-ALLOC-DATE       PIC X(8).

       01  ITEM-COST-FIELDS.
           05  WS-ITEM-COST-FILE-STATUS PIC X(2).
           05  WS-ITEM-COST-EOF        PIC X(3)    VALUE 'NO'.
               88  NO-MORE-ITEM-COSTS       VALUE 'YES'.
           05  WS-ITEM-COST-PARTIAL-SW PIC X(3)    VALUE 'NO'.
           05  WS-ITEM-COST-COUNT      PIC 9(3)    VALUE 0.
      *    AVERAGES MOVED BY RECEIPTS THIS RUN -- NONE MEANS THE BOOK
      *    IS UNCHANGED AND IS NOT REWRITTEN.
           05  WS-ITEM-COSTS-CHANGED   PIC 9(5)    VALUE 0.
           05  IC-SUB                  PIC 9(3).
           05  WS-COST-FOUND-SW        PIC X(3)    VALUE 'NO'.
           05  WS-ITEM-COST-ROW        PIC 9(3)    VALUE 0.
           05  WS-ICT-LOOK-WAREHOUSEID PIC X(4).
           05  WS-ICT-LOOK-VENDORID    PIC X.
           05  WS-ICT-LOOK-PRODUCTID   PIC X(3).
      *    THE UNIT COST AN ENTRY IS VALUED AT (216-FIND-ENTRY-UNIT-
      *    COST) AND THE MOVING AVERAGE FOUND FOR ONE KEY (214).
           05  WS-ENTRY-UNIT-COST      PIC S999V99 VALUE 0.
           05  WS-ITEM-AVG-COST        PIC S999V99 VALUE 0.
      *    ONE RECEIPT'S COSTING, WORKED IN 188-REVALUE-ON-RECEIPT.
           05  WS-RCPT-UNIT-COST       PIC 9(3)V99 VALUE 0.
           05  WS-RCPT-COST-SOURCE     PIC X(10)   VALUE SPACES.
           05  WS-RCPT-PO-FOUND-SW     PIC X(3)    VALUE 'NO'.
           05  WS-RCPT-PO-SOURCE.
               10                      PIC X(3)    VALUE 'PO '.
               10  WS-RCPT-PO-NUMBER   PIC 9(5).
           05  WS-COST-OLD-QTY         PIC S9(5)   VALUE 0.
           05  WS-COST-OLD-AVG         PIC S999V99 VALUE 0.
           05  WS-COST-NEW-AVG         PIC S999V99 VALUE 0.
           05  WS-COST-REVAL-AMT       PIC S9(9)V99 VALUE 0.

      *    THE MOVING-AVERAGE COST BOOK IN FILE ORDER, WITH ITEMS
      *    COSTED FOR THE FIRST TIME THIS RUN ADDED BEHIND.
       01  ITEM-COST-TABLE.
           05  ITEM-COST-ITEM OCCURS 500 TIMES.
               10  ICT-WAREHOUSEID      PIC X(4).
               10  ICT-VENDORID         PIC X.
               10  ICT-PRODUCTID        PIC X(3).
               10  ICT-AVG-COST         PIC 9(3)V99.
               10  ICT-LAST-COST        PIC 9(3)V99.
               10  ICT-LAST-DATE        PIC X(8).

       01  LOT-BALANCE-FIELDS.
           05  WS-LOT-BALANCE-FILE-STATUS PIC X(2).
      *    SET ON A FRESH RUN ONCE THE LOT BOOK IS LOADED -- ONLY A
      *    LOADED BOOK IS REWRITTEN.
           05  WS-LOT-ACTIVE-SW        PIC X(3)    VALUE 'NO'.
               88  LOT-BOOK-LOADED         VALUE 'YES'.
           05  WS-LOT-PARTIAL-SW       PIC X(3)    VALUE 'NO'.
           05  WS-LOT-BALANCE-EOF      PIC X(3)    VALUE 'NO'.
               88  NO-MORE-LOT-BALANCES    VALUE 'YES'.
           05  WS-LOT-BALANCE-COUNT    PIC 9(3)    VALUE 0.
           05  LB-SUB                  PIC 9(3).
      *    THE ROW 221-FIND-LOT-ROW FOUND FOR THE MOVEMENT'S KEY AND
      *    WS-LOT-LOOK-NUMBER -- ZERO WHEN THE LOT IS NOT ON THE BOOK.
           05  WS-LOT-LOOK-NUMBER      PIC X(10).
           05  WS-LOT-ROW              PIC 9(3)    VALUE 0.
      *    SPACES WHEN AN INCOMING LOT PASSES 222-CHECK-INCOMING-LOT,
      *    OTHERWISE THE REJECT REASON.
           05  WS-LOT-CHECK-REASON     PIC X(40)   VALUE SPACES.
      *    ONE DRAW, WORKED IN 225-DRAW-LOTS-FEFO.  THE CALLER PARKS
      *    THE QUANTITY TAKEN OFF THE SHELF, THE ENTRY'S ON-HAND AS
      *    IT STOOD BEFORE, AND ANY LOT THE MOVEMENT NAMED.
           05  WS-LOT-DRAW-QTY         PIC S9(5)   VALUE 0.
           05  WS-LOT-POOL-QTY         PIC S9(5)   VALUE 0.
           05  WS-LOT-NAMED            PIC X(10)   VALUE SPACES.
           05  WS-LOT-REMAIN-QTY       PIC S9(5)   VALUE 0.
           05  WS-LOT-TAKE-QTY         PIC S9(5)   VALUE 0.
           05  WS-LOT-KEY-TOTAL        PIC S9(7)   VALUE 0.
           05  WS-LOT-UNLOTTED-QTY     PIC S9(5)   VALUE 0.
           05  WS-LOT-UNLOTTED-TAKEN   PIC S9(5)   VALUE 0.
      *    'U' PICKS AMONG LOTS NOT YET EXPIRED, 'X' AMONG EXPIRED
      *    ONES -- EXPIRED STOCK IS THE LAST THING TO GO OUT.
           05  WS-LOT-PASS             PIC X       VALUE 'U'.
           05  WS-LOT-BEST-EXPIRY      PIC X(8)    VALUE SPACES.
           05  WS-LOT-DRAWN-COUNT      PIC 99      VALUE 0.
           05  LD-SUB                  PIC 99.
           05  WS-LOT-XFER-ROW         PIC 9(3)    VALUE 0.
           05  WS-LOT-FOUND-SW         PIC X(3)    VALUE 'NO'.
           05  WS-LOT-EXPIRY-CHECK.
               10  WS-LEC-YEAR          PIC 9(4).
               10  WS-LEC-MONTH         PIC 99.
               10  WS-LEC-DAY           PIC 99.
           05  WS-LOTS-CHANGED         PIC 9(5)    VALUE 0.

      *    THE LOT BOOK IN FILE ORDER, WITH LOTS FIRST RECEIVED THIS
      *    RUN ADDED BEHIND.  A ROW DRAWN TO ZERO IS DROPPED AT THE
      *    REWRITE.
       01  LOT-BALANCE-TABLE.
           05  LOT-BALANCE-ITEM OCCURS 500 TIMES.
               10  LBT-WAREHOUSEID      PIC X(4).
               10  LBT-VENDORID         PIC X.
               10  LBT-PRODUCTID        PIC X(3).
               10  LBT-LOT-NUMBER       PIC X(10).
               10  LBT-EXPIRY-DATE      PIC X(8).
               10  LBT-QUANTITY         PIC S9(4).
               10  LBT-RECEIVED-DATE    PIC X(8).

      *    WHAT ONE DRAW TOOK, LOT BY LOT, IN THE ORDER TAKEN -- A
      *    TRANSFER SHIPMENT PUTS EACH ONE ON THE TRUCK AS ITS OWN
      *    IN-TRANSIT ROW.  SPACES IN THE LOT = UNLOTTED STOCK.
       01  LOT-DRAW-TABLE.
           05  LOT-DRAW-ITEM OCCURS 20 TIMES.
               10  LDT-LOT-NUMBER       PIC X(10).
               10  LDT-EXPIRY-DATE      PIC X(8).
               10  LDT-QUANTITY         PIC S9(5).

       01  ADJ-REASON-FIELDS.
           05  WS-ADJ-REASON-FILE-STATUS PIC X(2).
           05  WS-ADJ-HOLD-FILE-STATUS PIC X(2).
           05  WS-ADJ-REASON-EOF       PIC X(3)    VALUE 'NO'.
               88  NO-MORE-ADJ-REASONS      VALUE 'YES'.
           05  WS-ADJ-REASON-COUNT     PIC 9(3)    VALUE 0.
           05  AR-SUB                  PIC 9(3).
      *    THE ROW 204-FIND-ADJ-REASON FOUND FOR WS-ADR-LOOK-CODE --
      *    ZERO WHEN THE CODE IS NOT ON THE TABLE.
           05  WS-ADR-LOOK-CODE        PIC X.
           05  WS-ADR-ROW              PIC 9(3)    VALUE 0.
           05  WS-ADJ-HOLD-SW          PIC X(3)    VALUE 'NO'.
           05  WS-ADJ-HOLD-OPEN-SW     PIC X(3)    VALUE 'NO'.
           05  WS-ADJUSTMENTS-HELD     PIC 9(3)    VALUE 0.
           05  WS-ADJ-UNIT-COST        PIC S999V99 VALUE 0.
           05  WS-ADJ-VALUE            PIC S9(9)V99 VALUE 0.

      *    FINANCE'S REASON CODES IN FILE ORDER.
       01  ADJ-REASON-TABLE.
           05  ADJ-REASON-ITEM OCCURS 20 TIMES.
               10  ADR-REASON-CODE      PIC X.
               10  ADR-DESCRIPTION      PIC X(20).
               10  ADR-LIMIT-AMT        PIC 9(7)V99.

      *    APPLIED ADJUSTMENT VALUE BY WAREHOUSE (IN PARALLEL WITH
      *    WAREHOUSE-ITEM/WH-INDEX) AND REASON CODE (IN PARALLEL WITH
      *    ADJ-REASON-ITEM), SO EACH REASON POSTS TO ITS OWN ACCOUNT.
       01  GL-REASON-BUCKETS.
           05  GRB-WAREHOUSE OCCURS 10 TIMES.
               10  GRB-REASON-AMT       PIC S9(9)V99 VALUE 0
                                        OCCURS 20 TIMES.

       01  VENDOR-ROLLUP-TOTALS.
      *    ACCUMULATES MPR-VENDORID TOTALS ACROSS ALL WAREHOUSES, ONE
           05  WS-PRODUCE-SUMMARY-SW    PIC X(3)   VALUE 'YES'.
           05  WS-PRODUCE-EXCEPTIONS-SW PIC X(3)   VALUE 'YES'.

      *    THE CLOSED PERIOD THE AS-OF DATE FELL IN, IF ANY, AND THE
      *    EARLIEST OPEN PERIOD AFTER IT THAT THE RUN MOVES INTO.
       01  PERIOD-CONTROL-FIELDS.
           05  WS-PERIOD-CALENDAR-FILE-STATUS PIC X(2).
           05  WS-CALENDAR-EOF          PIC X(3)   VALUE 'NO'.
               88  NO-MORE-CALENDAR-PERIODS VALUE 'YES'.
           05  WS-PERIOD-AS-OF-DATE     PIC X(8)   VALUE SPACES.
           05  WS-CLOSED-PERIOD-NAME    PIC X(8)   VALUE SPACES.
           05  WS-OPEN-PERIOD-NAME      PIC X(8)   VALUE SPACES.
           05  WS-OPEN-PERIOD-START     PIC X(8)   VALUE SPACES.

       01  TRANSFER-FIELDS.
           05  WS-TFR-PRODUCT-COUNT     PIC 99     VALUE 0.
           05  TF-SUB                   PIC 99.
           05  WS-TFR-DONOR-SUB         PIC 99.
           05  WS-TFR-NEED              PIC S9(7)  VALUE 0.
           05  WS-TFR-AVAIL             PIC S9(7)  VALUE 0.
           05  WS-TFR-SHORT-ORDER-UP-TO PIC S9(7)  VALUE 0.
           05  WS-TFR-MOVE-QTY          PIC S9(7)  VALUE 0.
           05  WS-TFR-MOVE-VALUE        PIC S9(9)V99 VALUE 0.
           05  WS-TFR-TOTAL-VALUE       PIC S9(9)V99 VALUE 0.
               10  OPT-ORDER-QTY        PIC S9(4).
               10  OPT-RECVD-QTY        PIC S9(4).
               10  OPT-STATUS           PIC X(8).
               10  OPT-UNIT-PRICE       PIC S999V99.

      *    PCT-MATCHED-SW IS SET WHEN A SUGGEST-FILE LINE IS
      *    CAPTURED UNDER THE CONFIRMATION -- A CONFIRMATION STILL
           05  WS-BO-FILL-QTY           PIC S9(5)  VALUE 0.
           05  WS-BO-OPEN-TOTAL         PIC 9(5)   VALUE 0.
           05  WS-BO-UNIT-TOTAL         PIC S9(7)  VALUE 0.
           05  WS-BACKORDER-HISTORY-FILE-STATUS PIC X(2).
           05  WS-BO-HISTORY-OPEN-SW    PIC X(3)   VALUE 'NO'.
      *
      *    THE BACKORDER BOOK, IN FILE ORDER (OLDEST FIRST) --
      *    BOT-STATUS IS 'OPEN' OR 'FILLED'; ONLY OPEN ROWS COME
               10  BOT-QUANTITY         PIC S9(4).
               10  BOT-ORDER-DATE       PIC X(8).
               10  BOT-STATUS           PIC X(8).
               10  BOT-ORDER-NUMBER     PIC X(6).
               10  BOT-CUSTOMER-ID      PIC X(6).
      *
       01  TRANSFER-EXEC-FIELDS.
           05  WS-TRANSFER-APPROVED-FILE-STATUS PIC X(2).
           05  WS-INJ-TRANS-TYPE        PIC X.
           05  WS-INJ-QUANTITY          PIC S9(4).
           05  WS-INJ-XFER-ID           PIC 9(5).
           05  WS-INJ-LOT-NUMBER        PIC X(10).
           05  WS-INJ-EXPIRY-DATE       PIC X(8).
           05  WS-INJ-REASON-CODE       PIC X.

       01  RUN-LOCK-FIELDS.
           05  WS-RUN-LOCK-FILE-STATUS  PIC X(2).
           05  WS-GL-POST-DRCR          PIC X(2).
           05  WS-GL-POST-QTY           PIC S9(5)  VALUE 0.
           05  WS-GL-POST-TYPE          PIC X      VALUE SPACE.
      *    THE SALES ORDER AND CUSTOMER THE MOVEMENT BEING RECORDED
      *    SHIPPED AGAINST -- SPACES WHEN IT HAD NONE.
           05  WS-GL-POST-ORDER-NUMBER  PIC X(6)   VALUE SPACES.
           05  WS-GL-POST-CUSTOMER-ID   PIC X(6)   VALUE SPACES.
      *    AN ADJUSTMENT'S REASON CODE, KEYER AND APPROVER -- SPACES
      *    ON EVERY OTHER MOVEMENT.
           05  WS-GL-POST-REASON-CODE   PIC X      VALUE SPACE.
           05  WS-GL-POST-ENTERED-BY    PIC X(8)   VALUE SPACES.
           05  WS-GL-POST-APPROVED-BY   PIC X(8)   VALUE SPACES.
           05  WS-GL-SOURCE.
               10  WS-GL-SOURCE-TYPE    PIC X.
               10  WS-GL-SOURCE-CLASS   PIC X.
                                        OCCURS 2 TIMES.

      *    APPLIED MOVEMENT VALUE BY WAREHOUSE AND MOVEMENT TYPE
      *    (1 = 'R', 2 = 'S', 3 = 'A'), VALUED AT THE MOVING-AVERAGE
      *    COST OF THE ITEM EACH MOVEMENT POSTED TO, AND (4) THE
      *    REVALUATION OF STOCK ALREADY ON HAND WHEN A RECEIPT MOVED
      *    THAT AVERAGE.
       01  GL-MOVEMENT-BUCKETS.
           05  GMB-WAREHOUSE OCCURS 10 TIMES.
               10  GMB-TYPE-AMT         PIC S9(9)V99 VALUE 0
                                        OCCURS 4 TIMES.
      *
      *    THE IN-TRANSIT BOOK -- ITT-STATUS IS 'OPEN' OR 'CLOSED';
      *    ONLY OPEN ROWS COME BACK OUT AT THE END-OF-RUN REWRITE.
               10  ITT-QUANTITY         PIC S9(4).
               10  ITT-SHIP-DATE        PIC X(8).
               10  ITT-STATUS           PIC X(8).
               10  ITT-LOT-NUMBER       PIC X(10).
               10  ITT-EXPIRY-DATE      PIC X(8).
      *
      *    SHARED AGE ARITHMETIC -- DAYS BETWEEN A STAMPED DATE AND
      *    THE RUN DATE ON A 30-DAY-MONTH/360-DAY-YEAR BASIS, WHICH
      *        GOODS THAT NEVER LEFT THE SHELF MUST NOT SIT ON THE
      *        IN-TRANSIT BOOK.
               10  MTT-XFER-ID          PIC 9(5).
               10  MTT-ORDER-NUMBER     PIC X(6).
               10  MTT-CUSTOMER-ID      PIC X(6).
               10  MTT-UNIT-COST        PIC 9(3)V99.
               10  MTT-REASON-CODE      PIC X.
               10  MTT-ENTERED-BY       PIC X(8).
               10  MTT-APPROVED-BY      PIC X(8).
      *        LOT 'UNLOTTED' NAMES THE STOCK NO LOT ACCOUNTS FOR --
      *        A LOT COUNT CORRECTS IT WITHOUT TOUCHING THE LOTS.
               10  MTT-LOT-NUMBER       PIC X(10).
                   88  MTT-UNLOTTED-STOCK       VALUE 'UNLOTTED'.
               10  MTT-EXPIRY-DATE      PIC X(8).
      *
      *********************** OUTPUT-AREA ****************************
      *
           05  VRL-GRAND-TOTAL      PIC $$$$,$$$,$$$.99.
      *
      *    LAYOUTS FOR LOW-STOCK-REPORT -- ONE LINE PER PRODUCT WHOSE
      *    FREE QUANTITY (ON HAND LESS WHAT IS ALLOCATED TO SALES
      *    ORDERS) IS BELOW ITS REORDER POINT -- ITS OWN STOCK-POLICY
      *    ROW, OR WS-REORDER-THRESHOLD IF IT HAS NONE.
       01  LS-TITLE-LINE.
           05                       PIC X(15)   VALUE SPACES.
           05                       PIC X(45)   VALUE
           05                       PIC X(13)   VALUE 'VENDOR'.
           05                       PIC X(6)    VALUE 'PROD'.
           05                       PIC X(16)   VALUE 'PRODUCT NAME'.
           05                       PIC X(8)    VALUE 'FREE QTY'.
           05                       PIC X(12)   VALUE '  REORDER AT'.

       01  LS-DETAIL-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(3)    VALUE SPACES.
           05  LSL-PRODUCT-NAME     PIC X(13).
           05                       PIC X(3)    VALUE SPACES.
           05  LSL-QUANTITY         PIC ZZZ9-.
           05                       PIC X(8)    VALUE SPACES.
           05  LSL-REORDER-POINT    PIC ZZZZZZ9.
      *
      *    LAYOUT FOR CSV-EXTRACT-FILE.  CSV-RECORD-TYPE TAGS EACH ROW
      *    (DETAIL, PRODUCT-TOTAL, VENDOR-TOTAL, WAREHOUSE-TOTAL, OR
           05                       PIC X(8)    VALUE '    QTY'.
           05                       PIC X(10)   VALUE '  ORDERED'.
           05                       PIC X(7)    VALUE '   DAYS'.
           05                       PIC X(9)    VALUE '  ORDER'.
           05                       PIC X(8)    VALUE 'CUSTOMER'.

       01  BK-DETAIL-LINE.
           05                       PIC X       VALUE SPACE.
           05  BKL-ORDER-DATE       PIC X(8).
           05                       PIC X(2)    VALUE SPACES.
           05  BKL-AGE-DAYS         PIC ZZZZ9.
           05                       PIC X(2)    VALUE SPACES.
           05  BKL-ORDER-NUMBER     PIC X(6).
           05                       PIC X       VALUE SPACE.
           05  BKL-CUSTOMER-ID      PIC X(6).

       01  BK-NONE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(10)   VALUE '  SHIPPED'.
           05                       PIC X(7)    VALUE '   DAYS'.
           05                       PIC X(3)    VALUE ' FL'.
           05                       PIC X(12)   VALUE '  LOT'.

       01  XF-DETAIL-LINE.
           05                       PIC X       VALUE SPACE.
           05  XFL-AGE-DAYS         PIC ZZZZ9.
           05                       PIC X       VALUE SPACE.
           05  XFL-FLAG             PIC X(2).
           05                       PIC X(2)    VALUE SPACES.
           05  XFL-LOT-NUMBER       PIC X(10).

       01  XF-NONE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  SAM-TRANS-DESC       PIC X(12).
           05                       PIC X(5)    VALUE SPACES.
           05  SAM-QUANTITY         PIC ZZZ9-.
      *    AN ADJUSTMENT'S REASON CODE AND WHO KEYED IT -- SPACES ON
      *    EVERY OTHER MOVEMENT.
           05  SAM-ADJ-REF.
               10  SAM-REASON-LABEL PIC X(5).
               10  SAM-REASON-CODE  PIC X.
               10  SAM-BY-LABEL     PIC X(4).
               10  SAM-ENTERED-BY   PIC X(8).

      *    WRITTEN UNDER AN ADJUSTMENT HELD FOR APPROVAL IN PLACE OF
      *    ANY CHANGE TO THE BALANCE.
       01  SA-HOLD-LINE.
           05                       PIC X(16)   VALUE SPACES.
           05                       PIC X(13)   VALUE 'HELD -- VALUE'.
           05  SAH-VALUE            PIC ZZZ,ZZ9.99-.
           05                       PIC X(7)    VALUE ' LIMIT '.
           05  SAH-LIMIT            PIC Z,ZZZ,ZZ9.99.

       01  SA-CLOSING-LINE.
           05                       PIC X(16)   VALUE SPACES.
           05                       PIC X(10)   VALUE ' MATCHED: '.
           05  SAP-QUANTITY         PIC ZZZ9-.

      *    WRITTEN UNDER EVERY RECEIPT'S MOVEMENT LINE -- THE ITEM'S
      *    MOVING-AVERAGE COST BEFORE AND AFTER, THE UNIT COST THE
      *    RECEIPT CAME IN AT, AND WHERE THAT COST CAME FROM.
       01  SA-COST-LINE.
           05                       PIC X(16)   VALUE SPACES.
           05                       PIC X(9)    VALUE 'COST OLD '.
           05  SAK-OLD-COST         PIC ZZ9.99.
           05                       PIC X(5)    VALUE ' NEW '.
           05  SAK-NEW-COST         PIC ZZ9.99.
           05                       PIC X(4)    VALUE ' AT '.
           05  SAK-RCPT-COST        PIC ZZ9.99.
           05                       PIC X       VALUE SPACE.
           05  SAK-COST-SOURCE      PIC X(10).

      *    WRITTEN UNDER AN OVERSOLD SHIPMENT'S MOVEMENT LINE FOR THE
      *    PORTION THE SHELF COULD NOT COVER, AND UNDER A RECEIPT'S
      *    LINE FOR EACH BACKORDER THE ARRIVING STOCK FILLED.
      *    A BACKORDER TAKEN FOR A SALES ORDER NAMES THE ORDER AND
      *    CUSTOMER SO THE CUSTOMER CAN BE TOLD.
       01  SA-BACKORDER-LINE.
           05                       PIC X(16)   VALUE SPACES.
           05                       PIC X(13)   VALUE 'BACKORDERED: '.
           05  SAB-QUANTITY         PIC ZZZ9-.
           05  SAB-ORDER-REF.
               10  SAB-ORDER-LABEL      PIC X(5).
               10  SAB-ORDER-NUMBER     PIC X(6).
               10  SAB-CUSTOMER-LABEL   PIC X.
               10  SAB-CUSTOMER-ID      PIC X(6).

       01  SA-BO-FILL-LINE.
           05                       PIC X(16)   VALUE SPACES.
           05  SAF-ORDER-DATE       PIC X(8).
           05                       PIC X(9)    VALUE ' FILLED: '.
           05  SAF-QUANTITY         PIC ZZZ9-.
           05  SAF-ORDER-REF.
               10  SAF-ORDER-LABEL      PIC X(5).
               10  SAF-ORDER-NUMBER     PIC X(6).
               10  SAF-CUSTOMER-LABEL   PIC X.
               10  SAF-CUSTOMER-ID      PIC X(6).

      *    WRITTEN UNDER A MOVEMENT'S LINE FOR EACH LOT IT ADDED TO OR
      *    DREW FROM, EXPIRED LOTS FLAGGED.
       01  SA-LOT-LINE.
           05                       PIC X(16)   VALUE SPACES.
           05                       PIC X(4)    VALUE 'LOT '.
           05  SAL-LOT-NUMBER       PIC X(10).
           05                       PIC X(5)    VALUE ' EXP '.
           05  SAL-EXPIRY-DATE      PIC X(8).
           05  SAL-ACTION           PIC X(8).
           05  SAL-QUANTITY         PIC ZZZ9-.
           05  SAL-FLAG             PIC X(8).

       01  SA-REJECT-HEADER.
           05                       PIC X(3)    VALUE SPACES.
       100-MAIN-MODULE.

           PERFORM 105-READ-RUN-CONTROL
           PERFORM 108-CHECK-CLOSED-PERIOD

      *    A NON-EMPTY INQUIRY-REQUEST FILE TURNS THIS RUN INTO A
      *    LOOKUP AGAINST THE KEYED INVENTORY-MASTER -- ANSWERED AND
           PERFORM 120-CHECK-FOR-RESTART
           PERFORM 130-LOAD-VENDOR-MASTER
           PERFORM 135-LOAD-PRODUCT-MASTER
      *    EVERY PATH BELOW REACHES THE LOW-STOCK, PO AND TRANSFER
      *    LOGIC, SO THE ITEM POLICIES AND THE STOCK HELD FOR SALES
      *    ORDERS ARE LOADED BEFORE THE SPLIT -- AS ARE THE MOVING-
      *    AVERAGE COSTS EVERY PATH VALUES THE SUMMARY AT.
           PERFORM 153-LOAD-STOCK-POLICY-FILE
           PERFORM 156-LOAD-ALLOCATION-FILE
           PERFORM 167-LOAD-ITEM-COST-FILE

      *    A CHECKPOINT MARKED RUN-COMPLETE MEANS EVERY WAREHOUSE WAS
      *    ALREADY CONTROL-BROKEN AND REPORTED LAST RUN AND THE ABEND
                   PERFORM 1452-STORE-OPEN-PO-BOOK
               ELSE
                   PERFORM 142-LOAD-PRIOR-HISTORY
                   PERFORM 202-LOAD-ADJ-REASON-FILE
                   PERFORM 136-LOAD-MOVEMENT-TRANS
                   PERFORM 139-LOAD-OPEN-PO-FILE
                   PERFORM 144-INTAKE-PO-CONFIRMATIONS
                   PERFORM 133-LOAD-BACKORDER-FILE
                   PERFORM 131-LOAD-LAST-MOVEMENT-FILE
                   PERFORM 218-LOAD-LOT-BALANCE-FILE
      *            A TRANSFER TOUCHES TWO SITES -- ON A SINGLE-
      *            WAREHOUSE RUN ONLY ONE SIDE WOULD POST, SO THE
      *            TRANSFER SUBSYSTEM SITS THE RUN OUT AND THE

           .

       108-CHECK-CLOSED-PERIOD.

      *    A LATE RERUN OR A MIS-KEYED AS-OF DATE MUST NOT POST INTO A
      *    MONTH FINANCE HAS CLOSED.  THE RUN IS REDATED TO THE FIRST
      *    DAY OF THE NEXT OPEN PERIOD -- WS-RC-AS-OF-DATE STANDS IN
      *    FOR THE MACHINE DATE EVERYWHERE, SO ONE MOVE REDATES THE
      *    ARCHIVE, THE HISTORY AND THE REPORTS ALIKE.  WITH NO OPEN
      *    PERIOD TO MOVE INTO, THE RUN REFUSES TO START.
           IF WS-RC-AS-OF-DATE NOT = SPACES
               MOVE WS-RC-AS-OF-DATE TO WS-PERIOD-AS-OF-DATE
           ELSE
               ACCEPT WS-PERIOD-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT PERIOD-CALENDAR-FILE

           IF WS-PERIOD-CALENDAR-FILE-STATUS = '00'
               MOVE 'NO' TO WS-CALENDAR-EOF
               PERFORM 109-CHECK-ONE-CALENDAR-PERIOD
                   UNTIL NO-MORE-CALENDAR-PERIODS
               CLOSE PERIOD-CALENDAR-FILE
           END-IF

           IF WS-CLOSED-PERIOD-NAME NOT = SPACES
               IF WS-OPEN-PERIOD-START = SPACES
                   DISPLAY 'FATAL: AS-OF DATE ' WS-PERIOD-AS-OF-DATE
                       ' FALLS IN CLOSED PERIOD '
                       WS-CLOSED-PERIOD-NAME
                       ' AND NO LATER PERIOD IS OPEN -- RUN REFUSED.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE WS-OPEN-PERIOD-START TO WS-RC-AS-OF-DATE
                   DISPLAY 'PERIOD-CONTROL: AS-OF DATE '
                       WS-PERIOD-AS-OF-DATE ' FALLS IN CLOSED PERIOD '
                       WS-CLOSED-PERIOD-NAME ' -- RUN REDATED TO '
                       WS-OPEN-PERIOD-START ' IN OPEN PERIOD '
                       WS-OPEN-PERIOD-NAME '.'
               END-IF
           END-IF

           .

       109-CHECK-ONE-CALENDAR-PERIOD.

           READ PERIOD-CALENDAR-FILE
               AT END
                   MOVE 'YES' TO WS-CALENDAR-EOF
               NOT AT END
                   IF PCL-STATUS = 'C'
                       IF PCL-START-DATE NOT > WS-PERIOD-AS-OF-DATE
                           AND PCL-END-DATE NOT < WS-PERIOD-AS-OF-DATE
                           MOVE PCL-PERIOD-NAME
                               TO WS-CLOSED-PERIOD-NAME
                       END-IF
                   ELSE
                       IF PCL-START-DATE > WS-PERIOD-AS-OF-DATE
                           AND PCL-START-DATE NUMERIC
                           IF WS-OPEN-PERIOD-START = SPACES
                               OR PCL-START-DATE < WS-OPEN-PERIOD-START
                               MOVE PCL-PERIOD-NAME
                                   TO WS-OPEN-PERIOD-NAME
                               MOVE PCL-START-DATE
                                   TO WS-OPEN-PERIOD-START
                           END-IF
                       END-IF
                   END-IF
           END-READ

           .

       110-CHECK-FOR-INQUIRY.

      *    NO INQUIRY FILE (OR AN EMPTY ONE) IS THE NORMAL BATCH CASE,
                       MOVE ITR-TRANS-TYPE  TO MTT-TRANS-TYPE(MT-SUB)
                       MOVE ITR-QUANTITY    TO MTT-QUANTITY(MT-SUB)
                       MOVE 0               TO MTT-XFER-ID(MT-SUB)
                       MOVE ITR-ORDER-NUMBER
                           TO MTT-ORDER-NUMBER(MT-SUB)
                       MOVE ITR-CUSTOMER-ID
                           TO MTT-CUSTOMER-ID(MT-SUB)
                       IF ITR-UNIT-COST NUMERIC
                           MOVE ITR-UNIT-COST
                               TO MTT-UNIT-COST(MT-SUB)
                       ELSE
                           MOVE 0 TO MTT-UNIT-COST(MT-SUB)
                       END-IF
      *                ONLY AN ADJUSTMENT CARRIES A KEYED REASON --
      *                ON A SHIPMENT 'T' MARKS A TRANSFER, WHICH ONLY
      *                152-CUT-ONE-TRANSFER MAY SET.
                       IF ITR-TRANS-TYPE = 'A'
                           MOVE ITR-REASON-CODE
                               TO MTT-REASON-CODE(MT-SUB)
                       ELSE
                           MOVE SPACE TO MTT-REASON-CODE(MT-SUB)
                       END-IF
                       MOVE ITR-ENTERED-BY
                           TO MTT-ENTERED-BY(MT-SUB)
                       MOVE ITR-APPROVED-BY
                           TO MTT-APPROVED-BY(MT-SUB)
                       MOVE ITR-LOT-NUMBER
                           TO MTT-LOT-NUMBER(MT-SUB)
                       MOVE ITR-EXPIRY-DATE
                           TO MTT-EXPIRY-DATE(MT-SUB)
                       PERFORM 138-VALIDATE-ONE-MOVEMENT
                   ELSE
                       DISPLAY
                       TO MTT-STATUS(MT-SUB)
           END-IF

      *    AN ADJUSTMENT WITH NO REASON, A REASON FINANCE HAS NOT
      *    DEFINED, OR NOBODY'S NAME ON IT IS EXACTLY WHAT THE
      *    AUDITORS CANNOT ACCOUNT FOR -- IT DOES NOT POST.
           IF MTT-STATUS(MT-SUB) = 'VALID'
               AND MTT-TRANS-TYPE(MT-SUB) = 'A'
               MOVE MTT-REASON-CODE(MT-SUB) TO WS-ADR-LOOK-CODE
               PERFORM 204-FIND-ADJ-REASON
               EVALUATE TRUE
                   WHEN MTT-REASON-CODE(MT-SUB) = SPACE
                       MOVE 'ADJUSTMENT HAS NO REASON CODE'
                           TO MTT-STATUS(MT-SUB)
                   WHEN WS-ADR-ROW = 0
                       MOVE 'UNKNOWN ADJUSTMENT REASON CODE'
                           TO MTT-STATUS(MT-SUB)
                   WHEN MTT-ENTERED-BY(MT-SUB) = SPACES
                       MOVE 'ADJUSTMENT HAS NO ENTERED-BY ID'
                           TO MTT-STATUS(MT-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

      *    AN EXPIRY DATE MEANS NOTHING WITHOUT THE LOT IT DATES, AND
      *    ONE THAT IS KEYED MUST AT LEAST BE A DATE -- A GARBLED
      *    EXPIRY WOULD SEND THE LOT TO THE WRONG END OF THE DRAW.
           IF MTT-STATUS(MT-SUB) = 'VALID'
               AND MTT-EXPIRY-DATE(MT-SUB) NOT = SPACES
               MOVE MTT-EXPIRY-DATE(MT-SUB) TO WS-LOT-EXPIRY-CHECK
               EVALUATE TRUE
                   WHEN MTT-LOT-NUMBER(MT-SUB) = SPACES
                       MOVE 'EXPIRY DATE WITHOUT A LOT NUMBER'
                           TO MTT-STATUS(MT-SUB)
                   WHEN WS-LOT-EXPIRY-CHECK NOT NUMERIC
                       MOVE 'INVALID LOT EXPIRY DATE'
                           TO MTT-STATUS(MT-SUB)
                   WHEN WS-LEC-MONTH < 1 OR WS-LEC-MONTH > 12
                     OR WS-LEC-DAY < 1 OR WS-LEC-DAY > 31
                       MOVE 'INVALID LOT EXPIRY DATE'
                           TO MTT-STATUS(MT-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           .

       117-LOAD-INTRANSIT-FILE.
                       MOVE ITF-QUANTITY   TO ITT-QUANTITY(IT-SUB)
                       MOVE ITF-SHIP-DATE  TO ITT-SHIP-DATE(IT-SUB)
                       MOVE 'OPEN'         TO ITT-STATUS(IT-SUB)
                       MOVE ITF-LOT-NUMBER TO ITT-LOT-NUMBER(IT-SUB)
                       MOVE ITF-EXPIRY-DATE
                           TO ITT-EXPIRY-DATE(IT-SUB)
                       IF ITF-XFER-ID NOT < WS-NEXT-XFER-ID
                           COMPUTE WS-NEXT-XFER-ID = ITF-XFER-ID + 1
                       END-IF
                       PERFORM 127-MATCH-ONE-TRANSFER-RECEIPT
                               VARYING IT-SUB FROM 1 BY 1
                                  UNTIL IT-SUB > WS-INTRANSIT-COUNT
                       IF WS-XFER-FOUND-SW = 'NO'
                           DISPLAY
                               'WARNING: TRANSFER RECEIPT FOR '
      *    THE ROW BACK TO OPEN -- OTHERWISE THE GOODS WOULD VANISH
      *    FROM EVERY BOOK.  A FULL MOVEMENT TABLE LEAVES THE ROW
      *    OPEN AND THE CONFIRMATION WAITS FOR THE NEXT RUN.
      *    A TRANSFER THAT DREW ON MORE THAN ONE LOT HAS A ROW PER
      *    LOT, SO EVERY OPEN ROW UNDER THE ID IS RECEIVED -- EACH
      *    LOT LANDS AT THE RECEIVING SITE UNDER ITS OWN NUMBER.
           IF ITT-STATUS(IT-SUB) = 'OPEN'
               AND ITT-XFER-ID(IT-SUB) = TRF-XFER-ID
                   MOVE 'YES'   TO WS-XFER-FOUND-SW
                       MOVE 'R'                  TO WS-INJ-TRANS-TYPE
                       MOVE ITT-QUANTITY(IT-SUB) TO WS-INJ-QUANTITY
                       MOVE ITT-XFER-ID(IT-SUB)  TO WS-INJ-XFER-ID
                       MOVE ITT-LOT-NUMBER(IT-SUB)
                           TO WS-INJ-LOT-NUMBER
                       MOVE ITT-EXPIRY-DATE(IT-SUB)
                           TO WS-INJ-EXPIRY-DATE
                       MOVE SPACE TO WS-INJ-REASON-CODE
                       PERFORM 126-INJECT-ONE-MOVEMENT
                   ELSE
                       DISPLAY
       152-CUT-ONE-TRANSFER.

      *    THE VALIDATED TRANSFER GOES ON THE IN-TRANSIT BOOK UNDER
      *    A FRESH ID AND POSTS ITS DONOR-SITE 'S' THIS RUN.  THE 'S'
      *    IS ARCHIVED WITH REASON 'T' SO THE KPI PROGRAM CAN TELL
      *    STOCK MOVED BETWEEN SITES FROM STOCK SOLD.
           ADD 1 TO WS-INTRANSIT-COUNT
           MOVE WS-INTRANSIT-COUNT TO IT-SUB
           MOVE WS-NEXT-XFER-ID TO ITT-XFER-ID(IT-SUB)
           MOVE TAF-QUANTITY    TO ITT-QUANTITY(IT-SUB)
           MOVE WS-CURRENT-DATE TO ITT-SHIP-DATE(IT-SUB)
           MOVE 'OPEN'          TO ITT-STATUS(IT-SUB)
      *    THE LOTS ARE NOT KNOWN UNTIL THE 'S' DRAWS THEM -- SEE
      *    229-PUT-LOTS-ON-TRUCK.
           MOVE SPACES          TO ITT-LOT-NUMBER(IT-SUB)
           MOVE SPACES          TO ITT-EXPIRY-DATE(IT-SUB)

           MOVE TAF-FROM-WH   TO WS-INJ-WAREHOUSEID
           MOVE TAF-VENDORID  TO WS-INJ-VENDORID
           MOVE 'S'           TO WS-INJ-TRANS-TYPE
           MOVE TAF-QUANTITY  TO WS-INJ-QUANTITY
           MOVE ITT-XFER-ID(IT-SUB) TO WS-INJ-XFER-ID
           MOVE SPACES        TO WS-INJ-LOT-NUMBER
           MOVE SPACES        TO WS-INJ-EXPIRY-DATE
           MOVE 'T'           TO WS-INJ-REASON-CODE
           PERFORM 126-INJECT-ONE-MOVEMENT

           .
               MOVE WS-INJ-TRANS-TYPE  TO MTT-TRANS-TYPE(MT-SUB)
               MOVE WS-INJ-QUANTITY    TO MTT-QUANTITY(MT-SUB)
               MOVE WS-INJ-XFER-ID     TO MTT-XFER-ID(MT-SUB)
               MOVE SPACES             TO MTT-ORDER-NUMBER(MT-SUB)
               MOVE SPACES             TO MTT-CUSTOMER-ID(MT-SUB)
               MOVE 0                  TO MTT-UNIT-COST(MT-SUB)
               MOVE WS-INJ-REASON-CODE TO MTT-REASON-CODE(MT-SUB)
               MOVE SPACES             TO MTT-ENTERED-BY(MT-SUB)
               MOVE SPACES             TO MTT-APPROVED-BY(MT-SUB)
               MOVE WS-INJ-LOT-NUMBER  TO MTT-LOT-NUMBER(MT-SUB)
               MOVE WS-INJ-EXPIRY-DATE TO MTT-EXPIRY-DATE(MT-SUB)
               PERFORM 138-VALIDATE-ONE-MOVEMENT
           ELSE
               DISPLAY

           .

       153-LOAD-STOCK-POLICY-FILE.

      *    NO FILE MEANS NO PLANNING RUN YET -- EVERY ITEM FALLS
      *    BACK TO THE SHOP-WIDE THRESHOLD, AS BEFORE THERE WAS ONE.
           OPEN INPUT STOCK-POLICY-FILE

           IF WS-STOCK-POLICY-FILE-STATUS NOT = '00'
               DISPLAY 'NO STOCK-POLICY FILE PRESENT -- SHOP-WIDE '
                   'REORDER THRESHOLD USED FOR EVERY ITEM.'
           ELSE
               MOVE 'NO' TO WS-STOCK-POLICY-EOF
               PERFORM 154-LOAD-ONE-STOCK-POLICY
                   UNTIL NO-MORE-STOCK-POLICY
               CLOSE STOCK-POLICY-FILE
           END-IF

           .

       154-LOAD-ONE-STOCK-POLICY.

      *    A BUYER'S NUMERIC OVERRIDE REPLACES THE CALCULATED FIGURE
      *    HERE, ONCE, SO THE LOOKUPS NEVER HAVE TO.  A ROW LEFT WITH
      *    A ZERO REORDER POINT (NO DEMAND, ONLY A LEAD TIME KEYED)
      *    SETS NO POLICY AND IS SKIPPED, SO THE ITEM FALLS BACK TO
      *    THE THRESHOLD.  STOCK-POLICY-ITEM IS OCCURS 500 TIMES --
      *    EXTRA ROWS ARE REPORTED AND THOSE ITEMS FALL BACK TOO.
           READ STOCK-POLICY-FILE
               AT END
                   MOVE 'YES' TO WS-STOCK-POLICY-EOF
               NOT AT END
                   IF SPR-OVERRIDE-ROP NUMERIC
                       MOVE SPR-OVERRIDE-ROP TO SPR-REORDER-POINT
                   END-IF
                   IF SPR-OVERRIDE-OUT NUMERIC
                       MOVE SPR-OVERRIDE-OUT TO SPR-ORDER-UP-TO
                   END-IF
                   IF SPR-REORDER-POINT NOT NUMERIC
                       OR SPR-ORDER-UP-TO NOT NUMERIC
                       DISPLAY 'WARNING: BAD STOCK-POLICY ROW FOR '
                           SPR-WAREHOUSEID '/' SPR-VENDORID '/'
                           SPR-PRODUCTID ' -- THRESHOLD USED.'
                   ELSE
                       IF SPR-REORDER-POINT > 0
                           PERFORM 155-STORE-ONE-STOCK-POLICY
                       END-IF
                   END-IF
           END-READ

           .

       155-STORE-ONE-STOCK-POLICY.

           IF WS-STOCK-POLICY-COUNT < 500
               ADD 1 TO WS-STOCK-POLICY-COUNT
               MOVE WS-STOCK-POLICY-COUNT TO SP-SUB
               MOVE SPR-WAREHOUSEID TO SPT-WAREHOUSEID(SP-SUB)
               MOVE SPR-VENDORID    TO SPT-VENDORID(SP-SUB)
               MOVE SPR-PRODUCTID   TO SPT-PRODUCTID(SP-SUB)
               MOVE SPR-REORDER-POINT TO SPT-REORDER-POINT(SP-SUB)
      *        AN ORDER-UP-TO BELOW THE REORDER POINT WOULD SUGGEST
      *        NOTHING FOR AN ITEM THAT JUST TRIPPED -- LIFT IT.
               IF SPR-ORDER-UP-TO < SPR-REORDER-POINT
                   MOVE SPR-REORDER-POINT TO SPT-ORDER-UP-TO(SP-SUB)
               ELSE
                   MOVE SPR-ORDER-UP-TO TO SPT-ORDER-UP-TO(SP-SUB)
               END-IF
           ELSE
               DISPLAY 'WARNING: STOCK-POLICY FILE EXCEEDS 500 '
                   'ROWS -- ' SPR-WAREHOUSEID '/' SPR-VENDORID '/'
                   SPR-PRODUCTID ' USES THE THRESHOLD.'
           END-IF

           .

       156-LOAD-ALLOCATION-FILE.

      *    NO FILE MEANS NO SALES ORDER HAS BEEN ALLOCATED -- ALL
      *    ON-HAND IS FREE.
           OPEN INPUT ALLOCATION-FILE

           IF WS-ALLOCATION-FILE-STATUS NOT = '00'
               DISPLAY 'NO ALLOCATIONS FILE PRESENT -- NO STOCK HELD '
                   'FOR SALES ORDERS.'
           ELSE
               MOVE 'NO' TO WS-ALLOCATION-EOF
               PERFORM 157-LOAD-ONE-ALLOCATION
                   UNTIL NO-MORE-ALLOCATIONS
               CLOSE ALLOCATION-FILE
           END-IF

           .

       157-LOAD-ONE-ALLOCATION.

      *    ALLOCATION-ITEM IS OCCURS 500 TIMES -- ROWS PAST THAT ARE
      *    REPORTED, AND THEIR STOCK COUNTS AS FREE THIS RUN.
           READ ALLOCATION-FILE
               AT END
                   MOVE 'YES' TO WS-ALLOCATION-EOF
               NOT AT END
                   IF WS-ALLOCATION-COUNT < 500
                       ADD 1 TO WS-ALLOCATION-COUNT
                       MOVE WS-ALLOCATION-COUNT TO AL-SUB
                       MOVE ALR-ORDER-NUMBER TO
                           ALT-ORDER-NUMBER(AL-SUB)
                       MOVE ALR-LINE-NUMBER  TO ALT-LINE-NUMBER(AL-SUB)
                       MOVE ALR-CUSTOMER-ID  TO ALT-CUSTOMER-ID(AL-SUB)
                       MOVE ALR-WAREHOUSEID  TO ALT-WAREHOUSEID(AL-SUB)
                       MOVE ALR-VENDORID     TO ALT-VENDORID(AL-SUB)
                       MOVE ALR-PRODUCTID    TO ALT-PRODUCTID(AL-SUB)
                       MOVE ALR-ORDER-QTY    TO ALT-ORDER-QTY(AL-SUB)
                       MOVE ALR-ALLOC-QTY    TO ALT-ALLOC-QTY(AL-SUB)
                       MOVE ALR-STATUS       TO ALT-STATUS(AL-SUB)
                       MOVE ALR-ALLOC-DATE   TO ALT-ALLOC-DATE(AL-SUB)
                       IF ALT-ALLOC-QTY(AL-SUB) NOT NUMERIC
                           MOVE 0 TO ALT-ALLOC-QTY(AL-SUB)
                       END-IF
                   ELSE
                       IF WS-ALLOCATION-PARTIAL-SW = 'NO'
                           MOVE 'YES' TO WS-ALLOCATION-PARTIAL-SW
                           DISPLAY
                               'WARNING: ALLOCATIONS FILE EXCEEDS 500 '
                               'ROWS -- BOOK HELD PARTIAL.'
                       END-IF
                   END-IF
           END-READ

           .

       158-RELEASE-ORDER-ALLOCATION.

      *    A SHIPMENT CARRYING A SALES ORDER NUMBER HAS POSTED -- THE
      *    FIRST UNSHIPPED ALLOCATION OF THAT ORDER FOR THE SAME
      *    WAREHOUSE/VENDOR/PRODUCT COMES OFF THE BOOK, WHETHER THE
      *    SHELF COVERED ALL OF IT OR THE REST WENT TO BACKORDER.
           MOVE 'NO' TO WS-ALLOC-RELEASE-SW

           PERFORM 159-RELEASE-ONE-ALLOCATION
                   VARYING AL-SUB FROM 1 BY 1
                      UNTIL AL-SUB > WS-ALLOCATION-COUNT
                         OR WS-ALLOC-RELEASE-SW = 'YES'

           .

       159-RELEASE-ONE-ALLOCATION.

           IF ALT-ORDER-NUMBER(AL-SUB) = MTT-ORDER-NUMBER(MT-SUB)
               AND ALT-WAREHOUSEID(AL-SUB) = MTT-WAREHOUSEID(MT-SUB)
               AND ALT-VENDORID(AL-SUB)    = MTT-VENDORID(MT-SUB)
               AND ALT-PRODUCTID(AL-SUB)   = MTT-PRODUCTID(MT-SUB)
               AND (ALT-STATUS(AL-SUB) = 'PICKED' OR 'OPEN')
                   MOVE 'SHIPPED' TO ALT-STATUS(AL-SUB)
                   ADD 1 TO WS-ALLOCATIONS-SHIPPED
                   MOVE 'YES' TO WS-ALLOC-RELEASE-SW
           END-IF

           .

       235-FIND-ORDER-SHELF-QTY.

      *    TAKES OFF WS-BO-SHELF-QTY EVERY OPEN OR PICKED ALLOCATION
      *    OF THE SAME WAREHOUSE/VENDOR/PRODUCT EXCEPT THE ONE THIS
      *    SHIPMENT WILL RELEASE -- THE SAME FIRST UNSHIPPED ROW OF
      *    THE ORDER THAT 159 TAKES OFF THE BOOK.
           MOVE 'NO' TO WS-OWN-ALLOC-SKIPPED-SW

           PERFORM 236-DEDUCT-ONE-OTHER-ALLOCATION
                   VARYING AL-SUB FROM 1 BY 1
                      UNTIL AL-SUB > WS-ALLOCATION-COUNT

           .

       236-DEDUCT-ONE-OTHER-ALLOCATION.

           IF ALT-WAREHOUSEID(AL-SUB) = MTT-WAREHOUSEID(MT-SUB)
               AND ALT-VENDORID(AL-SUB)  = MTT-VENDORID(MT-SUB)
               AND ALT-PRODUCTID(AL-SUB) = MTT-PRODUCTID(MT-SUB)
               AND (ALT-STATUS(AL-SUB) = 'PICKED' OR 'OPEN')
               IF WS-OWN-ALLOC-SKIPPED-SW = 'NO'
                   AND ALT-ORDER-NUMBER(AL-SUB) =
                       MTT-ORDER-NUMBER(MT-SUB)
                       MOVE 'YES' TO WS-OWN-ALLOC-SKIPPED-SW
               ELSE
                   SUBTRACT ALT-ALLOC-QTY(AL-SUB) FROM WS-BO-SHELF-QTY
               END-IF
           END-IF

           .

       167-LOAD-ITEM-COST-FILE.

      *    NO FILE MEANS NO RECEIPT HAS BEEN COSTED YET -- EVERY ITEM
      *    IS VALUED AT ITS PURCHASE PRICE UNTIL ONE IS.
           OPEN INPUT ITEM-COST-FILE

           IF WS-ITEM-COST-FILE-STATUS NOT = '00'
               DISPLAY 'NO ITEM-COST FILE PRESENT -- STOCK VALUED AT '
                   'PURCHASE PRICE.'
           ELSE
               MOVE 'NO' TO WS-ITEM-COST-EOF
               PERFORM 168-LOAD-ONE-ITEM-COST
                   UNTIL NO-MORE-ITEM-COSTS
               CLOSE ITEM-COST-FILE
           END-IF

           .

       168-LOAD-ONE-ITEM-COST.

      *    ITEM-COST-ITEM IS OCCURS 500 TIMES -- ROWS PAST THAT ARE
      *    REPORTED, AND THEIR ITEMS ARE VALUED AT PURCHASE PRICE
      *    THIS RUN.
           READ ITEM-COST-FILE
               AT END
                   MOVE 'YES' TO WS-ITEM-COST-EOF
               NOT AT END
                   IF WS-ITEM-COST-COUNT < 500
                       ADD 1 TO WS-ITEM-COST-COUNT
                       MOVE WS-ITEM-COST-COUNT TO IC-SUB
                       MOVE ICR-WAREHOUSEID TO ICT-WAREHOUSEID(IC-SUB)
                       MOVE ICR-VENDORID    TO ICT-VENDORID(IC-SUB)
                       MOVE ICR-PRODUCTID   TO ICT-PRODUCTID(IC-SUB)
                       MOVE ICR-AVG-COST    TO ICT-AVG-COST(IC-SUB)
                       MOVE ICR-LAST-COST   TO ICT-LAST-COST(IC-SUB)
                       MOVE ICR-LAST-DATE   TO ICT-LAST-DATE(IC-SUB)
                       IF ICT-AVG-COST(IC-SUB) NOT NUMERIC
                           MOVE 0 TO ICT-AVG-COST(IC-SUB)
                       END-IF
                       IF ICT-LAST-COST(IC-SUB) NOT NUMERIC
                           MOVE 0 TO ICT-LAST-COST(IC-SUB)
                       END-IF
                   ELSE
                       IF WS-ITEM-COST-PARTIAL-SW = 'NO'
                           MOVE 'YES' TO WS-ITEM-COST-PARTIAL-SW
                           DISPLAY
                               'WARNING: ITEM-COST FILE EXCEEDS 500 '
                               'ROWS -- BOOK HELD PARTIAL.'
                       END-IF
                   END-IF
           END-READ

           .

       133-LOAD-BACKORDER-FILE.

      *    THE BACKORDER BOOK IS ONLY PICKED UP ON A FRESH RUN, LIKE
                       MOVE BOR-PRODUCTID   TO BOT-PRODUCTID(BO-SUB)
                       MOVE BOR-QUANTITY    TO BOT-QUANTITY(BO-SUB)
                       MOVE BOR-ORDER-DATE  TO BOT-ORDER-DATE(BO-SUB)
                       MOVE BOR-ORDER-NUMBER TO
                           BOT-ORDER-NUMBER(BO-SUB)
                       MOVE BOR-CUSTOMER-ID TO
                           BOT-CUSTOMER-ID(BO-SUB)
                       MOVE 'OPEN'          TO BOT-STATUS(BO-SUB)
                   ELSE
                       MOVE 'YES' TO WS-BACKORDER-PARTIAL-SW
                       MOVE OPO-PRODUCTID   TO OPT-PRODUCTID(OP-SUB)
                       MOVE OPO-ORDER-QTY   TO OPT-ORDER-QTY(OP-SUB)
                       MOVE OPO-RECVD-QTY   TO OPT-RECVD-QTY(OP-SUB)
                       IF OPO-UNIT-PRICE NUMERIC
                           MOVE OPO-UNIT-PRICE
                               TO OPT-UNIT-PRICE(OP-SUB)
                       ELSE
                           MOVE 0 TO OPT-UNIT-PRICE(OP-SUB)
                       END-IF
                       MOVE 'OPEN'          TO OPT-STATUS(OP-SUB)
                   ELSE
                       MOVE 'YES' TO WS-OPEN-PO-PARTIAL-SW
               MOVE POI-DTL-SUGG-QTY    TO OPT-ORDER-QTY(OP-SUB)
               MOVE 0                   TO OPT-RECVD-QTY(OP-SUB)
               MOVE 'OPEN'              TO OPT-STATUS(OP-SUB)
               IF POI-DTL-UNIT-PRICE NUMERIC
                   MOVE POI-DTL-UNIT-PRICE TO OPT-UNIT-PRICE(OP-SUB)
               ELSE
                   MOVE 0 TO OPT-UNIT-PRICE(OP-SUB)
               END-IF
               ADD 1 TO WS-PO-LINES-CONFIRMED
               MOVE 'YES' TO PCT-MATCHED-SW(WS-CONF-MATCH-SUB)
           ELSE
               END-IF
           END-IF

      *    THE BACKORDER HISTORY IS APPENDED THE SAME WAY, AND A
      *    FAILED OPEN COSTS ONLY THE HISTORY.
           OPEN EXTEND BACKORDER-HISTORY-FILE
           IF WS-BACKORDER-HISTORY-FILE-STATUS = '00'
               MOVE 'YES' TO WS-BO-HISTORY-OPEN-SW
           ELSE
               OPEN OUTPUT BACKORDER-HISTORY-FILE
               IF WS-BACKORDER-HISTORY-FILE-STATUS = '00'
                   MOVE 'YES' TO WS-BO-HISTORY-OPEN-SW
               ELSE
                   DISPLAY
                       'WARNING: BACKORDER-HISTORY OPEN FAILED, '
                       'STATUS = ' WS-BACKORDER-HISTORY-FILE-STATUS
                       ' -- BACKORDERS NOT LOGGED THIS RUN.'
               END-IF
           END-IF

           MOVE SA-TITLE-LINE TO SA-REPORT-LINE
           WRITE SA-REPORT-LINE AFTER ADVANCING 1 LINE

               CLOSE MOVEMENT-ARCHIVE-FILE
           END-IF

           IF WS-BO-HISTORY-OPEN-SW = 'YES'
               CLOSE BACKORDER-HISTORY-FILE
           END-IF

           IF WS-ADJ-HOLD-OPEN-SW = 'YES'
               CLOSE ADJ-HOLD-FILE
           END-IF
           IF WS-ADJUSTMENTS-HELD > 0
               DISPLAY WS-ADJUSTMENTS-HELD ' ADJUSTMENT(S) HELD FOR '
                   'APPROVAL ON ADJ-HOLD.TXT.'
           END-IF

           CLOSE STOCK-MOVEMENT-AUDIT
           CLOSE MERGED-PRODUCT-FILE

               END-IF
           END-IF

           IF WS-ALLOCATIONS-SHIPPED > 0
               IF WS-ALLOCATION-PARTIAL-SW = 'YES'
                   DISPLAY 'ALLOCATIONS.TXT LEFT AS IT STOOD -- BOOK '
                       'WAS HELD PARTIAL.'
                   IF WS-HIGHEST-SEVERITY < 4
                       MOVE 4 TO WS-HIGHEST-SEVERITY
                   END-IF
               ELSE
                   PERFORM 1690-REWRITE-ALLOCATION-FILE
               END-IF
           END-IF

           IF WS-ITEM-COSTS-CHANGED > 0
               IF WS-ITEM-COST-PARTIAL-SW = 'YES'
                   DISPLAY 'ITEM-COST.TXT LEFT AS IT STOOD -- BOOK '
                       'WAS HELD PARTIAL.'
                   IF WS-HIGHEST-SEVERITY < 4
                       MOVE 4 TO WS-HIGHEST-SEVERITY
                   END-IF
               ELSE
                   PERFORM 1700-REWRITE-ITEM-COST-FILE
               END-IF
           END-IF

           IF LOT-BOOK-LOADED
               IF WS-LOT-PARTIAL-SW = 'YES'
                   DISPLAY 'LOT-BALANCE.TXT LEFT AS IT STOOD -- BOOK '
                       'WAS HELD PARTIAL.'
                   IF WS-HIGHEST-SEVERITY < 4
                       MOVE 4 TO WS-HIGHEST-SEVERITY
                   END-IF
               ELSE
                   IF WS-LOTS-CHANGED > 0
                       PERFORM 1710-REWRITE-LOT-BALANCE-FILE
                   END-IF
               END-IF
           END-IF

           .

       160-SORTMERGE-ONE-WAREHOUSE.
                   WRITE SA-REPORT-LINE AFTER ADVANCING 2 LINES
               END-IF

               MOVE SPACES TO SAM-ADJ-REF
               MOVE 'NO' TO WS-ADJ-HOLD-SW
               IF MTT-TRANS-TYPE(MT-SUB) = 'A'
                   MOVE ' RSN '                  TO SAM-REASON-LABEL
                   MOVE MTT-REASON-CODE(MT-SUB)  TO SAM-REASON-CODE
                   MOVE ' BY '                   TO SAM-BY-LABEL
                   MOVE MTT-ENTERED-BY(MT-SUB)   TO SAM-ENTERED-BY
                   IF MPR-PRODUCT-NAME(1) NOT = SPACES
                       AND MPR-QUANTITY-INSTOCK(1) NUMERIC
                           PERFORM 217-CHECK-ADJUSTMENT-LIMIT
                   END-IF
               END-IF

      *        STOCK COMING IN UNDER A LOT MUST AGREE WITH WHAT THE
      *        LOT BOOK ALREADY KNOWS ABOUT THAT LOT.
               MOVE SPACES TO WS-LOT-CHECK-REASON
               IF LOT-BOOK-LOADED
                   AND MTT-LOT-NUMBER(MT-SUB) NOT = SPACES
                   AND NOT MTT-UNLOTTED-STOCK(MT-SUB)
                   AND MTT-QUANTITY(MT-SUB) > 0
                   AND (MTT-TRANS-TYPE(MT-SUB) = 'R' OR 'A')
                       PERFORM 222-CHECK-INCOMING-LOT
               END-IF

      *        A SHIPMENT AGAINST A SALES ORDER SEES ONLY THE SHELF
      *        NOT HELD FOR OTHER ORDERS -- WHAT IS ALLOCATED TO THEM
      *        STAYS PUT, AND THIS ORDER'S SHORT PART IS BACKORDERED.
      *        ANY OTHER SHIPMENT SEES THE WHOLE SHELF, AS BEFORE.
               IF MPR-QUANTITY-INSTOCK(1) NUMERIC
                   MOVE MPR-QUANTITY-INSTOCK(1) TO WS-BO-SHELF-QTY
                   IF MTT-TRANS-TYPE(MT-SUB) = 'S'
                       AND MTT-ORDER-NUMBER(MT-SUB) NOT = SPACES
                           PERFORM 235-FIND-ORDER-SHELF-QTY
                   END-IF
               END-IF

      *        THE MOVEMENT LANDS ON THE RECORD'S FIRST PRODUCT ENTRY;
      *        IF THAT ENTRY IS EMPTY OR ITS QUANTITY IS NOT NUMERIC
      *        THERE IS NOTHING SAFE TO POST AGAINST.  A SHIPMENT THAT
                           TO SAR-REASON
                       PERFORM 179-REJECT-ONE-MOVEMENT

                   WHEN WS-LOT-CHECK-REASON NOT = SPACES
                       MOVE WS-LOT-CHECK-REASON TO SAR-REASON
                       PERFORM 179-REJECT-ONE-MOVEMENT

      *            AN ADJUSTMENT WORTH MORE THAN ITS REASON'S LIMIT,
      *            WITH NO SECOND PERSON'S APPROVAL ON IT, WAITS ON
      *            THE HOLD FILE INSTEAD OF TOUCHING THE BALANCE.
                   WHEN WS-ADJ-HOLD-SW = 'YES'
                       PERFORM 210-HOLD-ONE-ADJUSTMENT

      *            A GENERATED TRANSFER SHIPMENT THAT THE SHELF
      *            CANNOT COVER REJECTS WHOLE AND VOIDS ITS
      *            IN-TRANSIT ROW -- A PARTIAL TRANSFER WOULD PUT
      *            RECEIPT TO DRAIN, INSTEAD OF THE DEMAND
      *            EVAPORATING WITH A REJECT.
                   WHEN MTT-TRANS-TYPE(MT-SUB) = 'S'
                     AND MTT-QUANTITY(MT-SUB) > WS-BO-SHELF-QTY
                       PERFORM 182-SHIP-SHORT-AND-BACKORDER

                   WHEN MTT-TRANS-TYPE(MT-SUB) = 'S'
           MOVE SA-MOVEMENT-LINE TO SA-REPORT-LINE
           WRITE SA-REPORT-LINE AFTER ADVANCING 1 LINE

      *    THE LOT BOOK MOVES WITH THE SHELF -- STOCK COMING IN UNDER
      *    A LOT IS ADDED TO IT, AND WHATEVER GOES OUT IS DRAWN FROM
      *    THE LOTS EARLIEST EXPIRY FIRST.  STOCK COMING IN WITH NO
      *    LOT IS SIMPLY UNLOTTED.  THIS COMES BEFORE THE BACKORDER
      *    FILLS BELOW SO THEY DRAW ON WHAT JUST ARRIVED.
           IF LOT-BOOK-LOADED
               EVALUATE TRUE
                   WHEN MTT-TRANS-TYPE(MT-SUB) = 'S'
                       MOVE MTT-QUANTITY(MT-SUB) TO WS-LOT-DRAW-QTY
                       PERFORM 224-DRAW-FOR-MOVEMENT
                   WHEN MTT-QUANTITY(MT-SUB) < 0
                       COMPUTE WS-LOT-DRAW-QTY =
                           0 - MTT-QUANTITY(MT-SUB)
                       PERFORM 224-DRAW-FOR-MOVEMENT
                   WHEN MTT-LOT-NUMBER(MT-SUB) NOT = SPACES
                     AND NOT MTT-UNLOTTED-STOCK(MT-SUB)
                     AND MTT-QUANTITY(MT-SUB) > 0
                       PERFORM 223-RECEIVE-INTO-LOT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

      *    A RECEIPT MOVES THE ITEM'S AVERAGE COST BEFORE ANYTHING IS
      *    VALUED -- IT MUST PRICE ITSELF OFF THE OPEN PO LINES
      *    BEFORE 180 DRAWS THEM DOWN.
           IF MTT-TRANS-TYPE(MT-SUB) = 'R'
               PERFORM 188-REVALUE-ON-RECEIPT
           END-IF

           MOVE MTT-QUANTITY(MT-SUB)   TO WS-GL-POST-QTY
           MOVE MTT-TRANS-TYPE(MT-SUB) TO WS-GL-POST-TYPE
           MOVE MTT-ORDER-NUMBER(MT-SUB) TO WS-GL-POST-ORDER-NUMBER
           MOVE MTT-CUSTOMER-ID(MT-SUB)  TO WS-GL-POST-CUSTOMER-ID
           MOVE MTT-REASON-CODE(MT-SUB)  TO WS-GL-POST-REASON-CODE
           MOVE MTT-ENTERED-BY(MT-SUB)   TO WS-GL-POST-ENTERED-BY
           MOVE MTT-APPROVED-BY(MT-SUB)  TO WS-GL-POST-APPROVED-BY
           PERFORM 192-RECORD-APPLIED-MOVEMENT

           IF MTT-TRANS-TYPE(MT-SUB) = 'S'
               AND MTT-ORDER-NUMBER(MT-SUB) NOT = SPACES
                   PERFORM 158-RELEASE-ORDER-ALLOCATION
           END-IF

      *    AN APPLIED RECEIPT IS ALSO GOODS ARRIVING AGAINST WHATEVER
      *    IS ON ORDER FOR THIS PRODUCT -- DRAW THE OPEN PO LINES
      *    DOWN RIGHT UNDER THE MOVEMENT LINE ON THE AUDIT TRAIL,
      *    THEN LET THE OPEN BACKORDERS TAKE THE ARRIVING STOCK
      *    BEFORE IT SHOWS AS FREE ON-HAND.
      *    A TRANSFER-GENERATED RECEIPT IS AN INTERNAL MOVE, NOT A

       182-SHIP-SHORT-AND-BACKORDER.

      *    SHIPS WHATEVER OF THE FIRST PRODUCT ENTRY THE SHIPMENT MAY
      *    TAKE (WS-BO-SHELF-QTY, SET BY 176 -- A NEGATIVE FIGURE
      *    COVERS NOTHING) AND BACKORDERS THE REST.  A FULL
      *    BACKORDER TABLE FALLS BACK TO THE OLD WHOLE-MOVEMENT
      *    REJECT RATHER THAN SILENTLY DROPPING THE REMAINDER.
           IF WS-BACKORDER-COUNT NOT < 200
                   TO SAR-REASON
               PERFORM 179-REJECT-ONE-MOVEMENT
           ELSE
               IF WS-BO-SHELF-QTY > 0
                   MOVE WS-BO-SHELF-QTY TO WS-BO-AVAIL-QTY
               ELSE
                   MOVE 0 TO WS-BO-AVAIL-QTY
               END-IF
                   MOVE WS-BO-AVAIL-QTY TO SAM-QUANTITY
                   MOVE SA-MOVEMENT-LINE TO SA-REPORT-LINE
                   WRITE SA-REPORT-LINE AFTER ADVANCING 1 LINE
                   IF LOT-BOOK-LOADED
                       MOVE WS-BO-AVAIL-QTY TO WS-LOT-DRAW-QTY
                       PERFORM 224-DRAW-FOR-MOVEMENT
                   END-IF
                   MOVE WS-BO-AVAIL-QTY TO WS-GL-POST-QTY
                   MOVE 'S'             TO WS-GL-POST-TYPE
                   MOVE MTT-ORDER-NUMBER(MT-SUB)
                       TO WS-GL-POST-ORDER-NUMBER
                   MOVE MTT-CUSTOMER-ID(MT-SUB)
                       TO WS-GL-POST-CUSTOMER-ID
                   MOVE SPACES TO WS-GL-POST-REASON-CODE
                   MOVE SPACES TO WS-GL-POST-ENTERED-BY
                   MOVE SPACES TO WS-GL-POST-APPROVED-BY
                   PERFORM 192-RECORD-APPLIED-MOVEMENT
               END-IF

               PERFORM 183-CAPTURE-ONE-BACKORDER

      *        THE ORDER'S ALLOCATION IS SPENT EITHER WAY -- WHAT DID
      *        NOT SHIP NOW WAITS ON THE BACKORDER BOOK INSTEAD.
               IF MTT-ORDER-NUMBER(MT-SUB) NOT = SPACES
                   PERFORM 158-RELEASE-ORDER-ALLOCATION
               END-IF
           END-IF

           .
           MOVE WS-BO-SHORT-QTY         TO BOT-QUANTITY(BO-SUB)
           MOVE WS-CURRENT-DATE         TO BOT-ORDER-DATE(BO-SUB)
           MOVE 'OPEN'                  TO BOT-STATUS(BO-SUB)
           MOVE MTT-ORDER-NUMBER(MT-SUB) TO BOT-ORDER-NUMBER(BO-SUB)
           MOVE MTT-CUSTOMER-ID(MT-SUB) TO BOT-CUSTOMER-ID(BO-SUB)

           IF WS-BO-HISTORY-OPEN-SW = 'YES'
               MOVE 'B'                     TO BHR-EVENT-TYPE
               MOVE MTT-WAREHOUSEID(MT-SUB) TO BHR-WAREHOUSEID
               MOVE MTT-VENDORID(MT-SUB)    TO BHR-VENDORID
               MOVE MTT-PRODUCTID(MT-SUB)   TO BHR-PRODUCTID
               MOVE WS-BO-SHORT-QTY         TO BHR-QUANTITY
               MOVE WS-CURRENT-DATE         TO BHR-EVENT-DATE
               MOVE WS-CURRENT-DATE         TO BHR-ORDER-DATE
               MOVE MTT-ORDER-NUMBER(MT-SUB) TO BHR-ORDER-NUMBER
               MOVE MTT-CUSTOMER-ID(MT-SUB) TO BHR-CUSTOMER-ID
               WRITE BACKORDER-HISTORY-RECORD
           END-IF

           MOVE WS-BO-SHORT-QTY TO SAB-QUANTITY
           IF MTT-ORDER-NUMBER(MT-SUB) = SPACES
               MOVE SPACES TO SAB-ORDER-REF
           ELSE
               MOVE ' ORD '                  TO SAB-ORDER-LABEL
               MOVE MTT-ORDER-NUMBER(MT-SUB) TO SAB-ORDER-NUMBER
               MOVE '/'                      TO SAB-CUSTOMER-LABEL
               MOVE MTT-CUSTOMER-ID(MT-SUB)  TO SAB-CUSTOMER-ID
           END-IF
           MOVE SA-BACKORDER-LINE TO SA-REPORT-LINE
           WRITE SA-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       188-REVALUE-ON-RECEIPT.

      *    THE RECEIPT'S UNIT COST IS BLENDED INTO THE AVERAGE OVER
      *    WHAT THE RECEIVING ENTRY HELD BEFORE IT LANDED --
      *        (OLD QTY X OLD AVG + RCPT QTY X RCPT COST)
      *        / (OLD QTY + RCPT QTY)
      *    THE STOCK ALREADY ON THE SHELF IS NOW WORTH THE NEW
      *    AVERAGE, SO ITS CHANGE IN VALUE GOES TO THE REVALUATION
      *    BUCKET; THE RECEIPT ITSELF IS VALUED AT THE NEW AVERAGE BY
      *    193, AND THE TWO TOGETHER COME TO WHAT THE GOODS COST.
      *    AN ITEM NOT YET ON THE BOOK STARTS FROM ITS PURCHASE PRICE.
           MOVE MPR-WAREHOUSEID TO WS-ICT-LOOK-WAREHOUSEID
           MOVE MPR-VENDORID    TO WS-ICT-LOOK-VENDORID
           MOVE MPR-PRODUCTID   TO WS-ICT-LOOK-PRODUCTID
           PERFORM 214-FIND-ITEM-AVG-COST
           IF WS-COST-FOUND-SW = 'YES'
               MOVE WS-ITEM-AVG-COST TO WS-COST-OLD-AVG
           ELSE
               IF MPR-PURCHASE-PRICE(1) NUMERIC
                   MOVE MPR-PURCHASE-PRICE(1) TO WS-COST-OLD-AVG
               ELSE
                   MOVE 0 TO WS-COST-OLD-AVG
               END-IF
           END-IF

      *    THE QUANTITY HAS ALREADY BEEN ADDED TO THE ENTRY -- BACK
      *    IT OUT FOR THE OLD BALANCE.  A NEGATIVE SHELF CARRIES NO
      *    VALUE TO BLEND.
           COMPUTE WS-COST-OLD-QTY =
               MPR-QUANTITY-INSTOCK(1) - MTT-QUANTITY(MT-SUB)
           IF WS-COST-OLD-QTY < 0
               MOVE 0 TO WS-COST-OLD-QTY
           END-IF

           PERFORM 172-FIND-RECEIPT-UNIT-COST

           IF WS-COST-OLD-QTY + MTT-QUANTITY(MT-SUB) > 0
               COMPUTE WS-COST-NEW-AVG ROUNDED =
                   (WS-COST-OLD-QTY * WS-COST-OLD-AVG +
                    MTT-QUANTITY(MT-SUB) * WS-RCPT-UNIT-COST)
                   / (WS-COST-OLD-QTY + MTT-QUANTITY(MT-SUB))
           ELSE
               MOVE WS-RCPT-UNIT-COST TO WS-COST-NEW-AVG
           END-IF

           COMPUTE WS-COST-REVAL-AMT =
               WS-COST-OLD-QTY * (WS-COST-NEW-AVG - WS-COST-OLD-AVG)
           ADD WS-COST-REVAL-AMT TO GMB-TYPE-AMT(WH-INDEX, 4)

           PERFORM 174-STORE-ITEM-AVG-COST

           MOVE WS-COST-OLD-AVG     TO SAK-OLD-COST
           MOVE WS-COST-NEW-AVG     TO SAK-NEW-COST
           MOVE WS-RCPT-UNIT-COST   TO SAK-RCPT-COST
           MOVE WS-RCPT-COST-SOURCE TO SAK-COST-SOURCE
           MOVE SA-COST-LINE TO SA-REPORT-LINE
           WRITE SA-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       172-FIND-RECEIPT-UNIT-COST.

      *    A KEYED UNIT COST WINS.  FAILING THAT, A VENDOR RECEIPT
      *    TAKES THE PRICE OF THE OLDEST OPEN PO LINE IT IS ABOUT TO
      *    DRAW DOWN.  A RECEIPT WITH NEITHER -- INCLUDING A
      *    TRANSFER ARRIVING WITH NO COST KEYED -- COMES IN AT THE
      *    CURRENT AVERAGE AND LEAVES IT WHERE IT WAS.
           MOVE 'NO' TO WS-RCPT-PO-FOUND-SW

           IF MTT-UNIT-COST(MT-SUB) > 0
               MOVE MTT-UNIT-COST(MT-SUB) TO WS-RCPT-UNIT-COST
               MOVE 'KEYED' TO WS-RCPT-COST-SOURCE
           ELSE
               IF MTT-XFER-ID(MT-SUB) = 0
                   PERFORM 173-PRICE-ONE-OPEN-PO-LINE
                           VARYING OP-SUB FROM 1 BY 1
                              UNTIL OP-SUB > WS-OPEN-PO-COUNT
                                 OR WS-RCPT-PO-FOUND-SW = 'YES'
               END-IF
               IF WS-RCPT-PO-FOUND-SW = 'NO'
                   MOVE WS-COST-OLD-AVG TO WS-RCPT-UNIT-COST
                   MOVE 'AVERAGE' TO WS-RCPT-COST-SOURCE
               END-IF
           END-IF

           .

       173-PRICE-ONE-OPEN-PO-LINE.

           IF OPT-STATUS(OP-SUB) = 'OPEN'
               AND OPT-WAREHOUSEID(OP-SUB) = MTT-WAREHOUSEID(MT-SUB)
               AND OPT-VENDORID(OP-SUB)    = MTT-VENDORID(MT-SUB)
               AND OPT-PRODUCTID(OP-SUB)   = MTT-PRODUCTID(MT-SUB)
               AND OPT-ORDER-QTY(OP-SUB) > OPT-RECVD-QTY(OP-SUB)
               AND OPT-UNIT-PRICE(OP-SUB) > 0
                   MOVE 'YES' TO WS-RCPT-PO-FOUND-SW
                   MOVE OPT-UNIT-PRICE(OP-SUB) TO WS-RCPT-UNIT-COST
                   MOVE OPT-PO-NUMBER(OP-SUB)  TO WS-RCPT-PO-NUMBER
                   MOVE WS-RCPT-PO-SOURCE      TO WS-RCPT-COST-SOURCE
           END-IF

           .

       174-STORE-ITEM-AVG-COST.

      *    214 HAS JUST LOOKED THE KEY UP -- WS-ITEM-COST-ROW IS ITS
      *    ROW WHEN IT HAS ONE.  A FIRST RECEIPT ADDS A ROW BEHIND
      *    THE BOOK.
           IF WS-COST-FOUND-SW = 'NO'
               IF WS-ITEM-COST-COUNT < 500
                   ADD 1 TO WS-ITEM-COST-COUNT
                   MOVE WS-ITEM-COST-COUNT TO WS-ITEM-COST-ROW
                   MOVE MPR-WAREHOUSEID
                       TO ICT-WAREHOUSEID(WS-ITEM-COST-ROW)
                   MOVE MPR-VENDORID
                       TO ICT-VENDORID(WS-ITEM-COST-ROW)
                   MOVE MPR-PRODUCTID
                       TO ICT-PRODUCTID(WS-ITEM-COST-ROW)
                   MOVE 'YES' TO WS-COST-FOUND-SW
               ELSE
                   DISPLAY 'WARNING: ITEM-COST TABLE FULL -- AVERAGE '
                       'FOR ' MPR-PRODUCTID ' NOT KEPT.'
               END-IF
           END-IF

           IF WS-COST-FOUND-SW = 'YES'
               MOVE WS-COST-NEW-AVG
                   TO ICT-AVG-COST(WS-ITEM-COST-ROW)
               MOVE WS-RCPT-UNIT-COST
                   TO ICT-LAST-COST(WS-ITEM-COST-ROW)
               MOVE WS-CURRENT-DATE
                   TO ICT-LAST-DATE(WS-ITEM-COST-ROW)
               ADD 1 TO WS-ITEM-COSTS-CHANGED
           END-IF

           .

       192-RECORD-APPLIED-MOVEMENT.

      *    ONE STOP FOR EVERYTHING AN APPLIED MOVEMENT LEAVES BEHIND
               MOVE WS-GL-POST-TYPE TO MAR-TRANS-TYPE
               MOVE WS-GL-POST-QTY  TO MAR-QUANTITY
               MOVE WS-CURRENT-DATE TO MAR-RUN-DATE
               MOVE WS-GL-POST-ORDER-NUMBER TO MAR-ORDER-NUMBER
               MOVE WS-GL-POST-CUSTOMER-ID  TO MAR-CUSTOMER-ID
               IF WS-GL-POST-TYPE = 'R'
                   MOVE WS-RCPT-UNIT-COST   TO MAR-UNIT-COST
               ELSE
                   MOVE WS-ITEM-AVG-COST    TO MAR-UNIT-COST
               END-IF
               MOVE WS-GL-POST-REASON-CODE TO MAR-REASON-CODE
               MOVE WS-GL-POST-ENTERED-BY  TO MAR-ENTERED-BY
               MOVE WS-GL-POST-APPROVED-BY TO MAR-APPROVED-BY
               WRITE MOVEMENT-ARCHIVE-RECORD
           END-IF


           .

       212-FIND-ENTRY-FREE-QTY.

      *    LEAVES IN WS-ITEM-FREE-QTY THE PART OF THE ENTRY'S ON-HAND
      *    (ALREADY IN WS-STOCK-QUANTITY) NOT HELD FOR A SALES ORDER.
      *    SHIPMENTS DRAW ONLY ON THE FIRST ENTRY OF A KEY'S FIRST
      *    RECORD, SO THAT IS THE ONE ENTRY THE ALLOCATIONS COME OUT
      *    OF; EVERY OTHER ENTRY IS FREE AS IT STANDS.
           MOVE WS-STOCK-QUANTITY TO WS-ITEM-FREE-QTY

           IF PRODUCT-SUB = 1
               AND MPR-CONT-SEQ NOT > 1
               MOVE 0 TO WS-ITEM-ALLOCATED
               PERFORM 213-ADD-ONE-ITEM-ALLOCATED
                       VARYING AL-SUB FROM 1 BY 1
                          UNTIL AL-SUB > WS-ALLOCATION-COUNT
               SUBTRACT WS-ITEM-ALLOCATED FROM WS-ITEM-FREE-QTY
           END-IF

           .

       213-ADD-ONE-ITEM-ALLOCATED.

           IF ALT-WAREHOUSEID(AL-SUB) = MPR-WAREHOUSEID
               AND ALT-VENDORID(AL-SUB)  = MPR-VENDORID
               AND ALT-PRODUCTID(AL-SUB) = MPR-PRODUCTID
               AND (ALT-STATUS(AL-SUB) = 'OPEN' OR 'PICKED')
                   ADD ALT-ALLOC-QTY(AL-SUB) TO WS-ITEM-ALLOCATED
           END-IF

           .

       214-FIND-ITEM-AVG-COST.

      *    LOOKS UP THE KEY PARKED IN WS-ICT-LOOK-WAREHOUSEID/VENDORID/
      *    PRODUCTID.  ON A HIT WS-ITEM-AVG-COST HOLDS THE AVERAGE AND
      *    WS-ITEM-COST-ROW ITS ROW.
           MOVE 'NO' TO WS-COST-FOUND-SW
           MOVE 0    TO WS-ITEM-COST-ROW

           PERFORM 215-MATCH-ONE-ITEM-COST
                   VARYING IC-SUB FROM 1 BY 1
                      UNTIL IC-SUB > WS-ITEM-COST-COUNT
                         OR WS-COST-FOUND-SW = 'YES'

           .

       215-MATCH-ONE-ITEM-COST.

           IF ICT-WAREHOUSEID(IC-SUB) = WS-ICT-LOOK-WAREHOUSEID
               AND ICT-VENDORID(IC-SUB)  = WS-ICT-LOOK-VENDORID
               AND ICT-PRODUCTID(IC-SUB) = WS-ICT-LOOK-PRODUCTID
                   MOVE 'YES' TO WS-COST-FOUND-SW
                   MOVE IC-SUB TO WS-ITEM-COST-ROW
                   MOVE ICT-AVG-COST(IC-SUB) TO WS-ITEM-AVG-COST
           END-IF

           .

       202-LOAD-ADJ-REASON-FILE.

      *    NO FILE MEANS FINANCE HAS DEFINED NO REASONS YET -- EVERY
      *    ADJUSTMENT IS REJECTED UNTIL IT DOES.
           OPEN INPUT ADJ-REASON-FILE

           IF WS-ADJ-REASON-FILE-STATUS NOT = '00'
               DISPLAY 'NO ADJ-REASON FILE PRESENT -- ADJUSTMENTS '
                   'WILL BE REJECTED.'
           ELSE
               MOVE 'NO' TO WS-ADJ-REASON-EOF
               PERFORM 203-LOAD-ONE-ADJ-REASON
                   UNTIL NO-MORE-ADJ-REASONS
               CLOSE ADJ-REASON-FILE
           END-IF

           .

       203-LOAD-ONE-ADJ-REASON.

      *    ADJ-REASON-ITEM IS OCCURS 20 TIMES -- A CODE PAST THAT IS
      *    REPORTED, AND ADJUSTMENTS UNDER IT ARE REJECTED.
           READ ADJ-REASON-FILE
               AT END
                   MOVE 'YES' TO WS-ADJ-REASON-EOF
               NOT AT END
                   IF WS-ADJ-REASON-COUNT < 20
                       ADD 1 TO WS-ADJ-REASON-COUNT
                       MOVE WS-ADJ-REASON-COUNT TO AR-SUB
                       MOVE ARR-REASON-CODE TO ADR-REASON-CODE(AR-SUB)
                       MOVE ARR-DESCRIPTION TO ADR-DESCRIPTION(AR-SUB)
                       IF ARR-LIMIT-AMT NUMERIC
                           MOVE ARR-LIMIT-AMT
                               TO ADR-LIMIT-AMT(AR-SUB)
                       ELSE
                           MOVE 0 TO ADR-LIMIT-AMT(AR-SUB)
                       END-IF
                   ELSE
                       DISPLAY
                           'WARNING: ADJ-REASON FILE EXCEEDS 20 '
                           'CODES -- EXTRA CODES IGNORED.'
                   END-IF
           END-READ

           .

       204-FIND-ADJ-REASON.

      *    LEAVES WS-ADR-ROW ON THE TABLE ROW FOR WS-ADR-LOOK-CODE, OR
      *    ZERO WHEN FINANCE HAS NOT DEFINED THE CODE.
           MOVE 0 TO WS-ADR-ROW

           PERFORM 206-MATCH-ONE-ADJ-REASON
                   VARYING AR-SUB FROM 1 BY 1
                      UNTIL AR-SUB > WS-ADJ-REASON-COUNT
                         OR WS-ADR-ROW > 0

           .

       206-MATCH-ONE-ADJ-REASON.

           IF ADR-REASON-CODE(AR-SUB) = WS-ADR-LOOK-CODE
               AND WS-ADR-LOOK-CODE NOT = SPACE
                   MOVE AR-SUB TO WS-ADR-ROW
           END-IF

           .

       217-CHECK-ADJUSTMENT-LIMIT.

      *    THE ADJUSTMENT'S DOLLAR VALUE, EITHER SIGN, IS ITS QUANTITY
      *    AT THE COST THE ENTRY IS CARRIED AT.  OVER ITS REASON'S
      *    LIMIT IT IS HELD -- UNLESS SOMEONE OTHER THAN THE PERSON
      *    WHO KEYED IT HAS ALREADY SIGNED IT OFF AS APPROVER.
           MOVE MTT-REASON-CODE(MT-SUB) TO WS-ADR-LOOK-CODE
           PERFORM 204-FIND-ADJ-REASON

           MOVE MPR-WAREHOUSEID TO WS-ICT-LOOK-WAREHOUSEID
           MOVE MPR-VENDORID    TO WS-ICT-LOOK-VENDORID
           MOVE MPR-PRODUCTID   TO WS-ICT-LOOK-PRODUCTID
           PERFORM 214-FIND-ITEM-AVG-COST
           IF WS-COST-FOUND-SW = 'YES'
               MOVE WS-ITEM-AVG-COST TO WS-ADJ-UNIT-COST
           ELSE
               IF MPR-PURCHASE-PRICE(1) NUMERIC
                   MOVE MPR-PURCHASE-PRICE(1) TO WS-ADJ-UNIT-COST
               ELSE
                   MOVE 0 TO WS-ADJ-UNIT-COST
               END-IF
           END-IF

           COMPUTE WS-ADJ-VALUE =
               MTT-QUANTITY(MT-SUB) * WS-ADJ-UNIT-COST
           IF WS-ADJ-VALUE < 0
               COMPUTE WS-ADJ-VALUE = 0 - WS-ADJ-VALUE
           END-IF

           IF WS-ADR-ROW > 0
               AND WS-ADJ-VALUE > ADR-LIMIT-AMT(WS-ADR-ROW)
               IF MTT-APPROVED-BY(MT-SUB) = SPACES
                   OR MTT-APPROVED-BY(MT-SUB) =
                      MTT-ENTERED-BY(MT-SUB)
                       MOVE 'YES' TO WS-ADJ-HOLD-SW
               END-IF
           END-IF

           .

       210-HOLD-ONE-ADJUSTMENT.

      *    THE HELD ADJUSTMENT GOES OUT IN THE INVENTORY-TRANS LAYOUT
      *    WITH THE APPROVER LEFT BLANK FOR FINANCE TO FILL IN.  IT IS
      *    NOT A REJECT -- IT IS A CONTROL DOING ITS JOB -- SO IT
      *    NEITHER COUNTS AS ONE NOR DRIVES THE RUN'S SEVERITY.
           MOVE 'HELD FOR APPROVAL' TO MTT-STATUS(MT-SUB)
           ADD 1 TO WS-ADJUSTMENTS-HELD

      *    THE QUANTITY WAS NEVER APPLIED -- THE MOVEMENT LINE STILL
      *    SHOWS WHAT WAS KEYED, WITH THE HOLD UNDER IT.
           MOVE 'ADJUSTMENT' TO SAM-TRANS-DESC
           MOVE MTT-QUANTITY(MT-SUB) TO SAM-QUANTITY
           MOVE SA-MOVEMENT-LINE TO SA-REPORT-LINE
           WRITE SA-REPORT-LINE AFTER ADVANCING 1 LINE
           COMPUTE SAH-VALUE =
               MTT-QUANTITY(MT-SUB) * WS-ADJ-UNIT-COST
           MOVE ADR-LIMIT-AMT(WS-ADR-ROW) TO SAH-LIMIT
           MOVE SA-HOLD-LINE TO SA-REPORT-LINE
           WRITE SA-REPORT-LINE AFTER ADVANCING 1 LINE

      *    NO FILE YET MEANS THE HOLD FILE STARTS TODAY.  A FAILED
      *    OPEN LEAVES THE HOLD ON THE AUDIT LISTING ONLY.
           IF WS-ADJ-HOLD-OPEN-SW = 'NO'
               OPEN EXTEND ADJ-HOLD-FILE
               IF WS-ADJ-HOLD-FILE-STATUS NOT = '00'
                   OPEN OUTPUT ADJ-HOLD-FILE
               END-IF
               IF WS-ADJ-HOLD-FILE-STATUS = '00'
                   MOVE 'YES' TO WS-ADJ-HOLD-OPEN-SW
               ELSE
                   MOVE 'ERR' TO WS-ADJ-HOLD-OPEN-SW
                   DISPLAY 'WARNING: ADJ-HOLD OPEN FAILED, STATUS = '
                       WS-ADJ-HOLD-FILE-STATUS
                       ' -- HELD ADJUSTMENTS ON AUDIT LISTING ONLY.'
               END-IF
           END-IF

           IF WS-ADJ-HOLD-OPEN-SW = 'YES'
               MOVE MTT-WAREHOUSEID(MT-SUB)  TO AHR-WAREHOUSEID
               MOVE MTT-VENDORID(MT-SUB)     TO AHR-VENDORID
               MOVE MTT-PRODUCTID(MT-SUB)    TO AHR-PRODUCTID
               MOVE MTT-TRANS-TYPE(MT-SUB)   TO AHR-TRANS-TYPE
               MOVE MTT-QUANTITY(MT-SUB)     TO AHR-QUANTITY
               MOVE MTT-ORDER-NUMBER(MT-SUB) TO AHR-ORDER-NUMBER
               MOVE MTT-CUSTOMER-ID(MT-SUB)  TO AHR-CUSTOMER-ID
               MOVE MTT-UNIT-COST(MT-SUB)    TO AHR-UNIT-COST
               MOVE MTT-REASON-CODE(MT-SUB)  TO AHR-REASON-CODE
               MOVE MTT-ENTERED-BY(MT-SUB)   TO AHR-ENTERED-BY
               MOVE SPACES                   TO AHR-APPROVED-BY
               MOVE MTT-LOT-NUMBER(MT-SUB)   TO AHR-LOT-NUMBER
               MOVE MTT-EXPIRY-DATE(MT-SUB)  TO AHR-EXPIRY-DATE
               WRITE ADJ-HOLD-RECORD
           END-IF

           .

       216-FIND-ENTRY-UNIT-COST.

      *    LEAVES IN WS-ENTRY-UNIT-COST WHAT ONE PRODUCT ENTRY IS
      *    VALUED AT.  RECEIPTS LAND ONLY ON THE FIRST ENTRY OF A
      *    KEY'S FIRST RECORD, SO THAT ENTRY CARRIES THE MOVING
      *    AVERAGE; ANY OTHER ENTRY, OR AN ITEM NOT YET COSTED,
      *    STAYS AT ITS PURCHASE PRICE.
           MOVE MPR-PURCHASE-PRICE(PRODUCT-SUB) TO WS-ENTRY-UNIT-COST

           IF PRODUCT-SUB = 1
               AND MPR-CONT-SEQ NOT > 1
               MOVE MPR-WAREHOUSEID TO WS-ICT-LOOK-WAREHOUSEID
               MOVE MPR-VENDORID    TO WS-ICT-LOOK-VENDORID
               MOVE MPR-PRODUCTID   TO WS-ICT-LOOK-PRODUCTID
               PERFORM 214-FIND-ITEM-AVG-COST
               IF WS-COST-FOUND-SW = 'YES'
                   MOVE WS-ITEM-AVG-COST TO WS-ENTRY-UNIT-COST
               END-IF
           END-IF

           .

       218-LOAD-LOT-BALANCE-FILE.

      *    THE LOT BOOK IS PICKED UP ON A FRESH RUN ONLY, LIKE THE
      *    BACKORDER BOOK -- THE MOVEMENTS DRAW IT DOWN AS THE MERGE
      *    APPLIES THEM, AND DRAWING TWICE WOULD LOSE LOTS.  NO FILE
      *    YET MEANS NOTHING ON HAND IS LOTTED.
           MOVE 'YES' TO WS-LOT-ACTIVE-SW

           OPEN INPUT LOT-BALANCE-FILE

           IF WS-LOT-BALANCE-FILE-STATUS NOT = '00'
               DISPLAY 'NO LOT-BALANCE FILE PRESENT -- LOT BOOK '
                   'STARTS EMPTY THIS RUN.'
           ELSE
               MOVE 'NO' TO WS-LOT-BALANCE-EOF
               PERFORM 219-LOAD-ONE-LOT-BALANCE
                   UNTIL NO-MORE-LOT-BALANCES
               CLOSE LOT-BALANCE-FILE
           END-IF

           .

       219-LOAD-ONE-LOT-BALANCE.

      *    LOT-BALANCE-ITEM IS OCCURS 500 TIMES -- A BOOK WITH MORE
      *    LOTS THAN THAT IS REPORTED RATHER THAN OVERRUNNING THE
      *    TABLE.  A ROW WITH A BAD QUANTITY IS DROPPED WITH A
      *    WARNING; ITS STOCK FALLS BACK TO UNLOTTED.
           READ LOT-BALANCE-FILE
               AT END
                   MOVE 'YES' TO WS-LOT-BALANCE-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN LBR-QUANTITY NOT NUMERIC
                           DISPLAY 'WARNING: LOT ' LBR-LOT-NUMBER
                               ' FOR ' LBR-PRODUCTID ' HAS A BAD '
                               'QUANTITY -- DROPPED.'
                           ADD 1 TO WS-LOTS-CHANGED
                       WHEN WS-LOT-BALANCE-COUNT < 500
                           ADD 1 TO WS-LOT-BALANCE-COUNT
                           MOVE WS-LOT-BALANCE-COUNT TO LB-SUB
                           MOVE LBR-WAREHOUSEID
                               TO LBT-WAREHOUSEID(LB-SUB)
                           MOVE LBR-VENDORID  TO LBT-VENDORID(LB-SUB)
                           MOVE LBR-PRODUCTID TO LBT-PRODUCTID(LB-SUB)
                           MOVE LBR-LOT-NUMBER
                               TO LBT-LOT-NUMBER(LB-SUB)
                           MOVE LBR-EXPIRY-DATE
                               TO LBT-EXPIRY-DATE(LB-SUB)
                           MOVE LBR-QUANTITY  TO LBT-QUANTITY(LB-SUB)
                           MOVE LBR-RECEIVED-DATE
                               TO LBT-RECEIVED-DATE(LB-SUB)
                       WHEN OTHER
                           MOVE 'YES' TO WS-LOT-PARTIAL-SW
                           DISPLAY
                               'WARNING: LOT-BALANCE FILE EXCEEDS 500 '
                               'ROWS -- BOOK HELD PARTIAL, FILE WILL '
                               'NOT BE REWRITTEN THIS RUN.'
                   END-EVALUATE
           END-READ

           .

       221-FIND-LOT-ROW.

      *    LEAVES IN WS-LOT-ROW THE BOOK ROW FOR THE RECORD BEING
      *    MERGED AND WS-LOT-LOOK-NUMBER -- ZERO WHEN THERE IS NONE.
           MOVE 0 TO WS-LOT-ROW

           PERFORM 226-MATCH-ONE-LOT-ROW
                   VARYING LB-SUB FROM 1 BY 1
                      UNTIL LB-SUB > WS-LOT-BALANCE-COUNT
                         OR WS-LOT-ROW > 0

           .

       226-MATCH-ONE-LOT-ROW.

           IF LBT-WAREHOUSEID(LB-SUB) = MPR-WAREHOUSEID
               AND LBT-VENDORID(LB-SUB)   = MPR-VENDORID
               AND LBT-PRODUCTID(LB-SUB)  = MPR-PRODUCTID
               AND LBT-LOT-NUMBER(LB-SUB) = WS-LOT-LOOK-NUMBER
                   MOVE LB-SUB TO WS-LOT-ROW
           END-IF

           .

       222-CHECK-INCOMING-LOT.

      *    A NEW LOT MUST ARRIVE WITH ITS EXPIRY DATE AND ROOM ON THE
      *    BOOK; A LOT ALREADY ON HAND MUST NOT ARRIVE WITH A
      *    DIFFERENT ONE.  A BLANK EXPIRY ON A KNOWN LOT TAKES THE
      *    BOOK'S.  ANY REASON LEFT HERE REJECTS THE MOVEMENT.
           MOVE SPACES TO WS-LOT-CHECK-REASON
           MOVE MTT-LOT-NUMBER(MT-SUB) TO WS-LOT-LOOK-NUMBER
           PERFORM 221-FIND-LOT-ROW

           EVALUATE TRUE
               WHEN WS-LOT-ROW = 0
                 AND MTT-EXPIRY-DATE(MT-SUB) = SPACES
                   MOVE 'NEW LOT HAS NO EXPIRY DATE'
                       TO WS-LOT-CHECK-REASON
               WHEN WS-LOT-ROW = 0
                 AND WS-LOT-BALANCE-COUNT NOT < 500
                   MOVE 'LOT BOOK FULL -- NEW LOT NOT POSTED'
                       TO WS-LOT-CHECK-REASON
               WHEN WS-LOT-ROW = 0
                   CONTINUE
               WHEN MTT-EXPIRY-DATE(MT-SUB) = SPACES
                   MOVE LBT-EXPIRY-DATE(WS-LOT-ROW)
                       TO MTT-EXPIRY-DATE(MT-SUB)
               WHEN MTT-EXPIRY-DATE(MT-SUB) NOT =
                       LBT-EXPIRY-DATE(WS-LOT-ROW)
                   MOVE 'LOT ON FILE WITH A DIFFERENT EXPIRY'
                       TO WS-LOT-CHECK-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

       223-RECEIVE-INTO-LOT.

      *    222 HAS ALREADY PASSED THE LOT -- A NEW ONE IS OPENED
      *    BEHIND THE BOOK, DATED TODAY AS ITS RECEIPT.
           MOVE MTT-LOT-NUMBER(MT-SUB) TO WS-LOT-LOOK-NUMBER
           PERFORM 221-FIND-LOT-ROW

           IF WS-LOT-ROW = 0
               AND WS-LOT-BALANCE-COUNT < 500
                   ADD 1 TO WS-LOT-BALANCE-COUNT
                   MOVE WS-LOT-BALANCE-COUNT TO WS-LOT-ROW
                   MOVE MPR-WAREHOUSEID
                       TO LBT-WAREHOUSEID(WS-LOT-ROW)
                   MOVE MPR-VENDORID  TO LBT-VENDORID(WS-LOT-ROW)
                   MOVE MPR-PRODUCTID TO LBT-PRODUCTID(WS-LOT-ROW)
                   MOVE MTT-LOT-NUMBER(MT-SUB)
                       TO LBT-LOT-NUMBER(WS-LOT-ROW)
                   MOVE MTT-EXPIRY-DATE(MT-SUB)
                       TO LBT-EXPIRY-DATE(WS-LOT-ROW)
                   MOVE 0 TO LBT-QUANTITY(WS-LOT-ROW)
                   MOVE WS-CURRENT-DATE
                       TO LBT-RECEIVED-DATE(WS-LOT-ROW)
           END-IF

           IF WS-LOT-ROW > 0
               ADD MTT-QUANTITY(MT-SUB) TO LBT-QUANTITY(WS-LOT-ROW)
               ADD 1 TO WS-LOTS-CHANGED
               MOVE LBT-LOT-NUMBER(WS-LOT-ROW)  TO SAL-LOT-NUMBER
               MOVE LBT-EXPIRY-DATE(WS-LOT-ROW) TO SAL-EXPIRY-DATE
               MOVE ' ADDED: '                  TO SAL-ACTION
               MOVE MTT-QUANTITY(MT-SUB)        TO SAL-QUANTITY
               MOVE SPACES                      TO SAL-FLAG
               IF LBT-EXPIRY-DATE(WS-LOT-ROW) < WS-CURRENT-DATE
                   MOVE ' EXPIRED' TO SAL-FLAG
               END-IF
               MOVE SA-LOT-LINE TO SA-REPORT-LINE
               WRITE SA-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF

           .

       224-DRAW-FOR-MOVEMENT.

      *    THE CALLER PARKS THE QUANTITY THAT LEFT THE SHELF IN
      *    WS-LOT-DRAW-QTY; THE SHELF HAS ALREADY BEEN REDUCED BY IT.
      *    A TRANSFER SHIPMENT THEN PUTS WHAT IT DREW ON THE TRUCK.
           COMPUTE WS-LOT-POOL-QTY =
               MPR-QUANTITY-INSTOCK(1) + WS-LOT-DRAW-QTY
           MOVE MTT-LOT-NUMBER(MT-SUB) TO WS-LOT-NAMED
           PERFORM 225-DRAW-LOTS-FEFO

           IF MTT-TRANS-TYPE(MT-SUB) = 'S'
               AND MTT-XFER-ID(MT-SUB) > 0
                   PERFORM 229-PUT-LOTS-ON-TRUCK
           END-IF

           .

       225-DRAW-LOTS-FEFO.

      *    FIRST EXPIRED, FIRST OUT.  A LOT THE MOVEMENT NAMED GOES
      *    FIRST ('UNLOTTED' NAMES THE STOCK NO LOT HOLDS); THEN THE
      *    LOTS STILL IN DATE, EARLIEST EXPIRY FIRST (FILE ORDER --
      *    OLDEST RECEIPT -- BREAKS A TIE); THEN STOCK
      *    NO LOT ACCOUNTS FOR, WHICH HAS NO DATE TO RANK BY; AND
      *    EXPIRED LOTS ONLY WHEN NOTHING ELSE IS LEFT, FLAGGED ON
      *    THE AUDIT LISTING SO SOMEONE PULLS THEM BACK.
           MOVE 0 TO WS-LOT-DRAWN-COUNT
           MOVE 0 TO WS-LOT-UNLOTTED-TAKEN
           MOVE WS-LOT-DRAW-QTY TO WS-LOT-REMAIN-QTY

           MOVE 0 TO WS-LOT-KEY-TOTAL
           PERFORM 227-SUM-ONE-KEY-LOT
                   VARYING LB-SUB FROM 1 BY 1
                      UNTIL LB-SUB > WS-LOT-BALANCE-COUNT
           COMPUTE WS-LOT-UNLOTTED-QTY =
               WS-LOT-POOL-QTY - WS-LOT-KEY-TOTAL
           IF WS-LOT-UNLOTTED-QTY < 0
               MOVE 0 TO WS-LOT-UNLOTTED-QTY
           END-IF

           EVALUATE WS-LOT-NAMED
               WHEN SPACES
                   CONTINUE
               WHEN 'UNLOTTED'
                   PERFORM 234-TAKE-UNLOTTED-STOCK
               WHEN OTHER
                   MOVE WS-LOT-NAMED TO WS-LOT-LOOK-NUMBER
                   PERFORM 221-FIND-LOT-ROW
                   IF WS-LOT-ROW > 0
                       PERFORM 228-TAKE-FROM-LOT-ROW
                   END-IF
           END-EVALUATE

      *    ONE SLOT OF LOT-DRAW-TABLE IS KEPT BACK FOR THE UNLOTTED
      *    SHARE; A DRAW THAT WOULD SPILL PAST IT TAKES THE REST AS
      *    UNLOTTED.
           MOVE 'U'   TO WS-LOT-PASS
           MOVE 'YES' TO WS-LOT-FOUND-SW
           PERFORM 230-TAKE-EARLIEST-LOT
                   UNTIL WS-LOT-REMAIN-QTY NOT > 0
                      OR WS-LOT-FOUND-SW = 'NO'
                      OR WS-LOT-DRAWN-COUNT > 18

           PERFORM 234-TAKE-UNLOTTED-STOCK

           MOVE 'X'   TO WS-LOT-PASS
           MOVE 'YES' TO WS-LOT-FOUND-SW
           PERFORM 230-TAKE-EARLIEST-LOT
                   UNTIL WS-LOT-REMAIN-QTY NOT > 0
                      OR WS-LOT-FOUND-SW = 'NO'
                      OR WS-LOT-DRAWN-COUNT > 18

           IF WS-LOT-REMAIN-QTY > 0
               ADD WS-LOT-REMAIN-QTY TO WS-LOT-UNLOTTED-TAKEN
               MOVE 0 TO WS-LOT-REMAIN-QTY
           END-IF

           IF WS-LOT-UNLOTTED-TAKEN > 0
               ADD 1 TO WS-LOT-DRAWN-COUNT
               MOVE WS-LOT-DRAWN-COUNT TO LD-SUB
               MOVE SPACES TO LDT-LOT-NUMBER(LD-SUB)
               MOVE SPACES TO LDT-EXPIRY-DATE(LD-SUB)
               MOVE WS-LOT-UNLOTTED-TAKEN TO LDT-QUANTITY(LD-SUB)
               MOVE 'UNLOTTED'            TO SAL-LOT-NUMBER
               MOVE SPACES                TO SAL-EXPIRY-DATE
               MOVE ' DRAWN: '            TO SAL-ACTION
               MOVE WS-LOT-UNLOTTED-TAKEN TO SAL-QUANTITY
               MOVE SPACES                TO SAL-FLAG
               MOVE SA-LOT-LINE TO SA-REPORT-LINE
               WRITE SA-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF

           .

       227-SUM-ONE-KEY-LOT.

           IF LBT-WAREHOUSEID(LB-SUB) = MPR-WAREHOUSEID
               AND LBT-VENDORID(LB-SUB)  = MPR-VENDORID
               AND LBT-PRODUCTID(LB-SUB) = MPR-PRODUCTID
               AND LBT-QUANTITY(LB-SUB) > 0
                   ADD LBT-QUANTITY(LB-SUB) TO WS-LOT-KEY-TOTAL
           END-IF

           .

       228-TAKE-FROM-LOT-ROW.

      *    TAKES WHAT THE LOT AT WS-LOT-ROW CAN GIVE TOWARD THE DRAW
      *    AND NOTES IT IN LOT-DRAW-TABLE AND ON THE AUDIT LISTING.
           IF LBT-QUANTITY(WS-LOT-ROW) > 0
               IF WS-LOT-REMAIN-QTY < LBT-QUANTITY(WS-LOT-ROW)
                   MOVE WS-LOT-REMAIN-QTY TO WS-LOT-TAKE-QTY
               ELSE
                   MOVE LBT-QUANTITY(WS-LOT-ROW) TO WS-LOT-TAKE-QTY
               END-IF
               SUBTRACT WS-LOT-TAKE-QTY FROM LBT-QUANTITY(WS-LOT-ROW)
               SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-REMAIN-QTY
               ADD 1 TO WS-LOTS-CHANGED

               ADD 1 TO WS-LOT-DRAWN-COUNT
               MOVE WS-LOT-DRAWN-COUNT TO LD-SUB
               MOVE LBT-LOT-NUMBER(WS-LOT-ROW)
                   TO LDT-LOT-NUMBER(LD-SUB)
               MOVE LBT-EXPIRY-DATE(WS-LOT-ROW)
                   TO LDT-EXPIRY-DATE(LD-SUB)
               MOVE WS-LOT-TAKE-QTY TO LDT-QUANTITY(LD-SUB)

               MOVE LBT-LOT-NUMBER(WS-LOT-ROW)  TO SAL-LOT-NUMBER
               MOVE LBT-EXPIRY-DATE(WS-LOT-ROW) TO SAL-EXPIRY-DATE
               MOVE ' DRAWN: '                  TO SAL-ACTION
               MOVE WS-LOT-TAKE-QTY             TO SAL-QUANTITY
               MOVE SPACES                      TO SAL-FLAG
               IF LBT-EXPIRY-DATE(WS-LOT-ROW) < WS-CURRENT-DATE
                   MOVE ' EXPIRED' TO SAL-FLAG
               END-IF
               MOVE SA-LOT-LINE TO SA-REPORT-LINE
               WRITE SA-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF

           .

       234-TAKE-UNLOTTED-STOCK.

           IF WS-LOT-REMAIN-QTY > 0
               AND WS-LOT-UNLOTTED-QTY > 0
               IF WS-LOT-REMAIN-QTY < WS-LOT-UNLOTTED-QTY
                   MOVE WS-LOT-REMAIN-QTY TO WS-LOT-TAKE-QTY
               ELSE
                   MOVE WS-LOT-UNLOTTED-QTY TO WS-LOT-TAKE-QTY
               END-IF
               ADD WS-LOT-TAKE-QTY TO WS-LOT-UNLOTTED-TAKEN
               SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-UNLOTTED-QTY
               SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-REMAIN-QTY
           END-IF

           .

       230-TAKE-EARLIEST-LOT.

      *    ONE STEP OF THE DRAW -- THE KEY'S EARLIEST-EXPIRING LOT
      *    WITH STOCK LEFT, IN DATE ('U') OR EXPIRED ('X') PER
      *    WS-LOT-PASS.  NONE LEFT ENDS THE PASS.
           MOVE 0 TO WS-LOT-ROW
           MOVE HIGH-VALUES TO WS-LOT-BEST-EXPIRY

           PERFORM 231-CHECK-ONE-LOT-ROW
                   VARYING LB-SUB FROM 1 BY 1
                      UNTIL LB-SUB > WS-LOT-BALANCE-COUNT

           IF WS-LOT-ROW > 0
               PERFORM 228-TAKE-FROM-LOT-ROW
           ELSE
               MOVE 'NO' TO WS-LOT-FOUND-SW
           END-IF

           .

       231-CHECK-ONE-LOT-ROW.

           IF LBT-WAREHOUSEID(LB-SUB) = MPR-WAREHOUSEID
               AND LBT-VENDORID(LB-SUB)  = MPR-VENDORID
               AND LBT-PRODUCTID(LB-SUB) = MPR-PRODUCTID
               AND LBT-QUANTITY(LB-SUB) > 0
               AND LBT-EXPIRY-DATE(LB-SUB) < WS-LOT-BEST-EXPIRY
               IF (WS-LOT-PASS = 'U'
                   AND LBT-EXPIRY-DATE(LB-SUB) NOT < WS-CURRENT-DATE)
                 OR (WS-LOT-PASS = 'X'
                   AND LBT-EXPIRY-DATE(LB-SUB) < WS-CURRENT-DATE)
                   MOVE LB-SUB TO WS-LOT-ROW
                   MOVE LBT-EXPIRY-DATE(LB-SUB) TO WS-LOT-BEST-EXPIRY
               END-IF
           END-IF

           .

       229-PUT-LOTS-ON-TRUCK.

      *    THE TRANSFER'S IN-TRANSIT ROW WAS CUT BEFORE THE SHIPMENT
      *    KNEW WHICH LOTS IT WOULD TAKE.  THE FIRST LOT DRAWN GOES ON
      *    THAT ROW AND EACH FURTHER LOT GETS A ROW OF ITS OWN UNDER
      *    THE SAME TRANSFER ID, SO THE RECEIVING SITE GETS THE SAME
      *    LOTS BACK.  A FULL IN-TRANSIT BOOK FOLDS THE REST ONTO THE
      *    LAST ROW -- THE UNITS STAY RIGHT, ONLY THEIR LOT IS LOST.
           MOVE 0 TO WS-LOT-XFER-ROW

           PERFORM 232-FIND-ONE-XFER-ROW
                   VARYING IT-SUB FROM 1 BY 1
                      UNTIL IT-SUB > WS-INTRANSIT-COUNT
                         OR WS-LOT-XFER-ROW > 0

           IF WS-LOT-XFER-ROW > 0
               PERFORM 233-LOAD-ONE-TRUCK-LOT
                       VARYING LD-SUB FROM 1 BY 1
                          UNTIL LD-SUB > WS-LOT-DRAWN-COUNT
           END-IF

           .

       232-FIND-ONE-XFER-ROW.

           IF ITT-STATUS(IT-SUB) = 'OPEN'
               AND ITT-XFER-ID(IT-SUB) = MTT-XFER-ID(MT-SUB)
                   MOVE IT-SUB TO WS-LOT-XFER-ROW
           END-IF

           .

       233-LOAD-ONE-TRUCK-LOT.

           IF LD-SUB = 1
               MOVE LDT-QUANTITY(1)
                   TO ITT-QUANTITY(WS-LOT-XFER-ROW)
               MOVE LDT-LOT-NUMBER(1)
                   TO ITT-LOT-NUMBER(WS-LOT-XFER-ROW)
               MOVE LDT-EXPIRY-DATE(1)
                   TO ITT-EXPIRY-DATE(WS-LOT-XFER-ROW)
           ELSE
               IF WS-INTRANSIT-COUNT < 100
                   ADD 1 TO WS-INTRANSIT-COUNT
                   MOVE WS-INTRANSIT-COUNT TO IT-SUB
                   MOVE ITT-XFER-ID(WS-LOT-XFER-ROW)
                       TO ITT-XFER-ID(IT-SUB)
                   MOVE ITT-FROM-WH(WS-LOT-XFER-ROW)
                       TO ITT-FROM-WH(IT-SUB)
                   MOVE ITT-TO-WH(WS-LOT-XFER-ROW)
                       TO ITT-TO-WH(IT-SUB)
                   MOVE ITT-VENDORID(WS-LOT-XFER-ROW)
                       TO ITT-VENDORID(IT-SUB)
                   MOVE ITT-PRODUCTID(WS-LOT-XFER-ROW)
                       TO ITT-PRODUCTID(IT-SUB)
                   MOVE ITT-SHIP-DATE(WS-LOT-XFER-ROW)
                       TO ITT-SHIP-DATE(IT-SUB)
                   MOVE 'OPEN' TO ITT-STATUS(IT-SUB)
                   MOVE LDT-QUANTITY(LD-SUB)
                       TO ITT-QUANTITY(IT-SUB)
                   MOVE LDT-LOT-NUMBER(LD-SUB)
                       TO ITT-LOT-NUMBER(IT-SUB)
                   MOVE LDT-EXPIRY-DATE(LD-SUB)
                       TO ITT-EXPIRY-DATE(IT-SUB)
                   MOVE IT-SUB TO WS-LOT-XFER-ROW
               ELSE
                   ADD LDT-QUANTITY(LD-SUB)
                       TO ITT-QUANTITY(WS-LOT-XFER-ROW)
                   DISPLAY 'WARNING: IN-TRANSIT BOOK FULL -- LOT '
                       LDT-LOT-NUMBER(LD-SUB) ' FOLDED INTO '
                       'TRANSFER ' ITT-XFER-ID(WS-LOT-XFER-ROW)
                       ' ROW ABOVE IT.'
               END-IF
           END-IF

           .

       205-FIND-VENDOR-SLOT.

      *    LEAVES WS-VSC-SUB ON THE SCORECARD SLOT FOR THE VENDOR IN

           .

       207-FIND-ITEM-POLICY.

      *    LEAVES WS-ITEM-REORDER-POINT AND WS-ITEM-ORDER-UP-TO ON THE
      *    POLICY FOR THE ITEM IN WS-POL-LOOK-xxx.
           MOVE 'NO' TO WS-POL-FOUND-SW
           MOVE WS-REORDER-THRESHOLD TO WS-ITEM-REORDER-POINT
           COMPUTE WS-ITEM-ORDER-UP-TO = WS-REORDER-THRESHOLD * 2

           PERFORM 208-MATCH-ONE-ITEM-POLICY
                   VARYING SP-SUB FROM 1 BY 1
                      UNTIL SP-SUB > WS-STOCK-POLICY-COUNT
                         OR WS-POL-FOUND-SW = 'YES'

           .

       208-MATCH-ONE-ITEM-POLICY.

           IF SPT-WAREHOUSEID(SP-SUB) = WS-POL-LOOK-WAREHOUSEID
               AND SPT-VENDORID(SP-SUB)  = WS-POL-LOOK-VENDORID
               AND SPT-PRODUCTID(SP-SUB) = WS-POL-LOOK-PRODUCTID
                   MOVE 'YES' TO WS-POL-FOUND-SW
                   MOVE SPT-REORDER-POINT(SP-SUB)
                       TO WS-ITEM-REORDER-POINT
                   MOVE SPT-ORDER-UP-TO(SP-SUB)
                       TO WS-ITEM-ORDER-UP-TO
           END-IF

           .

       209-FIND-SITE-POLICY.

      *    THE TRANSFER ANALYSIS POOLS A PRODUCT'S STOCK ACROSS
      *    VENDORS, SO A SITE'S POLICY IS THE SUM OF ITS VENDORS'
      *    ROWS FOR WAREHOUSE WS-POL-LOOK-WAREHOUSEID AND PRODUCT
      *    WS-POL-LOOK-PRODUCTID -- OR THE THRESHOLD IF IT HAS NONE.
           MOVE 'NO' TO WS-POL-FOUND-SW
           MOVE 0 TO WS-ITEM-REORDER-POINT
           MOVE 0 TO WS-ITEM-ORDER-UP-TO

           PERFORM 211-ADD-ONE-SITE-POLICY
                   VARYING SP-SUB FROM 1 BY 1
                      UNTIL SP-SUB > WS-STOCK-POLICY-COUNT

           IF WS-POL-FOUND-SW = 'NO'
               MOVE WS-REORDER-THRESHOLD TO WS-ITEM-REORDER-POINT
               COMPUTE WS-ITEM-ORDER-UP-TO = WS-REORDER-THRESHOLD * 2
           END-IF

           .

       211-ADD-ONE-SITE-POLICY.

           IF SPT-WAREHOUSEID(SP-SUB) = WS-POL-LOOK-WAREHOUSEID
               AND SPT-PRODUCTID(SP-SUB) = WS-POL-LOOK-PRODUCTID
                   MOVE 'YES' TO WS-POL-FOUND-SW
                   ADD SPT-REORDER-POINT(SP-SUB)
                       TO WS-ITEM-REORDER-POINT
                   ADD SPT-ORDER-UP-TO(SP-SUB)
                       TO WS-ITEM-ORDER-UP-TO
           END-IF

           .

       193-ACCUMULATE-MOVEMENT-VALUE.

      *    THE CALLER PARKS THE POSTED QUANTITY AND MOVEMENT TYPE IN
      *    WS-GL-POST-QTY/WS-GL-POST-TYPE.  THE VALUE IS THE ITEM'S
      *    MOVING-AVERAGE COST (A RECEIPT HAS ALREADY MOVED IT), OR
      *    THE PRICE ON THE RECORD FOR AN ITEM NOT YET COSTED, AND
      *    WH-INDEX IS STILL ON THE WAREHOUSE THE SORT PASS IS
      *    PROCESSING, SO THE BUCKET LINES UP WITH THE WAREHOUSE
      *    TOTALS.  THE COST USED IS LEFT IN WS-ITEM-AVG-COST FOR
      *    THE ARCHIVE.
           MOVE MPR-WAREHOUSEID TO WS-ICT-LOOK-WAREHOUSEID
           MOVE MPR-VENDORID    TO WS-ICT-LOOK-VENDORID
           MOVE MPR-PRODUCTID   TO WS-ICT-LOOK-PRODUCTID
           PERFORM 214-FIND-ITEM-AVG-COST
           IF WS-COST-FOUND-SW = 'NO'
               IF MPR-PURCHASE-PRICE(1) NUMERIC
                   MOVE MPR-PURCHASE-PRICE(1) TO WS-ITEM-AVG-COST
               ELSE
                   MOVE 0 TO WS-ITEM-AVG-COST
               END-IF
           END-IF

           IF WS-COST-FOUND-SW = 'YES'
               OR MPR-PURCHASE-PRICE(1) NUMERIC
               EVALUATE WS-GL-POST-TYPE
                   WHEN 'R'
                       MOVE 1 TO WS-GL-CLASS-SUB
                       MOVE 3 TO WS-GL-CLASS-SUB
               END-EVALUATE
               COMPUTE WS-GL-MOVE-AMT =
                   WS-GL-POST-QTY * WS-ITEM-AVG-COST

      *        AN ADJUSTMENT GOES TO ITS REASON'S BUCKET -- ONLY ONE
      *        WHOSE CODE IS SOMEHOW OFF THE TABLE LANDS IN THE
      *        GENERAL ADJUSTMENT BUCKET.
               MOVE 0 TO WS-ADR-ROW
               IF WS-GL-POST-TYPE = 'A'
                   MOVE WS-GL-POST-REASON-CODE TO WS-ADR-LOOK-CODE
                   PERFORM 204-FIND-ADJ-REASON
               END-IF
               IF WS-ADR-ROW > 0
                   ADD WS-GL-MOVE-AMT
                       TO GRB-REASON-AMT(WH-INDEX, WS-ADR-ROW)
               ELSE
                   ADD WS-GL-MOVE-AMT
                       TO GMB-TYPE-AMT(WH-INDEX, WS-GL-CLASS-SUB)
               END-IF
           END-IF

           .

       201-REOPEN-ONE-INTRANSIT-ROW.

      *    EACH LOT ROW OF A TRANSFER HAS ITS OWN 'R', SO ONLY THE
      *    ROW WHOSE LOT FAILED TO POST GOES BACK ON THE TRUCK.
           IF ITT-STATUS(IT-SUB) = 'CLOSED'
               AND ITT-XFER-ID(IT-SUB) = MTT-XFER-ID(MT-SUB)
               AND ITT-LOT-NUMBER(IT-SUB) = MTT-LOT-NUMBER(MT-SUB)
                   MOVE 'OPEN' TO ITT-STATUS(IT-SUB)
                   DISPLAY 'TRANSFER ' ITT-XFER-ID(IT-SUB)
                       ' REOPENED -- RECEIPT DID NOT POST.'

                   MOVE BOT-ORDER-DATE(BO-SUB) TO SAF-ORDER-DATE
                   MOVE WS-BO-FILL-QTY         TO SAF-QUANTITY
                   IF BOT-ORDER-NUMBER(BO-SUB) = SPACES
                       MOVE SPACES TO SAF-ORDER-REF
                   ELSE
                       MOVE ' ORD '           TO SAF-ORDER-LABEL
                       MOVE BOT-ORDER-NUMBER(BO-SUB)
                           TO SAF-ORDER-NUMBER
                       MOVE '/'               TO SAF-CUSTOMER-LABEL
                       MOVE BOT-CUSTOMER-ID(BO-SUB)
                           TO SAF-CUSTOMER-ID
                   END-IF
                   MOVE SA-BO-FILL-LINE TO SA-REPORT-LINE
                   WRITE SA-REPORT-LINE AFTER ADVANCING 1 LINE

                   IF WS-BO-HISTORY-OPEN-SW = 'YES'
                       MOVE 'F'                 TO BHR-EVENT-TYPE
                       MOVE BOT-WAREHOUSEID(BO-SUB)
                           TO BHR-WAREHOUSEID
                       MOVE BOT-VENDORID(BO-SUB)  TO BHR-VENDORID
                       MOVE BOT-PRODUCTID(BO-SUB) TO BHR-PRODUCTID
                       MOVE WS-BO-FILL-QTY      TO BHR-QUANTITY
                       MOVE WS-CURRENT-DATE     TO BHR-EVENT-DATE
                       MOVE BOT-ORDER-DATE(BO-SUB) TO BHR-ORDER-DATE
                       MOVE BOT-ORDER-NUMBER(BO-SUB)
                           TO BHR-ORDER-NUMBER
                       MOVE BOT-CUSTOMER-ID(BO-SUB)
                           TO BHR-CUSTOMER-ID
                       WRITE BACKORDER-HISTORY-RECORD
                   END-IF

      *            THE FILL DRAWS THE LOTS EARLIEST EXPIRY FIRST LIKE
      *            ANY SHIPMENT -- NOT THE LOT THE FUNDING RECEIPT
      *            HAPPENED TO NAME.
                   IF LOT-BOOK-LOADED
                       MOVE WS-BO-FILL-QTY TO WS-LOT-DRAW-QTY
                       COMPUTE WS-LOT-POOL-QTY =
                           MPR-QUANTITY-INSTOCK(1) + WS-BO-FILL-QTY
                       MOVE SPACES TO WS-LOT-NAMED
                       PERFORM 225-DRAW-LOTS-FEFO
                   END-IF

      *            A FILL TAKES STOCK OFF THE SHELF THE SAME AS ANY
      *            SHIPMENT -- THE LEDGER SEES IT AS ONE.
                   MOVE WS-BO-FILL-QTY TO WS-GL-POST-QTY
                   MOVE 'S'            TO WS-GL-POST-TYPE
                   MOVE BOT-ORDER-NUMBER(BO-SUB)
                       TO WS-GL-POST-ORDER-NUMBER
                   MOVE BOT-CUSTOMER-ID(BO-SUB)
                       TO WS-GL-POST-CUSTOMER-ID
                   MOVE SPACES TO WS-GL-POST-REASON-CODE
                   MOVE SPACES TO WS-GL-POST-ENTERED-BY
                   MOVE SPACES TO WS-GL-POST-APPROVED-BY
                   PERFORM 192-RECORD-APPLIED-MOVEMENT
               END-IF
           END-IF
                   CONTINUE
               WHEN 'REJECTED'
                   CONTINUE
      *        AN ADJUSTMENT HELD FOR APPROVAL HAS ITS HOLD LINE UNDER
      *        ITS KEY ALREADY.
               WHEN 'HELD FOR APPROVAL'
                   CONTINUE
      *        HELD MOVEMENTS ARE LISTED FOR THE AUDIT TRAIL BUT NOT
      *        COUNTED AS REJECTS -- THEY ARE NOT ERRORS AND MUST NOT
      *        DRIVE THE RUN'S SEVERITY.
                   MOVE WS-STOCK-QUANTITY TO DL-IN-STOCK

                   IF WS-PRODUCE-EXCEPTIONS-SW = 'YES'
                       MOVE MPR-WAREHOUSEID TO WS-POL-LOOK-WAREHOUSEID
                       MOVE MPR-VENDORID    TO WS-POL-LOOK-VENDORID
                       MOVE MPR-PRODUCTID   TO WS-POL-LOOK-PRODUCTID
                       PERFORM 207-FIND-ITEM-POLICY
                       PERFORM 212-FIND-ENTRY-FREE-QTY
                       IF WS-ITEM-FREE-QTY < WS-ITEM-REORDER-POINT
                           PERFORM 965-WRITE-LOW-STOCK-RECORD
                       END-IF
                   END-IF

                   IF WS-PRODUCE-EXCEPTIONS-SW = 'YES'
                       PERFORM 985-CHECK-PRICE-VARIANCE
                   END-IF

                   PERFORM 216-FIND-ENTRY-UNIT-COST
                   MOVE WS-ENTRY-UNIT-COST TO WS-TOTAL-COST
                   MULTIPLY WS-STOCK-QUANTITY BY WS-TOTAL-COST

                   MOVE WS-TOTAL-COST TO DL-TOTAL-COST
           MOVE DF-VENDOR-NAME         TO LSL-VENDOR-NAME
           MOVE MPR-PRODUCTID          TO LSL-PRODUCT-ID
           MOVE MPR-PRODUCT-NAME(PRODUCT-SUB) TO LSL-PRODUCT-NAME
           MOVE WS-ITEM-FREE-QTY       TO LSL-QUANTITY
           MOVE WS-ITEM-REORDER-POINT  TO LSL-REORDER-POINT

           MOVE LS-DETAIL-LINE TO LS-REPORT-LINE
           WRITE LS-REPORT-LINE AFTER ADVANCING 1 LINE

       1525-ADD-ENTRY-TO-ANALYSIS.

      *    A SITE'S POSITION IS ITS FREE STOCK -- WHAT IS ALLOCATED
      *    TO SALES ORDERS CAN NEITHER BE SENT AWAY NOR HIDE A
      *    SHORTAGE.
           MOVE MPR-QUANTITY-INSTOCK(PRODUCT-SUB) TO WS-STOCK-QUANTITY
           PERFORM 212-FIND-ENTRY-FREE-QTY
           ADD WS-ITEM-FREE-QTY
               TO TA-WH-ONHAND(TA-INDEX, WS-TFR-WH-SUB)
           MOVE MPR-PURCHASE-PRICE(PRODUCT-SUB)
               TO TA-WH-PRICE(TA-INDEX, WS-TFR-WH-SUB)

       1540-BALANCE-ONE-SHORT-SITE.

      *    A SITE UNDER ITS REORDER POINT DRAWS FROM DONORS UNTIL
      *    IT REACHES THE SAME ORDER-UP-TO LEVEL THE PO SUGGESTIONS
      *    USE (ITS STOCK-POLICY, OR TWICE THE THRESHOLD) OR THE
      *    DONORS RUN DRY.  THE TABLE IS UPDATED AS STOCK IS
      *    CLAIMED, SO TWO SHORT SITES NEVER SPEND THE SAME SURPLUS
      *    TWICE.
           MOVE WH-WAREHOUSEID(WS-TFR-SHORT-SUB)
               TO WS-POL-LOOK-WAREHOUSEID
           MOVE TA-PRODUCTID(TF-SUB) TO WS-POL-LOOK-PRODUCTID
           PERFORM 209-FIND-SITE-POLICY
           MOVE WS-ITEM-ORDER-UP-TO TO WS-TFR-SHORT-ORDER-UP-TO

           IF TA-WH-STOCKED-SW(TF-SUB, WS-TFR-SHORT-SUB) = 'YES'
               AND TA-WH-ONHAND(TF-SUB, WS-TFR-SHORT-SUB) <
                   WS-ITEM-REORDER-POINT
               PERFORM 1545-TAKE-FROM-ONE-DONOR
                       VARYING WS-TFR-DONOR-SUB FROM 1 BY 1
                          UNTIL WS-TFR-DONOR-SUB > WH-ACTIVE-COUNT
                             OR TA-WH-ONHAND(TF-SUB, WS-TFR-SHORT-SUB)
                                 NOT < WS-TFR-SHORT-ORDER-UP-TO
           END-IF

           .
               CONTINUE
           ELSE
               COMPUTE WS-TFR-NEED =
                   WS-TFR-SHORT-ORDER-UP-TO -
                   TA-WH-ONHAND(TF-SUB, WS-TFR-SHORT-SUB)
      *        THE DONOR ONLY GIVES WHAT IT HOLDS ABOVE ITS OWN
      *        ORDER-UP-TO LEVEL -- BALANCING ONE SITE MUST NOT
      *        CREATE THE NEXT SHORTAGE.
               MOVE WH-WAREHOUSEID(WS-TFR-DONOR-SUB)
                   TO WS-POL-LOOK-WAREHOUSEID
               MOVE TA-PRODUCTID(TF-SUB) TO WS-POL-LOOK-PRODUCTID
               PERFORM 209-FIND-SITE-POLICY
               COMPUTE WS-TFR-AVAIL =
                   TA-WH-ONHAND(TF-SUB, WS-TFR-DONOR-SUB) -
                   WS-ITEM-ORDER-UP-TO

               IF WS-TFR-NEED > 0 AND WS-TFR-AVAIL > 0
                   IF WS-TFR-AVAIL < WS-TFR-NEED
                       TO WS-STOCK-QUANTITY
      *            STOCK ALREADY ON A TRUCK TO THIS SITE COUNTS
      *            TOWARD ITS POSITION -- NO PURCHASE ORDER FOR
      *            GOODS THE COMPANY ALREADY OWNS.  STOCK PROMISED
      *            TO A SALES ORDER DOES NOT -- IT IS AS GOOD AS
      *            GONE.
                   PERFORM 1412-SUM-PRODUCT-INTRANSIT
                   PERFORM 212-FIND-ENTRY-FREE-QTY
                   COMPUTE WS-EFFECTIVE-ONHAND =
                       WS-ITEM-FREE-QTY + WS-IT-INBOUND-QTY
                   MOVE MPR-WAREHOUSEID TO WS-POL-LOOK-WAREHOUSEID
                   MOVE MPR-VENDORID    TO WS-POL-LOOK-VENDORID
                   MOVE MPR-PRODUCTID   TO WS-POL-LOOK-PRODUCTID
                   PERFORM 207-FIND-ITEM-POLICY
                   IF WS-EFFECTIVE-ONHAND < WS-ITEM-REORDER-POINT
      *                BELOW REORDER COUNTS ON THE VENDOR'S
      *                SCORECARD WHETHER OR NOT A PO GETS CUT.
                       MOVE MPR-VENDORID TO WS-VSC-LOOK-VENDOR
               MOVE MPR-PRODUCT-NAME(PRODUCT-SUB)
                   TO PS-PRODUCT-NAME(PS-SUB)
               MOVE WS-STOCK-QUANTITY TO PS-ONHAND(PS-SUB)
      *        THE ORDER BRINGS THE ITEM BACK UP TO ITS ORDER-UP-TO
      *        LEVEL, SET BY 207-FIND-ITEM-POLICY IN 1407, FROM
      *        THE FREE QUANTITY 212-FIND-ENTRY-FREE-QTY LEFT THERE.
      *        A DEEPLY NEGATIVE ON-HAND (BAD OVERPUNCH DATA) WOULD
      *        OVERFLOW THE FOUR-DIGIT ORDER QUANTITY -- CAP IT AT
      *        9999 RATHER THAN SUGGEST A TRUNCATED NONSENSE ORDER.
               COMPUTE PS-SUGG-QTY(PS-SUB) =
                   WS-ITEM-ORDER-UP-TO - WS-ITEM-FREE-QTY
                   ON SIZE ERROR
                       MOVE 9999 TO PS-SUGG-QTY(PS-SUB)
               END-COMPUTE
               MOVE OPT-PRODUCTID(OP-SUB)   TO OPO-PRODUCTID
               MOVE OPT-ORDER-QTY(OP-SUB)   TO OPO-ORDER-QTY
               MOVE OPT-RECVD-QTY(OP-SUB)   TO OPO-RECVD-QTY
               MOVE OPT-UNIT-PRICE(OP-SUB)  TO OPO-UNIT-PRICE
               WRITE OPEN-PO-RECORD
           END-IF

               MOVE BOT-PRODUCTID(BO-SUB)   TO BOR-PRODUCTID
               MOVE BOT-QUANTITY(BO-SUB)    TO BOR-QUANTITY
               MOVE BOT-ORDER-DATE(BO-SUB)  TO BOR-ORDER-DATE
               MOVE BOT-ORDER-NUMBER(BO-SUB) TO BOR-ORDER-NUMBER
               MOVE BOT-CUSTOMER-ID(BO-SUB) TO BOR-CUSTOMER-ID
               WRITE BACKORDER-RECORD
           END-IF

               MOVE BOT-QUANTITY(BO-SUB)    TO BKL-QUANTITY
               MOVE BOT-ORDER-DATE(BO-SUB)  TO BKL-ORDER-DATE
               MOVE WS-AGE-DAYS             TO BKL-AGE-DAYS
               MOVE BOT-ORDER-NUMBER(BO-SUB) TO BKL-ORDER-NUMBER
               MOVE BOT-CUSTOMER-ID(BO-SUB) TO BKL-CUSTOMER-ID
               MOVE BK-DETAIL-LINE TO BK-REPORT-LINE
               WRITE BK-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
               MOVE ITT-PRODUCTID(IT-SUB) TO ITF-PRODUCTID
               MOVE ITT-QUANTITY(IT-SUB)  TO ITF-QUANTITY
               MOVE ITT-SHIP-DATE(IT-SUB) TO ITF-SHIP-DATE
               MOVE ITT-LOT-NUMBER(IT-SUB)  TO ITF-LOT-NUMBER
               MOVE ITT-EXPIRY-DATE(IT-SUB) TO ITF-EXPIRY-DATE
               WRITE INTRANSIT-RECORD
           END-IF

               MOVE ITT-QUANTITY(IT-SUB)  TO XFL-QUANTITY
               MOVE ITT-SHIP-DATE(IT-SUB) TO XFL-SHIP-DATE
               MOVE WS-AGE-DAYS           TO XFL-AGE-DAYS
               MOVE ITT-LOT-NUMBER(IT-SUB) TO XFL-LOT-NUMBER
               MOVE XF-DETAIL-LINE TO IT-REPORT-LINE
               WRITE IT-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF

           .

       1690-REWRITE-ALLOCATION-FILE.

      *    ONLY ALLOCATIONS STILL HOLDING STOCK GO BACK OUT --
      *    SHIPPED ONES HAVE LEFT THE SHELF.
           OPEN OUTPUT ALLOCATION-FILE

           IF WS-ALLOCATION-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: ALLOCATION-FILE OPEN FAILED, STATUS = '
                   WS-ALLOCATION-FILE-STATUS
                   ' -- SHIPPED ALLOCATIONS NOT TAKEN OFF THE BOOK.'
               MOVE 8 TO WS-HIGHEST-SEVERITY
               PERFORM 1600-WRITE-EOJ-STATUS
               MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1695-WRITE-ONE-ALLOCATION
                   VARYING AL-SUB FROM 1 BY 1
                      UNTIL AL-SUB > WS-ALLOCATION-COUNT

           CLOSE ALLOCATION-FILE

           .

       1695-WRITE-ONE-ALLOCATION.

           IF ALT-STATUS(AL-SUB) = 'OPEN' OR 'PICKED'
               MOVE ALT-ORDER-NUMBER(AL-SUB) TO ALR-ORDER-NUMBER
               MOVE ALT-LINE-NUMBER(AL-SUB)  TO ALR-LINE-NUMBER
               MOVE ALT-CUSTOMER-ID(AL-SUB)  TO ALR-CUSTOMER-ID
               MOVE ALT-WAREHOUSEID(AL-SUB)  TO ALR-WAREHOUSEID
               MOVE ALT-VENDORID(AL-SUB)     TO ALR-VENDORID
               MOVE ALT-PRODUCTID(AL-SUB)    TO ALR-PRODUCTID
               MOVE ALT-ORDER-QTY(AL-SUB)    TO ALR-ORDER-QTY
               MOVE ALT-ALLOC-QTY(AL-SUB)    TO ALR-ALLOC-QTY
               MOVE ALT-STATUS(AL-SUB)       TO ALR-STATUS
               MOVE ALT-ALLOC-DATE(AL-SUB)   TO ALR-ALLOC-DATE
               WRITE ALLOCATION-RECORD
           END-IF

           .

       1700-REWRITE-ITEM-COST-FILE.

           OPEN OUTPUT ITEM-COST-FILE

           PERFORM 1705-WRITE-ONE-ITEM-COST
                   VARYING IC-SUB FROM 1 BY 1
                      UNTIL IC-SUB > WS-ITEM-COST-COUNT

           CLOSE ITEM-COST-FILE

           .

       1705-WRITE-ONE-ITEM-COST.

           MOVE ICT-WAREHOUSEID(IC-SUB) TO ICR-WAREHOUSEID
           MOVE ICT-VENDORID(IC-SUB)    TO ICR-VENDORID
           MOVE ICT-PRODUCTID(IC-SUB)   TO ICR-PRODUCTID
           MOVE ICT-AVG-COST(IC-SUB)    TO ICR-AVG-COST
           MOVE ICT-LAST-COST(IC-SUB)   TO ICR-LAST-COST
           MOVE ICT-LAST-DATE(IC-SUB)   TO ICR-LAST-DATE
           WRITE ITEM-COST-RECORD

           .

       1710-REWRITE-LOT-BALANCE-FILE.

      *    ONLY LOTS WITH STOCK LEFT GO BACK OUT, IN TABLE ORDER, SO
      *    THE FILE STAYS OLDEST RECEIPT FIRST FOR THE NEXT RUN'S
      *    TIE-BREAKS.
           OPEN OUTPUT LOT-BALANCE-FILE

           PERFORM 1715-WRITE-ONE-LOT-BALANCE
                   VARYING LB-SUB FROM 1 BY 1
                      UNTIL LB-SUB > WS-LOT-BALANCE-COUNT

           CLOSE LOT-BALANCE-FILE

           .

       1715-WRITE-ONE-LOT-BALANCE.

           IF LBT-QUANTITY(LB-SUB) > 0
               MOVE LBT-WAREHOUSEID(LB-SUB)   TO LBR-WAREHOUSEID
               MOVE LBT-VENDORID(LB-SUB)      TO LBR-VENDORID
               MOVE LBT-PRODUCTID(LB-SUB)     TO LBR-PRODUCTID
               MOVE LBT-LOT-NUMBER(LB-SUB)    TO LBR-LOT-NUMBER
               MOVE LBT-EXPIRY-DATE(LB-SUB)   TO LBR-EXPIRY-DATE
               MOVE LBT-QUANTITY(LB-SUB)      TO LBR-QUANTITY
               MOVE LBT-RECEIVED-DATE(LB-SUB) TO LBR-RECEIVED-DATE
               WRITE LOT-BALANCE-RECORD
           END-IF

           .

       1750-WRITE-DEAD-STOCK-REPORT.

      *    A SEPARATE FULL PASS OVER MERGED-PRODUCT-FILE, LIKE THE

       1670-POST-ONE-WAREHOUSE.

      *    SIX BUCKETS PER WAREHOUSE -- INVENTORY VALUE BY PRODUCT
      *    TYPE, THEN MOVEMENT ACTIVITY BY MOVEMENT TYPE, THEN THE
      *    RECEIPT COST REVALUATION.
           MOVE WH-WAREHOUSEID(WS-GL-WH-SUB) TO WS-GL-LOOK-WH

           MOVE 'V' TO WS-GL-LOOK-TYPE
           MOVE 'A' TO WS-GL-LOOK-CLASS
           MOVE GMB-TYPE-AMT(WS-GL-WH-SUB, 3) TO WS-GL-AMOUNT
           PERFORM 1660-POST-ONE-BUCKET
           MOVE 'V' TO WS-GL-LOOK-CLASS
           MOVE GMB-TYPE-AMT(WS-GL-WH-SUB, 4) TO WS-GL-AMOUNT
           PERFORM 1660-POST-ONE-BUCKET

      *    THEN ONE BUCKET PER ADJUSTMENT REASON CODE.
           PERFORM 1675-POST-ONE-REASON-BUCKET
                   VARYING AR-SUB FROM 1 BY 1
                      UNTIL AR-SUB > WS-ADJ-REASON-COUNT

           .

       1675-POST-ONE-REASON-BUCKET.

      *    A REASON WITH NO 'A' ROW OF ITS OWN FOR THIS WAREHOUSE
      *    POSTS THROUGH THE GENERAL 'M'/'A' ADJUSTMENT ROW, SO A MAP
      *    THAT PREDATES THE REASON CODES STILL BALANCES.
           IF GRB-REASON-AMT(WS-GL-WH-SUB, AR-SUB) NOT = 0
               MOVE 'A' TO WS-GL-LOOK-TYPE
               MOVE ADR-REASON-CODE(AR-SUB) TO WS-GL-LOOK-CLASS
               MOVE 'NO' TO WS-GL-MAP-FOUND-SW
               PERFORM 1665-MATCH-ONE-GL-MAP
                       VARYING GM-SUB FROM 1 BY 1
                          UNTIL GM-SUB > WS-GL-MAP-COUNT
                             OR WS-GL-MAP-FOUND-SW = 'YES'
               IF WS-GL-MAP-FOUND-SW = 'NO'
                   MOVE 'M' TO WS-GL-LOOK-TYPE
                   MOVE 'A' TO WS-GL-LOOK-CLASS
               END-IF
               MOVE GRB-REASON-AMT(WS-GL-WH-SUB, AR-SUB)
                   TO WS-GL-AMOUNT
               PERFORM 1660-POST-ONE-BUCKET
           END-IF

           .

                       WHEN MPR-VENDORID = VST-VENDORID(VT-INDEX)
                           MOVE MPR-QUANTITY-INSTOCK(PRODUCT-SUB)
                               TO WS-STOCK-QUANTITY
                           PERFORM 216-FIND-ENTRY-UNIT-COST
                           MOVE WS-ENTRY-UNIT-COST TO WS-TOTAL-COST
                           MULTIPLY WS-STOCK-QUANTITY
                               BY WS-TOTAL-COST
                           ADD WS-TOTAL-COST
