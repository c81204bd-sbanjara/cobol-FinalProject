      ******************* IDENTIFICATION-DIVISION ********************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROGRAM9.
       AUTHOR.      SBANJARA.
      *
      ****************************************************************
      *
      *  CUSTOMER SALES ORDER ALLOCATION AND WAREHOUSE PICK LISTS.
      *
      *  SHIPMENTS USED TO REACH THE SYSTEM ONLY AS BARE 'S' ROWS ON
      *  INVENTORY-TRANS.TXT -- NO CUSTOMER, NO ORDER, AND NO IDEA OF
      *  STOCK PROMISED BUT NOT YET SHIPPED.  THIS PROGRAM PUTS A
      *  SALES ORDER IN FRONT OF EVERY SUCH SHIPMENT, IN TWO STEPS
      *  THAT CAN RUN TOGETHER OR APART:
      *
      *     1. PICK CONFIRMATION (PICK-CONFIRM.TXT PRESENT): EACH
      *        CONFIRMED ORDER (OR ORDER LINE) STILL OPEN ON THE
      *        ALLOCATION BOOK GOES OUT AS AN 'S' MOVEMENT FOR THE
      *        ORDERED QUANTITY, TAGGED WITH THE ORDER NUMBER AND
      *        CUSTOMER, AND THE ALLOCATION IS MARKED PICKED.  THE
      *        NIGHTLY RUN SHIPS WHAT THE SHELF COVERS, BACKORDERS
      *        THE REST UNDER THE SAME ORDER AND CUSTOMER, AND TAKES
      *        THE ALLOCATION OFF THE BOOK ONCE THE SHIPMENT POSTS.
      *
      *     2. ALLOCATION (SALES-ORDER.TXT PRESENT): EACH NEW ORDER
      *        LINE IS ALLOCATED WHATEVER OF ITS QUANTITY THE SHELF
      *        CAN STILL PROMISE -- THE ON-HAND A SHIPMENT WOULD
      *        DRAW, LESS EVERY ALLOCATION ALREADY HELD AGAINST THE
      *        SAME WAREHOUSE/VENDOR/PRODUCT -- AND IS ADDED TO THE
      *        BOOK.  WHAT CANNOT BE PROMISED IS SHOWN SHORT.
      *
      *  EVERY RUN THEN PRINTS A PICK LIST PER WAREHOUSE OF THE
      *  ALLOCATIONS STILL WAITING TO BE PICKED, AND REWRITES THE
      *  ALLOCATION BOOK.  THE NIGHTLY RUN READS THE SAME BOOK AND
      *  TREATS ALLOCATED STOCK AS UNAVAILABLE TO ITS LOW-STOCK, PO
      *  SUGGESTION AND TRANSFER LOGIC.
      *
      *  INPUT:
      *     SALES-ORDER.TXT -- ONE 'H' HEADER RECORD PER ORDER
      *        (ORDER NUMBER, CUSTOMER, SHIP-FROM WAREHOUSE, ORDER
      *        DATE) FOLLOWED BY ITS 'L' LINE RECORDS (LINE NUMBER,
      *        VENDOR, PRODUCT, QUANTITY).  EMPTIED ONCE TAKEN IN.
      *     PICK-CONFIRM.TXT -- ORDER NUMBER, AND A LINE NUMBER OR
      *        SPACES FOR THE WHOLE ORDER.  EMPTIED ONCE TAKEN IN.
      *     ALLOCATIONS.TXT -- THE ALLOCATION BOOK.
      *     INVENTORY-MASTER.DAT -- THE KEYED BOOK FIGURES.
      *
      *  OUTPUT:
      *     ALLOCATIONS.TXT (REWRITTEN), PICK-LIST.TXT,
      *     ORDER-REGISTER.TXT AND 'S' MOVEMENTS APPENDED TO
      *     INVENTORY-TRANS.TXT.
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

      *    THE NEW ORDERS TO ALLOCATE.  NO FILE (OR AN EMPTY ONE)
      *    MEANS NOTHING NEW CAME IN.
           SELECT SALES-ORDER-FILE
                ASSIGN TO 'SALES-ORDER.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SALES-ORDER-FILE-STATUS.

      *    THE WAREHOUSE FLOOR'S CONFIRMATIONS THAT A PICK LIST WAS
      *    PICKED.  NO FILE MEANS NOTHING WAS PICKED SINCE LAST RUN.
           SELECT PICK-CONFIRM-FILE
                ASSIGN TO 'PICK-CONFIRM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PICK-CONFIRM-FILE-STATUS.

      *    THE ALLOCATION BOOK -- EVERY ORDER LINE ALLOCATED AND NOT
      *    YET SHIPPED.  READ WHOLE AT STARTUP, REWRITTEN AT THE END.
           SELECT ALLOCATION-FILE
                ASSIGN TO 'ALLOCATIONS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALLOCATION-FILE-STATUS.

      *    THE KEYED COPY OF THE MERGED INVENTORY, AS THE LAST FULL
      *    BATCH RUN BUILT IT -- THE STOCK AN ALLOCATION PROMISES.
           SELECT INVENTORY-MASTER
                ASSIGN TO 'INVENTORY-MASTER.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IM-RECORD-KEY
                FILE STATUS IS WS-INVENTORY-MASTER-FILE-STATUS.

      *    CONFIRMED PICKS GO OUT IN THE MOVEMENT LAYOUT THE NIGHTLY
      *    RUN ALREADY APPLIES, APPENDED SO THEY RIDE IN WITH
      *    WHATEVER ELSE IS QUEUED FOR TONIGHT.
           SELECT INVENTORY-TRANS-FILE
                ASSIGN TO 'INVENTORY-TRANS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INVENTORY-TRANS-FILE-STATUS.

      *    THE ALLOCATION BOOK IS SHARED WITH THE NIGHTLY RUN, SO THIS
      *    PROGRAM WILL NOT START UNDER ITS LOCK, AND HOLDS THE SAME
      *    LOCK ITSELF WHILE IT WORKS.
           SELECT RUN-LOCK-FILE
                ASSIGN TO 'RUN-LOCK.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUN-LOCK-FILE-STATUS.

      *    THE NIGHTLY RUN'S CHECKPOINT -- A NON-EMPTY FILE MEANS A
      *    RESTART IS PENDING AGAINST THE BOOK AS IT STANDS.
           SELECT CHECKPOINT-FILE
                ASSIGN TO 'PROGRAM4.CKPT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.

           SELECT PICK-LIST-FILE
                ASSIGN TO PRINTER 'PICK-LIST.TXT'.

           SELECT ORDER-REGISTER
                ASSIGN TO PRINTER 'ORDER-REGISTER.TXT'.
      *
      ************************ DATA-DIVISION *************************
      *
       DATA DIVISION.

       FILE SECTION.

      *
      *    SOR-RECORD-TYPE 'H' IS AN ORDER HEADER, 'L' ONE OF ITS
      *    LINES.  THE LINES FOLLOW THEIR HEADER AND CARRY ITS ORDER
      *    NUMBER.
       FD  SALES-ORDER-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  SALES-ORDER-RECORD.
           05  SOR-RECORD-TYPE          PIC X.
           05  SOR-ORDER-NUMBER         PIC X(6).
           05  SOR-DATA                 PIC X(23).
           05  SOR-HEADER-DATA REDEFINES SOR-DATA.
               10  SOH-CUSTOMER-ID      PIC X(6).
               10  SOH-WAREHOUSEID      PIC X(4).
               10  SOH-ORDER-DATE       PIC X(8).
               10                       PIC X(5).
           05  SOR-LINE-DATA REDEFINES SOR-DATA.
               10  SOL-LINE-NUMBER      PIC 99.
               10  SOL-VENDORID         PIC X.
               10  SOL-PRODUCTID        PIC X(3).
               10  SOL-ORDER-QTY        PIC 9(4).
               10                       PIC X(13).
      *

      *
       FD  PICK-CONFIRM-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  PICK-CONFIRM-RECORD.
           05  PCF-ORDER-NUMBER         PIC X(6).
           05  PCF-LINE-NUMBER          PIC X(2).
      *

      *
      *    ALR-STATUS IS 'OPEN' (ON THE PICK LIST) OR 'PICKED'
      *    (CONFIRMED, SHIPMENT QUEUED FOR THE NIGHTLY RUN).  BOTH
      *    HOLD STOCK.  THE NIGHTLY RUN DROPS A ROW ONCE ITS SHIPMENT
      *    POSTS.
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
      *    THE MOVEMENT TRANSACTION LAYOUT THE NIGHTLY RUN CONSUMES.
      *    THE ORDER NUMBER AND CUSTOMER ARE SPACES ON ANY MOVEMENT
      *    THAT IS NOT A SALES ORDER SHIPMENT.
       FD  INVENTORY-TRANS-FILE
           RECORD CONTAINS 65 CHARACTERS.

       01  INVENTORY-TRANS-RECORD.
           05  ITR-WAREHOUSEID          PIC X(4).
           05  ITR-VENDORID             PIC X.
           05  ITR-PRODUCTID            PIC X(3).
           05  ITR-TRANS-TYPE           PIC X.
           05  ITR-QUANTITY             PIC S9(4).
           05  ITR-ORDER-NUMBER         PIC X(6).
           05  ITR-CUSTOMER-ID          PIC X(6).
           05  ITR-UNIT-COST            PIC 9(3)V99.
           05  ITR-REASON-CODE          PIC X.
           05  ITR-ENTERED-BY           PIC X(8).
           05  ITR-APPROVED-BY          PIC X(8).
           05  ITR-LOT-NUMBER           PIC X(10).
           05  ITR-EXPIRY-DATE          PIC X(8).
      *

      *
       FD  RUN-LOCK-FILE
           RECORD CONTAINS 22 CHARACTERS.

       01  RUN-LOCK-RECORD.
           05  RLK-HOLDER               PIC X(8).
           05  RLK-LOCK-DATE            PIC X(8).
           05  RLK-LOCK-TIME            PIC X(6).
      *

      *
      *    ONLY THE PRESENCE OF A RECORD MATTERS HERE -- THE LAYOUT
      *    BELONGS TO PROGRAM4.
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 222 CHARACTERS.

       01  CHECKPOINT-RECORD            PIC X(222).
      *

      *
       FD  PICK-LIST-FILE
           RECORD CONTAINS 70 CHARACTERS.

       01  PL-REPORT-LINE               PIC X(70).
      *

      *
       FD  ORDER-REGISTER
           RECORD CONTAINS 70 CHARACTERS.

       01  RG-REPORT-LINE               PIC X(70).
      *
      *
      ******************* WORKING-STORAGE ****************************
      *
       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05  WS-SALES-ORDER-FILE-STATUS      PIC X(2).
           05  WS-PICK-CONFIRM-FILE-STATUS     PIC X(2).
           05  WS-ALLOCATION-FILE-STATUS       PIC X(2).
           05  WS-INVENTORY-MASTER-FILE-STATUS PIC X(2).
           05  WS-INVENTORY-TRANS-FILE-STATUS  PIC X(2).
           05  WS-RUN-LOCK-FILE-STATUS         PIC X(2).
           05  WS-CHECKPOINT-FILE-STATUS       PIC X(2).
           05  WS-ORDER-EOF             PIC X(3)   VALUE 'NO'.
               88  NO-MORE-ORDERS           VALUE 'YES'.
           05  WS-CONFIRM-EOF           PIC X(3)   VALUE 'NO'.
               88  NO-MORE-CONFIRMATIONS    VALUE 'YES'.
           05  WS-ALLOCATION-EOF        PIC X(3)   VALUE 'NO'.
               88  NO-MORE-ALLOCATIONS      VALUE 'YES'.
           05  WS-MASTER-SCAN-EOF       PIC X(3)   VALUE 'NO'.
               88  MASTER-SCAN-DONE         VALUE 'YES'.
      *    A BOOK TOO BIG FOR THE TABLE IS LEFT EXACTLY AS IT STOOD
      *    -- REWRITING THE PARTIAL TABLE WOULD DESTROY THE ROWS THAT
      *    DID NOT FIT -- AND NOTHING NEW IS ALLOCATED OR CONFIRMED.
           05  WS-ALLOCATION-PARTIAL-SW PIC X(3)   VALUE 'NO'.
           05  WS-TRANS-OPEN-SW         PIC X(3)   VALUE 'NO'.
           05  WS-ITEM-FOUND-SW         PIC X(3)   VALUE 'NO'.
           05  WS-CONFIRM-MATCH-SW      PIC X(3)   VALUE 'NO'.
           05  WS-ORDER-OK-SW           PIC X(3)   VALUE 'NO'.
           05  WS-ORDER-ON-BOOK-SW      PIC X(3)   VALUE 'NO'.
           05  WS-WAREHOUSE-SEEN-SW     PIC X(3)   VALUE 'NO'.

       01  RUN-LOCK-FIELDS.
           05  WS-LOCK-HOLDER           PIC X(8)   VALUE SPACES.
           05  WS-LOCK-DATE             PIC X(8)   VALUE SPACES.
           05  WS-LOCK-TIME             PIC X(6)   VALUE SPACES.
           05  WS-LOCK-HELD-SW          PIC X(3)   VALUE 'NO'.
           05  WS-CKPT-PRESENT-SW       PIC X(3)   VALUE 'NO'.
           05  WS-LOCK-DATE-NOW         PIC X(8).
           05  WS-TIME-WORK             PIC X(8).

      *    THE ORDER HEADER THE LINES NOW BEING READ BELONG TO.
       01  CURRENT-ORDER-FIELDS.
           05  WS-CUR-ORDER-NUMBER      PIC X(6)   VALUE SPACES.
           05  WS-CUR-CUSTOMER-ID       PIC X(6)   VALUE SPACES.
           05  WS-CUR-WAREHOUSEID       PIC X(4)   VALUE SPACES.
           05  WS-ORDER-REASON          PIC X(25)  VALUE SPACES.
           05  WS-LINE-REASON           PIC X(25)  VALUE SPACES.

      *    THE WAREHOUSE/VENDOR/PRODUCT 250-READ-ITEM-BOOK LOOKS UP,
      *    AND WHAT IT FINDS.
       01  ITEM-BOOK-FIELDS.
           05  WS-ITEM-WAREHOUSEID      PIC X(4).
           05  WS-ITEM-VENDORID         PIC X.
           05  WS-ITEM-PRODUCTID        PIC X(3).
           05  WS-ITEM-NAME             PIC X(13)  VALUE SPACES.
           05  WS-ITEM-ONHAND           PIC S9(5)  VALUE 0.
           05  WS-ITEM-HELD             PIC S9(7)  VALUE 0.
           05  WS-ITEM-FREE             PIC S9(7)  VALUE 0.
           05  WS-ALLOC-QTY             PIC 9(4)   VALUE 0.
           05  WS-SHORT-QTY             PIC 9(4)   VALUE 0.

       01  ALLOCATION-TABLE-FIELDS.
           05  WS-ALLOCATION-COUNT      PIC 9(3)   VALUE 0.
           05  AL-SUB                   PIC 9(3).

      *    THE ALLOCATION BOOK, IN FILE ORDER (OLDEST FIRST), WITH
      *    THIS RUN'S NEW ORDER LINES ADDED BEHIND.
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
               10  ALT-STATUS           PIC X(6).
               10  ALT-ALLOC-DATE       PIC X(8).

      *    THE WAREHOUSES WITH SOMETHING TO PICK, IN THE ORDER FIRST
      *    SEEN ON THE BOOK -- ONE PICK LIST PAGE EACH.
       01  PICK-WAREHOUSE-FIELDS.
           05  WS-PICK-WH-COUNT         PIC 99     VALUE 0.
           05  PW-SUB                   PIC 99.
           05  WS-PICK-LINE-COUNT       PIC 9(5)   VALUE 0.

       01  PICK-WAREHOUSE-TABLE.
           05  PICK-WAREHOUSE-ITEM OCCURS 20 TIMES.
               10  PWT-WAREHOUSEID      PIC X(4).

       01  ORDER-COUNTERS.
           05  OC-ORDER-RECORDS-READ    PIC 9(5)   VALUE 0.
           05  OC-ORDERS-ACCEPTED       PIC 9(5)   VALUE 0.
           05  OC-LINES-ALLOCATED       PIC 9(5)   VALUE 0.
           05  OC-LINES-SHORT           PIC 9(5)   VALUE 0.
           05  OC-RECORDS-REJECTED      PIC 9(5)   VALUE 0.
           05  OC-CONFIRMS-READ         PIC 9(5)   VALUE 0.
           05  OC-CONFIRMS-REJECTED     PIC 9(5)   VALUE 0.
           05  OC-SHIPMENTS-WRITTEN     PIC 9(5)   VALUE 0.

       01  PRODUCT-SUB                  PIC 99.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                  PIC 9(4).
           05  WS-MONTH                 PIC 99.
           05  WS-DAY                   PIC 99.
      *
      *********************** OUTPUT-AREA ****************************
      *
       01  PL-TITLE-LINE.
           05                       PIC X(15)   VALUE SPACES.
           05                       PIC X(45)   VALUE
               'WAREHOUSE PICK LIST'.

       01  PL-WAREHOUSE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(11)   VALUE 'WAREHOUSE: '.
           05  PLW-WAREHOUSEID      PIC X(4).
           05                       PIC X(8)    VALUE '  DATE: '.
           05  PLW-DATE             PIC X(8).

       01  PL-COLUMN-HEADER.
           05                       PIC X       VALUE SPACE.
           05                       PIC X(7)    VALUE 'ORDER'.
           05                       PIC X(4)    VALUE 'LN'.
           05                       PIC X(8)    VALUE 'CUST'.
           05                       PIC X(2)    VALUE 'V'.
           05                       PIC X(5)    VALUE 'PROD'.
           05                       PIC X(14)   VALUE 'PRODUCT NAME'.
           05                       PIC X(6)    VALUE ' ORDD'.
           05                       PIC X(6)    VALUE 'ALLOC'.
           05                       PIC X(7)    VALUE 'SHORT'.
           05                       PIC X(8)    VALUE 'PICKED'.

       01  PL-DETAIL-LINE.
           05                       PIC X       VALUE SPACE.
           05  PLL-ORDER-NUMBER     PIC X(6).
           05                       PIC X       VALUE SPACE.
           05  PLL-LINE-NUMBER      PIC 99.
           05                       PIC X(2)    VALUE SPACES.
           05  PLL-CUSTOMER-ID      PIC X(6).
           05                       PIC X(2)    VALUE SPACES.
           05  PLL-VENDORID         PIC X.
           05                       PIC X       VALUE SPACE.
           05  PLL-PRODUCTID        PIC X(3).
           05                       PIC X(2)    VALUE SPACES.
           05  PLL-PRODUCT-NAME     PIC X(13).
           05                       PIC X       VALUE SPACE.
           05  PLL-ORDER-QTY        PIC ZZZ9.
           05                       PIC X(2)    VALUE SPACES.
           05  PLL-ALLOC-QTY        PIC ZZZ9.
           05                       PIC X(2)    VALUE SPACES.
           05  PLL-SHORT-QTY        PIC ZZZ9.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(8)    VALUE '________'.

       01  PL-NONE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(45)   VALUE
               'NO ALLOCATIONS WAITING TO BE PICKED.'.

       01  PL-TOTAL-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(18)   VALUE
               'LINES TO PICK:    '.
           05  PLT-LINE-COUNT       PIC ZZZZ9.
      *
       01  RG-TITLE-LINE.
           05                       PIC X(15)   VALUE SPACES.
           05                       PIC X(45)   VALUE
               'SALES ORDER ALLOCATION REGISTER'.

       01  RG-DATE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(10)   VALUE 'RUN DATE: '.
           05  RGD-DATE             PIC X(8).

       01  RG-SECTION-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  RGS-SECTION          PIC X(40).

       01  RG-COLUMN-HEADER.
           05                       PIC X       VALUE SPACE.
           05                       PIC X(7)    VALUE 'ORDER'.
           05                       PIC X(3)    VALUE 'LN'.
           05                       PIC X(7)    VALUE 'CUST'.
           05                       PIC X(5)    VALUE 'WHSE'.
           05                       PIC X(2)    VALUE 'V'.
           05                       PIC X(4)    VALUE 'PROD'.
           05                       PIC X(5)    VALUE ' ORDD'.
           05                       PIC X(5)    VALUE 'ALLOC'.
           05                       PIC X(24)   VALUE ' STATUS'.

       01  RG-DETAIL-LINE.
           05                       PIC X       VALUE SPACE.
           05  RGL-ORDER-NUMBER     PIC X(6).
           05                       PIC X       VALUE SPACE.
           05  RGL-LINE-NUMBER      PIC X(2).
           05                       PIC X       VALUE SPACE.
           05  RGL-CUSTOMER-ID      PIC X(6).
           05                       PIC X       VALUE SPACE.
           05  RGL-WAREHOUSEID      PIC X(4).
           05                       PIC X       VALUE SPACE.
           05  RGL-VENDORID         PIC X.
           05                       PIC X       VALUE SPACE.
           05  RGL-PRODUCTID        PIC X(3).
           05                       PIC X       VALUE SPACE.
           05  RGL-ORDER-QTY        PIC ZZZ9.
           05                       PIC X       VALUE SPACE.
           05  RGL-ALLOC-QTY        PIC ZZZ9.
           05                       PIC X(2)    VALUE SPACES.
           05  RGL-STATUS           PIC X(25).

       01  RG-NONE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  RGN-TEXT             PIC X(45).

       01  RG-COUNT-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  RGC-LABEL            PIC X(28).
           05  RGC-COUNT            PIC ZZZZ9.
      *
      ********************** PROCEDURE-DIVISION **********************
      *
       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           PERFORM 105-CHECK-RUN-LOCK
           PERFORM 108-TAKE-RUN-LOCK
           PERFORM 110-LOAD-ALLOCATION-FILE
           PERFORM 150-OPEN-INVENTORY-MASTER

           OPEN OUTPUT ORDER-REGISTER
           MOVE RG-TITLE-LINE TO RG-REPORT-LINE
           WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-CURRENT-DATE TO RGD-DATE
           MOVE RG-DATE-LINE TO RG-REPORT-LINE
           WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE

      *    CONFIRMATIONS FIRST -- THEY ONLY EVER CONCERN ALLOCATIONS
      *    ALREADY ON A PRINTED PICK LIST, NEVER TONIGHT'S NEW ONES.
           PERFORM 200-PROCESS-PICK-CONFIRMATIONS
           PERFORM 300-ALLOCATE-SALES-ORDERS

           IF WS-TRANS-OPEN-SW = 'YES'
               CLOSE INVENTORY-TRANS-FILE
           END-IF

           PERFORM 400-WRITE-PICK-LISTS
           PERFORM 500-REWRITE-ALLOCATION-FILE

           PERFORM 600-WRITE-REGISTER-TOTALS
           CLOSE ORDER-REGISTER

           CLOSE INVENTORY-MASTER

           PERFORM 900-FINAL-ROUTINE

           .

       105-CHECK-RUN-LOCK.

      *    THE NIGHTLY RUN REWRITES THE ALLOCATION BOOK AS SHIPMENTS
      *    POST -- TWO PROGRAMS REWRITING ONE BOOK AT ONCE WOULD LOSE
      *    ONE SIDE'S WORK, SO A HELD LOCK STOPS THIS RUN COLD.  AN
      *    UNFINISHED PROGRAM4 CHECKPOINT REFUSES IT THE SAME WAY,
      *    EVEN IF THE LOCK ITSELF IS GONE: THE RESTART MUST RESUME
      *    AGAINST THE BOOK AND THE MOVEMENTS IT WAS CUT UNDER.
           OPEN INPUT RUN-LOCK-FILE

           IF WS-RUN-LOCK-FILE-STATUS = '00'
               READ RUN-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'YES'         TO WS-LOCK-HELD-SW
                       MOVE RLK-HOLDER    TO WS-LOCK-HOLDER
                       MOVE RLK-LOCK-DATE TO WS-LOCK-DATE
                       MOVE RLK-LOCK-TIME TO WS-LOCK-TIME
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF

           OPEN INPUT CHECKPOINT-FILE

           IF WS-CHECKPOINT-FILE-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'YES' TO WS-CKPT-PRESENT-SW
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF

           IF WS-LOCK-HELD-SW = 'YES'
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-DATE ' ' WS-LOCK-TIME '.'
           END-IF
           IF WS-CKPT-PRESENT-SW = 'YES'
               DISPLAY 'AN UNFINISHED PROGRAM4 CHECKPOINT IS ON '
                   'FILE -- A RESTART IS PENDING.'
           END-IF

           IF WS-LOCK-HELD-SW = 'YES'
               OR WS-CKPT-PRESENT-SW = 'YES'
               DISPLAY 'FATAL: ORDER ALLOCATION REFUSED WHILE THE '
                   'NIGHTLY RUN OWNS THE ALLOCATION BOOK -- RERUN '
                   'WHEN IT IS RELEASED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       108-TAKE-RUN-LOCK.

      *    THIS PROGRAM HOLDS THE SAME LOCK WHILE IT REWRITES THE
      *    BOOK AND QUEUES SHIPMENTS, SO A NIGHTLY RUN STARTED
      *    MID-ALLOCATION REFUSES THE SAME WAY THIS PROGRAM JUST
      *    CHECKED.
           OPEN OUTPUT RUN-LOCK-FILE
           MOVE 'PROGRAM9' TO RLK-HOLDER
           ACCEPT WS-LOCK-DATE-NOW FROM DATE YYYYMMDD
           MOVE WS-LOCK-DATE-NOW TO RLK-LOCK-DATE
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK(1:6) TO RLK-LOCK-TIME
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE

           .

       109-RELEASE-RUN-LOCK.

      *    EVERY STOP AFTER 108 COMES THROUGH HERE.  A FAILURE PART
      *    WAY THROUGH LEAVES NOTHING THE NIGHTLY RUN CANNOT POST --
      *    A QUEUED SHIPMENT TAKES ITS ROW OFF THE BOOK WHETHER THE
      *    ROW READS OPEN OR PICKED.
           OPEN OUTPUT RUN-LOCK-FILE
           CLOSE RUN-LOCK-FILE

           .

       110-LOAD-ALLOCATION-FILE.

      *    NO FILE YET MEANS NOTHING HAS EVER BEEN ALLOCATED.
           OPEN INPUT ALLOCATION-FILE

           IF WS-ALLOCATION-FILE-STATUS NOT = '00'
               DISPLAY 'NO ALLOCATIONS FILE PRESENT -- ALLOCATION '
                   'BOOK STARTS THIS RUN.'
           ELSE
               MOVE 'NO' TO WS-ALLOCATION-EOF
               PERFORM 115-LOAD-ONE-ALLOCATION
                   UNTIL NO-MORE-ALLOCATIONS
               CLOSE ALLOCATION-FILE
           END-IF

           .

       115-LOAD-ONE-ALLOCATION.

      *    ALLOCATION-ITEM IS OCCURS 500 TIMES -- A BOOK WITH MORE
      *    ROWS THAN THAT IS REPORTED RATHER THAN OVERRUNNING THE
      *    TABLE.
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
                   ELSE
                       IF WS-ALLOCATION-PARTIAL-SW = 'NO'
                           MOVE 'YES' TO WS-ALLOCATION-PARTIAL-SW
                           DISPLAY
                               'WARNING: ALLOCATIONS FILE EXCEEDS 500 '
                               'ROWS -- BOOK HELD PARTIAL, NOTHING '
                               'NEW ALLOCATED OR CONFIRMED.'
                       END-IF
                   END-IF
           END-READ

           .

       150-OPEN-INVENTORY-MASTER.

           OPEN INPUT INVENTORY-MASTER

           IF WS-INVENTORY-MASTER-FILE-STATUS NOT = '00'
               DISPLAY
                   'FATAL: INVENTORY-MASTER OPEN FAILED, STATUS = '
                   WS-INVENTORY-MASTER-FILE-STATUS
                   ' -- RUN THE BATCH REPORT TO BUILD IT.'
               PERFORM 109-RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       160-OPEN-SHIPMENT-OUTPUT.

      *    SHIPMENTS ARE APPENDED BEHIND WHATEVER MOVEMENTS ARE
      *    ALREADY QUEUED FOR TONIGHT'S RUN.  OPENED ON THE FIRST
      *    CONFIRMATION THAT NEEDS IT.
           OPEN EXTEND INVENTORY-TRANS-FILE

           IF WS-INVENTORY-TRANS-FILE-STATUS NOT = '00'
               OPEN OUTPUT INVENTORY-TRANS-FILE
               IF WS-INVENTORY-TRANS-FILE-STATUS NOT = '00'
                   DISPLAY
                       'FATAL: INVENTORY-TRANS-FILE OPEN FAILED, '
                       'STATUS = ' WS-INVENTORY-TRANS-FILE-STATUS
                       ' -- NO SHIPMENTS CAN BE WRITTEN.'
                   PERFORM 109-RELEASE-RUN-LOCK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE 'YES' TO WS-TRANS-OPEN-SW

           .

       200-PROCESS-PICK-CONFIRMATIONS.

           MOVE 'PICK CONFIRMATIONS:' TO RGS-SECTION
           MOVE RG-SECTION-LINE TO RG-REPORT-LINE
           WRITE RG-REPORT-LINE AFTER ADVANCING 2 LINES

           OPEN INPUT PICK-CONFIRM-FILE

           IF WS-PICK-CONFIRM-FILE-STATUS NOT = '00'
               MOVE 'NO PICK-CONFIRM FILE PRESENT.' TO RGN-TEXT
               MOVE RG-NONE-LINE TO RG-REPORT-LINE
               WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE RG-COLUMN-HEADER TO RG-REPORT-LINE
               WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE
               MOVE 'NO' TO WS-CONFIRM-EOF
               PERFORM 210-PROCESS-ONE-CONFIRMATION
                   UNTIL NO-MORE-CONFIRMATIONS
               CLOSE PICK-CONFIRM-FILE
      *        ONE-SHOT, LIKE A LOCK OVERRIDE -- A CONFIRMATION LEFT
      *        BEHIND WOULD QUEUE THE SAME SHIPMENT AGAIN TOMORROW.
               IF WS-ALLOCATION-PARTIAL-SW = 'NO'
                   OPEN OUTPUT PICK-CONFIRM-FILE
                   CLOSE PICK-CONFIRM-FILE
               END-IF
           END-IF

           .

       210-PROCESS-ONE-CONFIRMATION.

           READ PICK-CONFIRM-FILE
               AT END
                   MOVE 'YES' TO WS-CONFIRM-EOF
               NOT AT END
                   ADD 1 TO OC-CONFIRMS-READ
                   MOVE 'NO' TO WS-CONFIRM-MATCH-SW
                   IF WS-ALLOCATION-PARTIAL-SW = 'NO'
                       PERFORM 220-CONFIRM-ONE-ALLOCATION
                               VARYING AL-SUB FROM 1 BY 1
                                  UNTIL AL-SUB > WS-ALLOCATION-COUNT
                   END-IF
                   IF WS-CONFIRM-MATCH-SW = 'NO'
                       ADD 1 TO OC-CONFIRMS-REJECTED
                       MOVE SPACES           TO RG-DETAIL-LINE
                       MOVE PCF-ORDER-NUMBER TO RGL-ORDER-NUMBER
                       MOVE PCF-LINE-NUMBER  TO RGL-LINE-NUMBER
                       MOVE 0                TO RGL-ORDER-QTY
                       MOVE 0                TO RGL-ALLOC-QTY
                       IF WS-ALLOCATION-PARTIAL-SW = 'YES'
                           MOVE 'REJECTED: BOOK PARTIAL'
                               TO RGL-STATUS
                       ELSE
                           MOVE 'REJECTED: NOTHING OPEN'
                               TO RGL-STATUS
                       END-IF
                       MOVE RG-DETAIL-LINE TO RG-REPORT-LINE
                       WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE
                   END-IF
           END-READ

           .

       220-CONFIRM-ONE-ALLOCATION.

      *    A CONFIRMATION WITH NO LINE NUMBER TAKES EVERY OPEN LINE
      *    OF THE ORDER.  THE MOVEMENT IS FOR THE ORDERED QUANTITY,
      *    NOT THE ALLOCATED ONE -- THE SHORT PART IS STILL THE
      *    CUSTOMER'S DEMAND.  THE NIGHTLY RUN SHIPS IT ONLY FROM
      *    STOCK NOT HELD FOR OTHER ORDERS' ALLOCATIONS AND
      *    BACKORDERS THE REST UNDER THIS ORDER AND CUSTOMER, SO THE
      *    BOOK AND THE SHELF STAY IN STEP.
           IF ALT-STATUS(AL-SUB) = 'OPEN'
               AND ALT-ORDER-NUMBER(AL-SUB) = PCF-ORDER-NUMBER
               AND (PCF-LINE-NUMBER = SPACES
                    OR PCF-LINE-NUMBER = ALT-LINE-NUMBER(AL-SUB))

               MOVE 'YES' TO WS-CONFIRM-MATCH-SW
               IF WS-TRANS-OPEN-SW = 'NO'
                   PERFORM 160-OPEN-SHIPMENT-OUTPUT
               END-IF

               MOVE ALT-WAREHOUSEID(AL-SUB)  TO ITR-WAREHOUSEID
               MOVE ALT-VENDORID(AL-SUB)     TO ITR-VENDORID
               MOVE ALT-PRODUCTID(AL-SUB)    TO ITR-PRODUCTID
               MOVE 'S'                      TO ITR-TRANS-TYPE
               MOVE ALT-ORDER-QTY(AL-SUB)    TO ITR-QUANTITY
               MOVE ALT-ORDER-NUMBER(AL-SUB) TO ITR-ORDER-NUMBER
               MOVE ALT-CUSTOMER-ID(AL-SUB)  TO ITR-CUSTOMER-ID
               MOVE 0                        TO ITR-UNIT-COST
               MOVE SPACES                   TO ITR-REASON-CODE
               MOVE SPACES                   TO ITR-ENTERED-BY
               MOVE SPACES                   TO ITR-APPROVED-BY
               MOVE SPACES                   TO ITR-LOT-NUMBER
               MOVE SPACES                   TO ITR-EXPIRY-DATE
               WRITE INVENTORY-TRANS-RECORD

               MOVE 'PICKED' TO ALT-STATUS(AL-SUB)
               ADD 1 TO OC-SHIPMENTS-WRITTEN

               MOVE ALT-ORDER-NUMBER(AL-SUB) TO RGL-ORDER-NUMBER
               MOVE ALT-LINE-NUMBER(AL-SUB)  TO RGL-LINE-NUMBER
               MOVE ALT-CUSTOMER-ID(AL-SUB)  TO RGL-CUSTOMER-ID
               MOVE ALT-WAREHOUSEID(AL-SUB)  TO RGL-WAREHOUSEID
               MOVE ALT-VENDORID(AL-SUB)     TO RGL-VENDORID
               MOVE ALT-PRODUCTID(AL-SUB)    TO RGL-PRODUCTID
               MOVE ALT-ORDER-QTY(AL-SUB)    TO RGL-ORDER-QTY
               MOVE ALT-ALLOC-QTY(AL-SUB)    TO RGL-ALLOC-QTY
               MOVE 'PICKED -- SHIPMENT QUEUED' TO RGL-STATUS
               MOVE RG-DETAIL-LINE TO RG-REPORT-LINE
               WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF

           .

       250-READ-ITEM-BOOK.

      *    A SHIPMENT POSTS AGAINST THE FIRST PRODUCT ENTRY OF THE
      *    KEY'S FIRST MASTER RECORD, SO THAT ENTRY'S ON-HAND IS THE
      *    STOCK AN ALLOCATION CAN PROMISE.  WS-ITEM-FOUND-SW STAYS
      *    'NO' WHEN THE KEY IS NOT ON THE MASTER OR THAT ENTRY IS
      *    NOT USABLE.
           MOVE 'NO'   TO WS-ITEM-FOUND-SW
           MOVE 0      TO WS-ITEM-ONHAND
           MOVE SPACES TO WS-ITEM-NAME
           MOVE 'NO'   TO WS-MASTER-SCAN-EOF

           MOVE LOW-VALUES          TO IM-RECORD-KEY
           MOVE WS-ITEM-WAREHOUSEID TO IM-WAREHOUSEID
           MOVE WS-ITEM-VENDORID    TO IM-VENDORID
           MOVE WS-ITEM-PRODUCTID   TO IM-PRODUCTID

           START INVENTORY-MASTER
               KEY IS NOT < IM-RECORD-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-MASTER-SCAN-EOF
           END-START

           IF WS-MASTER-SCAN-EOF = 'NO'
               READ INVENTORY-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IM-WAREHOUSEID = WS-ITEM-WAREHOUSEID
                           AND IM-VENDORID  = WS-ITEM-VENDORID
                           AND IM-PRODUCTID = WS-ITEM-PRODUCTID
                           AND IM-PRODUCT-NAME(1) NOT = SPACES
                           AND IM-QUANTITY-INSTOCK(1) NUMERIC
                               MOVE 'YES' TO WS-ITEM-FOUND-SW
                               MOVE IM-PRODUCT-NAME(1)
                                   TO WS-ITEM-NAME
                               MOVE IM-QUANTITY-INSTOCK(1)
                                   TO WS-ITEM-ONHAND
                       END-IF
               END-READ
           END-IF

           .

       260-SUM-HELD-ALLOCATIONS.

      *    EVERY ALLOCATION NOT YET SHIPPED -- OPEN OR PICKED --
      *    HOLDS STOCK AGAINST THE SAME KEY.
           MOVE 0 TO WS-ITEM-HELD

           PERFORM 265-SUM-ONE-HELD-ALLOCATION
                   VARYING AL-SUB FROM 1 BY 1
                      UNTIL AL-SUB > WS-ALLOCATION-COUNT

           .

       265-SUM-ONE-HELD-ALLOCATION.

           IF ALT-WAREHOUSEID(AL-SUB) = WS-ITEM-WAREHOUSEID
               AND ALT-VENDORID(AL-SUB)  = WS-ITEM-VENDORID
               AND ALT-PRODUCTID(AL-SUB) = WS-ITEM-PRODUCTID
               AND (ALT-STATUS(AL-SUB) = 'OPEN' OR 'PICKED')
                   ADD ALT-ALLOC-QTY(AL-SUB) TO WS-ITEM-HELD
           END-IF

           .

       300-ALLOCATE-SALES-ORDERS.

           MOVE 'NEW ORDER LINES:' TO RGS-SECTION
           MOVE RG-SECTION-LINE TO RG-REPORT-LINE
           WRITE RG-REPORT-LINE AFTER ADVANCING 2 LINES

           OPEN INPUT SALES-ORDER-FILE

           IF WS-SALES-ORDER-FILE-STATUS NOT = '00'
               MOVE 'NO SALES-ORDER FILE PRESENT.' TO RGN-TEXT
               MOVE RG-NONE-LINE TO RG-REPORT-LINE
               WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE RG-COLUMN-HEADER TO RG-REPORT-LINE
               WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE
               MOVE 'NO' TO WS-ORDER-EOF
               MOVE 'NO' TO WS-ORDER-OK-SW
               MOVE SPACES TO WS-CUR-ORDER-NUMBER
               PERFORM 310-PROCESS-ONE-ORDER-RECORD
                   UNTIL NO-MORE-ORDERS
               CLOSE SALES-ORDER-FILE
      *        THE ORDERS NOW LIVE ON THE ALLOCATION BOOK (OR ON THE
      *        REGISTER AS REJECTED), SO THE INTAKE FILE IS EMPTIED
      *        -- UNLESS THE BOOK WAS PARTIAL AND NOTHING WAS TAKEN.
               IF WS-ALLOCATION-PARTIAL-SW = 'NO'
                   OPEN OUTPUT SALES-ORDER-FILE
                   CLOSE SALES-ORDER-FILE
               END-IF
           END-IF

           .

       310-PROCESS-ONE-ORDER-RECORD.

           READ SALES-ORDER-FILE
               AT END
                   MOVE 'YES' TO WS-ORDER-EOF
               NOT AT END
                   ADD 1 TO OC-ORDER-RECORDS-READ
                   EVALUATE SOR-RECORD-TYPE
                       WHEN 'H'
                           PERFORM 320-TAKE-ORDER-HEADER
                       WHEN 'L'
                           PERFORM 330-TAKE-ORDER-LINE
                       WHEN OTHER
                           MOVE 'REJECTED: BAD RECORD TYPE'
                               TO WS-LINE-REASON
                           PERFORM 350-REJECT-ORDER-RECORD
                   END-EVALUATE
           END-READ

           .

       320-TAKE-ORDER-HEADER.

      *    A HEADER OPENS A NEW ORDER FOR THE LINES BEHIND IT.  AN
      *    ORDER NUMBER ALREADY ON THE BOOK IS A RESUBMISSION --
      *    ALLOCATING IT AGAIN WOULD SHIP THE CUSTOMER TWICE.
           MOVE SOR-ORDER-NUMBER TO WS-CUR-ORDER-NUMBER
           MOVE SOH-CUSTOMER-ID  TO WS-CUR-CUSTOMER-ID
           MOVE SOH-WAREHOUSEID  TO WS-CUR-WAREHOUSEID
           MOVE 'YES' TO WS-ORDER-OK-SW

           MOVE 'NO' TO WS-ORDER-ON-BOOK-SW
           PERFORM 325-CHECK-ONE-BOOKED-ORDER
                   VARYING AL-SUB FROM 1 BY 1
                      UNTIL AL-SUB > WS-ALLOCATION-COUNT

           EVALUATE TRUE
               WHEN SOR-ORDER-NUMBER = SPACES
                   MOVE 'REJECTED: NO ORDER NUMBER' TO WS-ORDER-REASON
               WHEN SOH-CUSTOMER-ID = SPACES
                   MOVE 'REJECTED: NO CUSTOMER'     TO WS-ORDER-REASON
               WHEN SOH-WAREHOUSEID = SPACES
                   MOVE 'REJECTED: NO WAREHOUSE'    TO WS-ORDER-REASON
               WHEN WS-ORDER-ON-BOOK-SW = 'YES'
                   MOVE 'REJECTED: ALREADY ON BOOK' TO WS-ORDER-REASON
               WHEN WS-ALLOCATION-PARTIAL-SW = 'YES'
                   MOVE 'REJECTED: BOOK PARTIAL'    TO WS-ORDER-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-ORDER-REASON
           END-EVALUATE

           IF WS-ORDER-REASON NOT = SPACES
               MOVE 'NO' TO WS-ORDER-OK-SW
               MOVE WS-ORDER-REASON TO WS-LINE-REASON
               PERFORM 350-REJECT-ORDER-RECORD
           ELSE
               ADD 1 TO OC-ORDERS-ACCEPTED
           END-IF

           .

       325-CHECK-ONE-BOOKED-ORDER.

           IF ALT-ORDER-NUMBER(AL-SUB) = SOR-ORDER-NUMBER
               MOVE 'YES' TO WS-ORDER-ON-BOOK-SW
           END-IF

           .

       330-TAKE-ORDER-LINE.

           MOVE WS-CUR-WAREHOUSEID TO WS-ITEM-WAREHOUSEID
           MOVE SOL-VENDORID       TO WS-ITEM-VENDORID
           MOVE SOL-PRODUCTID      TO WS-ITEM-PRODUCTID

           EVALUATE TRUE
               WHEN SOR-ORDER-NUMBER NOT = WS-CUR-ORDER-NUMBER
                   MOVE 'REJECTED: NO ORDER HEADER' TO WS-LINE-REASON
               WHEN WS-ORDER-OK-SW = 'NO'
                   MOVE 'REJECTED: HEADER REJECTED' TO WS-LINE-REASON
               WHEN SOL-LINE-NUMBER NOT NUMERIC
                   MOVE 'REJECTED: BAD LINE NUMBER' TO WS-LINE-REASON
               WHEN SOL-ORDER-QTY NOT NUMERIC
                 OR SOL-ORDER-QTY = 0
                   MOVE 'REJECTED: BAD QUANTITY'    TO WS-LINE-REASON
               WHEN WS-ALLOCATION-COUNT NOT < 500
                   MOVE 'REJECTED: BOOK FULL'       TO WS-LINE-REASON
               WHEN OTHER
                   PERFORM 250-READ-ITEM-BOOK
                   IF WS-ITEM-FOUND-SW = 'YES'
                       MOVE SPACES TO WS-LINE-REASON
                   ELSE
                       MOVE 'REJECTED: NOT ON MASTER'
                           TO WS-LINE-REASON
                   END-IF
           END-EVALUATE

           IF WS-LINE-REASON NOT = SPACES
               PERFORM 350-REJECT-ORDER-RECORD
           ELSE
               PERFORM 340-ALLOCATE-ONE-LINE
           END-IF

           .

       340-ALLOCATE-ONE-LINE.

      *    THE LINE GETS WHAT THE SHELF CAN STILL PROMISE, UP TO ITS
      *    ORDERED QUANTITY.  A NEGATIVE ON-HAND OR A SHELF ALREADY
      *    FULLY PROMISED LEAVES IT ALLOCATED NOTHING -- IT STILL
      *    GOES ON THE BOOK AND THE PICK LIST, ALL OF IT SHORT.
           PERFORM 260-SUM-HELD-ALLOCATIONS
           COMPUTE WS-ITEM-FREE = WS-ITEM-ONHAND - WS-ITEM-HELD

           IF WS-ITEM-FREE < 1
               MOVE 0 TO WS-ALLOC-QTY
           ELSE
               IF WS-ITEM-FREE < SOL-ORDER-QTY
                   MOVE WS-ITEM-FREE TO WS-ALLOC-QTY
               ELSE
                   MOVE SOL-ORDER-QTY TO WS-ALLOC-QTY
               END-IF
           END-IF
           COMPUTE WS-SHORT-QTY = SOL-ORDER-QTY - WS-ALLOC-QTY

           ADD 1 TO WS-ALLOCATION-COUNT
           MOVE WS-ALLOCATION-COUNT TO AL-SUB
           MOVE WS-CUR-ORDER-NUMBER TO ALT-ORDER-NUMBER(AL-SUB)
           MOVE SOL-LINE-NUMBER     TO ALT-LINE-NUMBER(AL-SUB)
           MOVE WS-CUR-CUSTOMER-ID  TO ALT-CUSTOMER-ID(AL-SUB)
           MOVE WS-CUR-WAREHOUSEID  TO ALT-WAREHOUSEID(AL-SUB)
           MOVE SOL-VENDORID        TO ALT-VENDORID(AL-SUB)
           MOVE SOL-PRODUCTID       TO ALT-PRODUCTID(AL-SUB)
           MOVE SOL-ORDER-QTY       TO ALT-ORDER-QTY(AL-SUB)
           MOVE WS-ALLOC-QTY        TO ALT-ALLOC-QTY(AL-SUB)
           MOVE 'OPEN'              TO ALT-STATUS(AL-SUB)
           MOVE WS-CURRENT-DATE     TO ALT-ALLOC-DATE(AL-SUB)

           IF WS-SHORT-QTY > 0
               ADD 1 TO OC-LINES-SHORT
               MOVE 'ALLOCATED SHORT'  TO RGL-STATUS
           ELSE
               ADD 1 TO OC-LINES-ALLOCATED
               MOVE 'ALLOCATED'        TO RGL-STATUS
           END-IF

           MOVE WS-CUR-ORDER-NUMBER TO RGL-ORDER-NUMBER
           MOVE SOL-LINE-NUMBER     TO RGL-LINE-NUMBER
           MOVE WS-CUR-CUSTOMER-ID  TO RGL-CUSTOMER-ID
           MOVE WS-CUR-WAREHOUSEID  TO RGL-WAREHOUSEID
           MOVE SOL-VENDORID        TO RGL-VENDORID
           MOVE SOL-PRODUCTID       TO RGL-PRODUCTID
           MOVE SOL-ORDER-QTY       TO RGL-ORDER-QTY
           MOVE WS-ALLOC-QTY        TO RGL-ALLOC-QTY
           MOVE RG-DETAIL-LINE TO RG-REPORT-LINE
           WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       350-REJECT-ORDER-RECORD.

      *    THE CALLER PARKS THE REASON IN WS-LINE-REASON.  A HEADER
      *    SHOWS ITS CUSTOMER AND WAREHOUSE; A LINE ITS VENDOR,
      *    PRODUCT AND QUANTITY.
           ADD 1 TO OC-RECORDS-REJECTED

           MOVE SPACES           TO RG-DETAIL-LINE
           MOVE SOR-ORDER-NUMBER TO RGL-ORDER-NUMBER
           MOVE 0                TO RGL-ORDER-QTY
           MOVE 0                TO RGL-ALLOC-QTY
           IF SOR-RECORD-TYPE = 'H'
               MOVE 'HD'            TO RGL-LINE-NUMBER
               MOVE SOH-CUSTOMER-ID TO RGL-CUSTOMER-ID
               MOVE SOH-WAREHOUSEID TO RGL-WAREHOUSEID
           ELSE
               MOVE SOL-LINE-NUMBER TO RGL-LINE-NUMBER
               MOVE SOL-VENDORID    TO RGL-VENDORID
               MOVE SOL-PRODUCTID   TO RGL-PRODUCTID
               IF SOL-ORDER-QTY NUMERIC
                   MOVE SOL-ORDER-QTY TO RGL-ORDER-QTY
               END-IF
           END-IF
           MOVE WS-LINE-REASON TO RGL-STATUS
           MOVE RG-DETAIL-LINE TO RG-REPORT-LINE
           WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       400-WRITE-PICK-LISTS.

      *    ONE PAGE PER WAREHOUSE WITH ANYTHING STILL OPEN, IN THE
      *    ORDER THE WAREHOUSES FIRST APPEAR ON THE BOOK.  AN OPEN
      *    LINE STAYS ON THE PICK LIST EVERY RUN UNTIL CONFIRMED.
           OPEN OUTPUT PICK-LIST-FILE

           PERFORM 410-NOTE-ONE-PICK-WAREHOUSE
                   VARYING AL-SUB FROM 1 BY 1
                      UNTIL AL-SUB > WS-ALLOCATION-COUNT

           IF WS-PICK-WH-COUNT = 0
               MOVE PL-TITLE-LINE TO PL-REPORT-LINE
               WRITE PL-REPORT-LINE AFTER ADVANCING 1 LINE
               MOVE PL-NONE-LINE TO PL-REPORT-LINE
               WRITE PL-REPORT-LINE AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 420-WRITE-ONE-PICK-LIST
                       VARYING PW-SUB FROM 1 BY 1
                          UNTIL PW-SUB > WS-PICK-WH-COUNT
           END-IF

           CLOSE PICK-LIST-FILE

           .

       410-NOTE-ONE-PICK-WAREHOUSE.

           IF ALT-STATUS(AL-SUB) = 'OPEN'
               MOVE 'NO' TO WS-WAREHOUSE-SEEN-SW
               PERFORM 415-CHECK-ONE-PICK-WAREHOUSE
                       VARYING PW-SUB FROM 1 BY 1
                          UNTIL PW-SUB > WS-PICK-WH-COUNT
               IF WS-WAREHOUSE-SEEN-SW = 'NO'
                   IF WS-PICK-WH-COUNT < 20
                       ADD 1 TO WS-PICK-WH-COUNT
                       MOVE ALT-WAREHOUSEID(AL-SUB)
                           TO PWT-WAREHOUSEID(WS-PICK-WH-COUNT)
                   ELSE
                       DISPLAY 'WARNING: MORE THAN 20 WAREHOUSES TO '
                           'PICK -- ' ALT-WAREHOUSEID(AL-SUB)
                           ' GETS NO PICK LIST THIS RUN.'
                   END-IF
               END-IF
           END-IF

           .

       415-CHECK-ONE-PICK-WAREHOUSE.

           IF PWT-WAREHOUSEID(PW-SUB) = ALT-WAREHOUSEID(AL-SUB)
               MOVE 'YES' TO WS-WAREHOUSE-SEEN-SW
           END-IF

           .

       420-WRITE-ONE-PICK-LIST.

           MOVE 0 TO WS-PICK-LINE-COUNT

           MOVE PL-TITLE-LINE TO PL-REPORT-LINE
           IF PW-SUB = 1
               WRITE PL-REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               WRITE PL-REPORT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE PWT-WAREHOUSEID(PW-SUB) TO PLW-WAREHOUSEID
           MOVE WS-CURRENT-DATE         TO PLW-DATE
           MOVE PL-WAREHOUSE-LINE TO PL-REPORT-LINE
           WRITE PL-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE PL-COLUMN-HEADER TO PL-REPORT-LINE
           WRITE PL-REPORT-LINE AFTER ADVANCING 2 LINES

           PERFORM 430-WRITE-ONE-PICK-LINE
                   VARYING AL-SUB FROM 1 BY 1
                      UNTIL AL-SUB > WS-ALLOCATION-COUNT

           MOVE WS-PICK-LINE-COUNT TO PLT-LINE-COUNT
           MOVE PL-TOTAL-LINE TO PL-REPORT-LINE
           WRITE PL-REPORT-LINE AFTER ADVANCING 2 LINES

           .

       430-WRITE-ONE-PICK-LINE.

           IF ALT-STATUS(AL-SUB) = 'OPEN'
               AND ALT-WAREHOUSEID(AL-SUB) = PWT-WAREHOUSEID(PW-SUB)
               MOVE ALT-WAREHOUSEID(AL-SUB) TO WS-ITEM-WAREHOUSEID
               MOVE ALT-VENDORID(AL-SUB)    TO WS-ITEM-VENDORID
               MOVE ALT-PRODUCTID(AL-SUB)   TO WS-ITEM-PRODUCTID
               PERFORM 250-READ-ITEM-BOOK

               ADD 1 TO WS-PICK-LINE-COUNT
               MOVE ALT-ORDER-NUMBER(AL-SUB) TO PLL-ORDER-NUMBER
               MOVE ALT-LINE-NUMBER(AL-SUB)  TO PLL-LINE-NUMBER
               MOVE ALT-CUSTOMER-ID(AL-SUB)  TO PLL-CUSTOMER-ID
               MOVE ALT-VENDORID(AL-SUB)     TO PLL-VENDORID
               MOVE ALT-PRODUCTID(AL-SUB)    TO PLL-PRODUCTID
               MOVE WS-ITEM-NAME             TO PLL-PRODUCT-NAME
               MOVE ALT-ORDER-QTY(AL-SUB)    TO PLL-ORDER-QTY
               MOVE ALT-ALLOC-QTY(AL-SUB)    TO PLL-ALLOC-QTY
               COMPUTE WS-SHORT-QTY =
                   ALT-ORDER-QTY(AL-SUB) - ALT-ALLOC-QTY(AL-SUB)
               MOVE WS-SHORT-QTY             TO PLL-SHORT-QTY
               MOVE PL-DETAIL-LINE TO PL-REPORT-LINE
               WRITE PL-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF

           .

       500-REWRITE-ALLOCATION-FILE.

      *    OPEN AND PICKED ROWS GO BACK OUT IN TABLE ORDER -- THE
      *    NIGHTLY RUN IS WHAT TAKES A ROW OFF, WHEN ITS SHIPMENT
      *    POSTS.  A PARTIAL BOOK IS LEFT EXACTLY AS IT STOOD.
           IF WS-ALLOCATION-PARTIAL-SW = 'YES'
               DISPLAY 'ALLOCATIONS.TXT LEFT AS IT STOOD -- BOOK '
                   'WAS HELD PARTIAL.'
           ELSE
               OPEN OUTPUT ALLOCATION-FILE
               IF WS-ALLOCATION-FILE-STATUS NOT = '00'
                   DISPLAY 'FATAL: ALLOCATION-FILE OPEN FAILED, '
                       'STATUS = ' WS-ALLOCATION-FILE-STATUS
                       ' -- BOOK NOT REWRITTEN.'
                   PERFORM 109-RELEASE-RUN-LOCK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 510-WRITE-ONE-ALLOCATION
                       VARYING AL-SUB FROM 1 BY 1
                          UNTIL AL-SUB > WS-ALLOCATION-COUNT
               CLOSE ALLOCATION-FILE
           END-IF

           .

       510-WRITE-ONE-ALLOCATION.

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

       600-WRITE-REGISTER-TOTALS.

           MOVE 'ORDER RECORDS READ:         ' TO RGC-LABEL
           MOVE OC-ORDER-RECORDS-READ TO RGC-COUNT
           MOVE RG-COUNT-LINE TO RG-REPORT-LINE
           WRITE RG-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE 'ORDERS ACCEPTED:            ' TO RGC-LABEL
           MOVE OC-ORDERS-ACCEPTED TO RGC-COUNT
           MOVE RG-COUNT-LINE TO RG-REPORT-LINE
           WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'LINES ALLOCATED IN FULL:    ' TO RGC-LABEL
           MOVE OC-LINES-ALLOCATED TO RGC-COUNT
           MOVE RG-COUNT-LINE TO RG-REPORT-LINE
           WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'LINES ALLOCATED SHORT:      ' TO RGC-LABEL
           MOVE OC-LINES-SHORT TO RGC-COUNT
           MOVE RG-COUNT-LINE TO RG-REPORT-LINE
           WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'ORDER RECORDS REJECTED:     ' TO RGC-LABEL
           MOVE OC-RECORDS-REJECTED TO RGC-COUNT
           MOVE RG-COUNT-LINE TO RG-REPORT-LINE
           WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'PICK CONFIRMATIONS READ:    ' TO RGC-LABEL
           MOVE OC-CONFIRMS-READ TO RGC-COUNT
           MOVE RG-COUNT-LINE TO RG-REPORT-LINE
           WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'CONFIRMATIONS REJECTED:     ' TO RGC-LABEL
           MOVE OC-CONFIRMS-REJECTED TO RGC-COUNT
           MOVE RG-COUNT-LINE TO RG-REPORT-LINE
           WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'SHIPMENT MOVEMENTS WRITTEN: ' TO RGC-LABEL
           MOVE OC-SHIPMENTS-WRITTEN TO RGC-COUNT
           MOVE RG-COUNT-LINE TO RG-REPORT-LINE
           WRITE RG-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       900-FINAL-ROUTINE.

           DISPLAY 'ORDER ALLOCATION COMPLETE -- ORDERS '
               OC-ORDERS-ACCEPTED ' LINES ' OC-LINES-ALLOCATED
               ' SHORT ' OC-LINES-SHORT ' SHIPMENTS '
               OC-SHIPMENTS-WRITTEN ' REJECTED '
               OC-RECORDS-REJECTED '.'

           IF OC-RECORDS-REJECTED > 0
               OR OC-CONFIRMS-REJECTED > 0
               OR WS-ALLOCATION-PARTIAL-SW = 'YES'
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 109-RELEASE-RUN-LOCK

           STOP RUN

           .
