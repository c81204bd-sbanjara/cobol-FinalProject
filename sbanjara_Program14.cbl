      ******************* IDENTIFICATION-DIVISION ********************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROGRAM14.
       AUTHOR.      SBANJARA.
      *
      ****************************************************************
      *
      *  LOT EXPIRY REPORT FOR THE INVENTORY SYSTEM.
      *
      *  THE NIGHTLY RUN KEEPS THE ON-HAND OF EVERY DATED LOT ON
      *  LOT-BALANCE.TXT AND SHIPS THE EARLIEST EXPIRY FIRST.  THIS
      *  PROGRAM TELLS EACH WAREHOUSE WHAT IS ABOUT TO GO OUT OF DATE
      *  BEFORE IT DOES:
      *
      *     1. EVERY LOT WITH STOCK LEFT IS AGED FROM THE AS-OF DATE
      *        TO ITS EXPIRY DATE ON THE SAME 30-DAY-MONTH/360-DAY-
      *        YEAR BASIS THE PLANNER AND THE AGING REPORTS USE.
      *
      *     2. A LOT PAST ITS EXPIRY PRINTS AS EXPIRED; ONE DUE
      *        WITHIN 30, 60 OR 90 DAYS PRINTS IN THAT BAND.  LOTS
      *        FURTHER OUT ARE ONLY COUNTED.
      *
      *     3. EACH LOT IS VALUED AT THE MOVING-AVERAGE COST OF ITS
      *        WAREHOUSE/VENDOR/PRODUCT, OR THE PURCHASE PRICE ON THE
      *        MASTER WHERE NO RECEIPT HAS SET AN AVERAGE YET -- THE
      *        SAME RULE THE NIGHTLY RUN VALUES THE ENTRY BY.
      *
      *     4. LOTS PRINT BY WAREHOUSE AND BAND, EARLIEST EXPIRY
      *        FIRST, WITH A TOTAL FOR EACH BAND AND WAREHOUSE AND A
      *        SUMMARY OF EVERY BAND ACROSS ALL WAREHOUSES.
      *
      *  INPUT:
      *     RUN-CONTROL.TXT -- THE NIGHTLY RUN'S CARD, FOR ITS AS-OF
      *        DATE ONLY.  NO CARD MEANS TODAY.
      *     LOT-BALANCE.TXT -- EACH LOT'S ON-HAND (SEE PROGRAM4).
      *     ITEM-COST.TXT -- THE MOVING-AVERAGE COSTS.
      *     INVENTORY-MASTER.DAT -- PRODUCT NAMES AND PURCHASE PRICES.
      *
      *  OUTPUT:
      *     EXPIRY-REPORT.TXT.
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

      *    THE NIGHTLY RUN'S PARAMETER CARD -- ONLY ITS AS-OF DATE
      *    MATTERS HERE, SO THE LOTS ARE AGED FROM THE SAME BUSINESS
      *    DAY THE NIGHTLY RUN LAST DREW THEM DOWN ON.
           SELECT RUN-CONTROL-FILE
                ASSIGN TO 'RUN-CONTROL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUN-CONTROL-FILE-STATUS.

      *    THE LOT BOOK THE NIGHTLY RUN KEEPS -- ONLY READ HERE.
           SELECT LOT-BALANCE-FILE
                ASSIGN TO 'LOT-BALANCE.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOT-BALANCE-FILE-STATUS.

           SELECT ITEM-COST-FILE
                ASSIGN TO 'ITEM-COST.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ITEM-COST-FILE-STATUS.

      *    THE KEYED COPY OF THE MERGED INVENTORY, AS THE LAST FULL
      *    BATCH RUN BUILT IT -- READ BY KEY FOR EACH LOT'S PRODUCT.
           SELECT INVENTORY-MASTER
                ASSIGN TO 'INVENTORY-MASTER.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IM-RECORD-KEY
                FILE STATUS IS WS-INVENTORY-MASTER-FILE-STATUS.

           SELECT EXPIRY-SORT-FILE
                ASSIGN TO 'EXPIRYSORT.TMP'.

           SELECT EXPIRY-SORTED-FILE
                ASSIGN TO 'EXPIRY-SORTED.TMP'
                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPIRY-REPORT
                ASSIGN TO PRINTER 'EXPIRY-REPORT.TXT'.
      *
      ************************ DATA-DIVISION *************************
      *
       DATA DIVISION.

       FILE SECTION.

      *
      *    SAME 28 BYTES THE NIGHTLY RUN READS -- SEE PROGRAM4.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 28 CHARACTERS.

       01  RUN-CONTROL-RECORD.
           05  RC-WAREHOUSEID           PIC X(4).
           05  RC-REPORT-SELECTION      PIC X(8).
           05  RC-REORDER-THRESHOLD     PIC X(4).
           05  RC-AS-OF-DATE            PIC X(8).
           05  RC-PRICE-TOLERANCE       PIC X(4).
      *

      *
      *    ONE ROW PER LOT WITH STOCK LEFT -- SEE PROGRAM4.
       FD  LOT-BALANCE-FILE
           RECORD CONTAINS 38 CHARACTERS.

       01  LOT-BALANCE-RECORD.
           05  LBR-WAREHOUSEID          PIC X(4).
           05  LBR-VENDORID             PIC X.
           05  LBR-PRODUCTID            PIC X(3).
           05  LBR-LOT-NUMBER           PIC X(10).
           05  LBR-EXPIRY-DATE.
               10  LBR-EXPIRY-YEAR      PIC 9(4).
               10  LBR-EXPIRY-MONTH     PIC 99.
               10  LBR-EXPIRY-DAY       PIC 99.
           05  LBR-QUANTITY             PIC S9(4).
           05  LBR-RECEIVED-DATE        PIC X(8).
      *

      *
      *    THE NIGHTLY RUN'S BOOK OF AVERAGES -- SEE PROGRAM4.
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
      *    ONE RECORD PER LOT INSIDE THE 90-DAY HORIZON, ALREADY
      *    BANDED AND VALUED.  BAND 1 IS EXPIRED, 2-4 ARE 30/60/90.
       SD  EXPIRY-SORT-FILE
           RECORD CONTAINS 63 CHARACTERS.

       01  EXPIRY-SORT-RECORD.
           05  ESR-WAREHOUSEID          PIC X(4).
           05  ESR-BAND                 PIC 9.
           05  ESR-EXPIRY-DATE          PIC X(8).
           05  ESR-VENDORID             PIC X.
           05  ESR-PRODUCTID            PIC X(3).
           05  ESR-LOT-NUMBER           PIC X(10).
           05  ESR-PRODUCT-NAME         PIC X(13).
           05  ESR-DAYS-LEFT            PIC S9(5).
           05  ESR-QUANTITY             PIC S9(4).
           05  ESR-UNIT-COST            PIC 9(3)V99.
           05  ESR-VALUE                PIC S9(7)V99.
      *

      *
       FD  EXPIRY-SORTED-FILE
           RECORD CONTAINS 63 CHARACTERS.

       01  EXPIRY-SORTED-RECORD.
           05  ESD-WAREHOUSEID          PIC X(4).
           05  ESD-BAND                 PIC 9.
           05  ESD-EXPIRY-DATE          PIC X(8).
           05  ESD-VENDORID             PIC X.
           05  ESD-PRODUCTID            PIC X(3).
           05  ESD-LOT-NUMBER           PIC X(10).
           05  ESD-PRODUCT-NAME         PIC X(13).
           05  ESD-DAYS-LEFT            PIC S9(5).
           05  ESD-QUANTITY             PIC S9(4).
           05  ESD-UNIT-COST            PIC 9(3)V99.
           05  ESD-VALUE                PIC S9(7)V99.
      *

      *
       FD  EXPIRY-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  EX-REPORT-LINE               PIC X(80).
      *
      *
      ******************* WORKING-STORAGE ****************************
      *
       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05  WS-RUN-CONTROL-FILE-STATUS      PIC X(2).
           05  WS-LOT-BALANCE-FILE-STATUS      PIC X(2).
           05  WS-ITEM-COST-FILE-STATUS        PIC X(2).
           05  WS-INVENTORY-MASTER-FILE-STATUS PIC X(2).
           05  WS-LOT-BALANCE-EOF       PIC X(3)   VALUE 'NO'.
               88  NO-MORE-LOT-BALANCES     VALUE 'YES'.
           05  WS-ITEM-COST-EOF         PIC X(3)   VALUE 'NO'.
               88  NO-MORE-ITEM-COSTS       VALUE 'YES'.
           05  WS-SORTED-EOF            PIC X(3)   VALUE 'NO'.
               88  NO-MORE-SORTED           VALUE 'YES'.
           05  WS-MASTER-SCAN-EOF       PIC X(3)   VALUE 'NO'.
               88  MASTER-SCAN-DONE         VALUE 'YES'.
           05  WS-COST-FOUND-SW         PIC X(3)   VALUE 'NO'.
           05  WS-FIRST-RECORD-SW       PIC X(3)   VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                  PIC 9(4).
           05  WS-MONTH                 PIC 99.
           05  WS-DAY                   PIC 99.

       01  EXPIRY-COUNTERS.
           05  EC-LOTS-READ             PIC 9(5)   VALUE 0.
           05  EC-LOTS-LISTED           PIC 9(5)   VALUE 0.
           05  EC-LOTS-BEYOND           PIC 9(5)   VALUE 0.
           05  EC-BAD-LOTS              PIC 9(5)   VALUE 0.
           05  EC-UNPRICED-LOTS         PIC 9(5)   VALUE 0.

       01  ITEM-COST-FIELDS.
           05  WS-ITEM-COST-COUNT       PIC 9(3)   VALUE 0.
           05  IC-SUB                   PIC 9(3).
           05  WS-ITEM-AVG-COST         PIC 9(3)V99 VALUE 0.

       01  ITEM-COST-TABLE.
           05  ITEM-COST-ITEM OCCURS 500 TIMES.
               10  ICT-WAREHOUSEID      PIC X(4).
               10  ICT-VENDORID         PIC X.
               10  ICT-PRODUCTID        PIC X(3).
               10  ICT-AVG-COST         PIC 9(3)V99.

      *    WHAT THE MASTER SAYS ABOUT THE LOT'S PRODUCT -- THE FIRST
      *    USABLE ENTRY'S NAME AND PRICE, AS THE COUNT SHEET TAKES
      *    THEM.
       01  LOT-PRODUCT-FIELDS.
           05  PRODUCT-SUB              PIC 99.
           05  WS-LOT-PRODUCT-NAME      PIC X(13).
           05  WS-LOT-PRICE             PIC S999V99 VALUE 0.
           05  WS-LOT-UNIT-COST         PIC 9(3)V99 VALUE 0.
           05  WS-LOT-VALUE             PIC S9(7)V99 VALUE 0.

      *    DAYS TO EXPIRY ARE FIGURED ON THE SAME 30-DAY-MONTH/
      *    360-DAY-YEAR BASIS THE PLANNER'S AGING USES.
       01  AGING-WORK-FIELDS.
           05  WS-DAYS-LEFT             PIC S9(5)  VALUE 0.
           05  WS-LOT-BAND              PIC 9      VALUE 0.

      *    THE KEYS OF THE GROUP BEING TOTALLED.
       01  EXPIRY-BREAK-KEYS.
           05  WS-PREV-WAREHOUSEID      PIC X(4).
           05  WS-PREV-BAND             PIC 9.

      *    ONE SET OF FIGURES PER TOTAL LEVEL: 1 BAND, 2 WAREHOUSE,
      *    3 THE WHOLE REPORT.  EACH LEVEL ROLLS INTO THE NEXT WHEN
      *    ITS GROUP ENDS.
       01  EXPIRY-TOTALS.
           05  EXPIRY-TOTAL-LEVEL OCCURS 3 TIMES.
               10  ETL-LOTS             PIC 9(5).
               10  ETL-QUANTITY         PIC 9(7).
               10  ETL-VALUE            PIC S9(9)V99.
           05  ET-SUB                   PIC 9.

      *    EACH BAND ACROSS EVERY WAREHOUSE, FOR THE CLOSING SUMMARY.
       01  BAND-SUMMARY-TABLE.
           05  BAND-SUMMARY-ITEM OCCURS 4 TIMES.
               10  BST-LOTS             PIC 9(5)   VALUE 0.
               10  BST-QUANTITY         PIC 9(7)   VALUE 0.
               10  BST-VALUE            PIC S9(9)V99 VALUE 0.
           05  BS-SUB                   PIC 9.

       01  BAND-NAME-VALUES.
           05                       PIC X(24)   VALUE
               'EXPIRED'.
           05                       PIC X(24)   VALUE
               'EXPIRING IN 0-30 DAYS'.
           05                       PIC X(24)   VALUE
               'EXPIRING IN 31-60 DAYS'.
           05                       PIC X(24)   VALUE
               'EXPIRING IN 61-90 DAYS'.
       01  BAND-NAME-TABLE REDEFINES BAND-NAME-VALUES.
           05  BAND-NAME                PIC X(24)  OCCURS 4 TIMES.
      *
      *********************** OUTPUT-AREA ****************************
      *
       01  EX-TITLE-LINE.
           05                       PIC X(25)   VALUE SPACES.
           05                       PIC X(40)   VALUE
               'LOT EXPIRY REPORT'.

       01  EX-PARM-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(7)    VALUE 'AS OF: '.
           05  EXP-AS-OF-DATE       PIC X(8).
           05                       PIC X(30)   VALUE
               '   LOTS VALUED AT AVERAGE COST'.

       01  EX-COLUMN-HEADER.
           05                       PIC X(5)    VALUE SPACES.
           05                       PIC X(3)    VALUE 'V'.
           05                       PIC X(5)    VALUE 'PROD'.
           05                       PIC X(15)   VALUE 'PRODUCT NAME'.
           05                       PIC X(12)   VALUE 'LOT'.
           05                       PIC X(10)   VALUE 'EXPIRES'.
           05                       PIC X(4)    VALUE 'DAYS'.
           05                       PIC X(6)    VALUE '   QTY'.
           05                       PIC X(8)    VALUE '    COST'.
           05                       PIC X(11)   VALUE '      VALUE'.

       01  EX-WAREHOUSE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(10)   VALUE 'WAREHOUSE '.
           05  EXW-WAREHOUSEID      PIC X(4).

       01  EX-BAND-LINE.
           05                       PIC X(5)    VALUE SPACES.
           05  EXB-BAND-NAME        PIC X(24).

       01  EX-DETAIL-LINE.
           05                       PIC X(5)    VALUE SPACES.
           05  EXL-VENDORID         PIC X.
           05                       PIC X(2)    VALUE SPACES.
           05  EXL-PRODUCTID        PIC X(3).
           05                       PIC X(2)    VALUE SPACES.
           05  EXL-PRODUCT-NAME     PIC X(13).
           05                       PIC X(2)    VALUE SPACES.
           05  EXL-LOT-NUMBER       PIC X(10).
           05                       PIC X(2)    VALUE SPACES.
           05  EXL-EXPIRY-DATE      PIC X(8).
           05                       PIC X(2)    VALUE SPACES.
           05  EXL-DAYS-LEFT        PIC ---9.
           05                       PIC X(2)    VALUE SPACES.
           05  EXL-QUANTITY         PIC ZZZ9.
           05                       PIC X(2)    VALUE SPACES.
           05  EXL-UNIT-COST        PIC ZZ9.99.
           05                       PIC X       VALUE SPACE.
           05  EXL-VALUE            PIC ZZZ,ZZ9.99-.

      *    ONE LAYOUT FOR EVERY TOTAL -- ONLY THE LABEL CHANGES.
       01  EX-TOTAL-LINE.
           05                       PIC X(5)    VALUE SPACES.
           05  EXT-LABEL            PIC X(30).
           05  EXT-LOTS             PIC ZZZZ9.
           05                       PIC X(6)    VALUE ' LOTS '.
           05  EXT-QUANTITY         PIC Z,ZZZ,ZZ9.
           05                       PIC X(7)    VALUE ' UNITS '.
           05  EXT-VALUE            PIC ZZZ,ZZZ,ZZ9.99-.

       01  EX-SUMMARY-HEADER.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(40)   VALUE
               'ALL WAREHOUSES BY BAND'.

       01  EX-NONE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(50)   VALUE
               'NO LOTS EXPIRED OR EXPIRING WITHIN 90 DAYS.'.

       01  EX-COUNT-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  EXC-LABEL            PIC X(28).
           05  EXC-COUNT            PIC ZZZZZZ9.
      *
      ********************** PROCEDURE-DIVISION **********************
      *
       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           PERFORM 110-READ-RUN-CONTROL

           PERFORM 200-LOAD-ITEM-COST-FILE

           OPEN INPUT INVENTORY-MASTER

           IF WS-INVENTORY-MASTER-FILE-STATUS NOT = '00'
               DISPLAY
                   'FATAL: INVENTORY-MASTER OPEN FAILED, STATUS = '
                   WS-INVENTORY-MASTER-FILE-STATUS
                   ' -- RUN THE BATCH REPORT TO BUILD IT.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT EXPIRY-SORT-FILE
                ON ASCENDING KEY ESR-WAREHOUSEID
                ON ASCENDING KEY ESR-BAND
                ON ASCENDING KEY ESR-EXPIRY-DATE
                ON ASCENDING KEY ESR-VENDORID
                ON ASCENDING KEY ESR-PRODUCTID
                ON ASCENDING KEY ESR-LOT-NUMBER
                INPUT PROCEDURE IS 300-RELEASE-DATED-LOTS
                GIVING EXPIRY-SORTED-FILE

           CLOSE INVENTORY-MASTER

           PERFORM 400-WRITE-EXPIRY-REPORT

           PERFORM 900-FINAL-ROUTINE

           .

       110-READ-RUN-CONTROL.

      *    A NUMERIC AS-OF DATE ON THE CARD STANDS IN FOR TODAY, THE
      *    WAY IT DOES IN THE NIGHTLY RUN; ANYTHING ELSE IS LEFT TO
      *    THE NIGHTLY RUN TO COMPLAIN ABOUT.
           OPEN INPUT RUN-CONTROL-FILE

           IF WS-RUN-CONTROL-FILE-STATUS = '00'
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-AS-OF-DATE NUMERIC
                           MOVE RC-AS-OF-DATE TO WS-CURRENT-DATE
                           DISPLAY 'RUN-CONTROL: AS-OF DATE SET TO '
                               RC-AS-OF-DATE '.'
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF

           .

       200-LOAD-ITEM-COST-FILE.

      *    NO BOOK OF AVERAGES YET MEANS EVERY LOT IS VALUED AT ITS
      *    PURCHASE PRICE, AS THE NIGHTLY RUN WOULD.
           OPEN INPUT ITEM-COST-FILE

           IF WS-ITEM-COST-FILE-STATUS = '00'
               MOVE 'NO' TO WS-ITEM-COST-EOF
               PERFORM 210-LOAD-ONE-ITEM-COST
                   UNTIL NO-MORE-ITEM-COSTS
               CLOSE ITEM-COST-FILE
           END-IF

           .

       210-LOAD-ONE-ITEM-COST.

           READ ITEM-COST-FILE
               AT END
                   MOVE 'YES' TO WS-ITEM-COST-EOF
               NOT AT END
                   IF WS-ITEM-COST-COUNT < 500
                       AND ICR-AVG-COST NUMERIC
                       ADD 1 TO WS-ITEM-COST-COUNT
                       MOVE WS-ITEM-COST-COUNT TO IC-SUB
                       MOVE ICR-WAREHOUSEID TO ICT-WAREHOUSEID(IC-SUB)
                       MOVE ICR-VENDORID    TO ICT-VENDORID(IC-SUB)
                       MOVE ICR-PRODUCTID   TO ICT-PRODUCTID(IC-SUB)
                       MOVE ICR-AVG-COST    TO ICT-AVG-COST(IC-SUB)
                   END-IF
           END-READ

           .

       240-FIND-ITEM-AVG-COST.

           MOVE 'NO' TO WS-COST-FOUND-SW

           PERFORM 245-MATCH-ONE-ITEM-COST
                   VARYING IC-SUB FROM 1 BY 1
                      UNTIL IC-SUB > WS-ITEM-COST-COUNT
                         OR WS-COST-FOUND-SW = 'YES'

           .

       245-MATCH-ONE-ITEM-COST.

           IF ICT-WAREHOUSEID(IC-SUB) = LBR-WAREHOUSEID
               AND ICT-VENDORID(IC-SUB)  = LBR-VENDORID
               AND ICT-PRODUCTID(IC-SUB) = LBR-PRODUCTID
                   MOVE 'YES' TO WS-COST-FOUND-SW
                   MOVE ICT-AVG-COST(IC-SUB) TO WS-ITEM-AVG-COST
           END-IF

           .

       300-RELEASE-DATED-LOTS.

      *    THE SORT'S INPUT PROCEDURE.  NO LOT BOOK YET MEANS NOTHING
      *    IS LOTTED -- ANNOUNCED, AND AN EMPTY REPORT GOES OUT.
           OPEN INPUT LOT-BALANCE-FILE

           IF WS-LOT-BALANCE-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: NO LOT-BALANCE FILE PRESENT -- '
                   'NO LOTS TO REPORT.'
           ELSE
               MOVE 'NO' TO WS-LOT-BALANCE-EOF
               PERFORM 310-RELEASE-ONE-LOT
                   UNTIL NO-MORE-LOT-BALANCES
               CLOSE LOT-BALANCE-FILE
           END-IF

           .

       310-RELEASE-ONE-LOT.

      *    A LOT WITH A BAD QUANTITY OR EXPIRY IS COUNTED AND PASSED
      *    OVER; AN EMPTY ONE HAS NOTHING LEFT TO GO OUT OF DATE.
           READ LOT-BALANCE-FILE
               AT END
                   MOVE 'YES' TO WS-LOT-BALANCE-EOF
               NOT AT END
                   ADD 1 TO EC-LOTS-READ
                   EVALUATE TRUE
                       WHEN LBR-QUANTITY NOT NUMERIC
                         OR LBR-EXPIRY-DATE NOT NUMERIC
                           ADD 1 TO EC-BAD-LOTS
                       WHEN LBR-QUANTITY NOT > 0
                           CONTINUE
                       WHEN OTHER
                           PERFORM 320-BAND-ONE-LOT
                   END-EVALUATE
           END-READ

           .

       320-BAND-ONE-LOT.

      *    THE DATE ITSELF DECIDES EXPIRED -- THE 360-DAY BASIS CAN
      *    PUT THE 31ST OF A MONTH ON THE SAME DAY AS THE 1ST OF THE
      *    NEXT.  AN EXPIRED LOT SHOWS HOW MANY DAYS AGO IT EXPIRED.
           COMPUTE WS-DAYS-LEFT =
               ((LBR-EXPIRY-YEAR  - WS-YEAR)  * 360) +
               ((LBR-EXPIRY-MONTH - WS-MONTH) * 30)  +
               (LBR-EXPIRY-DAY   - WS-DAY)

           EVALUATE TRUE
               WHEN LBR-EXPIRY-DATE < WS-CURRENT-DATE
                   MOVE 1 TO WS-LOT-BAND
                   IF WS-DAYS-LEFT NOT < 0
                       MOVE -1 TO WS-DAYS-LEFT
                   END-IF
               WHEN WS-DAYS-LEFT NOT > 30
                   MOVE 2 TO WS-LOT-BAND
                   IF WS-DAYS-LEFT < 0
                       MOVE 0 TO WS-DAYS-LEFT
                   END-IF
               WHEN WS-DAYS-LEFT NOT > 60
                   MOVE 3 TO WS-LOT-BAND
               WHEN WS-DAYS-LEFT NOT > 90
                   MOVE 4 TO WS-LOT-BAND
               WHEN OTHER
                   MOVE 0 TO WS-LOT-BAND
                   ADD 1 TO EC-LOTS-BEYOND
           END-EVALUATE

           IF WS-LOT-BAND > 0
               PERFORM 330-VALUE-ONE-LOT
           END-IF

           .

       330-VALUE-ONE-LOT.

      *    THE AVERAGE COST WHERE A RECEIPT HAS SET ONE, OTHERWISE
      *    THE PURCHASE PRICE ON THE MASTER.  A LOT WITH NEITHER
      *    STILL LISTS ITS UNITS, VALUED AT ZERO.
           PERFORM 340-READ-LOT-PRODUCT

           PERFORM 240-FIND-ITEM-AVG-COST
           EVALUATE TRUE
               WHEN WS-COST-FOUND-SW = 'YES'
                 AND WS-ITEM-AVG-COST > 0
                   MOVE WS-ITEM-AVG-COST TO WS-LOT-UNIT-COST
               WHEN WS-LOT-PRICE > 0
                   MOVE WS-LOT-PRICE TO WS-LOT-UNIT-COST
               WHEN OTHER
                   MOVE 0 TO WS-LOT-UNIT-COST
                   ADD 1 TO EC-UNPRICED-LOTS
           END-EVALUATE

           COMPUTE WS-LOT-VALUE = LBR-QUANTITY * WS-LOT-UNIT-COST

           MOVE LBR-WAREHOUSEID     TO ESR-WAREHOUSEID
           MOVE WS-LOT-BAND         TO ESR-BAND
           MOVE LBR-EXPIRY-DATE     TO ESR-EXPIRY-DATE
           MOVE LBR-VENDORID        TO ESR-VENDORID
           MOVE LBR-PRODUCTID       TO ESR-PRODUCTID
           MOVE LBR-LOT-NUMBER      TO ESR-LOT-NUMBER
           MOVE WS-LOT-PRODUCT-NAME TO ESR-PRODUCT-NAME
           MOVE WS-DAYS-LEFT        TO ESR-DAYS-LEFT
           MOVE LBR-QUANTITY        TO ESR-QUANTITY
           MOVE WS-LOT-UNIT-COST    TO ESR-UNIT-COST
           MOVE WS-LOT-VALUE        TO ESR-VALUE
           RELEASE EXPIRY-SORT-RECORD

           ADD 1 TO EC-LOTS-LISTED

           .

       340-READ-LOT-PRODUCT.

      *    THE KEY'S CONTINUATION RECORDS FOLLOW ITS FIRST IN KEY
      *    ORDER; THE FIRST USABLE ENTRY NAMES AND PRICES THE LOT.
           MOVE SPACES TO WS-LOT-PRODUCT-NAME
           MOVE 0      TO WS-LOT-PRICE
           MOVE 'NO'   TO WS-MASTER-SCAN-EOF

           MOVE LOW-VALUES      TO IM-RECORD-KEY
           MOVE LBR-WAREHOUSEID TO IM-WAREHOUSEID
           MOVE LBR-VENDORID    TO IM-VENDORID
           MOVE LBR-PRODUCTID   TO IM-PRODUCTID

           START INVENTORY-MASTER
               KEY IS NOT < IM-RECORD-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-MASTER-SCAN-EOF
           END-START

           PERFORM 345-READ-ONE-PRODUCT-RECORD
               UNTIL MASTER-SCAN-DONE

           .

       345-READ-ONE-PRODUCT-RECORD.

           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'YES' TO WS-MASTER-SCAN-EOF
               NOT AT END
                   IF IM-WAREHOUSEID = LBR-WAREHOUSEID
                       AND IM-VENDORID  = LBR-VENDORID
                       AND IM-PRODUCTID = LBR-PRODUCTID
                       PERFORM 347-TAKE-ONE-PRODUCT-ENTRY
                               VARYING PRODUCT-SUB FROM 1 BY 1
                                  UNTIL PRODUCT-SUB > 5
                       IF WS-LOT-PRODUCT-NAME NOT = SPACES
                           MOVE 'YES' TO WS-MASTER-SCAN-EOF
                       END-IF
                   ELSE
                       MOVE 'YES' TO WS-MASTER-SCAN-EOF
                   END-IF
           END-READ

           .

       347-TAKE-ONE-PRODUCT-ENTRY.

           IF WS-LOT-PRODUCT-NAME = SPACES
               AND IM-PRODUCT-NAME(PRODUCT-SUB) NOT = SPACES
                   MOVE IM-PRODUCT-NAME(PRODUCT-SUB)
                       TO WS-LOT-PRODUCT-NAME
                   IF IM-PURCHASE-PRICE(PRODUCT-SUB) NUMERIC
                       MOVE IM-PURCHASE-PRICE(PRODUCT-SUB)
                           TO WS-LOT-PRICE
                   END-IF
           END-IF

           .

       400-WRITE-EXPIRY-REPORT.

           OPEN OUTPUT EXPIRY-REPORT

           MOVE EX-TITLE-LINE TO EX-REPORT-LINE
           WRITE EX-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE WS-CURRENT-DATE TO EXP-AS-OF-DATE
           MOVE EX-PARM-LINE TO EX-REPORT-LINE
           WRITE EX-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE EX-COLUMN-HEADER TO EX-REPORT-LINE
           WRITE EX-REPORT-LINE AFTER ADVANCING 2 LINES

           PERFORM 480-CLEAR-ONE-TOTAL-LEVEL
                   VARYING ET-SUB FROM 1 BY 1
                      UNTIL ET-SUB > 3

           OPEN INPUT EXPIRY-SORTED-FILE
           MOVE 'NO'  TO WS-SORTED-EOF
           MOVE 'YES' TO WS-FIRST-RECORD-SW
           PERFORM 410-REPORT-ONE-LOT
               UNTIL NO-MORE-SORTED
           CLOSE EXPIRY-SORTED-FILE

           IF WS-FIRST-RECORD-SW = 'YES'
               MOVE EX-NONE-LINE TO EX-REPORT-LINE
               WRITE EX-REPORT-LINE AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 430-END-BAND-GROUP
               PERFORM 440-END-WAREHOUSE-GROUP
               PERFORM 450-WRITE-BAND-SUMMARY
           END-IF

           MOVE 'GRAND TOTAL' TO EXT-LABEL
           MOVE 3 TO ET-SUB
           PERFORM 470-PRINT-TOTAL-LEVEL

           PERFORM 460-WRITE-EXPIRY-COUNTS

           CLOSE EXPIRY-REPORT

           .

       410-REPORT-ONE-LOT.

      *    CONTROL BREAKS, OUTERMOST FIRST: A NEW WAREHOUSE ENDS THE
      *    BAND AND WAREHOUSE GROUPS; A NEW BAND ENDS ONLY ITS OWN.
           READ EXPIRY-SORTED-FILE
               AT END
                   MOVE 'YES' TO WS-SORTED-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-FIRST-RECORD-SW = 'YES'
                           MOVE 'NO' TO WS-FIRST-RECORD-SW
                           PERFORM 420-START-WAREHOUSE-GROUP
                           PERFORM 425-START-BAND-GROUP
                       WHEN ESD-WAREHOUSEID NOT = WS-PREV-WAREHOUSEID
                           PERFORM 430-END-BAND-GROUP
                           PERFORM 440-END-WAREHOUSE-GROUP
                           PERFORM 420-START-WAREHOUSE-GROUP
                           PERFORM 425-START-BAND-GROUP
                       WHEN ESD-BAND NOT = WS-PREV-BAND
                           PERFORM 430-END-BAND-GROUP
                           PERFORM 425-START-BAND-GROUP
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE

                   MOVE ESD-WAREHOUSEID TO WS-PREV-WAREHOUSEID
                   MOVE ESD-BAND        TO WS-PREV-BAND

                   MOVE ESD-VENDORID     TO EXL-VENDORID
                   MOVE ESD-PRODUCTID    TO EXL-PRODUCTID
                   MOVE ESD-PRODUCT-NAME TO EXL-PRODUCT-NAME
                   MOVE ESD-LOT-NUMBER   TO EXL-LOT-NUMBER
                   MOVE ESD-EXPIRY-DATE  TO EXL-EXPIRY-DATE
                   MOVE ESD-DAYS-LEFT    TO EXL-DAYS-LEFT
                   MOVE ESD-QUANTITY     TO EXL-QUANTITY
                   MOVE ESD-UNIT-COST    TO EXL-UNIT-COST
                   MOVE ESD-VALUE        TO EXL-VALUE
                   MOVE EX-DETAIL-LINE TO EX-REPORT-LINE
                   WRITE EX-REPORT-LINE AFTER ADVANCING 1 LINE

                   ADD 1            TO ETL-LOTS(1)
                   ADD ESD-QUANTITY TO ETL-QUANTITY(1)
                   ADD ESD-VALUE    TO ETL-VALUE(1)

                   MOVE ESD-BAND TO BS-SUB
                   ADD 1            TO BST-LOTS(BS-SUB)
                   ADD ESD-QUANTITY TO BST-QUANTITY(BS-SUB)
                   ADD ESD-VALUE    TO BST-VALUE(BS-SUB)
           END-READ

           .

       420-START-WAREHOUSE-GROUP.

           MOVE ESD-WAREHOUSEID TO EXW-WAREHOUSEID
           MOVE EX-WAREHOUSE-LINE TO EX-REPORT-LINE
           WRITE EX-REPORT-LINE AFTER ADVANCING 2 LINES

           .

       425-START-BAND-GROUP.

           MOVE BAND-NAME(ESD-BAND) TO EXB-BAND-NAME
           MOVE EX-BAND-LINE TO EX-REPORT-LINE
           WRITE EX-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       430-END-BAND-GROUP.

           MOVE SPACES TO EXT-LABEL
           STRING '  TOTAL ' DELIMITED BY SIZE
                  BAND-NAME(WS-PREV-BAND) DELIMITED BY '  '
                  INTO EXT-LABEL
           END-STRING
           MOVE 1 TO ET-SUB
           PERFORM 470-PRINT-TOTAL-LEVEL

           .

       440-END-WAREHOUSE-GROUP.

           MOVE SPACES TO EXT-LABEL
           STRING 'TOTAL WAREHOUSE ' DELIMITED BY SIZE
                  WS-PREV-WAREHOUSEID DELIMITED BY SIZE
                  INTO EXT-LABEL
           END-STRING
           MOVE 2 TO ET-SUB
           PERFORM 470-PRINT-TOTAL-LEVEL

           .

       450-WRITE-BAND-SUMMARY.

           MOVE EX-SUMMARY-HEADER TO EX-REPORT-LINE
           WRITE EX-REPORT-LINE AFTER ADVANCING 3 LINES

           PERFORM 455-WRITE-ONE-BAND-SUMMARY
                   VARYING BS-SUB FROM 1 BY 1
                      UNTIL BS-SUB > 4

           .

       455-WRITE-ONE-BAND-SUMMARY.

           MOVE BAND-NAME(BS-SUB)    TO EXT-LABEL
           MOVE BST-LOTS(BS-SUB)     TO EXT-LOTS
           MOVE BST-QUANTITY(BS-SUB) TO EXT-QUANTITY
           MOVE BST-VALUE(BS-SUB)    TO EXT-VALUE
           MOVE EX-TOTAL-LINE TO EX-REPORT-LINE
           WRITE EX-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       460-WRITE-EXPIRY-COUNTS.

           MOVE 'LOTS READ:                  ' TO EXC-LABEL
           MOVE EC-LOTS-READ TO EXC-COUNT
           MOVE EX-COUNT-LINE TO EX-REPORT-LINE
           WRITE EX-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE 'LOTS LISTED:                ' TO EXC-LABEL
           MOVE EC-LOTS-LISTED TO EXC-COUNT
           MOVE EX-COUNT-LINE TO EX-REPORT-LINE
           WRITE EX-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'LOTS DUE AFTER 90 DAYS:     ' TO EXC-LABEL
           MOVE EC-LOTS-BEYOND TO EXC-COUNT
           MOVE EX-COUNT-LINE TO EX-REPORT-LINE
           WRITE EX-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'LOTS WITH NO COST:          ' TO EXC-LABEL
           MOVE EC-UNPRICED-LOTS TO EXC-COUNT
           MOVE EX-COUNT-LINE TO EX-REPORT-LINE
           WRITE EX-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'BAD LOT RECORDS:            ' TO EXC-LABEL
           MOVE EC-BAD-LOTS TO EXC-COUNT
           MOVE EX-COUNT-LINE TO EX-REPORT-LINE
           WRITE EX-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       470-PRINT-TOTAL-LEVEL.

      *    PRINTS LEVEL ET-SUB UNDER THE LABEL ALREADY SET, ROLLS IT
      *    INTO THE LEVEL ABOVE, AND CLEARS IT FOR THE NEXT GROUP.
           MOVE ETL-LOTS(ET-SUB)     TO EXT-LOTS
           MOVE ETL-QUANTITY(ET-SUB) TO EXT-QUANTITY
           MOVE ETL-VALUE(ET-SUB)    TO EXT-VALUE

           IF ET-SUB = 1
               MOVE EX-TOTAL-LINE TO EX-REPORT-LINE
               WRITE EX-REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE EX-TOTAL-LINE TO EX-REPORT-LINE
               WRITE EX-REPORT-LINE AFTER ADVANCING 2 LINES
           END-IF

           IF ET-SUB < 3
               ADD ETL-LOTS(ET-SUB)     TO ETL-LOTS(ET-SUB + 1)
               ADD ETL-QUANTITY(ET-SUB) TO ETL-QUANTITY(ET-SUB + 1)
               ADD ETL-VALUE(ET-SUB)    TO ETL-VALUE(ET-SUB + 1)
           END-IF

           PERFORM 480-CLEAR-ONE-TOTAL-LEVEL

           .

       480-CLEAR-ONE-TOTAL-LEVEL.

           MOVE 0 TO ETL-LOTS(ET-SUB)
           MOVE 0 TO ETL-QUANTITY(ET-SUB)
           MOVE 0 TO ETL-VALUE(ET-SUB)

           .

       900-FINAL-ROUTINE.

           DISPLAY 'EXPIRY REPORT COMPLETE -- ' EC-LOTS-LISTED
               ' LOT(S) EXPIRED OR DUE WITHIN 90 DAYS AS OF '
               WS-CURRENT-DATE '.'

      *    AN EXPIRED LOT STILL ON HAND, A BAD LOT RECORD OR AN
      *    UNPRICED LOT ALL NEED SOMEONE'S ATTENTION -- A WARNING
      *    OUTCOME.
           IF BST-LOTS(1) > 0
               OR EC-BAD-LOTS > 0
               OR EC-UNPRICED-LOTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN

           .
