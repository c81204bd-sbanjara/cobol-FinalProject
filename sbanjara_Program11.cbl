      ******************* IDENTIFICATION-DIVISION ********************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROGRAM11.
       AUTHOR.      SBANJARA.
      *
      ****************************************************************
      *
      *  MONTH-END PERIOD CLOSE FOR THE INVENTORY SYSTEM.
      *
      *  THE NIGHTLY RUN KEEPS ONLY THE PRIOR RUN'S HISTORY AND
      *  OVERWRITES ITS GL JOURNAL EVERY NIGHT, SO NOTHING HELD A
      *  MONTH-END FIGURE FINANCE COULD TIE TO.  THIS PROGRAM CLOSES
      *  ONE FISCAL PERIOD FROM FINANCE'S CALENDAR:
      *
      *     1. THE PERIOD TO CLOSE IS THE ONE NAMED ON THE CLOSE CARD,
      *        OR ELSE THE EARLIEST OPEN PERIOD THAT HAS ENDED.  IT
      *        MUST HAVE ENDED, AND EVERY EARLIER PERIOD MUST ALREADY
      *        BE CLOSED -- EACH MONTH OPENS ON THE LAST ONE'S CLOSE.
      *
      *     2. THE MONTH-END VALUATION IS FROZEN FROM INVENTORY-
      *        MASTER.DAT -- ONE ROW PER WAREHOUSE/VENDOR/PRODUCT,
      *        VALUED THE WAY THE NIGHTLY RUN VALUES THE SUMMARY, AND
      *        KEPT ON PERIOD-SNAPSHOT.TXT UNDER THE PERIOD NAME.
      *
      *     3. EVERY MOVEMENT ON MOVEMENT-ARCHIVE.TXT DATED INSIDE THE
      *        PERIOD IS ROLLED UP BY KEY AND MOVEMENT TYPE ONTO
      *        PERIOD-JOURNAL.TXT, VALUED AT ITS ARCHIVED UNIT COST.
      *
      *     4. THE ROLL-FORWARD REPORT PROVES EACH WAREHOUSE:
      *           OPENING + RECEIPTS - SHIPMENTS +/- ADJUSTMENTS
      *              = CLOSING
      *        WHERE OPENING IS THE PRIOR CLOSED PERIOD'S SNAPSHOT.
      *        ANY DIFFERENCE IS VALUE THAT MOVED WITHOUT A MOVEMENT
      *        (A PRICE CHANGE ON THE MASTER, A COST REVALUATION).
      *
      *     5. THE PERIOD IS MARKED CLOSED ON THE CALENDAR.  FROM THEN
      *        ON THE NIGHTLY RUN AND THE COUNT PROGRAM REDATE ANY RUN
      *        DATED INSIDE IT INTO THE NEXT OPEN PERIOD.
      *
      *  THE CLOSE RUNS AFTER THE LAST NIGHTLY RUN OF THE MONTH AND
      *  BEFORE THE FIRST OF THE NEXT -- INVENTORY-MASTER.DAT MUST
      *  STILL HOLD THE MONTH-END FIGURES.  IT HOLDS THE NIGHTLY RUN'S
      *  LOCK FROM THE SNAPSHOT TO THE CALENDAR REWRITE, AND REFUSES
      *  TO START WHILE THE LOCK IS HELD OR A RESTART IS PENDING.
      *
      *  INPUT:
      *     CLOSE-REQUEST.TXT -- ONE OPTIONAL CARD NAMING THE PERIOD.
      *     PERIOD-CALENDAR.TXT -- FINANCE'S PERIODS AND THEIR DATES.
      *     INVENTORY-MASTER.DAT -- THE KEYED MONTH-END BOOK.
      *     ITEM-COST.TXT -- THE MOVING-AVERAGE COSTS.
      *     MOVEMENT-ARCHIVE.TXT -- EVERY MOVEMENT EVER APPLIED.
      *     PERIOD-SNAPSHOT.TXT -- THE PRIOR CLOSE, FOR THE OPENING.
      *
      *  OUTPUT:
      *     PERIOD-SNAPSHOT.TXT AND PERIOD-JOURNAL.TXT, APPENDED;
      *     PERIOD-CALENDAR.TXT, REWRITTEN; PERIOD-ROLLFORWARD.TXT.
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

      *    ONE OPTIONAL CARD -- NO FILE MEANS "THE NEXT PERIOD DUE".
           SELECT CLOSE-REQUEST-FILE
                ASSIGN TO 'CLOSE-REQUEST.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CLOSE-REQUEST-FILE-STATUS.

      *    FINANCE KEYS THE PERIODS; THIS PROGRAM ONLY EVER CHANGES
      *    THE STATUS AND CLOSED DATE OF THE PERIOD IT CLOSES.
           SELECT PERIOD-CALENDAR-FILE
                ASSIGN TO 'PERIOD-CALENDAR.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PERIOD-CALENDAR-FILE-STATUS.

      *    THE KEYED COPY OF THE MERGED INVENTORY, AS THE LAST FULL
      *    BATCH RUN BUILT IT -- READ END TO END IN KEY ORDER.
           SELECT INVENTORY-MASTER
                ASSIGN TO 'INVENTORY-MASTER.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IM-RECORD-KEY
                FILE STATUS IS WS-INVENTORY-MASTER-FILE-STATUS.

           SELECT ITEM-COST-FILE
                ASSIGN TO 'ITEM-COST.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ITEM-COST-FILE-STATUS.

      *    THE PERMANENT RECORD OF EVERY MOVEMENT THE NIGHTLY RUN
      *    APPLIED, STAMPED WITH ITS RUN DATE -- ONLY READ HERE.
           SELECT MOVEMENT-ARCHIVE-FILE
                ASSIGN TO 'MOVEMENT-ARCHIVE.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MOVEMENT-ARCHIVE-FILE-STATUS.

      *    ONE BLOCK OF ROWS PER CLOSED PERIOD, NEVER REWRITTEN --
      *    READ FIRST FOR THE PRIOR PERIOD'S CLOSING, THEN APPENDED.
           SELECT PERIOD-SNAPSHOT-FILE
                ASSIGN TO 'PERIOD-SNAPSHOT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PERIOD-SNAPSHOT-FILE-STATUS.

           SELECT PERIOD-JOURNAL-FILE
                ASSIGN TO 'PERIOD-JOURNAL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PERIOD-JOURNAL-FILE-STATUS.

           SELECT ROLLFORWARD-REPORT
                ASSIGN TO PRINTER 'PERIOD-ROLLFORWARD.TXT'.

      *    THE INTERLOCK WITH THE NIGHTLY RUN -- SEE PROGRAM4.  HELD
      *    HERE FROM THE SNAPSHOT TO THE CALENDAR REWRITE.
           SELECT RUN-LOCK-FILE
                ASSIGN TO 'RUN-LOCK.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUN-LOCK-FILE-STATUS.

      *    THE NIGHTLY RUN'S CHECKPOINT -- A NON-EMPTY FILE MEANS A
      *    RESTART IS PENDING THAT WILL STILL CHANGE THE MASTER.
           SELECT CHECKPOINT-FILE
                ASSIGN TO 'PROGRAM4.CKPT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
      *
      ************************ DATA-DIVISION *************************
      *
       DATA DIVISION.

       FILE SECTION.

      *
       FD  CLOSE-REQUEST-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  CLOSE-REQUEST-RECORD.
           05  CLR-PERIOD-NAME          PIC X(8).
      *

      *
      *    ONE ROW PER FISCAL PERIOD.  STATUS 'C' IS CLOSED; ANYTHING
      *    ELSE IS OPEN.  THE NIGHTLY RUN AND THE COUNT PROGRAM READ
      *    THE SAME LAYOUT.
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
           05  MAR-ENTERED-BY           PIC X(8).
           05  MAR-APPROVED-BY          PIC X(8).
      *

      *
      *    ONE ROW PER WAREHOUSE/VENDOR/PRODUCT ON HAND AT A CLOSE.
       FD  PERIOD-SNAPSHOT-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  PERIOD-SNAPSHOT-RECORD.
           05  PSN-PERIOD-NAME          PIC X(8).
           05  PSN-WAREHOUSEID          PIC X(4).
           05  PSN-VENDORID             PIC X.
           05  PSN-PRODUCTID            PIC X(3).
           05  PSN-QUANTITY             PIC S9(7).
           05  PSN-VALUE                PIC S9(9)V99.
           05  PSN-SNAP-DATE            PIC X(8).
      *

      *
      *    ONE ROW PER WAREHOUSE/VENDOR/PRODUCT AND MOVEMENT TYPE IN
      *    A CLOSED PERIOD -- THE PERIOD-TO-DATE ACTIVITY.
       FD  PERIOD-JOURNAL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       01  PERIOD-JOURNAL-RECORD.
           05  PJR-PERIOD-NAME          PIC X(8).
           05  PJR-WAREHOUSEID          PIC X(4).
           05  PJR-VENDORID             PIC X.
           05  PJR-PRODUCTID            PIC X(3).
           05  PJR-TRANS-TYPE           PIC X.
           05  PJR-MOVEMENT-COUNT       PIC 9(5).
           05  PJR-QUANTITY             PIC S9(7).
           05  PJR-VALUE                PIC S9(9)V99.
           05  PJR-CLOSE-DATE           PIC X(8).
      *

      *
       FD  ROLLFORWARD-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  RF-REPORT-LINE               PIC X(80).
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
      ******************* WORKING-STORAGE ****************************
      *
       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05  WS-CLOSE-REQUEST-FILE-STATUS    PIC X(2).
           05  WS-PERIOD-CALENDAR-FILE-STATUS  PIC X(2).
           05  WS-INVENTORY-MASTER-FILE-STATUS PIC X(2).
           05  WS-ITEM-COST-FILE-STATUS        PIC X(2).
           05  WS-MOVEMENT-ARCHIVE-FILE-STATUS PIC X(2).
           05  WS-PERIOD-SNAPSHOT-FILE-STATUS  PIC X(2).
           05  WS-PERIOD-JOURNAL-FILE-STATUS   PIC X(2).
           05  WS-RUN-LOCK-FILE-STATUS         PIC X(2).
           05  WS-CHECKPOINT-FILE-STATUS       PIC X(2).
           05  WS-CALENDAR-EOF          PIC X(3)   VALUE 'NO'.
               88  NO-MORE-CALENDAR-PERIODS VALUE 'YES'.
           05  WS-ITEM-COST-EOF         PIC X(3)   VALUE 'NO'.
               88  NO-MORE-ITEM-COSTS       VALUE 'YES'.
           05  WS-MASTER-EOF            PIC X(3)   VALUE 'NO'.
               88  NO-MORE-MASTER           VALUE 'YES'.
           05  WS-ARCHIVE-EOF           PIC X(3)   VALUE 'NO'.
               88  NO-MORE-ARCHIVE          VALUE 'YES'.
           05  WS-SNAPSHOT-EOF          PIC X(3)   VALUE 'NO'.
               88  NO-MORE-SNAPSHOT         VALUE 'YES'.
           05  WS-COST-FOUND-SW         PIC X(3)   VALUE 'NO'.
           05  WS-WAREHOUSE-FOUND-SW    PIC X(3)   VALUE 'NO'.
           05  WS-JOURNAL-FOUND-SW      PIC X(3)   VALUE 'NO'.
           05  WS-PRIOR-SNAPSHOT-SW     PIC X(3)   VALUE 'NO'.
           05  WS-ALREADY-SNAPPED-SW    PIC X(3)   VALUE 'NO'.
           05  WS-SNAP-KEY-HELD-SW      PIC X(3)   VALUE 'NO'.
           05  WS-TABLE-FULL-SW         PIC X(3)   VALUE 'NO'.
           05  WS-LOCK-HELD-SW          PIC X(3)   VALUE 'NO'.
           05  WS-CKPT-PRESENT-SW       PIC X(3)   VALUE 'NO'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                  PIC 9(4).
           05  WS-MONTH                 PIC 99.
           05  WS-DAY                   PIC 99.

       01  RUN-LOCK-FIELDS.
           05  WS-LOCK-HOLDER           PIC X(8)   VALUE SPACES.
           05  WS-LOCK-DATE             PIC X(8)   VALUE SPACES.
           05  WS-LOCK-TIME             PIC X(6)   VALUE SPACES.
           05  WS-LOCK-DATE-NOW         PIC X(8).
           05  WS-TIME-WORK             PIC X(8).

       01  CLOSE-COUNTERS.
           05  CLC-MASTER-READ          PIC 9(7)   VALUE 0.
           05  CLC-SNAPSHOT-ROWS        PIC 9(7)   VALUE 0.
           05  CLC-ARCHIVE-READ         PIC 9(7)   VALUE 0.
           05  CLC-MOVEMENTS-IN-PERIOD  PIC 9(7)   VALUE 0.
           05  CLC-JOURNAL-ROWS         PIC 9(7)   VALUE 0.
           05  CLC-BAD-ARCHIVE-RECORDS  PIC 9(5)   VALUE 0.
           05  CLC-UNPRICED-MOVEMENTS   PIC 9(5)   VALUE 0.

      *    FINANCE'S CALENDAR, HELD WHOLE SO IT CAN BE WRITTEN BACK
      *    WITH ONE ROW CHANGED.  SIXTY PERIODS IS FIVE YEARS.
       01  CALENDAR-TABLE-FIELDS.
           05  WS-CALENDAR-COUNT        PIC 9(3)   VALUE 0.
           05  CL-SUB                   PIC 9(3).
           05  WS-CLOSE-ROW             PIC 9(3)   VALUE 0.
           05  WS-PRIOR-ROW             PIC 9(3)   VALUE 0.
           05  WS-EARLIER-OPEN-ROW      PIC 9(3)   VALUE 0.
           05  WS-CLOSE-PERIOD-NAME     PIC X(8)   VALUE SPACES.
           05  WS-CLOSE-START-DATE      PIC X(8)   VALUE SPACES.
           05  WS-CLOSE-END-DATE        PIC X(8)   VALUE SPACES.
           05  WS-PRIOR-PERIOD-NAME     PIC X(8)   VALUE SPACES.

       01  CALENDAR-TABLE.
           05  CALENDAR-ITEM OCCURS 60 TIMES.
               10  CAL-PERIOD-NAME      PIC X(8).
               10  CAL-START-DATE       PIC X(8).
               10  CAL-END-DATE         PIC X(8).
               10  CAL-STATUS           PIC X.
               10  CAL-CLOSED-DATE      PIC X(8).

       01  ITEM-COST-FIELDS.
           05  WS-ITEM-COST-COUNT       PIC 9(3)   VALUE 0.
           05  IC-SUB                   PIC 9(3).
           05  WS-ITEM-AVG-COST         PIC 9(3)V99 VALUE 0.
           05  WS-ENTRY-UNIT-COST       PIC S999V99 VALUE 0.

       01  ITEM-COST-TABLE.
           05  ITEM-COST-ITEM OCCURS 500 TIMES.
               10  ICT-WAREHOUSEID      PIC X(4).
               10  ICT-VENDORID         PIC X.
               10  ICT-PRODUCTID        PIC X(3).
               10  ICT-AVG-COST         PIC 9(3)V99.

      *    THE LOOKUP KEY FOR THE ITEM-COST, WAREHOUSE AND JOURNAL
      *    TABLES.
       01  CLOSE-LOOK-KEY.
           05  WS-LOOK-WAREHOUSEID      PIC X(4).
           05  WS-LOOK-VENDORID         PIC X.
           05  WS-LOOK-PRODUCTID        PIC X(3).
           05  WS-LOOK-TRANS-TYPE       PIC X.

      *    THE ROLL-FORWARD, ONE ROW PER WAREHOUSE.
       01  WAREHOUSE-ROLL-FIELDS.
           05  WS-WAREHOUSE-COUNT       PIC 9(3)   VALUE 0.
           05  WR-SUB                   PIC 9(3).

       01  WAREHOUSE-ROLL-TABLE.
           05  WAREHOUSE-ROLL-ITEM OCCURS 20 TIMES.
               10  WRT-WAREHOUSEID      PIC X(4).
               10  WRT-OPENING-VALUE    PIC S9(9)V99.
               10  WRT-RECEIPT-VALUE    PIC S9(9)V99.
               10  WRT-SHIPMENT-VALUE   PIC S9(9)V99.
               10  WRT-ADJUST-VALUE     PIC S9(9)V99.
               10  WRT-CLOSING-VALUE    PIC S9(9)V99.

      *    THE PERIOD'S ACTIVITY, ONE ROW PER KEY AND MOVEMENT TYPE.
       01  JOURNAL-TABLE-FIELDS.
           05  WS-JOURNAL-COUNT         PIC 9(4)   VALUE 0.
           05  PJ-SUB                   PIC 9(4).

       01  JOURNAL-TABLE.
           05  JOURNAL-ITEM OCCURS 1000 TIMES.
               10  PJT-WAREHOUSEID      PIC X(4).
               10  PJT-VENDORID         PIC X.
               10  PJT-PRODUCTID        PIC X(3).
               10  PJT-TRANS-TYPE       PIC X.
               10  PJT-MOVEMENT-COUNT   PIC 9(5).
               10  PJT-QUANTITY         PIC S9(7).
               10  PJT-VALUE            PIC S9(9)V99.

      *    THE KEY BEING SNAPPED -- CONTINUATION RECORDS OF ONE KEY
      *    ADD INTO ONE SNAPSHOT ROW.
       01  SNAPSHOT-WORK-FIELDS.
           05  WS-SNAP-KEY.
               10  WS-SNAP-WAREHOUSEID  PIC X(4).
               10  WS-SNAP-VENDORID     PIC X.
               10  WS-SNAP-PRODUCTID    PIC X(3).
           05  WS-SNAP-QTY              PIC S9(7)  VALUE 0.
           05  WS-SNAP-VALUE            PIC S9(9)V99 VALUE 0.
           05  PRODUCT-SUB              PIC 99.

       01  ROLL-WORK-FIELDS.
           05  WS-MOVE-VALUE            PIC S9(9)V99 VALUE 0.
           05  WS-ROLL-DIFFERENCE       PIC S9(9)V99 VALUE 0.
           05  WS-TOT-OPENING           PIC S9(9)V99 VALUE 0.
           05  WS-TOT-RECEIPTS          PIC S9(9)V99 VALUE 0.
           05  WS-TOT-SHIPMENTS         PIC S9(9)V99 VALUE 0.
           05  WS-TOT-ADJUSTMENTS       PIC S9(9)V99 VALUE 0.
           05  WS-TOT-CLOSING           PIC S9(9)V99 VALUE 0.
           05  WS-TOT-DIFFERENCE        PIC S9(9)V99 VALUE 0.
      *
      *********************** OUTPUT-AREA ****************************
      *
       01  RF-TITLE-LINE.
           05                       PIC X(20)   VALUE SPACES.
           05                       PIC X(40)   VALUE
               'PERIOD CLOSE ROLL-FORWARD REPORT'.

       01  RF-PERIOD-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(8)    VALUE 'PERIOD: '.
           05  RFP-PERIOD-NAME      PIC X(8).
           05                       PIC X(7)    VALUE '  FROM '.
           05  RFP-START-DATE       PIC X(8).
           05                       PIC X(4)    VALUE ' TO '.
           05  RFP-END-DATE         PIC X(8).
           05                       PIC X(10)   VALUE '  CLOSED: '.
           05  RFP-CLOSE-DATE       PIC X(8).

       01  RF-OPENING-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(34)   VALUE
               'OPENING = CLOSING OF PERIOD:      '.
           05  RFO-PRIOR-NAME       PIC X(8).

       01  RF-DERIVED-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(50)   VALUE
               'NO PRIOR CLOSE -- OPENING = CLOSING LESS ACTIVITY.'.

       01  RF-COLUMN-HEADER.
           05                       PIC X       VALUE SPACE.
           05                       PIC X(4)    VALUE 'WHSE'.
           05                       PIC X(12)   VALUE '     OPENING'.
           05                       PIC X(12)   VALUE '   +RECEIPTS'.
           05                       PIC X(12)   VALUE '  -SHIPMENTS'.
           05                       PIC X(12)   VALUE '  +/-ADJUST.'.
           05                       PIC X(12)   VALUE '    =CLOSING'.
           05                       PIC X(12)   VALUE '  DIFFERENCE'.

       01  RF-DETAIL-LINE.
           05                       PIC X       VALUE SPACE.
           05  RFL-WAREHOUSEID      PIC X(4).
           05                       PIC X       VALUE SPACE.
           05  RFL-OPENING          PIC -(7)9.99.
           05                       PIC X       VALUE SPACE.
           05  RFL-RECEIPTS         PIC -(7)9.99.
           05                       PIC X       VALUE SPACE.
           05  RFL-SHIPMENTS        PIC -(7)9.99.
           05                       PIC X       VALUE SPACE.
           05  RFL-ADJUSTMENTS      PIC -(7)9.99.
           05                       PIC X       VALUE SPACE.
           05  RFL-CLOSING          PIC -(7)9.99.
           05                       PIC X       VALUE SPACE.
           05  RFL-DIFFERENCE       PIC -(7)9.99.

       01  RF-NONE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(45)   VALUE
               'NO STOCK OR ACTIVITY ON FILE FOR THIS PERIOD.'.

       01  RF-COUNT-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  RFC-LABEL            PIC X(28).
           05  RFC-COUNT            PIC ZZZZZZ9.
      *
      ********************** PROCEDURE-DIVISION **********************
      *
       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           PERFORM 110-READ-CLOSE-REQUEST
           PERFORM 200-LOAD-PERIOD-CALENDAR
           PERFORM 220-SELECT-CLOSE-PERIOD

           PERFORM 120-CHECK-RUN-LOCK
           PERFORM 125-TAKE-RUN-LOCK

           PERFORM 230-LOAD-ITEM-COST-FILE
           PERFORM 300-LOAD-PRIOR-SNAPSHOT

           PERFORM 400-TAKE-VALUATION-SNAPSHOT
           PERFORM 500-ROLL-UP-PERIOD-ACTIVITY

           PERFORM 600-WRITE-ROLLFORWARD-REPORT
           PERFORM 700-MARK-PERIOD-CLOSED

           PERFORM 900-FINAL-ROUTINE

           .

       110-READ-CLOSE-REQUEST.

           OPEN INPUT CLOSE-REQUEST-FILE

           IF WS-CLOSE-REQUEST-FILE-STATUS = '00'
               READ CLOSE-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CLR-PERIOD-NAME NOT = SPACES
                           MOVE CLR-PERIOD-NAME
                               TO WS-CLOSE-PERIOD-NAME
                           DISPLAY 'CLOSE-REQUEST: PERIOD '
                               CLR-PERIOD-NAME ' REQUESTED.'
                       END-IF
               END-READ
               CLOSE CLOSE-REQUEST-FILE
           END-IF

           .

       120-CHECK-RUN-LOCK.

      *    A NIGHTLY RUN UNDER WAY OR WAITING ON A RESTART WILL STILL
      *    CHANGE THE MASTER, SO THE MONTH-END FIGURES ARE NOT YET
      *    FINAL -- THE CLOSE IS REFUSED OUTRIGHT AND CAN BE RERUN.
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
               DISPLAY 'FATAL: PERIOD CLOSE REFUSED WHILE THE NIGHTLY '
                   'RUN OWNS THE MASTER -- PERIOD '
                   WS-CLOSE-PERIOD-NAME ' LEFT OPEN.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       125-TAKE-RUN-LOCK.

           OPEN OUTPUT RUN-LOCK-FILE
           MOVE 'PGM11CLS' TO RLK-HOLDER
           ACCEPT WS-LOCK-DATE-NOW FROM DATE YYYYMMDD
           MOVE WS-LOCK-DATE-NOW TO RLK-LOCK-DATE
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK(1:6) TO RLK-LOCK-TIME
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE

           .

       130-RELEASE-RUN-LOCK.

           OPEN OUTPUT RUN-LOCK-FILE
           CLOSE RUN-LOCK-FILE

           .

       200-LOAD-PERIOD-CALENDAR.

      *    NO CALENDAR MEANS FINANCE HAS NOT SET UP ITS PERIODS --
      *    THERE IS NOTHING TO CLOSE AGAINST.
           OPEN INPUT PERIOD-CALENDAR-FILE

           IF WS-PERIOD-CALENDAR-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: PERIOD-CALENDAR OPEN FAILED, STATUS = '
                   WS-PERIOD-CALENDAR-FILE-STATUS
                   ' -- NO PERIODS TO CLOSE.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'NO' TO WS-CALENDAR-EOF
           PERFORM 210-LOAD-ONE-CALENDAR-PERIOD
               UNTIL NO-MORE-CALENDAR-PERIODS
           CLOSE PERIOD-CALENDAR-FILE

           .

       210-LOAD-ONE-CALENDAR-PERIOD.

      *    THE WHOLE CALENDAR GOES BACK OUT, SO A PERIOD PAST THE
      *    TABLE WOULD BE LOST ON THE REWRITE -- THAT STOPS THE RUN.
           READ PERIOD-CALENDAR-FILE
               AT END
                   MOVE 'YES' TO WS-CALENDAR-EOF
               NOT AT END
                   IF WS-CALENDAR-COUNT < 60
                       ADD 1 TO WS-CALENDAR-COUNT
                       MOVE WS-CALENDAR-COUNT TO CL-SUB
                       MOVE PCL-PERIOD-NAME TO CAL-PERIOD-NAME(CL-SUB)
                       MOVE PCL-START-DATE  TO CAL-START-DATE(CL-SUB)
                       MOVE PCL-END-DATE    TO CAL-END-DATE(CL-SUB)
                       MOVE PCL-STATUS      TO CAL-STATUS(CL-SUB)
                       MOVE PCL-CLOSED-DATE TO CAL-CLOSED-DATE(CL-SUB)
                   ELSE
                       DISPLAY 'FATAL: PERIOD-CALENDAR EXCEEDS 60 '
                           'PERIODS -- ARCHIVE THE OLD YEARS AND RERUN.'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ

           .

       220-SELECT-CLOSE-PERIOD.

      *    A REQUESTED PERIOD MUST BE ON THE CALENDAR AND STILL OPEN.
      *    WITH NO REQUEST, THE EARLIEST OPEN PERIOD THAT HAS ENDED
      *    IS DUE -- AND NONE DUE IS A NORMAL, QUIET OUTCOME.
           MOVE 0 TO WS-CLOSE-ROW

           IF WS-CLOSE-PERIOD-NAME NOT = SPACES
               PERFORM 222-MATCH-REQUESTED-PERIOD
                       VARYING CL-SUB FROM 1 BY 1
                          UNTIL CL-SUB > WS-CALENDAR-COUNT
               IF WS-CLOSE-ROW = 0
                   DISPLAY 'FATAL: PERIOD ' WS-CLOSE-PERIOD-NAME
                       ' IS NOT ON THE PERIOD CALENDAR.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF CAL-STATUS(WS-CLOSE-ROW) = 'C'
                   DISPLAY 'FATAL: PERIOD ' WS-CLOSE-PERIOD-NAME
                       ' WAS ALREADY CLOSED ON '
                       CAL-CLOSED-DATE(WS-CLOSE-ROW) '.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM 224-CHECK-ONE-DUE-PERIOD
                       VARYING CL-SUB FROM 1 BY 1
                          UNTIL CL-SUB > WS-CALENDAR-COUNT
               IF WS-CLOSE-ROW = 0
                   DISPLAY 'NO OPEN PERIOD HAS ENDED AS OF '
                       WS-CURRENT-DATE ' -- NOTHING TO CLOSE.'
                   STOP RUN
               END-IF
           END-IF

           MOVE CAL-PERIOD-NAME(WS-CLOSE-ROW) TO WS-CLOSE-PERIOD-NAME
           MOVE CAL-START-DATE(WS-CLOSE-ROW)  TO WS-CLOSE-START-DATE
           MOVE CAL-END-DATE(WS-CLOSE-ROW)    TO WS-CLOSE-END-DATE

           IF WS-CLOSE-START-DATE NOT NUMERIC
               OR WS-CLOSE-END-DATE NOT NUMERIC
               OR WS-CLOSE-END-DATE < WS-CLOSE-START-DATE
               DISPLAY 'FATAL: PERIOD ' WS-CLOSE-PERIOD-NAME
                   ' HAS BAD DATES ON THE CALENDAR.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CLOSE-END-DATE NOT < WS-CURRENT-DATE
               DISPLAY 'FATAL: PERIOD ' WS-CLOSE-PERIOD-NAME
                   ' DOES NOT END UNTIL ' WS-CLOSE-END-DATE
                   ' -- IT CANNOT BE CLOSED YET.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    MONTHS CLOSE IN ORDER: AN EARLIER PERIOD STILL OPEN WOULD
      *    LEAVE A GAP IN THE ROLL-FORWARD.  THE LATEST CLOSED PERIOD
      *    BEFORE THIS ONE SUPPLIES THE OPENING.
           MOVE 0 TO WS-EARLIER-OPEN-ROW
           MOVE 0 TO WS-PRIOR-ROW
           PERFORM 226-CHECK-ONE-EARLIER-PERIOD
                   VARYING CL-SUB FROM 1 BY 1
                      UNTIL CL-SUB > WS-CALENDAR-COUNT

           IF WS-EARLIER-OPEN-ROW > 0
               DISPLAY 'FATAL: EARLIER PERIOD '
                   CAL-PERIOD-NAME(WS-EARLIER-OPEN-ROW)
                   ' IS STILL OPEN -- CLOSE IT FIRST.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PRIOR-ROW > 0
               MOVE CAL-PERIOD-NAME(WS-PRIOR-ROW)
                   TO WS-PRIOR-PERIOD-NAME
           END-IF

           DISPLAY 'CLOSING PERIOD ' WS-CLOSE-PERIOD-NAME ' ('
               WS-CLOSE-START-DATE ' - ' WS-CLOSE-END-DATE ').'

           .

       222-MATCH-REQUESTED-PERIOD.

           IF CAL-PERIOD-NAME(CL-SUB) = WS-CLOSE-PERIOD-NAME
               MOVE CL-SUB TO WS-CLOSE-ROW
           END-IF

           .

       224-CHECK-ONE-DUE-PERIOD.

           IF CAL-STATUS(CL-SUB) NOT = 'C'
               AND CAL-END-DATE(CL-SUB) NUMERIC
               AND CAL-END-DATE(CL-SUB) < WS-CURRENT-DATE
               IF WS-CLOSE-ROW = 0
                   MOVE CL-SUB TO WS-CLOSE-ROW
               ELSE
                   IF CAL-START-DATE(CL-SUB)
                       < CAL-START-DATE(WS-CLOSE-ROW)
                       MOVE CL-SUB TO WS-CLOSE-ROW
                   END-IF
               END-IF
           END-IF

           .

       226-CHECK-ONE-EARLIER-PERIOD.

           IF CL-SUB NOT = WS-CLOSE-ROW
               AND CAL-START-DATE(CL-SUB) < WS-CLOSE-START-DATE
               IF CAL-STATUS(CL-SUB) = 'C'
                   IF WS-PRIOR-ROW = 0
                       MOVE CL-SUB TO WS-PRIOR-ROW
                   ELSE
                       IF CAL-START-DATE(CL-SUB)
                           > CAL-START-DATE(WS-PRIOR-ROW)
                           MOVE CL-SUB TO WS-PRIOR-ROW
                       END-IF
                   END-IF
               ELSE
                   MOVE CL-SUB TO WS-EARLIER-OPEN-ROW
               END-IF
           END-IF

           .

       230-LOAD-ITEM-COST-FILE.

      *    NO BOOK OF AVERAGES YET MEANS EVERY ENTRY IS VALUED AT ITS
      *    PURCHASE PRICE, AS THE NIGHTLY RUN WOULD.
           OPEN INPUT ITEM-COST-FILE

           IF WS-ITEM-COST-FILE-STATUS = '00'
               MOVE 'NO' TO WS-ITEM-COST-EOF
               PERFORM 235-LOAD-ONE-ITEM-COST
                   UNTIL NO-MORE-ITEM-COSTS
               CLOSE ITEM-COST-FILE
           END-IF

           .

       235-LOAD-ONE-ITEM-COST.

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

           IF ICT-WAREHOUSEID(IC-SUB) = WS-LOOK-WAREHOUSEID
               AND ICT-VENDORID(IC-SUB)  = WS-LOOK-VENDORID
               AND ICT-PRODUCTID(IC-SUB) = WS-LOOK-PRODUCTID
                   MOVE 'YES' TO WS-COST-FOUND-SW
                   MOVE ICT-AVG-COST(IC-SUB) TO WS-ITEM-AVG-COST
           END-IF

           .

       250-FIND-WAREHOUSE-ROW.

      *    FINDS THE ROLL-FORWARD ROW FOR WS-LOOK-WAREHOUSEID, ADDING
      *    ONE IF THE WAREHOUSE IS NEW.  WR-SUB POINTS AT IT WHEN
      *    WS-WAREHOUSE-FOUND-SW IS 'YES'.
           MOVE 'NO' TO WS-WAREHOUSE-FOUND-SW

           PERFORM 255-MATCH-ONE-WAREHOUSE-ROW
                   VARYING WR-SUB FROM 1 BY 1
                      UNTIL WR-SUB > WS-WAREHOUSE-COUNT
                         OR WS-WAREHOUSE-FOUND-SW = 'YES'

           IF WS-WAREHOUSE-FOUND-SW = 'YES'
               SUBTRACT 1 FROM WR-SUB
           ELSE
               IF WS-WAREHOUSE-COUNT < 20
                   ADD 1 TO WS-WAREHOUSE-COUNT
                   MOVE WS-WAREHOUSE-COUNT TO WR-SUB
                   MOVE WS-LOOK-WAREHOUSEID TO WRT-WAREHOUSEID(WR-SUB)
                   MOVE 0 TO WRT-OPENING-VALUE(WR-SUB)
                   MOVE 0 TO WRT-RECEIPT-VALUE(WR-SUB)
                   MOVE 0 TO WRT-SHIPMENT-VALUE(WR-SUB)
                   MOVE 0 TO WRT-ADJUST-VALUE(WR-SUB)
                   MOVE 0 TO WRT-CLOSING-VALUE(WR-SUB)
                   MOVE 'YES' TO WS-WAREHOUSE-FOUND-SW
               ELSE
                   IF WS-TABLE-FULL-SW = 'NO'
                       MOVE 'YES' TO WS-TABLE-FULL-SW
                       DISPLAY 'WARNING: MORE THAN 20 WAREHOUSES -- '
                           'EXTRA WAREHOUSES LEFT OFF THE ROLL-FORWARD.'
                   END-IF
               END-IF
           END-IF

           .

       255-MATCH-ONE-WAREHOUSE-ROW.

           IF WRT-WAREHOUSEID(WR-SUB) = WS-LOOK-WAREHOUSEID
               MOVE 'YES' TO WS-WAREHOUSE-FOUND-SW
           END-IF

           .

       300-LOAD-PRIOR-SNAPSHOT.

      *    THE PRIOR CLOSE'S ROWS ARE THIS PERIOD'S OPENING.  ROWS
      *    ALREADY ON FILE UNDER THIS PERIOD'S NAME MEAN AN EARLIER
      *    CLOSE DIED BEFORE MARKING THE CALENDAR -- APPENDING AGAIN
      *    WOULD DOUBLE THE MONTH, SO THE RUN STOPS FOR A PERSON.
           OPEN INPUT PERIOD-SNAPSHOT-FILE

           IF WS-PERIOD-SNAPSHOT-FILE-STATUS = '00'
               MOVE 'NO' TO WS-SNAPSHOT-EOF
               PERFORM 310-LOAD-ONE-PRIOR-SNAPSHOT
                   UNTIL NO-MORE-SNAPSHOT
               CLOSE PERIOD-SNAPSHOT-FILE
           END-IF

           IF WS-ALREADY-SNAPPED-SW = 'YES'
               DISPLAY 'FATAL: PERIOD-SNAPSHOT ALREADY HOLDS ROWS FOR '
                   WS-CLOSE-PERIOD-NAME ' -- AN EARLIER CLOSE DID NOT '
                   'FINISH.  REMOVE THAT PERIOD''S SNAPSHOT AND '
                   'JOURNAL ROWS AND RERUN.'
               PERFORM 130-RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PRIOR-PERIOD-NAME NOT = SPACES
               AND WS-PRIOR-SNAPSHOT-SW = 'NO'
               DISPLAY 'WARNING: NO SNAPSHOT ON FILE FOR PRIOR PERIOD '
                   WS-PRIOR-PERIOD-NAME ' -- OPENING WILL BE DERIVED.'
           END-IF

           .

       310-LOAD-ONE-PRIOR-SNAPSHOT.

           READ PERIOD-SNAPSHOT-FILE
               AT END
                   MOVE 'YES' TO WS-SNAPSHOT-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN PSN-PERIOD-NAME = WS-CLOSE-PERIOD-NAME
                           MOVE 'YES' TO WS-ALREADY-SNAPPED-SW
                       WHEN PSN-PERIOD-NAME = WS-PRIOR-PERIOD-NAME
                         AND WS-PRIOR-PERIOD-NAME NOT = SPACES
                           MOVE 'YES' TO WS-PRIOR-SNAPSHOT-SW
                           IF PSN-VALUE NUMERIC
                               MOVE PSN-WAREHOUSEID
                                   TO WS-LOOK-WAREHOUSEID
                               PERFORM 250-FIND-WAREHOUSE-ROW
                               IF WS-WAREHOUSE-FOUND-SW = 'YES'
                                   ADD PSN-VALUE
                                       TO WRT-OPENING-VALUE(WR-SUB)
                               END-IF
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ

           .

       400-TAKE-VALUATION-SNAPSHOT.

      *    THE MASTER IS THE MONTH-END BOOK -- WITHOUT IT THERE IS
      *    NOTHING TO FREEZE.
           OPEN INPUT INVENTORY-MASTER

           IF WS-INVENTORY-MASTER-FILE-STATUS NOT = '00'
               DISPLAY
                   'FATAL: INVENTORY-MASTER OPEN FAILED, STATUS = '
                   WS-INVENTORY-MASTER-FILE-STATUS
                   ' -- RUN THE BATCH REPORT TO BUILD IT.'
               PERFORM 130-RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND PERIOD-SNAPSHOT-FILE
           IF WS-PERIOD-SNAPSHOT-FILE-STATUS NOT = '00'
               OPEN OUTPUT PERIOD-SNAPSHOT-FILE
           END-IF

           MOVE 'NO' TO WS-MASTER-EOF
           MOVE 'NO' TO WS-SNAP-KEY-HELD-SW
           PERFORM 410-SNAP-ONE-MASTER-RECORD
               UNTIL NO-MORE-MASTER

           IF WS-SNAP-KEY-HELD-SW = 'YES'
               PERFORM 430-WRITE-ONE-SNAPSHOT-ROW
           END-IF

           CLOSE PERIOD-SNAPSHOT-FILE
           CLOSE INVENTORY-MASTER

           .

       410-SNAP-ONE-MASTER-RECORD.

      *    CONTINUATION RECORDS OF ONE KEY FOLLOW EACH OTHER IN KEY
      *    ORDER, SO A CHANGE OF WAREHOUSE/VENDOR/PRODUCT IS THE
      *    BREAK THAT WRITES THE HELD KEY'S ROW.
           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'YES' TO WS-MASTER-EOF
               NOT AT END
                   ADD 1 TO CLC-MASTER-READ
                   IF WS-SNAP-KEY-HELD-SW = 'YES'
                       IF IM-WAREHOUSEID NOT = WS-SNAP-WAREHOUSEID
                           OR IM-VENDORID NOT = WS-SNAP-VENDORID
                           OR IM-PRODUCTID NOT = WS-SNAP-PRODUCTID
                           PERFORM 430-WRITE-ONE-SNAPSHOT-ROW
                           MOVE 'NO' TO WS-SNAP-KEY-HELD-SW
                       END-IF
                   END-IF
                   IF WS-SNAP-KEY-HELD-SW = 'NO'
                       MOVE IM-WAREHOUSEID TO WS-SNAP-WAREHOUSEID
                       MOVE IM-VENDORID    TO WS-SNAP-VENDORID
                       MOVE IM-PRODUCTID   TO WS-SNAP-PRODUCTID
                       MOVE 0 TO WS-SNAP-QTY
                       MOVE 0 TO WS-SNAP-VALUE
                       MOVE 'YES' TO WS-SNAP-KEY-HELD-SW
                   END-IF
                   PERFORM 420-VALUE-ONE-MASTER-ENTRY
                           VARYING PRODUCT-SUB FROM 1 BY 1
                              UNTIL PRODUCT-SUB > 5
           END-READ

           .

       420-VALUE-ONE-MASTER-ENTRY.

      *    VALUED THE WAY THE NIGHTLY RUN VALUES THE SUMMARY: THE
      *    FIRST ENTRY OF A KEY'S FIRST RECORD CARRIES THE MOVING
      *    AVERAGE; ANY OTHER ENTRY, OR AN ITEM NOT YET COSTED, STAYS
      *    AT ITS PURCHASE PRICE.
           IF IM-PRODUCT-NAME(PRODUCT-SUB) NOT = SPACES
               AND IM-QUANTITY-INSTOCK(PRODUCT-SUB) NUMERIC
               IF IM-PURCHASE-PRICE(PRODUCT-SUB) NUMERIC
                   MOVE IM-PURCHASE-PRICE(PRODUCT-SUB)
                       TO WS-ENTRY-UNIT-COST
               ELSE
                   MOVE 0 TO WS-ENTRY-UNIT-COST
               END-IF
               IF PRODUCT-SUB = 1
                   AND IM-CONT-SEQ NOT > 1
                   MOVE IM-WAREHOUSEID TO WS-LOOK-WAREHOUSEID
                   MOVE IM-VENDORID    TO WS-LOOK-VENDORID
                   MOVE IM-PRODUCTID   TO WS-LOOK-PRODUCTID
                   PERFORM 240-FIND-ITEM-AVG-COST
                   IF WS-COST-FOUND-SW = 'YES'
                       MOVE WS-ITEM-AVG-COST TO WS-ENTRY-UNIT-COST
                   END-IF
               END-IF
               ADD IM-QUANTITY-INSTOCK(PRODUCT-SUB) TO WS-SNAP-QTY
               COMPUTE WS-SNAP-VALUE = WS-SNAP-VALUE +
                   IM-QUANTITY-INSTOCK(PRODUCT-SUB) * WS-ENTRY-UNIT-COST
           END-IF

           .

       430-WRITE-ONE-SNAPSHOT-ROW.

           MOVE WS-CLOSE-PERIOD-NAME TO PSN-PERIOD-NAME
           MOVE WS-SNAP-WAREHOUSEID  TO PSN-WAREHOUSEID
           MOVE WS-SNAP-VENDORID     TO PSN-VENDORID
           MOVE WS-SNAP-PRODUCTID    TO PSN-PRODUCTID
           MOVE WS-SNAP-QTY          TO PSN-QUANTITY
           MOVE WS-SNAP-VALUE        TO PSN-VALUE
           MOVE WS-CURRENT-DATE      TO PSN-SNAP-DATE
           WRITE PERIOD-SNAPSHOT-RECORD
           ADD 1 TO CLC-SNAPSHOT-ROWS

           MOVE WS-SNAP-WAREHOUSEID TO WS-LOOK-WAREHOUSEID
           PERFORM 250-FIND-WAREHOUSE-ROW
           IF WS-WAREHOUSE-FOUND-SW = 'YES'
               ADD WS-SNAP-VALUE TO WRT-CLOSING-VALUE(WR-SUB)
           END-IF

           .

       500-ROLL-UP-PERIOD-ACTIVITY.

      *    NO ARCHIVE MEANS NO ACTIVITY -- THE ROLL-FORWARD THEN
      *    SHOWS ANY CHANGE IN VALUE AS A DIFFERENCE.
           OPEN INPUT MOVEMENT-ARCHIVE-FILE

           IF WS-MOVEMENT-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: NO MOVEMENT-ARCHIVE FILE PRESENT -- '
                   'NO ACTIVITY TO ROLL UP.'
           ELSE
               MOVE 'NO' TO WS-ARCHIVE-EOF
               PERFORM 510-ROLL-UP-ONE-MOVEMENT
                   UNTIL NO-MORE-ARCHIVE
               CLOSE MOVEMENT-ARCHIVE-FILE
           END-IF

           OPEN EXTEND PERIOD-JOURNAL-FILE
           IF WS-PERIOD-JOURNAL-FILE-STATUS NOT = '00'
               OPEN OUTPUT PERIOD-JOURNAL-FILE
           END-IF

           PERFORM 540-WRITE-ONE-JOURNAL-ROW
                   VARYING PJ-SUB FROM 1 BY 1
                      UNTIL PJ-SUB > WS-JOURNAL-COUNT

           CLOSE PERIOD-JOURNAL-FILE

           .

       510-ROLL-UP-ONE-MOVEMENT.

      *    ONLY MOVEMENTS DATED INSIDE THE PERIOD COUNT.  ONE WITH A
      *    BAD DATE, QUANTITY OR TYPE IS COUNTED AND PASSED OVER; ONE
      *    WITH NO USABLE COST KEEPS ITS UNITS, VALUED AT ZERO.
           READ MOVEMENT-ARCHIVE-FILE
               AT END
                   MOVE 'YES' TO WS-ARCHIVE-EOF
               NOT AT END
                   ADD 1 TO CLC-ARCHIVE-READ
                   EVALUATE TRUE
                       WHEN MAR-RUN-DATE NOT NUMERIC
                         OR MAR-QUANTITY NOT NUMERIC
                         OR (MAR-TRANS-TYPE NOT = 'R'
                         AND MAR-TRANS-TYPE NOT = 'S'
                         AND MAR-TRANS-TYPE NOT = 'A')
                           ADD 1 TO CLC-BAD-ARCHIVE-RECORDS
                       WHEN MAR-RUN-DATE < WS-CLOSE-START-DATE
                         OR MAR-RUN-DATE > WS-CLOSE-END-DATE
                           CONTINUE
                       WHEN OTHER
                           PERFORM 520-POST-ONE-MOVEMENT
                   END-EVALUATE
           END-READ

           .

       520-POST-ONE-MOVEMENT.

           ADD 1 TO CLC-MOVEMENTS-IN-PERIOD

           IF MAR-UNIT-COST NUMERIC
               COMPUTE WS-MOVE-VALUE = MAR-QUANTITY * MAR-UNIT-COST
           ELSE
               MOVE 0 TO WS-MOVE-VALUE
               ADD 1 TO CLC-UNPRICED-MOVEMENTS
           END-IF

           MOVE MAR-WAREHOUSEID TO WS-LOOK-WAREHOUSEID
           MOVE MAR-VENDORID    TO WS-LOOK-VENDORID
           MOVE MAR-PRODUCTID   TO WS-LOOK-PRODUCTID
           MOVE MAR-TRANS-TYPE  TO WS-LOOK-TRANS-TYPE
           PERFORM 530-FIND-JOURNAL-ROW
           IF WS-JOURNAL-FOUND-SW = 'YES'
               ADD 1             TO PJT-MOVEMENT-COUNT(PJ-SUB)
               ADD MAR-QUANTITY  TO PJT-QUANTITY(PJ-SUB)
               ADD WS-MOVE-VALUE TO PJT-VALUE(PJ-SUB)
           END-IF

           PERFORM 250-FIND-WAREHOUSE-ROW
           IF WS-WAREHOUSE-FOUND-SW = 'YES'
               EVALUATE MAR-TRANS-TYPE
                   WHEN 'R'
                       ADD WS-MOVE-VALUE TO WRT-RECEIPT-VALUE(WR-SUB)
                   WHEN 'S'
                       ADD WS-MOVE-VALUE TO WRT-SHIPMENT-VALUE(WR-SUB)
                   WHEN OTHER
                       ADD WS-MOVE-VALUE TO WRT-ADJUST-VALUE(WR-SUB)
               END-EVALUATE
           END-IF

           .

       530-FIND-JOURNAL-ROW.

      *    FINDS THE ROW FOR WS-LOOK-xxx, ADDING ONE IF THE KEY AND
      *    TYPE ARE NEW.  A FULL TABLE IS REPORTED ONCE.
           MOVE 'NO' TO WS-JOURNAL-FOUND-SW

           PERFORM 535-MATCH-ONE-JOURNAL-ROW
                   VARYING PJ-SUB FROM 1 BY 1
                      UNTIL PJ-SUB > WS-JOURNAL-COUNT
                         OR WS-JOURNAL-FOUND-SW = 'YES'

           IF WS-JOURNAL-FOUND-SW = 'YES'
               SUBTRACT 1 FROM PJ-SUB
           ELSE
               IF WS-JOURNAL-COUNT < 1000
                   ADD 1 TO WS-JOURNAL-COUNT
                   MOVE WS-JOURNAL-COUNT TO PJ-SUB
                   MOVE WS-LOOK-WAREHOUSEID TO PJT-WAREHOUSEID(PJ-SUB)
                   MOVE WS-LOOK-VENDORID    TO PJT-VENDORID(PJ-SUB)
                   MOVE WS-LOOK-PRODUCTID   TO PJT-PRODUCTID(PJ-SUB)
                   MOVE WS-LOOK-TRANS-TYPE  TO PJT-TRANS-TYPE(PJ-SUB)
                   MOVE 0 TO PJT-MOVEMENT-COUNT(PJ-SUB)
                   MOVE 0 TO PJT-QUANTITY(PJ-SUB)
                   MOVE 0 TO PJT-VALUE(PJ-SUB)
                   MOVE 'YES' TO WS-JOURNAL-FOUND-SW
               ELSE
                   IF WS-TABLE-FULL-SW = 'NO'
                       MOVE 'YES' TO WS-TABLE-FULL-SW
                       DISPLAY 'WARNING: MORE THAN 1000 JOURNAL ROWS '
                           '-- EXTRA KEYS LEFT OFF THE PERIOD JOURNAL.'
                   END-IF
               END-IF
           END-IF

           .

       535-MATCH-ONE-JOURNAL-ROW.

           IF PJT-WAREHOUSEID(PJ-SUB) = WS-LOOK-WAREHOUSEID
               AND PJT-VENDORID(PJ-SUB)   = WS-LOOK-VENDORID
               AND PJT-PRODUCTID(PJ-SUB)  = WS-LOOK-PRODUCTID
               AND PJT-TRANS-TYPE(PJ-SUB) = WS-LOOK-TRANS-TYPE
                   MOVE 'YES' TO WS-JOURNAL-FOUND-SW
           END-IF

           .

       540-WRITE-ONE-JOURNAL-ROW.

           MOVE WS-CLOSE-PERIOD-NAME       TO PJR-PERIOD-NAME
           MOVE PJT-WAREHOUSEID(PJ-SUB)    TO PJR-WAREHOUSEID
           MOVE PJT-VENDORID(PJ-SUB)       TO PJR-VENDORID
           MOVE PJT-PRODUCTID(PJ-SUB)      TO PJR-PRODUCTID
           MOVE PJT-TRANS-TYPE(PJ-SUB)     TO PJR-TRANS-TYPE
           MOVE PJT-MOVEMENT-COUNT(PJ-SUB) TO PJR-MOVEMENT-COUNT
           MOVE PJT-QUANTITY(PJ-SUB)       TO PJR-QUANTITY
           MOVE PJT-VALUE(PJ-SUB)          TO PJR-VALUE
           MOVE WS-CURRENT-DATE            TO PJR-CLOSE-DATE
           WRITE PERIOD-JOURNAL-RECORD
           ADD 1 TO CLC-JOURNAL-ROWS

           .

       600-WRITE-ROLLFORWARD-REPORT.

           OPEN OUTPUT ROLLFORWARD-REPORT

           MOVE RF-TITLE-LINE TO RF-REPORT-LINE
           WRITE RF-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE WS-CLOSE-PERIOD-NAME TO RFP-PERIOD-NAME
           MOVE WS-CLOSE-START-DATE  TO RFP-START-DATE
           MOVE WS-CLOSE-END-DATE    TO RFP-END-DATE
           MOVE WS-CURRENT-DATE      TO RFP-CLOSE-DATE
           MOVE RF-PERIOD-LINE TO RF-REPORT-LINE
           WRITE RF-REPORT-LINE AFTER ADVANCING 1 LINE

           IF WS-PRIOR-SNAPSHOT-SW = 'YES'
               MOVE WS-PRIOR-PERIOD-NAME TO RFO-PRIOR-NAME
               MOVE RF-OPENING-LINE TO RF-REPORT-LINE
           ELSE
               MOVE RF-DERIVED-LINE TO RF-REPORT-LINE
           END-IF
           WRITE RF-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE RF-COLUMN-HEADER TO RF-REPORT-LINE
           WRITE RF-REPORT-LINE AFTER ADVANCING 2 LINES

           PERFORM 610-WRITE-ONE-WAREHOUSE-ROLL
                   VARYING WR-SUB FROM 1 BY 1
                      UNTIL WR-SUB > WS-WAREHOUSE-COUNT

           IF WS-WAREHOUSE-COUNT = 0
               MOVE RF-NONE-LINE TO RF-REPORT-LINE
               WRITE RF-REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'TOTL'             TO RFL-WAREHOUSEID
               MOVE WS-TOT-OPENING     TO RFL-OPENING
               MOVE WS-TOT-RECEIPTS    TO RFL-RECEIPTS
               MOVE WS-TOT-SHIPMENTS   TO RFL-SHIPMENTS
               MOVE WS-TOT-ADJUSTMENTS TO RFL-ADJUSTMENTS
               MOVE WS-TOT-CLOSING     TO RFL-CLOSING
               MOVE WS-TOT-DIFFERENCE  TO RFL-DIFFERENCE
               MOVE RF-DETAIL-LINE TO RF-REPORT-LINE
               WRITE RF-REPORT-LINE AFTER ADVANCING 2 LINES
           END-IF

           PERFORM 650-WRITE-CLOSE-COUNTS

           CLOSE ROLLFORWARD-REPORT

           .

       610-WRITE-ONE-WAREHOUSE-ROLL.

      *    WITH NO PRIOR CLOSE TO OPEN FROM, THE OPENING IS BACKED
      *    OUT OF THE CLOSING SO THE FIRST MONTH TIES BY DEFINITION
      *    AND EVERY LATER MONTH OPENS ON A FROZEN FIGURE.
           IF WS-PRIOR-SNAPSHOT-SW = 'NO'
               COMPUTE WRT-OPENING-VALUE(WR-SUB) =
                   WRT-CLOSING-VALUE(WR-SUB)
                   - WRT-RECEIPT-VALUE(WR-SUB)
                   + WRT-SHIPMENT-VALUE(WR-SUB)
                   - WRT-ADJUST-VALUE(WR-SUB)
           END-IF

           COMPUTE WS-ROLL-DIFFERENCE =
               WRT-CLOSING-VALUE(WR-SUB)
               - (WRT-OPENING-VALUE(WR-SUB)
                  + WRT-RECEIPT-VALUE(WR-SUB)
                  - WRT-SHIPMENT-VALUE(WR-SUB)
                  + WRT-ADJUST-VALUE(WR-SUB))

           MOVE WRT-WAREHOUSEID(WR-SUB)    TO RFL-WAREHOUSEID
           MOVE WRT-OPENING-VALUE(WR-SUB)  TO RFL-OPENING
           MOVE WRT-RECEIPT-VALUE(WR-SUB)  TO RFL-RECEIPTS
           MOVE WRT-SHIPMENT-VALUE(WR-SUB) TO RFL-SHIPMENTS
           MOVE WRT-ADJUST-VALUE(WR-SUB)   TO RFL-ADJUSTMENTS
           MOVE WRT-CLOSING-VALUE(WR-SUB)  TO RFL-CLOSING
           MOVE WS-ROLL-DIFFERENCE         TO RFL-DIFFERENCE
           MOVE RF-DETAIL-LINE TO RF-REPORT-LINE
           WRITE RF-REPORT-LINE AFTER ADVANCING 1 LINE

           ADD WRT-OPENING-VALUE(WR-SUB)  TO WS-TOT-OPENING
           ADD WRT-RECEIPT-VALUE(WR-SUB)  TO WS-TOT-RECEIPTS
           ADD WRT-SHIPMENT-VALUE(WR-SUB) TO WS-TOT-SHIPMENTS
           ADD WRT-ADJUST-VALUE(WR-SUB)   TO WS-TOT-ADJUSTMENTS
           ADD WRT-CLOSING-VALUE(WR-SUB)  TO WS-TOT-CLOSING
           ADD WS-ROLL-DIFFERENCE         TO WS-TOT-DIFFERENCE

           .

       650-WRITE-CLOSE-COUNTS.

           MOVE 'MASTER RECORDS READ:        ' TO RFC-LABEL
           MOVE CLC-MASTER-READ TO RFC-COUNT
           MOVE RF-COUNT-LINE TO RF-REPORT-LINE
           WRITE RF-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE 'SNAPSHOT ROWS WRITTEN:      ' TO RFC-LABEL
           MOVE CLC-SNAPSHOT-ROWS TO RFC-COUNT
           MOVE RF-COUNT-LINE TO RF-REPORT-LINE
           WRITE RF-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'ARCHIVE RECORDS READ:       ' TO RFC-LABEL
           MOVE CLC-ARCHIVE-READ TO RFC-COUNT
           MOVE RF-COUNT-LINE TO RF-REPORT-LINE
           WRITE RF-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'MOVEMENTS IN PERIOD:        ' TO RFC-LABEL
           MOVE CLC-MOVEMENTS-IN-PERIOD TO RFC-COUNT
           MOVE RF-COUNT-LINE TO RF-REPORT-LINE
           WRITE RF-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'JOURNAL ROWS WRITTEN:       ' TO RFC-LABEL
           MOVE CLC-JOURNAL-ROWS TO RFC-COUNT
           MOVE RF-COUNT-LINE TO RF-REPORT-LINE
           WRITE RF-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'MOVEMENTS WITH NO COST:     ' TO RFC-LABEL
           MOVE CLC-UNPRICED-MOVEMENTS TO RFC-COUNT
           MOVE RF-COUNT-LINE TO RF-REPORT-LINE
           WRITE RF-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'BAD ARCHIVE RECORDS:        ' TO RFC-LABEL
           MOVE CLC-BAD-ARCHIVE-RECORDS TO RFC-COUNT
           MOVE RF-COUNT-LINE TO RF-REPORT-LINE
           WRITE RF-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       700-MARK-PERIOD-CLOSED.

      *    THE LAST STEP -- ONLY ONCE THE SNAPSHOT AND JOURNAL ARE
      *    DOWN DOES THE CALENDAR SAY THE PERIOD IS CLOSED.
           MOVE 'C'             TO CAL-STATUS(WS-CLOSE-ROW)
           MOVE WS-CURRENT-DATE TO CAL-CLOSED-DATE(WS-CLOSE-ROW)

           OPEN OUTPUT PERIOD-CALENDAR-FILE

           IF WS-PERIOD-CALENDAR-FILE-STATUS NOT = '00'
               DISPLAY
                   'FATAL: PERIOD-CALENDAR OPEN FAILED, STATUS = '
                   WS-PERIOD-CALENDAR-FILE-STATUS
                   ' -- PERIOD ' WS-CLOSE-PERIOD-NAME ' NOT MARKED '
                   'CLOSED.  REMOVE ITS SNAPSHOT AND JOURNAL ROWS AND '
                   'RERUN.'
               PERFORM 130-RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 710-WRITE-ONE-CALENDAR-PERIOD
                   VARYING CL-SUB FROM 1 BY 1
                      UNTIL CL-SUB > WS-CALENDAR-COUNT

           CLOSE PERIOD-CALENDAR-FILE

           .

       710-WRITE-ONE-CALENDAR-PERIOD.

           MOVE CAL-PERIOD-NAME(CL-SUB) TO PCL-PERIOD-NAME
           MOVE CAL-START-DATE(CL-SUB)  TO PCL-START-DATE
           MOVE CAL-END-DATE(CL-SUB)    TO PCL-END-DATE
           MOVE CAL-STATUS(CL-SUB)      TO PCL-STATUS
           MOVE CAL-CLOSED-DATE(CL-SUB) TO PCL-CLOSED-DATE
           WRITE PERIOD-CALENDAR-RECORD

           .

       900-FINAL-ROUTINE.

           DISPLAY 'PERIOD ' WS-CLOSE-PERIOD-NAME ' CLOSED -- '
               CLC-SNAPSHOT-ROWS ' SNAPSHOT ROW(S), '
               CLC-JOURNAL-ROWS ' JOURNAL ROW(S).'

      *    A BAD ARCHIVE RECORD, AN UNPRICED MOVEMENT OR A FULL TABLE
      *    MEANS SOME OF THE MONTH IS MISSING OR UNDERSTATED -- A
      *    WARNING OUTCOME.  THE PERIOD STAYS CLOSED.
           IF CLC-BAD-ARCHIVE-RECORDS > 0
               OR CLC-UNPRICED-MOVEMENTS > 0
               OR WS-TABLE-FULL-SW = 'YES'
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 130-RELEASE-RUN-LOCK

           STOP RUN

           .
