      ******************* IDENTIFICATION-DIVISION ********************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROGRAM12.
       AUTHOR.      SBANJARA.
      *
      ****************************************************************
      *
      *  ITEM STOCK LEDGER AND MOVEMENT ARCHIVE RETENTION.
      *
      *  MOVEMENT-ARCHIVE.TXT GETS EVERY NIGHT'S APPLIED MOVEMENTS
      *  AND IS NEVER TRIMMED, AND NOTHING COULD PRINT WHAT HAPPENED
      *  TO ONE ITEM BETWEEN TWO DATES.  THIS PROGRAM DOES BOTH JOBS:
      *
      *     1. FOR EACH LEDGER REQUEST CARD (WAREHOUSE, VENDOR,
      *        PRODUCT, FROM DATE, TO DATE) THE ITEM'S CURRENT
      *        BALANCE IS TAKEN FROM INVENTORY-MASTER.DAT AND EVERY
      *        MOVEMENT SINCE THE FROM DATE IS BACKED OUT OF IT TO
      *        GIVE THE OPENING BALANCE.  THE MOVEMENTS UP TO THE TO
      *        DATE ARE THEN LISTED IN DATE ORDER WITH A RUNNING
      *        BALANCE.  THE YEARLY HISTORY FILES ARE READ AS WELL AS
      *        THE LIVE ARCHIVE, SO A RANGE BEHIND THE RETENTION
      *        CUTOFF STILL PRINTS.
      *
      *     2. WITH A RETENTION CARD, EVERY ARCHIVE RECORD DATED
      *        BEFORE THE CUTOFF IS ROLLED OUT TO MOVEMENT-HISTORY-
      *        YYYY.TXT FOR ITS YEAR, AND THE LIVE ARCHIVE IS
      *        REWRITTEN WITH WHAT IS LEFT.  RECORD COUNTS AND
      *        QUANTITY HASH TOTALS ARE TAKEN ON THE WAY IN AND
      *        PROVED AGAINST EVERY FILE WRITTEN, AND NOTHING IS
      *        REWRITTEN UNLESS THEY AGREE.
      *
      *  THE CUTOFF NEVER REACHES INTO A PERIOD THE CLOSE HAS NOT
      *  TAKEN YET, AND MUST LEAVE AT LEAST 400 DAYS ON THE LIVE
      *  ARCHIVE -- THE DEMAND PLANNING WINDOW AND THE MONTHLY
      *  REPORTS READ ONLY THE LIVE FILE.
      *
      *  THE ARCHIVE REWRITE HOLDS THE NIGHTLY RUN'S LOCK.  A RUN
      *  THAT DIES PART WAY LEAVES THE LOCK STANDING, SO THE NIGHTLY
      *  RUN WILL NOT APPEND TO A HALF-WRITTEN ARCHIVE -- IF THE
      *  COPY BACK DID NOT FINISH, ARCHIVE-KEEP.TMP IS THE ARCHIVE.
      *
      *  INPUT:
      *     LEDGER-REQUEST.TXT -- ONE CARD PER LEDGER WANTED.
      *     RETENTION-CONTROL.TXT -- ONE OPTIONAL CARD: THE CUTOFF.
      *     PERIOD-CALENDAR.TXT -- FOR THE EARLIEST OPEN PERIOD.
      *     INVENTORY-MASTER.DAT -- THE CURRENT BALANCES.
      *     MOVEMENT-ARCHIVE.TXT AND MOVEMENT-HISTORY-YYYY.TXT.
      *
      *  OUTPUT:
      *     STOCK-LEDGER.TXT AND ARCHIVE-RETENTION.TXT;
      *     MOVEMENT-ARCHIVE.TXT, REWRITTEN, AND THE HISTORY FILES,
      *     APPENDED, WHEN RETENTION RUNS.
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

      *    ONE CARD PER LEDGER -- NO FILE MEANS NO LEDGERS TONIGHT.
           SELECT LEDGER-REQUEST-FILE
                ASSIGN TO 'LEDGER-REQUEST.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEDGER-REQUEST-FILE-STATUS.

      *    ONE OPTIONAL CARD -- NO FILE MEANS THE ARCHIVE IS LEFT
      *    AS IT STANDS.
           SELECT RETENTION-CONTROL-FILE
                ASSIGN TO 'RETENTION-CONTROL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RETENTION-CONTROL-FILE-STATUS.

           SELECT PERIOD-CALENDAR-FILE
                ASSIGN TO 'PERIOD-CALENDAR.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PERIOD-CALENDAR-FILE-STATUS.

      *    THE KEYED COPY OF THE MERGED INVENTORY, AS THE LAST FULL
      *    BATCH RUN BUILT IT -- EACH LEDGER'S CURRENT BALANCE.
           SELECT INVENTORY-MASTER
                ASSIGN TO 'INVENTORY-MASTER.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IM-RECORD-KEY
                FILE STATUS IS WS-INVENTORY-MASTER-FILE-STATUS.

      *    THE PERMANENT RECORD OF EVERY MOVEMENT THE NIGHTLY RUN
      *    APPLIED, STAMPED WITH ITS RUN DATE.
           SELECT MOVEMENT-ARCHIVE-FILE
                ASSIGN TO 'MOVEMENT-ARCHIVE.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MOVEMENT-ARCHIVE-FILE-STATUS.

      *    GENERIC HISTORY FILE, LIKE PROGRAM5'S GENERIC COPY FDS --
      *    THE YEAR'S NAME IS BUILT IN WS-HISTORY-FILE-NAME BEFORE
      *    EACH OPEN.  SAME LAYOUT AS THE ARCHIVE.
           SELECT MOVEMENT-HISTORY-FILE
                ASSIGN TO WS-HISTORY-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MOVEMENT-HISTORY-FILE-STATUS.

      *    THE TWO HALVES OF THE ARCHIVE WHILE RETENTION PROVES ITS
      *    TOTALS -- NOTHING LIVE IS TOUCHED UNTIL THEY AGREE.
           SELECT ARCHIVE-KEEP-FILE
                ASSIGN TO 'ARCHIVE-KEEP.TMP'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCHIVE-KEEP-FILE-STATUS.

           SELECT ARCHIVE-ROLL-FILE
                ASSIGN TO 'ARCHIVE-ROLL.TMP'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCHIVE-ROLL-FILE-STATUS.

      *    THE INTERLOCK WITH THE NIGHTLY RUN -- SEE PROGRAM4.  HELD
      *    HERE ONLY WHILE THE ARCHIVE IS REWRITTEN.
           SELECT RUN-LOCK-FILE
                ASSIGN TO 'RUN-LOCK.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUN-LOCK-FILE-STATUS.

      *    THE NIGHTLY RUN'S CHECKPOINT -- A NON-EMPTY FILE MEANS A
      *    RESTART IS PENDING THAT WILL APPEND TO THE ARCHIVE.
           SELECT CHECKPOINT-FILE
                ASSIGN TO 'PROGRAM4.CKPT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.

           SELECT LEDGER-SORT-FILE
                ASSIGN TO 'LEDGERSORT.TMP'.

           SELECT LEDGER-SORTED-FILE
                ASSIGN TO 'LEDGER-SORTED.TMP'
                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STOCK-LEDGER-REPORT
                ASSIGN TO PRINTER 'STOCK-LEDGER.TXT'.

           SELECT RETENTION-REPORT
                ASSIGN TO PRINTER 'ARCHIVE-RETENTION.TXT'.
      *
      ************************ DATA-DIVISION *************************
      *
       DATA DIVISION.

       FILE SECTION.

      *
      *    TO DATE OF SPACES MEANS UP TO TODAY.
       FD  LEDGER-REQUEST-FILE
           RECORD CONTAINS 24 CHARACTERS.

       01  LEDGER-REQUEST-RECORD.
           05  LRQ-WAREHOUSEID          PIC X(4).
           05  LRQ-VENDORID             PIC X.
           05  LRQ-PRODUCTID            PIC X(3).
           05  LRQ-FROM-DATE            PIC X(8).
           05  LRQ-TO-DATE              PIC X(8).
      *

      *
      *    RECORDS DATED BEFORE THE CUTOFF ARE ROLLED TO HISTORY.
       FD  RETENTION-CONTROL-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  RETENTION-CONTROL-RECORD.
           05  RTN-CUTOFF-DATE          PIC X(8).
      *

      *
      *    SEE PROGRAM11.
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
       FD  MOVEMENT-HISTORY-FILE
           RECORD CONTAINS 55 CHARACTERS.

       01  MOVEMENT-HISTORY-RECORD      PIC X(55).
      *

      *
       FD  ARCHIVE-KEEP-FILE
           RECORD CONTAINS 55 CHARACTERS.

       01  ARCHIVE-KEEP-RECORD.
           05                           PIC X(9).
           05  AKP-QUANTITY             PIC S9(4).
           05                           PIC X(42).
      *

      *
      *    THE ARCHIVE LAYOUT, VIEWED FOR THE QUANTITY AND THE YEAR
      *    OF THE RUN DATE.
       FD  ARCHIVE-ROLL-FILE
           RECORD CONTAINS 55 CHARACTERS.

       01  ARCHIVE-ROLL-RECORD.
           05                           PIC X(9).
           05  ARL-QUANTITY             PIC S9(4).
           05  ARL-RUN-YEAR             PIC X(4).
           05                           PIC X(38).
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
      *    ONE ITEM'S MOVEMENTS SINCE THE FROM DATE, PUT INTO DATE
      *    ORDER.  THE READ SEQUENCE KEEPS ONE NIGHT'S MOVEMENTS IN
      *    THE ORDER THEY WERE APPLIED.
       SD  LEDGER-SORT-FILE.

       01  LEDGER-SORT-RECORD.
           05  LSR-RUN-DATE             PIC X(8).
           05  LSR-READ-SEQ             PIC 9(7).
           05  LSR-TRANS-TYPE           PIC X.
           05  LSR-QUANTITY             PIC S9(4).
           05  LSR-ORDER-NUMBER         PIC X(6).
           05  LSR-CUSTOMER-ID          PIC X(6).
           05  LSR-REASON-CODE          PIC X.
           05  LSR-ENTERED-BY           PIC X(8).
      *

      *
       FD  LEDGER-SORTED-FILE
           RECORD CONTAINS 41 CHARACTERS.

       01  LEDGER-SORTED-RECORD.
           05  LSD-RUN-DATE             PIC X(8).
           05  LSD-READ-SEQ             PIC 9(7).
           05  LSD-TRANS-TYPE           PIC X.
           05  LSD-QUANTITY             PIC S9(4).
           05  LSD-ORDER-NUMBER         PIC X(6).
           05  LSD-CUSTOMER-ID          PIC X(6).
           05  LSD-REASON-CODE          PIC X.
           05  LSD-ENTERED-BY           PIC X(8).
      *

      *
       FD  STOCK-LEDGER-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  LG-REPORT-LINE               PIC X(80).
      *

      *
       FD  RETENTION-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  RT-REPORT-LINE               PIC X(80).
      *
      *
      ******************* WORKING-STORAGE ****************************
      *
       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05  WS-LEDGER-REQUEST-FILE-STATUS    PIC X(2).
           05  WS-RETENTION-CONTROL-FILE-STATUS PIC X(2).
           05  WS-PERIOD-CALENDAR-FILE-STATUS   PIC X(2).
           05  WS-INVENTORY-MASTER-FILE-STATUS  PIC X(2).
           05  WS-MOVEMENT-ARCHIVE-FILE-STATUS  PIC X(2).
           05  WS-MOVEMENT-HISTORY-FILE-STATUS  PIC X(2).
           05  WS-ARCHIVE-KEEP-FILE-STATUS      PIC X(2).
           05  WS-ARCHIVE-ROLL-FILE-STATUS      PIC X(2).
           05  WS-RUN-LOCK-FILE-STATUS          PIC X(2).
           05  WS-CHECKPOINT-FILE-STATUS        PIC X(2).
           05  WS-REQUEST-EOF           PIC X(3)   VALUE 'NO'.
               88  NO-MORE-REQUESTS         VALUE 'YES'.
           05  WS-CALENDAR-EOF          PIC X(3)   VALUE 'NO'.
               88  NO-MORE-CALENDAR-PERIODS VALUE 'YES'.
           05  WS-MASTER-SCAN-EOF       PIC X(3)   VALUE 'NO'.
               88  MASTER-SCAN-DONE         VALUE 'YES'.
           05  WS-ARCHIVE-EOF           PIC X(3)   VALUE 'NO'.
               88  NO-MORE-ARCHIVE          VALUE 'YES'.
           05  WS-HISTORY-EOF           PIC X(3)   VALUE 'NO'.
               88  NO-MORE-HISTORY          VALUE 'YES'.
           05  WS-SORTED-EOF            PIC X(3)   VALUE 'NO'.
               88  NO-MORE-SORTED           VALUE 'YES'.
           05  WS-KEEP-EOF              PIC X(3)   VALUE 'NO'.
               88  NO-MORE-KEEP             VALUE 'YES'.
           05  WS-ROLL-EOF              PIC X(3)   VALUE 'NO'.
               88  NO-MORE-ROLL             VALUE 'YES'.
           05  WS-MASTER-OPEN-SW        PIC X(3)   VALUE 'NO'.
           05  WS-REQUEST-OK-SW         PIC X(3)   VALUE 'NO'.
           05  WS-BOOK-FOUND-SW         PIC X(3)   VALUE 'NO'.
           05  WS-RETENTION-SW          PIC X(3)   VALUE 'NO'.
           05  WS-LOCK-HELD-SW          PIC X(3)   VALUE 'NO'.
           05  WS-CKPT-PRESENT-SW       PIC X(3)   VALUE 'NO'.
           05  WS-HISTORY-OPEN-SW       PIC X(3)   VALUE 'NO'.
           05  WS-YEAR-FOUND-SW         PIC X(3)   VALUE 'NO'.
           05  WS-FROM-YEAR-HISTORY-SW  PIC X(3)   VALUE 'NO'.
           05  WS-WARNING-SW            PIC X(3)   VALUE 'NO'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                  PIC 9(4).
           05  WS-MONTH                 PIC 99.
           05  WS-DAY                   PIC 99.

       01  LEDGER-REQUEST-FIELDS.
           05  WS-LEDGER-FROM-DATE      PIC X(8).
           05  WS-LEDGER-FROM-YEAR      PIC 9(4).
           05  WS-LEDGER-TO-DATE        PIC X(8).
           05  WS-PRODUCT-NAME          PIC X(13).
           05  WS-HIST-YEAR             PIC 9(4).
           05  WS-HISTORY-FILE-NAME     PIC X(30)  VALUE SPACES.
           05  WS-READ-SEQ              PIC 9(7)   VALUE 0.
      *    THE EARLIEST RUN DATE ON ANY FILE READ -- A FROM DATE
      *    BEFORE IT MEANS HISTORY THE LEDGER COULD NOT SEE.
           05  WS-EARLIEST-DATE         PIC X(8).
           05  PRODUCT-SUB              PIC 99.

       01  LEDGER-BALANCE-FIELDS.
           05  WS-BOOK-QTY              PIC S9(7)  VALUE 0.
           05  WS-NET-SINCE-FROM        PIC S9(7)  VALUE 0.
           05  WS-NET-AFTER-TO          PIC S9(7)  VALUE 0.
           05  WS-OPENING-QTY           PIC S9(7)  VALUE 0.
           05  WS-RUNNING-QTY           PIC S9(7)  VALUE 0.
           05  WS-MOVE-EFFECT           PIC S9(7)  VALUE 0.
           05  WS-LINES-LISTED          PIC 9(5)   VALUE 0.
           05  WS-LINES-AFTER-TO        PIC 9(5)   VALUE 0.
           05  WS-BAD-KEY-MOVEMENTS     PIC 9(5)   VALUE 0.

      *    ONE MOVEMENT FROM EITHER THE ARCHIVE OR A HISTORY FILE --
      *    BOTH ARE THE ARCHIVE LAYOUT.
       01  LEDGER-MOVE-WORK.
           05  LMW-WAREHOUSEID          PIC X(4).
           05  LMW-VENDORID             PIC X.
           05  LMW-PRODUCTID            PIC X(3).
           05  LMW-TRANS-TYPE           PIC X.
           05  LMW-QUANTITY             PIC S9(4).
           05  LMW-RUN-DATE             PIC X(8).
           05  LMW-ORDER-NUMBER         PIC X(6).
           05  LMW-CUSTOMER-ID          PIC X(6).
           05  LMW-UNIT-COST            PIC 9(3)V99.
           05  LMW-REASON-CODE          PIC X.
           05  LMW-ENTERED-BY           PIC X(8).
           05  LMW-APPROVED-BY          PIC X(8).

       01  LEDGER-COUNTERS.
           05  LGC-REQUESTS-READ        PIC 9(5)   VALUE 0.
           05  LGC-LEDGERS-PRINTED      PIC 9(5)   VALUE 0.
           05  LGC-BAD-REQUESTS         PIC 9(5)   VALUE 0.

       01  RETENTION-FIELDS.
           05  WS-CUTOFF-DATE           PIC X(8)   VALUE SPACES.
           05  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
               10  WS-CUTOFF-YEAR       PIC 9(4).
               10  WS-CUTOFF-MONTH      PIC 99.
               10  WS-CUTOFF-DAY        PIC 99.
           05  WS-CUTOFF-AGE-DAYS       PIC S9(7)  VALUE 0.
           05  WS-MIN-RETAIN-DAYS       PIC 9(3)   VALUE 400.
           05  WS-OPEN-PERIOD-START     PIC X(8)   VALUE SPACES.
           05  WS-OPEN-PERIOD-NAME      PIC X(8)   VALUE SPACES.
           05  WS-LOCK-HOLDER           PIC X(8)   VALUE SPACES.
           05  WS-LOCK-DATE             PIC X(8)   VALUE SPACES.
           05  WS-LOCK-TIME             PIC X(6)   VALUE SPACES.
           05  WS-LOCK-DATE-NOW         PIC X(8).
           05  WS-TIME-WORK             PIC X(8).
           05  WS-HISTORY-YEAR-OPEN     PIC X(4)   VALUE SPACES.

      *    THE CONTROL TOTALS.  A RECORD WHOSE QUANTITY IS NOT
      *    NUMERIC IS COUNTED BUT LEFT OUT OF EVERY HASH ALIKE.
       01  RETENTION-TOTALS.
           05  ART-IN-COUNT             PIC 9(7)   VALUE 0.
           05  ART-IN-HASH              PIC S9(11) VALUE 0.
           05  ART-KEEP-COUNT           PIC 9(7)   VALUE 0.
           05  ART-KEEP-HASH            PIC S9(11) VALUE 0.
           05  ART-ROLL-COUNT           PIC 9(7)   VALUE 0.
           05  ART-ROLL-HASH            PIC S9(11) VALUE 0.
           05  ART-KEEP-CHECK-COUNT     PIC 9(7)   VALUE 0.
           05  ART-KEEP-CHECK-HASH      PIC S9(11) VALUE 0.
           05  ART-APPEND-COUNT         PIC 9(7)   VALUE 0.
           05  ART-APPEND-HASH          PIC S9(11) VALUE 0.
           05  ART-REWRITE-COUNT        PIC 9(7)   VALUE 0.
           05  ART-REWRITE-HASH         PIC S9(11) VALUE 0.
           05  ART-OUT-COUNT            PIC 9(7)   VALUE 0.
           05  ART-OUT-HASH             PIC S9(11) VALUE 0.
           05  ART-UNHASHED-COUNT       PIC 9(7)   VALUE 0.
           05  ART-UNDATED-COUNT        PIC 9(7)   VALUE 0.

      *    ONE ROW PER HISTORY YEAR WRITTEN THIS RUN.
       01  ROLL-YEAR-FIELDS.
           05  WS-ROLL-YEAR-COUNT       PIC 9(3)   VALUE 0.
           05  RY-SUB                   PIC 9(3).

       01  ROLL-YEAR-TABLE.
           05  ROLL-YEAR-ITEM OCCURS 30 TIMES.
               10  RYT-YEAR             PIC X(4).
               10  RYT-COUNT            PIC 9(7).
               10  RYT-HASH             PIC S9(11).
      *
      *********************** OUTPUT-AREA ****************************
      *
       01  LG-TITLE-LINE.
           05                       PIC X(28)   VALUE SPACES.
           05                       PIC X(40)   VALUE
               'ITEM STOCK LEDGER'.

       01  LG-KEY-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(11)   VALUE 'WAREHOUSE: '.
           05  LGK-WAREHOUSEID      PIC X(4).
           05                       PIC X(10)   VALUE '  VENDOR: '.
           05  LGK-VENDORID         PIC X.
           05                       PIC X(11)   VALUE '  PRODUCT: '.
           05  LGK-PRODUCTID        PIC X(3).
           05                       PIC X(2)    VALUE SPACES.
           05  LGK-PRODUCT-NAME     PIC X(13).

       01  LG-RANGE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(6)    VALUE 'FROM: '.
           05  LGR-FROM-DATE        PIC X(8).
           05                       PIC X(6)    VALUE '  TO: '.
           05  LGR-TO-DATE          PIC X(8).

       01  LG-BALANCE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  LGB-LABEL            PIC X(40).
           05  LGB-QUANTITY         PIC -(7)9.

       01  LG-NOTE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  LGN-TEXT             PIC X(70).

       01  LG-COLUMN-HEADER.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(10)   VALUE 'RUN DATE'.
           05                       PIC X(12)   VALUE 'MOVEMENT'.
           05                       PIC X(7)    VALUE 'ORDER'.
           05                       PIC X(7)    VALUE 'CUST.'.
           05                       PIC X(4)    VALUE 'RSN'.
           05                       PIC X(10)   VALUE 'ENTERED BY'.
           05                       PIC X(10)   VALUE '  QUANTITY'.
           05                       PIC X(10)   VALUE '   BALANCE'.

       01  LG-DETAIL-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  LGD-RUN-DATE         PIC X(8).
           05                       PIC X(2)    VALUE SPACES.
           05  LGD-MOVEMENT-DESC    PIC X(12).
           05  LGD-ORDER-NUMBER     PIC X(6).
           05                       PIC X       VALUE SPACE.
           05  LGD-CUSTOMER-ID      PIC X(6).
           05                       PIC X       VALUE SPACE.
           05  LGD-REASON-CODE      PIC X.
           05                       PIC X(3)    VALUE SPACES.
           05  LGD-ENTERED-BY       PIC X(8).
           05                       PIC X(2)    VALUE SPACES.
           05  LGD-QUANTITY         PIC -(7)9.
           05                       PIC X(2)    VALUE SPACES.
           05  LGD-BALANCE          PIC -(7)9.

       01  RT-TITLE-LINE.
           05                       PIC X(24)   VALUE SPACES.
           05                       PIC X(40)   VALUE
               'MOVEMENT ARCHIVE RETENTION'.

       01  RT-PARM-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(8)    VALUE 'CUTOFF: '.
           05  RTP-CUTOFF-DATE      PIC X(8).
           05                       PIC X(11)   VALUE '   RUN ON: '.
           05  RTP-RUN-DATE         PIC X(8).

       01  RT-COLUMN-HEADER.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(36)   VALUE 'FILE'.
           05                       PIC X(7)    VALUE 'RECORDS'.
           05                       PIC X(15)   VALUE
               '  QUANTITY HASH'.

       01  RT-CONTROL-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  RTC-LABEL            PIC X(36).
           05  RTC-COUNT            PIC ZZZZZZ9.
           05                       PIC X(2)    VALUE SPACES.
           05  RTC-HASH             PIC -(11)9.

       01  RT-VERDICT-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  RTV-TEXT             PIC X(70).
      *
      ********************** PROCEDURE-DIVISION **********************
      *
       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           PERFORM 200-PRINT-STOCK-LEDGERS

           PERFORM 500-APPLY-ARCHIVE-RETENTION

           PERFORM 900-FINAL-ROUTINE

           .

       200-PRINT-STOCK-LEDGERS.

      *    NO REQUEST FILE IS THE USUAL NIGHT -- ANNOUNCED, NOTHING
      *    PRINTED.  WITHOUT THE MASTER THERE IS NO BALANCE TO WORK
      *    BACK FROM, SO THE REQUESTS ARE LEFT FOR ANOTHER RUN.
           OPEN INPUT LEDGER-REQUEST-FILE

           IF WS-LEDGER-REQUEST-FILE-STATUS NOT = '00'
               DISPLAY 'NO LEDGER-REQUEST FILE PRESENT -- NO STOCK '
                   'LEDGERS PRINTED.'
           ELSE
               OPEN INPUT INVENTORY-MASTER
               IF WS-INVENTORY-MASTER-FILE-STATUS NOT = '00'
                   DISPLAY 'WARNING: INVENTORY-MASTER OPEN FAILED, '
                       'STATUS = ' WS-INVENTORY-MASTER-FILE-STATUS
                       ' -- NO STOCK LEDGERS PRINTED.'
                   MOVE 'YES' TO WS-WARNING-SW
               ELSE
                   MOVE 'YES' TO WS-MASTER-OPEN-SW
                   OPEN OUTPUT STOCK-LEDGER-REPORT
                   MOVE LG-TITLE-LINE TO LG-REPORT-LINE
                   WRITE LG-REPORT-LINE AFTER ADVANCING 1 LINE
                   MOVE 'NO' TO WS-REQUEST-EOF
                   PERFORM 210-PROCESS-ONE-LEDGER-REQUEST
                       UNTIL NO-MORE-REQUESTS
                   CLOSE STOCK-LEDGER-REPORT
                   CLOSE INVENTORY-MASTER
               END-IF
               CLOSE LEDGER-REQUEST-FILE
           END-IF

           .

       210-PROCESS-ONE-LEDGER-REQUEST.

           READ LEDGER-REQUEST-FILE
               AT END
                   MOVE 'YES' TO WS-REQUEST-EOF
               NOT AT END
                   ADD 1 TO LGC-REQUESTS-READ
                   PERFORM 220-EDIT-LEDGER-REQUEST
                   IF WS-REQUEST-OK-SW = 'YES'
                       PERFORM 230-PRINT-ONE-LEDGER
                   END-IF
           END-READ

           .

       220-EDIT-LEDGER-REQUEST.

      *    A CARD WITH NO KEY, A BAD DATE OR A BACKWARD RANGE IS
      *    NAMED AND SKIPPED -- THE OTHER CARDS STILL PRINT.
           MOVE 'YES' TO WS-REQUEST-OK-SW

           MOVE LRQ-FROM-DATE TO WS-LEDGER-FROM-DATE
           IF LRQ-TO-DATE = SPACES
               MOVE WS-CURRENT-DATE TO WS-LEDGER-TO-DATE
           ELSE
               MOVE LRQ-TO-DATE TO WS-LEDGER-TO-DATE
           END-IF

           IF LRQ-WAREHOUSEID = SPACES
               OR LRQ-VENDORID = SPACES
               OR LRQ-PRODUCTID = SPACES
               OR WS-LEDGER-FROM-DATE NOT NUMERIC
               OR WS-LEDGER-TO-DATE NOT NUMERIC
               MOVE 'NO' TO WS-REQUEST-OK-SW
           ELSE
               IF WS-LEDGER-TO-DATE < WS-LEDGER-FROM-DATE
                   MOVE 'NO' TO WS-REQUEST-OK-SW
               END-IF
           END-IF

           IF WS-REQUEST-OK-SW = 'NO'
               DISPLAY 'LEDGER-REQUEST: BAD CARD "'
                   LEDGER-REQUEST-RECORD '" IGNORED.'
               ADD 1 TO LGC-BAD-REQUESTS
           END-IF

           .

       230-PRINT-ONE-LEDGER.

           PERFORM 240-SUM-CURRENT-BALANCE

           MOVE WS-LEDGER-FROM-DATE(1:4) TO WS-LEDGER-FROM-YEAR
           MOVE 0 TO WS-NET-SINCE-FROM
           MOVE 0 TO WS-BAD-KEY-MOVEMENTS
           MOVE 0 TO WS-READ-SEQ
           MOVE HIGH-VALUES TO WS-EARLIEST-DATE
           MOVE 'NO' TO WS-FROM-YEAR-HISTORY-SW

           SORT LEDGER-SORT-FILE
                ON ASCENDING KEY LSR-RUN-DATE
                ON ASCENDING KEY LSR-READ-SEQ
                INPUT PROCEDURE IS 300-RELEASE-KEY-MOVEMENTS
                GIVING LEDGER-SORTED-FILE

      *    THE MASTER HOLDS THE BALANCE AFTER EVERY MOVEMENT ON FILE,
      *    SO BACKING OUT ALL OF THEM SINCE THE FROM DATE LEAVES THE
      *    BALANCE AS IT STOOD WHEN THAT DAY OPENED.
           COMPUTE WS-OPENING-QTY = WS-BOOK-QTY - WS-NET-SINCE-FROM

           PERFORM 400-WRITE-LEDGER-LINES

           ADD 1 TO LGC-LEDGERS-PRINTED

           .

       240-SUM-CURRENT-BALANCE.

      *    THE BOOK FIGURE IS THE SUM OF EVERY USABLE ENTRY ACROSS
      *    THE KEY'S CONTINUATION RECORDS -- THE SAME FIGURE THE
      *    AUDIT LISTING BRACKETS AND THE SUMMARY REPORT TOTALS.
           MOVE 0      TO WS-BOOK-QTY
           MOVE SPACES TO WS-PRODUCT-NAME
           MOVE 'NO'   TO WS-BOOK-FOUND-SW
           MOVE 'NO'   TO WS-MASTER-SCAN-EOF

           MOVE LOW-VALUES      TO IM-RECORD-KEY
           MOVE LRQ-WAREHOUSEID TO IM-WAREHOUSEID
           MOVE LRQ-VENDORID    TO IM-VENDORID
           MOVE LRQ-PRODUCTID   TO IM-PRODUCTID

           START INVENTORY-MASTER
               KEY IS NOT < IM-RECORD-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-MASTER-SCAN-EOF
           END-START

           PERFORM 245-SUM-ONE-BALANCE-RECORD
               UNTIL MASTER-SCAN-DONE

           .

       245-SUM-ONE-BALANCE-RECORD.

           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'YES' TO WS-MASTER-SCAN-EOF
               NOT AT END
                   IF IM-WAREHOUSEID = LRQ-WAREHOUSEID
                       AND IM-VENDORID  = LRQ-VENDORID
                       AND IM-PRODUCTID = LRQ-PRODUCTID
                       MOVE 'YES' TO WS-BOOK-FOUND-SW
                       PERFORM 247-SUM-ONE-BALANCE-ENTRY
                               VARYING PRODUCT-SUB FROM 1 BY 1
                                  UNTIL PRODUCT-SUB > 5
                   ELSE
                       MOVE 'YES' TO WS-MASTER-SCAN-EOF
                   END-IF
           END-READ

           .

       247-SUM-ONE-BALANCE-ENTRY.

           IF IM-PRODUCT-NAME(PRODUCT-SUB) NOT = SPACES
               AND IM-QUANTITY-INSTOCK(PRODUCT-SUB) NUMERIC
                   ADD IM-QUANTITY-INSTOCK(PRODUCT-SUB)
                       TO WS-BOOK-QTY
                   IF WS-PRODUCT-NAME = SPACES
                       MOVE IM-PRODUCT-NAME(PRODUCT-SUB)
                           TO WS-PRODUCT-NAME
                   END-IF
           END-IF

           .

       300-RELEASE-KEY-MOVEMENTS.

      *    THE SORT'S INPUT PROCEDURE.  EVERY YEAR'S HISTORY FROM THE
      *    FROM DATE'S YEAR ON IS READ, THEN THE LIVE ARCHIVE.  A YEAR
      *    WITH NO HISTORY FILE SIMPLY HAD NOTHING ROLLED OUT.
           PERFORM 310-RELEASE-ONE-HISTORY-YEAR
                   VARYING WS-HIST-YEAR FROM WS-LEDGER-FROM-YEAR BY 1
                      UNTIL WS-HIST-YEAR > WS-YEAR

           OPEN INPUT MOVEMENT-ARCHIVE-FILE

           IF WS-MOVEMENT-ARCHIVE-FILE-STATUS = '00'
               MOVE 'NO' TO WS-ARCHIVE-EOF
               PERFORM 320-RELEASE-ONE-ARCHIVE-RECORD
                   UNTIL NO-MORE-ARCHIVE
               CLOSE MOVEMENT-ARCHIVE-FILE
           END-IF

           .

       310-RELEASE-ONE-HISTORY-YEAR.

           PERFORM 315-NAME-HISTORY-FILE

           OPEN INPUT MOVEMENT-HISTORY-FILE

           IF WS-MOVEMENT-HISTORY-FILE-STATUS = '00'
               IF WS-HIST-YEAR = WS-LEDGER-FROM-YEAR
                   MOVE 'YES' TO WS-FROM-YEAR-HISTORY-SW
               END-IF
               MOVE 'NO' TO WS-HISTORY-EOF
               PERFORM 317-RELEASE-ONE-HISTORY-RECORD
                   UNTIL NO-MORE-HISTORY
               CLOSE MOVEMENT-HISTORY-FILE
           END-IF

           .

       315-NAME-HISTORY-FILE.

           MOVE SPACES TO WS-HISTORY-FILE-NAME
           STRING 'MOVEMENT-HISTORY-' DELIMITED BY SIZE
                  WS-HIST-YEAR        DELIMITED BY SIZE
                  '.TXT'              DELIMITED BY SIZE
                  INTO WS-HISTORY-FILE-NAME
           END-STRING

           .

       317-RELEASE-ONE-HISTORY-RECORD.

           READ MOVEMENT-HISTORY-FILE
               AT END
                   MOVE 'YES' TO WS-HISTORY-EOF
               NOT AT END
                   MOVE MOVEMENT-HISTORY-RECORD TO LEDGER-MOVE-WORK
                   PERFORM 330-RELEASE-ONE-KEY-MOVEMENT
           END-READ

           .

       320-RELEASE-ONE-ARCHIVE-RECORD.

           READ MOVEMENT-ARCHIVE-FILE
               AT END
                   MOVE 'YES' TO WS-ARCHIVE-EOF
               NOT AT END
                   MOVE MOVEMENT-ARCHIVE-RECORD TO LEDGER-MOVE-WORK
                   PERFORM 330-RELEASE-ONE-KEY-MOVEMENT
           END-READ

           .

       330-RELEASE-ONE-KEY-MOVEMENT.

      *    EVERY MOVEMENT FOR THE KEY SINCE THE FROM DATE GOES INTO
      *    THE NET THAT IS BACKED OUT OF THE BOOK -- INCLUDING THOSE
      *    AFTER THE TO DATE, WHICH ARE NOT LISTED.  ONE WITH A BAD
      *    DATE, QUANTITY OR TYPE IS COUNTED AND PASSED OVER.
           ADD 1 TO WS-READ-SEQ

           IF LMW-RUN-DATE NUMERIC
               AND LMW-RUN-DATE < WS-EARLIEST-DATE
                   MOVE LMW-RUN-DATE TO WS-EARLIEST-DATE
           END-IF

           IF LMW-WAREHOUSEID = LRQ-WAREHOUSEID
               AND LMW-VENDORID  = LRQ-VENDORID
               AND LMW-PRODUCTID = LRQ-PRODUCTID
               EVALUATE TRUE
                   WHEN LMW-RUN-DATE NOT NUMERIC
                     OR LMW-QUANTITY NOT NUMERIC
                     OR (LMW-TRANS-TYPE NOT = 'R'
                     AND LMW-TRANS-TYPE NOT = 'S'
                     AND LMW-TRANS-TYPE NOT = 'A')
                       ADD 1 TO WS-BAD-KEY-MOVEMENTS
                   WHEN LMW-RUN-DATE < WS-LEDGER-FROM-DATE
                       CONTINUE
                   WHEN OTHER
                       IF LMW-TRANS-TYPE = 'S'
                           SUBTRACT LMW-QUANTITY FROM WS-NET-SINCE-FROM
                       ELSE
                           ADD LMW-QUANTITY TO WS-NET-SINCE-FROM
                       END-IF
                       MOVE LMW-RUN-DATE     TO LSR-RUN-DATE
                       MOVE WS-READ-SEQ      TO LSR-READ-SEQ
                       MOVE LMW-TRANS-TYPE   TO LSR-TRANS-TYPE
                       MOVE LMW-QUANTITY     TO LSR-QUANTITY
                       MOVE LMW-ORDER-NUMBER TO LSR-ORDER-NUMBER
                       MOVE LMW-CUSTOMER-ID  TO LSR-CUSTOMER-ID
                       MOVE LMW-REASON-CODE  TO LSR-REASON-CODE
                       MOVE LMW-ENTERED-BY   TO LSR-ENTERED-BY
                       RELEASE LEDGER-SORT-RECORD
               END-EVALUATE
           END-IF

           .

       400-WRITE-LEDGER-LINES.

           MOVE LRQ-WAREHOUSEID TO LGK-WAREHOUSEID
           MOVE LRQ-VENDORID    TO LGK-VENDORID
           MOVE LRQ-PRODUCTID   TO LGK-PRODUCTID
           MOVE WS-PRODUCT-NAME TO LGK-PRODUCT-NAME
           MOVE LG-KEY-LINE TO LG-REPORT-LINE
           WRITE LG-REPORT-LINE AFTER ADVANCING 3 LINES

           MOVE WS-LEDGER-FROM-DATE TO LGR-FROM-DATE
           MOVE WS-LEDGER-TO-DATE   TO LGR-TO-DATE
           MOVE LG-RANGE-LINE TO LG-REPORT-LINE
           WRITE LG-REPORT-LINE AFTER ADVANCING 1 LINE

           IF WS-BOOK-FOUND-SW = 'NO'
               MOVE 'NOT ON INVENTORY-MASTER -- BALANCE TAKEN AS ZERO.'
                   TO LGN-TEXT
               MOVE LG-NOTE-LINE TO LG-REPORT-LINE
               WRITE LG-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF

      *    WITH NO HISTORY FILE FOR THE FROM DATE'S YEAR, FILES THAT
      *    START AFTER THE FROM DATE MAY MEAN MOVEMENTS THE LEDGER
      *    NEVER SAW -- THE OPENING ONLY HOLDS IF THERE WERE NONE.
           IF WS-FROM-YEAR-HISTORY-SW = 'NO'
               AND WS-EARLIEST-DATE NOT = HIGH-VALUES
               AND WS-EARLIEST-DATE > WS-LEDGER-FROM-DATE
               MOVE SPACES TO LGN-TEXT
               STRING 'HISTORY STARTS ' DELIMITED BY SIZE
                      WS-EARLIEST-DATE DELIMITED BY SIZE
                      ' -- OPENING ASSUMES NO MOVEMENT BEFORE IT.'
                          DELIMITED BY SIZE
                      INTO LGN-TEXT
               END-STRING
               MOVE LG-NOTE-LINE TO LG-REPORT-LINE
               WRITE LG-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'CURRENT BALANCE ON INVENTORY-MASTER:    ' TO LGB-LABEL
           MOVE WS-BOOK-QTY TO LGB-QUANTITY
           MOVE LG-BALANCE-LINE TO LG-REPORT-LINE
           WRITE LG-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE 'NET MOVEMENT SINCE FROM DATE:           ' TO LGB-LABEL
           MOVE WS-NET-SINCE-FROM TO LGB-QUANTITY
           MOVE LG-BALANCE-LINE TO LG-REPORT-LINE
           WRITE LG-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'OPENING BALANCE AT FROM DATE:           ' TO LGB-LABEL
           MOVE WS-OPENING-QTY TO LGB-QUANTITY
           MOVE LG-BALANCE-LINE TO LG-REPORT-LINE
           WRITE LG-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE LG-COLUMN-HEADER TO LG-REPORT-LINE
           WRITE LG-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE WS-OPENING-QTY TO WS-RUNNING-QTY
           MOVE 0 TO WS-LINES-LISTED
           MOVE 0 TO WS-LINES-AFTER-TO
           MOVE 0 TO WS-NET-AFTER-TO

           OPEN INPUT LEDGER-SORTED-FILE
           MOVE 'NO' TO WS-SORTED-EOF
           PERFORM 410-WRITE-ONE-LEDGER-LINE
               UNTIL NO-MORE-SORTED
           CLOSE LEDGER-SORTED-FILE

           PERFORM 420-WRITE-LEDGER-TOTALS

           .

       410-WRITE-ONE-LEDGER-LINE.

      *    A MOVEMENT AFTER THE TO DATE IS NOT LISTED, BUT ITS NET IS
      *    SHOWN SO THE CLOSING TIES BACK TO THE CURRENT BALANCE.
           READ LEDGER-SORTED-FILE
               AT END
                   MOVE 'YES' TO WS-SORTED-EOF
               NOT AT END
                   IF LSD-TRANS-TYPE = 'S'
                       COMPUTE WS-MOVE-EFFECT = 0 - LSD-QUANTITY
                   ELSE
                       MOVE LSD-QUANTITY TO WS-MOVE-EFFECT
                   END-IF
                   IF LSD-RUN-DATE > WS-LEDGER-TO-DATE
                       ADD 1 TO WS-LINES-AFTER-TO
                       ADD WS-MOVE-EFFECT TO WS-NET-AFTER-TO
                   ELSE
                       ADD WS-MOVE-EFFECT TO WS-RUNNING-QTY
                       ADD 1 TO WS-LINES-LISTED
                       MOVE LSD-RUN-DATE     TO LGD-RUN-DATE
                       EVALUATE LSD-TRANS-TYPE
                           WHEN 'R'
                               MOVE 'RECEIPT'    TO LGD-MOVEMENT-DESC
                           WHEN 'S'
                               MOVE 'SHIPMENT'   TO LGD-MOVEMENT-DESC
                           WHEN OTHER
                               MOVE 'ADJUSTMENT' TO LGD-MOVEMENT-DESC
                       END-EVALUATE
                       MOVE LSD-ORDER-NUMBER TO LGD-ORDER-NUMBER
                       MOVE LSD-CUSTOMER-ID  TO LGD-CUSTOMER-ID
                       MOVE LSD-REASON-CODE  TO LGD-REASON-CODE
                       MOVE LSD-ENTERED-BY   TO LGD-ENTERED-BY
                       MOVE WS-MOVE-EFFECT   TO LGD-QUANTITY
                       MOVE WS-RUNNING-QTY   TO LGD-BALANCE
                       MOVE LG-DETAIL-LINE TO LG-REPORT-LINE
                       WRITE LG-REPORT-LINE AFTER ADVANCING 1 LINE
                   END-IF
           END-READ

           .

       420-WRITE-LEDGER-TOTALS.

           IF WS-LINES-LISTED = 0
               MOVE 'NO MOVEMENTS IN THE DATE RANGE.' TO LGN-TEXT
               MOVE LG-NOTE-LINE TO LG-REPORT-LINE
               WRITE LG-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'CLOSING BALANCE AT TO DATE:             ' TO LGB-LABEL
           MOVE WS-RUNNING-QTY TO LGB-QUANTITY
           MOVE LG-BALANCE-LINE TO LG-REPORT-LINE
           WRITE LG-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE 'MOVEMENTS LISTED:                       ' TO LGB-LABEL
           MOVE WS-LINES-LISTED TO LGB-QUANTITY
           MOVE LG-BALANCE-LINE TO LG-REPORT-LINE
           WRITE LG-REPORT-LINE AFTER ADVANCING 1 LINE

           IF WS-LINES-AFTER-TO > 0
               MOVE 'MOVEMENTS AFTER TO DATE:                '
                   TO LGB-LABEL
               MOVE WS-LINES-AFTER-TO TO LGB-QUANTITY
               MOVE LG-BALANCE-LINE TO LG-REPORT-LINE
               WRITE LG-REPORT-LINE AFTER ADVANCING 1 LINE

               MOVE 'NET OF MOVEMENTS AFTER TO DATE:         '
                   TO LGB-LABEL
               MOVE WS-NET-AFTER-TO TO LGB-QUANTITY
               MOVE LG-BALANCE-LINE TO LG-REPORT-LINE
               WRITE LG-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF

           IF WS-BAD-KEY-MOVEMENTS > 0
               MOVE 'BAD MOVEMENT RECORDS PASSED OVER:       '
                   TO LGB-LABEL
               MOVE WS-BAD-KEY-MOVEMENTS TO LGB-QUANTITY
               MOVE LG-BALANCE-LINE TO LG-REPORT-LINE
               WRITE LG-REPORT-LINE AFTER ADVANCING 1 LINE
               MOVE 'YES' TO WS-WARNING-SW
           END-IF

           .

       500-APPLY-ARCHIVE-RETENTION.

           PERFORM 505-READ-RETENTION-CONTROL

           IF WS-RETENTION-SW = 'YES'
               PERFORM 510-CHECK-OPEN-PERIODS
           END-IF

           IF WS-RETENTION-SW = 'YES'
               PERFORM 520-CHECK-RUN-LOCK
               PERFORM 525-TAKE-RUN-LOCK

               PERFORM 530-SPLIT-ARCHIVE
               PERFORM 540-VERIFY-KEEP-FILE
               PERFORM 550-APPEND-ROLL-TO-HISTORY
               PERFORM 560-REWRITE-LIVE-ARCHIVE

               PERFORM 570-RELEASE-RUN-LOCK
               PERFORM 600-WRITE-RETENTION-REPORT
           END-IF

           .

       505-READ-RETENTION-CONTROL.

      *    NO CARD, OR A CARD THAT WOULD CUT INTO THE LAST 400 DAYS,
      *    LEAVES THE ARCHIVE AS IT STANDS.  THE AGE USES THE SAME
      *    30-DAY MONTHS AS THE DEMAND WINDOW.
           OPEN INPUT RETENTION-CONTROL-FILE

           IF WS-RETENTION-CONTROL-FILE-STATUS = '00'
               READ RETENTION-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RTN-CUTOFF-DATE NOT = SPACES
                           MOVE RTN-CUTOFF-DATE TO WS-CUTOFF-DATE
                           MOVE 'YES' TO WS-RETENTION-SW
                       END-IF
               END-READ
               CLOSE RETENTION-CONTROL-FILE
           END-IF

           IF WS-RETENTION-SW = 'NO'
               DISPLAY 'NO RETENTION-CONTROL CARD -- ARCHIVE LEFT AS '
                   'IT STANDS.'
           ELSE
               IF WS-CUTOFF-DATE NOT NUMERIC
                   DISPLAY 'RETENTION-CONTROL: BAD CUTOFF "'
                       WS-CUTOFF-DATE '" IGNORED -- ARCHIVE LEFT AS '
                       'IT STANDS.'
                   MOVE 'NO'  TO WS-RETENTION-SW
                   MOVE 'YES' TO WS-WARNING-SW
               ELSE
                   COMPUTE WS-CUTOFF-AGE-DAYS =
                       ((WS-YEAR  - WS-CUTOFF-YEAR)  * 360) +
                       ((WS-MONTH - WS-CUTOFF-MONTH) * 30)  +
                       (WS-DAY   - WS-CUTOFF-DAY)
                   IF WS-CUTOFF-AGE-DAYS < WS-MIN-RETAIN-DAYS
                       DISPLAY 'RETENTION-CONTROL: CUTOFF '
                           WS-CUTOFF-DATE ' LEAVES LESS THAN '
                           WS-MIN-RETAIN-DAYS ' DAYS LIVE -- '
                           'ARCHIVE LEFT AS IT STANDS.'
                       MOVE 'NO'  TO WS-RETENTION-SW
                       MOVE 'YES' TO WS-WARNING-SW
                   ELSE
                       DISPLAY 'RETENTION-CONTROL: CUTOFF SET TO '
                           WS-CUTOFF-DATE '.'
                   END-IF
               END-IF
           END-IF

           .

       510-CHECK-OPEN-PERIODS.

      *    THE CLOSE READS A PERIOD'S MOVEMENTS FROM THE LIVE
      *    ARCHIVE, SO NOTHING FROM THE EARLIEST OPEN PERIOD ON MAY
      *    LEAVE IT -- THE CUTOFF IS PULLED BACK TO THAT PERIOD'S
      *    START.  NO CALENDAR MEANS NO PERIODS TO PROTECT.
           OPEN INPUT PERIOD-CALENDAR-FILE

           IF WS-PERIOD-CALENDAR-FILE-STATUS = '00'
               MOVE 'NO' TO WS-CALENDAR-EOF
               PERFORM 515-CHECK-ONE-CALENDAR-PERIOD
                   UNTIL NO-MORE-CALENDAR-PERIODS
               CLOSE PERIOD-CALENDAR-FILE
           END-IF

           IF WS-OPEN-PERIOD-START NOT = SPACES
               AND WS-CUTOFF-DATE > WS-OPEN-PERIOD-START
               MOVE WS-OPEN-PERIOD-START TO WS-CUTOFF-DATE
               DISPLAY 'RETENTION-CONTROL: PERIOD '
                   WS-OPEN-PERIOD-NAME ' IS STILL OPEN -- CUTOFF '
                   'PULLED BACK TO ' WS-CUTOFF-DATE '.'
           END-IF

           .

       515-CHECK-ONE-CALENDAR-PERIOD.

           READ PERIOD-CALENDAR-FILE
               AT END
                   MOVE 'YES' TO WS-CALENDAR-EOF
               NOT AT END
                   IF PCL-STATUS NOT = 'C'
                       AND PCL-START-DATE NUMERIC
                       IF WS-OPEN-PERIOD-START = SPACES
                           OR PCL-START-DATE < WS-OPEN-PERIOD-START
                           MOVE PCL-START-DATE
                               TO WS-OPEN-PERIOD-START
                           MOVE PCL-PERIOD-NAME
                               TO WS-OPEN-PERIOD-NAME
                       END-IF
                   END-IF
           END-READ

           .

       520-CHECK-RUN-LOCK.

      *    THE NIGHTLY RUN APPENDS TO THE ARCHIVE, SO A HELD LOCK OR
      *    A PENDING RESTART REFUSES THE REWRITE OUTRIGHT -- THE
      *    RETENTION CAN WAIT A NIGHT; A LOST MOVEMENT CANNOT.
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
               DISPLAY 'FATAL: ARCHIVE RETENTION REFUSED WHILE THE '
                   'NIGHTLY RUN OWNS THE ARCHIVE -- ARCHIVE LEFT AS '
                   'IT STANDS.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       525-TAKE-RUN-LOCK.

           OPEN OUTPUT RUN-LOCK-FILE
           MOVE 'PGM12ARC' TO RLK-HOLDER
           ACCEPT WS-LOCK-DATE-NOW FROM DATE YYYYMMDD
           MOVE WS-LOCK-DATE-NOW TO RLK-LOCK-DATE
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK(1:6) TO RLK-LOCK-TIME
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE

           .

       530-SPLIT-ARCHIVE.

      *    EVERY RECORD GOES TO EXACTLY ONE OF THE TWO WORK FILES.
      *    ONE WITH NO USABLE DATE CANNOT BE AGED, SO IT STAYS LIVE.
           OPEN INPUT MOVEMENT-ARCHIVE-FILE

           IF WS-MOVEMENT-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'NO MOVEMENT-ARCHIVE FILE PRESENT -- NOTHING '
                   'TO RETAIN.'
               PERFORM 570-RELEASE-RUN-LOCK
               PERFORM 900-FINAL-ROUTINE
           END-IF

           OPEN OUTPUT ARCHIVE-KEEP-FILE
           OPEN OUTPUT ARCHIVE-ROLL-FILE

           MOVE 'NO' TO WS-ARCHIVE-EOF
           PERFORM 535-SPLIT-ONE-ARCHIVE-RECORD
               UNTIL NO-MORE-ARCHIVE

           CLOSE ARCHIVE-ROLL-FILE
           CLOSE ARCHIVE-KEEP-FILE
           CLOSE MOVEMENT-ARCHIVE-FILE

           .

       535-SPLIT-ONE-ARCHIVE-RECORD.

           READ MOVEMENT-ARCHIVE-FILE
               AT END
                   MOVE 'YES' TO WS-ARCHIVE-EOF
               NOT AT END
                   ADD 1 TO ART-IN-COUNT
                   IF MAR-QUANTITY NUMERIC
                       ADD MAR-QUANTITY TO ART-IN-HASH
                   ELSE
                       ADD 1 TO ART-UNHASHED-COUNT
                   END-IF
                   IF MAR-RUN-DATE NUMERIC
                       AND MAR-RUN-DATE < WS-CUTOFF-DATE
                       MOVE MOVEMENT-ARCHIVE-RECORD
                           TO ARCHIVE-ROLL-RECORD
                       WRITE ARCHIVE-ROLL-RECORD
                       ADD 1 TO ART-ROLL-COUNT
                       IF MAR-QUANTITY NUMERIC
                           ADD MAR-QUANTITY TO ART-ROLL-HASH
                       END-IF
                   ELSE
                       IF MAR-RUN-DATE NOT NUMERIC
                           ADD 1 TO ART-UNDATED-COUNT
                       END-IF
                       MOVE MOVEMENT-ARCHIVE-RECORD
                           TO ARCHIVE-KEEP-RECORD
                       WRITE ARCHIVE-KEEP-RECORD
                       ADD 1 TO ART-KEEP-COUNT
                       IF MAR-QUANTITY NUMERIC
                           ADD MAR-QUANTITY TO ART-KEEP-HASH
                       END-IF
                   END-IF
           END-READ

           .

       540-VERIFY-KEEP-FILE.

      *    THE KEEP FILE IS READ BACK AND MUST MATCH WHAT WAS WRITTEN,
      *    AND KEEP PLUS ROLL MUST MATCH WHAT CAME IN, BEFORE ANY
      *    HISTORY OR LIVE FILE IS TOUCHED.  NOTHING ROLLING OUT IS A
      *    CLEAN END WITH THE ARCHIVE UNTOUCHED.
           OPEN INPUT ARCHIVE-KEEP-FILE
           MOVE 'NO' TO WS-KEEP-EOF
           PERFORM 545-COUNT-ONE-KEEP-RECORD
               UNTIL NO-MORE-KEEP
           CLOSE ARCHIVE-KEEP-FILE

           COMPUTE ART-OUT-COUNT = ART-KEEP-COUNT + ART-ROLL-COUNT
           COMPUTE ART-OUT-HASH  = ART-KEEP-HASH  + ART-ROLL-HASH

           IF ART-OUT-COUNT NOT = ART-IN-COUNT
               OR ART-OUT-HASH NOT = ART-IN-HASH
               OR ART-KEEP-CHECK-COUNT NOT = ART-KEEP-COUNT
               OR ART-KEEP-CHECK-HASH NOT = ART-KEEP-HASH
               DISPLAY 'FATAL: ARCHIVE SPLIT OUT OF BALANCE -- IN '
                   ART-IN-COUNT ', KEPT ' ART-KEEP-COUNT ', ROLLED '
                   ART-ROLL-COUNT ', READ BACK ' ART-KEEP-CHECK-COUNT
                   '.  ARCHIVE LEFT AS IT STANDS.'
               PERFORM 570-RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ART-ROLL-COUNT = 0
               DISPLAY 'NO ARCHIVE RECORDS DATED BEFORE '
                   WS-CUTOFF-DATE ' -- ARCHIVE LEFT AS IT STANDS.'
               MOVE ART-KEEP-COUNT TO ART-REWRITE-COUNT
               MOVE ART-KEEP-HASH  TO ART-REWRITE-HASH
               PERFORM 570-RELEASE-RUN-LOCK
               PERFORM 600-WRITE-RETENTION-REPORT
               PERFORM 900-FINAL-ROUTINE
           END-IF

           .

       545-COUNT-ONE-KEEP-RECORD.

           READ ARCHIVE-KEEP-FILE
               AT END
                   MOVE 'YES' TO WS-KEEP-EOF
               NOT AT END
                   ADD 1 TO ART-KEEP-CHECK-COUNT
                   IF AKP-QUANTITY NUMERIC
                       ADD AKP-QUANTITY TO ART-KEEP-CHECK-HASH
                   END-IF
           END-READ

           .

       550-APPEND-ROLL-TO-HISTORY.

      *    THE ROLLED RECORDS ARE IN ARCHIVE ORDER, SO A YEAR'S FILE
      *    IS OPENED WHEN ITS FIRST RECORD COMES ALONG AND CLOSED
      *    WHEN THE YEAR CHANGES.  WHAT WENT IN MUST MATCH WHAT THE
      *    SPLIT ROLLED BEFORE THE LIVE ARCHIVE IS REWRITTEN -- ON A
      *    MISMATCH THE LOCK STAYS, FOR A PERSON TO LOOK AT.
           MOVE 'NO'   TO WS-HISTORY-OPEN-SW
           MOVE SPACES TO WS-HISTORY-YEAR-OPEN

           OPEN INPUT ARCHIVE-ROLL-FILE
           MOVE 'NO' TO WS-ROLL-EOF
           PERFORM 555-APPEND-ONE-ROLL-RECORD
               UNTIL NO-MORE-ROLL
           CLOSE ARCHIVE-ROLL-FILE

           IF WS-HISTORY-OPEN-SW = 'YES'
               CLOSE MOVEMENT-HISTORY-FILE
           END-IF

           IF ART-APPEND-COUNT NOT = ART-ROLL-COUNT
               OR ART-APPEND-HASH NOT = ART-ROLL-HASH
               DISPLAY 'FATAL: HISTORY APPEND OUT OF BALANCE -- '
                   'ROLLED ' ART-ROLL-COUNT ', APPENDED '
                   ART-APPEND-COUNT '.  LIVE ARCHIVE NOT REWRITTEN; '
                   'RUN LOCK LEFT STANDING.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       555-APPEND-ONE-ROLL-RECORD.

           READ ARCHIVE-ROLL-FILE
               AT END
                   MOVE 'YES' TO WS-ROLL-EOF
               NOT AT END
                   IF ARL-RUN-YEAR NOT = WS-HISTORY-YEAR-OPEN
                       PERFORM 557-OPEN-HISTORY-YEAR
                   END-IF
                   MOVE ARCHIVE-ROLL-RECORD TO MOVEMENT-HISTORY-RECORD
                   WRITE MOVEMENT-HISTORY-RECORD
                   ADD 1 TO ART-APPEND-COUNT
                   ADD 1 TO RYT-COUNT(RY-SUB)
                   IF ARL-QUANTITY NUMERIC
                       ADD ARL-QUANTITY TO ART-APPEND-HASH
                       ADD ARL-QUANTITY TO RYT-HASH(RY-SUB)
                   END-IF
           END-READ

           .

       557-OPEN-HISTORY-YEAR.

      *    A YEAR'S FILE IS APPENDED TO, NEVER REPLACED -- A LATER
      *    CUTOFF ADDS THE REST OF A YEAR BEHIND WHAT AN EARLIER ONE
      *    ROLLED.  A FILE THAT CANNOT BE OPENED STOPS THE RUN WITH
      *    THE LIVE ARCHIVE STILL WHOLE.
           IF WS-HISTORY-OPEN-SW = 'YES'
               CLOSE MOVEMENT-HISTORY-FILE
           END-IF

           MOVE ARL-RUN-YEAR TO WS-HISTORY-YEAR-OPEN
           MOVE ARL-RUN-YEAR TO WS-HIST-YEAR
           PERFORM 315-NAME-HISTORY-FILE

           OPEN EXTEND MOVEMENT-HISTORY-FILE
           IF WS-MOVEMENT-HISTORY-FILE-STATUS NOT = '00'
               OPEN OUTPUT MOVEMENT-HISTORY-FILE
           END-IF
           IF WS-MOVEMENT-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: ' WS-HISTORY-FILE-NAME ' OPEN FAILED, '
                   'STATUS = ' WS-MOVEMENT-HISTORY-FILE-STATUS
                   ' -- LIVE ARCHIVE NOT REWRITTEN; RUN LOCK LEFT '
                   'STANDING.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'YES' TO WS-HISTORY-OPEN-SW

           PERFORM 558-FIND-YEAR-ROW

           .

       558-FIND-YEAR-ROW.

      *    A SPLIT YEAR (RECORDS OUT OF DATE ORDER) COMES BACK TO ITS
      *    OWN ROW.  PAST THIRTY YEARS THE LAST ROW TAKES THE REST --
      *    THE GRAND TOTALS STILL PROVE THE RUN.
           MOVE 'NO' TO WS-YEAR-FOUND-SW

           PERFORM 559-MATCH-ONE-YEAR-ROW
                   VARYING RY-SUB FROM 1 BY 1
                      UNTIL RY-SUB > WS-ROLL-YEAR-COUNT
                         OR WS-YEAR-FOUND-SW = 'YES'

           IF WS-YEAR-FOUND-SW = 'YES'
               SUBTRACT 1 FROM RY-SUB
           ELSE
               IF WS-ROLL-YEAR-COUNT < 30
                   ADD 1 TO WS-ROLL-YEAR-COUNT
                   MOVE WS-ROLL-YEAR-COUNT TO RY-SUB
                   MOVE ARL-RUN-YEAR TO RYT-YEAR(RY-SUB)
                   MOVE 0 TO RYT-COUNT(RY-SUB)
                   MOVE 0 TO RYT-HASH(RY-SUB)
               ELSE
                   MOVE 30 TO RY-SUB
                   MOVE 'YES' TO WS-WARNING-SW
               END-IF
           END-IF

           .

       559-MATCH-ONE-YEAR-ROW.

           IF RYT-YEAR(RY-SUB) = ARL-RUN-YEAR
               MOVE 'YES' TO WS-YEAR-FOUND-SW
           END-IF

           .

       560-REWRITE-LIVE-ARCHIVE.

      *    THE HISTORY IS SAFE, SO THE LIVE ARCHIVE IS REPLACED BY
      *    THE PROVED KEEP FILE AND COUNTED AS IT GOES BACK.
           OPEN INPUT ARCHIVE-KEEP-FILE
           OPEN OUTPUT MOVEMENT-ARCHIVE-FILE

           MOVE 'NO' TO WS-KEEP-EOF
           PERFORM 565-COPY-ONE-KEEP-RECORD
               UNTIL NO-MORE-KEEP

           CLOSE MOVEMENT-ARCHIVE-FILE
           CLOSE ARCHIVE-KEEP-FILE

           IF ART-REWRITE-COUNT NOT = ART-KEEP-COUNT
               OR ART-REWRITE-HASH NOT = ART-KEEP-HASH
               DISPLAY 'FATAL: LIVE ARCHIVE REWRITE OUT OF BALANCE -- '
                   'KEPT ' ART-KEEP-COUNT ', WRITTEN '
                   ART-REWRITE-COUNT '.  ARCHIVE-KEEP.TMP HOLDS THE '
                   'ARCHIVE; RUN LOCK LEFT STANDING.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       565-COPY-ONE-KEEP-RECORD.

           READ ARCHIVE-KEEP-FILE
               AT END
                   MOVE 'YES' TO WS-KEEP-EOF
               NOT AT END
                   MOVE ARCHIVE-KEEP-RECORD TO MOVEMENT-ARCHIVE-RECORD
                   WRITE MOVEMENT-ARCHIVE-RECORD
                   ADD 1 TO ART-REWRITE-COUNT
                   IF AKP-QUANTITY NUMERIC
                       ADD AKP-QUANTITY TO ART-REWRITE-HASH
                   END-IF
           END-READ

           .

       570-RELEASE-RUN-LOCK.

           OPEN OUTPUT RUN-LOCK-FILE
           CLOSE RUN-LOCK-FILE

           .

       600-WRITE-RETENTION-REPORT.

           OPEN OUTPUT RETENTION-REPORT

           MOVE RT-TITLE-LINE TO RT-REPORT-LINE
           WRITE RT-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE WS-CUTOFF-DATE  TO RTP-CUTOFF-DATE
           MOVE WS-CURRENT-DATE TO RTP-RUN-DATE
           MOVE RT-PARM-LINE TO RT-REPORT-LINE
           WRITE RT-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE RT-COLUMN-HEADER TO RT-REPORT-LINE
           WRITE RT-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE 'LIVE ARCHIVE READ' TO RTC-LABEL
           MOVE ART-IN-COUNT TO RTC-COUNT
           MOVE ART-IN-HASH  TO RTC-HASH
           MOVE RT-CONTROL-LINE TO RT-REPORT-LINE
           WRITE RT-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE 'KEPT ON THE LIVE ARCHIVE' TO RTC-LABEL
           MOVE ART-KEEP-COUNT TO RTC-COUNT
           MOVE ART-KEEP-HASH  TO RTC-HASH
           MOVE RT-CONTROL-LINE TO RT-REPORT-LINE
           WRITE RT-REPORT-LINE AFTER ADVANCING 1 LINE

           PERFORM 610-WRITE-ONE-YEAR-LINE
                   VARYING RY-SUB FROM 1 BY 1
                      UNTIL RY-SUB > WS-ROLL-YEAR-COUNT

           MOVE 'ROLLED TO HISTORY IN TOTAL' TO RTC-LABEL
           MOVE ART-ROLL-COUNT TO RTC-COUNT
           MOVE ART-ROLL-HASH  TO RTC-HASH
           MOVE RT-CONTROL-LINE TO RT-REPORT-LINE
           WRITE RT-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'KEPT + ROLLED' TO RTC-LABEL
           MOVE ART-OUT-COUNT TO RTC-COUNT
           MOVE ART-OUT-HASH  TO RTC-HASH
           MOVE RT-CONTROL-LINE TO RT-REPORT-LINE
           WRITE RT-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE 'LIVE ARCHIVE AS REWRITTEN' TO RTC-LABEL
           MOVE ART-REWRITE-COUNT TO RTC-COUNT
           MOVE ART-REWRITE-HASH  TO RTC-HASH
           MOVE RT-CONTROL-LINE TO RT-REPORT-LINE
           WRITE RT-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'RECORDS WITH NO QUANTITY (UNHASHED)' TO RTC-LABEL
           MOVE ART-UNHASHED-COUNT TO RTC-COUNT
           MOVE 0 TO RTC-HASH
           MOVE RT-CONTROL-LINE TO RT-REPORT-LINE
           WRITE RT-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'RECORDS WITH NO DATE (KEPT LIVE)' TO RTC-LABEL
           MOVE ART-UNDATED-COUNT TO RTC-COUNT
           MOVE 0 TO RTC-HASH
           MOVE RT-CONTROL-LINE TO RT-REPORT-LINE
           WRITE RT-REPORT-LINE AFTER ADVANCING 1 LINE

      *    EVERY CHECK ABOVE STOPS THE RUN ON A MISMATCH, SO A REPORT
      *    THAT PRINTS AT ALL IS IN BALANCE.
           MOVE
               'IN BALANCE -- EVERY FILE WRITTEN READ BACK THE SAME.'
               TO RTV-TEXT
           MOVE RT-VERDICT-LINE TO RT-REPORT-LINE
           WRITE RT-REPORT-LINE AFTER ADVANCING 2 LINES

           CLOSE RETENTION-REPORT

           .

       610-WRITE-ONE-YEAR-LINE.

           MOVE SPACES TO RTC-LABEL
           STRING 'ROLLED TO MOVEMENT-HISTORY-' DELIMITED BY SIZE
                  RYT-YEAR(RY-SUB)              DELIMITED BY SIZE
                  '.TXT'                        DELIMITED BY SIZE
                  INTO RTC-LABEL
           END-STRING
           MOVE RYT-COUNT(RY-SUB) TO RTC-COUNT
           MOVE RYT-HASH(RY-SUB)  TO RTC-HASH
           MOVE RT-CONTROL-LINE TO RT-REPORT-LINE
           WRITE RT-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       900-FINAL-ROUTINE.

           DISPLAY 'STOCK LEDGER REQUESTS: ' LGC-REQUESTS-READ
               ', PRINTED: ' LGC-LEDGERS-PRINTED
               ', BAD: ' LGC-BAD-REQUESTS '.'

           IF WS-RETENTION-SW = 'YES'
               DISPLAY 'ARCHIVE RETENTION: ' ART-IN-COUNT ' READ, '
                   ART-KEEP-COUNT ' KEPT, ' ART-ROLL-COUNT
                   ' ROLLED TO HISTORY.'
           END-IF

      *    A BAD REQUEST CARD, A BAD RETENTION CARD, A MISSING MASTER
      *    OR A BAD MOVEMENT ON A LEDGER IS A WARNING OUTCOME.
           IF LGC-BAD-REQUESTS > 0
               OR WS-WARNING-SW = 'YES'
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN

           .
