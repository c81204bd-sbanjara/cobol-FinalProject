      *        GOES OUT AS AN 'A' ADJUSTMENT IN THE INVENTORY-TRANS
      *        LAYOUT SO THE NIGHTLY MOVEMENT APPLICATION AND THE
      *        STOCK-MOVEMENT-AUDIT TRAIL CARRY IT INTO THE BOOKS.
      *        EACH ENTRY CARRIES THE USER ID OF WHOEVER SUBMITTED
      *        IT, WHICH MUST HOLD A COUNT-ADJUSTMENT GRANT ON
      *        OPERATOR-AUTHORITY.TXT COVERING THE DIFFERENCE'S
      *        VALUE; A DIFFERENCE WORTH MORE THAN THE AUTHORITY
      *        FILE'S DOLLAR LIMIT ALSO NEEDS A SECOND, DIFFERENT,
      *        EQUALLY AUTHORIZED APPROVER.
      *
      *     DATED STOCK MAY BE COUNTED BY LOT.  A REQUEST FOR A LOT
      *     SHEET LISTS EACH PRODUCT'S LOTS FROM THE LOT BOOK, EACH
      *     WITH ITS OWN COUNT BOX, PLUS ONE BOX FOR STOCK HELD
      *     UNDER NO LOT.  AN ENTRY NAMING A LOT IS COMPARED WITH
      *     THAT LOT'S BOOK FIGURE ALONE ('UNLOTTED' = THE STOCK NO
      *     LOT ACCOUNTS FOR) AND ITS ADJUSTMENT CARRIES THE LOT.  A
      *     PRODUCT IS COUNTED EITHER WHOLE OR BY LOT IN ONE RUN,
      *     NEVER BOTH -- AN ENTRY OF THE OTHER KIND THAN THE FIRST
      *     FOR ITS PRODUCT IS REJECTED AS A 'MIXED COUNT'.
      *
      *  INPUT:
      *     RUN-CONTROL.TXT -- THE NIGHTLY RUN'S CARD, FOR ITS AS-OF
      *        DATE ONLY.  NO CARD MEANS TODAY.
      *     PERIOD-CALENDAR.TXT -- A COUNT DATED IN A CLOSED PERIOD
      *        IS REDATED INTO THE NEXT OPEN ONE, OR REFUSED.
      *     COUNT-REQUEST.TXT -- ONE OPTIONAL SCOPE CARD (WAREHOUSE,
      *        VENDOR, PRODUCT; SPACES = ALL), THE WAY
      *        INQUIRY-REQUEST.TXT SELECTS, AND 'L' FOR A LOT SHEET.
      *     COUNT-ENTRY.TXT -- THE COUNTERS' RESULTS, KEYED THE SAME
      *        WAY, WITH THE COUNTED QUANTITY, AN APPROVED FLAG, AN
      *        OPTIONAL ADJUSTMENT REASON CODE, THE COUNTER'S ID,
      *        THE SUBMITTER'S ID AND ANY SECOND APPROVER'S, AND THE
      *        LOT AND EXPIRY DATE WHEN COUNTED BY LOT.
      *     OPERATOR-AUTHORITY.TXT -- USERS, ROLES, AND WHAT EACH ROLE
      *        MAY DO (SHARED WITH PROGRAM5).  VARIANCE MODE ONLY.
      *     INVENTORY-MASTER.DAT -- THE KEYED BOOK FIGURES.
      *     LOT-BALANCE.TXT -- EACH LOT'S ON-HAND, AS THE SAME BATCH
      *        RUN LEFT IT (SEE PROGRAM4).
      *
      *  OUTPUT:
      *     COUNT-SHEET.TXT (SHEET MODE), COUNT-VARIANCE.TXT AND
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    THE NIGHTLY RUN'S PARAMETER CARD -- ONLY ITS AS-OF DATE
      *    MATTERS HERE, SO A COUNT IS DATED THE SAME BUSINESS DAY
      *    THE ADJUSTMENTS IT WRITES WILL POST ON.
           SELECT RUN-CONTROL-FILE
                ASSIGN TO 'RUN-CONTROL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUN-CONTROL-FILE-STATUS.

      *    FINANCE'S FISCAL CALENDAR -- SEE PROGRAM11.  NO FILE MEANS
      *    NO PERIODS HAVE BEEN CLOSED YET.
           SELECT PERIOD-CALENDAR-FILE
                ASSIGN TO 'PERIOD-CALENDAR.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PERIOD-CALENDAR-FILE-STATUS.

      *    ONE OPTIONAL SCOPE CARD -- SPACES IN ANY FIELD MEANS "ALL".
      *    NO FILE MEANS THE WHOLE MASTER, LIKE AN UNFILTERED INQUIRY.
           SELECT COUNT-REQUEST-FILE
                RECORD KEY IS IM-RECORD-KEY
                FILE STATUS IS WS-INVENTORY-MASTER-FILE-STATUS.

      *    THE LOT BOOK THE SAME BATCH RUN LEFT BEHIND -- THE LOT
      *    SHEET'S LOTS AND A LOT COUNT'S BOOK FIGURE.  NO FILE MEANS
      *    NOTHING ON HAND IS LOTTED.
           SELECT LOT-BALANCE-FILE
                ASSIGN TO 'LOT-BALANCE.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOT-BALANCE-FILE-STATUS.

           SELECT COUNT-SHEET-FILE
                ASSIGN TO PRINTER 'COUNT-SHEET.TXT'.

                ASSIGN TO 'INVENTORY-TRANS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INVENTORY-TRANS-FILE-STATUS.

      *    SECURITY'S TABLE OF WHO MAY SUBMIT WHAT -- SEE PROGRAM5.
           SELECT OPERATOR-AUTHORITY-FILE
                ASSIGN TO 'OPERATOR-AUTHORITY.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUTHORITY-FILE-STATUS.
      *
      ************************ DATA-DIVISION *************************
      *

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
      *    ONE ROW PER FISCAL PERIOD.  STATUS 'C' IS CLOSED; ANYTHING
      *    ELSE IS OPEN.
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
       FD  COUNT-REQUEST-FILE
           RECORD CONTAINS 9 CHARACTERS.

       01  COUNT-REQUEST-RECORD.
           05  CRQ-WAREHOUSEID          PIC X(4).
           05  CRQ-VENDORID             PIC X.
           05  CRQ-PRODUCTID            PIC X(3).
      *    'L' PRINTS THE SHEET BY LOT; ANYTHING ELSE ONE BOX PER
      *    PRODUCT.
           05  CRQ-SHEET-BY-LOT         PIC X.
      *

      *
       FD  COUNT-ENTRY-FILE
           RECORD CONTAINS 59 CHARACTERS.

       01  COUNT-ENTRY-RECORD.
           05  CEN-WAREHOUSEID          PIC X(4).
      *    'Y' MEANS THE SUPERVISOR APPROVED THE DIFFERENCE FOR
      *    ADJUSTMENT -- ANYTHING ELSE IS REPORT-ONLY.
           05  CEN-APPROVED-SW          PIC X.
      *    THE ADJUSTMENT REASON FOR AN APPROVED DIFFERENCE -- BLANK
      *    IS AN ORDINARY COUNT CORRECTION -- AND WHO COUNTED IT.
           05  CEN-REASON-CODE          PIC X.
           05  CEN-COUNTED-BY           PIC X(8).
      *    WHO SUBMITTED THE ENTRY, AND THE SECOND PERSON WHO
      *    APPROVED A DIFFERENCE OVER THE DUAL-CONTROL LIMIT.
           05  CEN-SUBMITTED-BY         PIC X(8).
           05  CEN-APPROVED-BY          PIC X(8).
      *    THE LOT COUNTED -- SPACES COUNTS THE WHOLE PRODUCT.  A LOT
      *    FOUND ON THE SHELF BUT NOT ON THE BOOK NEEDS ITS EXPIRY
      *    DATE (YYYYMMDD); A BOOKED LOT MAY LEAVE IT BLANK.
           05  CEN-LOT-NUMBER           PIC X(10).
               88  CEN-UNLOTTED-STOCK       VALUE 'UNLOTTED'.
           05  CEN-EXPIRY-DATE          PIC X(8).
      *

      *
      *
      *    THE MOVEMENT TRANSACTION LAYOUT THE NIGHTLY RUN CONSUMES.
       FD  INVENTORY-TRANS-FILE
           RECORD CONTAINS 65 CHARACTERS.

       01  INVENTORY-TRANS-RECORD.
           05  ITR-WAREHOUSEID          PIC X(4).
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
      *    SAME 38 BYTES PROGRAM4 KEEPS.
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
      *    SEE PROGRAM5 -- 'U' USER ROWS, 'R' GRANT ROWS, 'L' LIMITS.
      *    COUNT ADJUSTMENTS ARE MASTER TYPE 'C', ACTION 'A'.
       FD  OPERATOR-AUTHORITY-FILE
           RECORD CONTAINS 20 CHARACTERS.

       01  OPERATOR-AUTHORITY-RECORD.
           05  OAU-ROW-TYPE             PIC X.
           05  OAU-ROW-DATA             PIC X(19).
           05  OAU-USER-ROW REDEFINES OAU-ROW-DATA.
               10  OAU-USER-ID          PIC X(8).
               10  OAU-USER-ROLE        PIC X(8).
               10                       PIC X(3).
           05  OAU-ROLE-ROW REDEFINES OAU-ROW-DATA.
               10  OAU-ROLE             PIC X(8).
               10  OAU-MASTER-TYPE      PIC X.
               10  OAU-ACTION           PIC X.
               10  OAU-MAX-VALUE        PIC 9(7)V99.
           05  OAU-LIMIT-ROW REDEFINES OAU-ROW-DATA.
               10  OAU-STD-COST-PCT     PIC 9(3).
               10  OAU-COUNT-LIMIT      PIC 9(7)V99.
               10                       PIC X(7).
      *
      *
      ******************* WORKING-STORAGE ****************************
       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05  WS-RUN-CONTROL-FILE-STATUS      PIC X(2).
           05  WS-PERIOD-CALENDAR-FILE-STATUS  PIC X(2).
           05  WS-COUNT-REQUEST-FILE-STATUS    PIC X(2).
           05  WS-COUNT-ENTRY-FILE-STATUS      PIC X(2).
           05  WS-INVENTORY-MASTER-FILE-STATUS PIC X(2).
           05  WS-INVENTORY-TRANS-FILE-STATUS  PIC X(2).
           05  WS-LOT-BALANCE-FILE-STATUS      PIC X(2).
           05  WS-RUN-MODE              PIC X(8)   VALUE 'SHEET'.
               88  THIS-IS-A-VARIANCE-RUN   VALUE 'VARIANCE'.
           05  WS-ENTRY-EOF             PIC X(3)   VALUE 'NO'.
           05  WS-MASTER-SCAN-EOF       PIC X(3)   VALUE 'NO'.
               88  MASTER-SCAN-DONE         VALUE 'YES'.
           05  WS-BOOK-FOUND-SW         PIC X(3)   VALUE 'NO'.
           05  WS-CALENDAR-EOF          PIC X(3)   VALUE 'NO'.
               88  NO-MORE-CALENDAR-PERIODS VALUE 'YES'.

      *    THE CLOSED PERIOD THE COUNT DATE FELL IN, IF ANY, AND THE
      *    EARLIEST OPEN PERIOD AFTER IT THAT THE COUNT MOVES INTO.
       01  PERIOD-CONTROL-FIELDS.
           05  WS-PERIOD-AS-OF-DATE     PIC X(8)   VALUE SPACES.
           05  WS-CLOSED-PERIOD-NAME    PIC X(8)   VALUE SPACES.
           05  WS-OPEN-PERIOD-NAME      PIC X(8)   VALUE SPACES.
           05  WS-OPEN-PERIOD-START     PIC X(8)   VALUE SPACES.

       01  COUNT-SCOPE-FIELDS.
           05  WS-SCOPE-WAREHOUSEID     PIC X(4)   VALUE SPACES.
           05  WS-SCOPE-VENDORID        PIC X      VALUE SPACE.
           05  WS-SCOPE-PRODUCTID       PIC X(3)   VALUE SPACES.
           05  WS-SCOPE-BY-LOT-SW       PIC X(3)   VALUE 'NO'.
               88  SHEET-IS-BY-LOT          VALUE 'YES'.

      *    THE LAST WAREHOUSE/VENDOR/PRODUCT A SHEET LINE WAS PRINTED
      *    FOR -- CONTINUATION RECORDS OF THE SAME KEY MUST NOT PRINT
               10  WS-SHC-VENDORID      PIC X.
               10  WS-SHC-PRODUCTID     PIC X(3).
           05  WS-SHEET-LINE-COUNT      PIC 9(5)   VALUE 0.
           05  WS-SHEET-LOT-COUNT       PIC 9(5)   VALUE 0.

      *    THE LOT BOOK, HELD IN FILE ORDER.  LOT-BALANCE-ITEM IS
      *    OCCURS 500 TIMES, THE SAME CAPACITY PROGRAM4 KEEPS.
       01  LOT-BALANCE-FIELDS.
           05  WS-LOT-BALANCE-EOF       PIC X(3)   VALUE 'NO'.
               88  NO-MORE-LOT-BALANCES     VALUE 'YES'.
           05  WS-LOT-BALANCE-COUNT     PIC 9(3)   VALUE 0.
           05  LB-SUB                   PIC 9(3).
      *    THE ROW OF THE LOT AN ENTRY NAMES -- ZERO WHEN IT IS NOT
      *    ON THE BOOK -- AND THE KEY'S LOTTED TOTAL.
           05  WS-LOT-ROW               PIC 9(3)   VALUE 0.
           05  WS-LOT-KEY-TOTAL         PIC S9(7)  VALUE 0.

       01  LOT-BALANCE-TABLE.
           05  LOT-BALANCE-ITEM OCCURS 500 TIMES.
               10  LBT-WAREHOUSEID      PIC X(4).
               10  LBT-VENDORID         PIC X.
               10  LBT-PRODUCTID        PIC X(3).
               10  LBT-LOT-NUMBER       PIC X(10).
               10  LBT-EXPIRY-DATE      PIC X(8).
               10  LBT-QUANTITY         PIC S9(4).

      *    EVERY KEY ALREADY COUNTED IN THIS RUN AND HOW -- 'W' FOR
      *    THE WHOLE PRODUCT, 'L' BY LOT.  THE FIRST ENTRY FOR A KEY
      *    SETS ITS KIND; AN ENTRY OF THE OTHER KIND IS REJECTED.
       01  COUNTED-KEY-FIELDS.
           05  WS-COUNTED-KEY-COUNT     PIC 9(3)   VALUE 0.
           05  CK-SUB                   PIC 9(3).
           05  WS-COUNTED-KEY-ROW       PIC 9(3)   VALUE 0.
           05  WS-ENTRY-COUNT-KIND      PIC X      VALUE SPACE.
           05  WS-COUNTED-FULL-SW       PIC X(3)   VALUE 'NO'.

       01  COUNTED-KEY-TABLE.
           05  COUNTED-KEY-ITEM OCCURS 500 TIMES.
               10  CKT-WAREHOUSEID      PIC X(4).
               10  CKT-VENDORID         PIC X.
               10  CKT-PRODUCTID        PIC X(3).
               10  CKT-COUNT-KIND       PIC X.

       01  VARIANCE-WORK-FIELDS.
           05  PRODUCT-SUB              PIC 99.
           05  WS-VARIANCE-QTY          PIC S9(7)  VALUE 0.
           05  WS-VARIANCE-VALUE        PIC S9(9)V99 VALUE 0.
           05  WS-NET-VARIANCE-VALUE    PIC S9(9)V99 VALUE 0.
      *    FINANCE'S ADJ-REASON CODE FOR A PLAIN COUNT CORRECTION.
           05  WS-COUNT-REASON-CODE     PIC X      VALUE 'C'.

      *    THE OPERATOR AUTHORITY FILE, HELD THE WAY PROGRAM5 HOLDS
      *    IT.  THE DUAL-CONTROL DOLLAR LIMIT DEFAULTS TO $500.00
      *    UNLESS AN 'L' ROW SAYS OTHERWISE.
       01  AUTHORITY-FIELDS.
           05  WS-AUTHORITY-FILE-STATUS PIC X(2).
           05  WS-AUTHORITY-EOF         PIC X(3)   VALUE 'NO'.
               88  NO-MORE-AUTHORITY-ROWS   VALUE 'YES'.
           05  WS-AUTH-USER-COUNT       PIC 99     VALUE 0.
           05  WS-AUTH-ROLE-COUNT       PIC 9(3)   VALUE 0.
           05  WS-COUNT-DOLLAR-LIMIT    PIC 9(7)V99 VALUE 500.00.
      *    THE STATUS AN ENTRY FAILED ITS AUTHORITY CHECK WITH --
      *    SPACES WHEN IT PASSED.
           05  WS-ENTRY-AUTH-STATUS     PIC X(12)  VALUE SPACES.

      *    ONE QUESTION TO 370-CHECK-AUTHORITY: MAY THIS USER MAKE A
      *    COUNT ADJUSTMENT OF THIS VALUE?  THE ANSWER IS 'OK',
      *    'NO USER', 'NO GRANT' OR 'OVER CAP'.
       01  AUTHORITY-CHECK-FIELDS.
           05  WS-AUTH-CHECK-ID         PIC X(8).
           05  WS-AUTH-CHECK-TYPE       PIC X      VALUE 'C'.
           05  WS-AUTH-CHECK-ACTION     PIC X      VALUE 'A'.
           05  WS-AUTH-CHECK-VALUE      PIC 9(7)V99.
           05  WS-AUTH-CHECK-ROLE       PIC X(8).
           05  WS-AUTH-RESULT           PIC X(8).

       01  AUTH-USER-TABLE.
           05  AU-ITEM OCCURS 50 TIMES
               INDEXED BY AU-INDEX.
               10  AU-USER-ID           PIC X(8)   VALUE SPACES.
               10  AU-ROLE              PIC X(8)   VALUE SPACES.

       01  AUTH-ROLE-TABLE.
           05  AR-ITEM OCCURS 100 TIMES
               INDEXED BY AR-INDEX.
               10  AR-ROLE              PIC X(8)   VALUE SPACES.
               10  AR-MASTER-TYPE       PIC X      VALUE SPACE.
               10  AR-ACTION            PIC X      VALUE SPACE.
               10  AR-MAX-VALUE         PIC 9(7)V99 VALUE 0.

       01  COUNT-COUNTERS.
           05  CC-ENTRIES-READ          PIC 9(5)   VALUE 0.
           05                       PIC X(3)    VALUE SPACES.
           05  CSL-PRODUCT-NAME     PIC X(13).
           05                       PIC X(3)    VALUE SPACES.
           05  CSL-COUNT-BOX        PIC X(10).

      *    ONE LINE PER LOT UNDER ITS PRODUCT ON A LOT SHEET -- THE
      *    EXPIRY TELLS THE COUNTER WHICH LABEL TO LOOK FOR, AND AN
      *    EXPIRED LOT IS FLAGGED TO BE PULLED WHILE THEY ARE THERE.
       01  CS-LOT-LINE.
           05                       PIC X(15)   VALUE SPACES.
           05                       PIC X(4)    VALUE 'LOT '.
           05  CSLL-LOT-NUMBER      PIC X(10).
           05                       PIC X(5)    VALUE ' EXP '.
           05  CSLL-EXPIRY-DATE     PIC X(8).
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(10)   VALUE '_________'.
           05  CSLL-FLAG            PIC X(8).

       01  CS-NONE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(21)   VALUE
               'PRODUCTS TO COUNT:   '.
           05  CST-LINE-COUNT       PIC ZZZZ9.

       01  CS-LOT-TOTAL-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(21)   VALUE
               'LOT BOXES TO COUNT:  '.
           05  CSLT-LOT-COUNT       PIC ZZZZ9.
      *
       01  CV-TITLE-LINE.
           05                       PIC X(15)   VALUE SPACES.
           05                       PIC X       VALUE SPACE.
           05  CVL-STATUS           PIC X(12).

      *    PRINTED UNDER THE DETAIL LINE OF AN ENTRY THAT NAMES A LOT.
       01  CV-LOT-LINE.
           05                       PIC X(15)   VALUE SPACES.
           05                       PIC X(4)    VALUE 'LOT '.
           05  CVLL-LOT-NUMBER      PIC X(10).
           05                       PIC X(5)    VALUE ' EXP '.
           05  CVLL-EXPIRY-DATE     PIC X(8).

       01  CV-TOTAL-LINE.
           05                       PIC X       VALUE SPACE.
           05                       PIC X(9)    VALUE 'ENTRIES: '.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           PERFORM 105-READ-RUN-CONTROL
           PERFORM 108-CHECK-CLOSED-PERIOD

           PERFORM 110-READ-COUNT-REQUEST
           PERFORM 120-DETERMINE-RUN-MODE
           PERFORM 170-LOAD-LOT-BALANCE-FILE

           IF THIS-IS-A-VARIANCE-RUN
               PERFORM 160-LOAD-OPERATOR-AUTHORITY
           END-IF

           PERFORM 150-OPEN-INVENTORY-MASTER


           .

       105-READ-RUN-CONTROL.

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

       108-CHECK-CLOSED-PERIOD.

      *    A COUNT DATED INSIDE A CLOSED PERIOD IS REDATED TO THE FIRST
      *    DAY OF THE NEXT OPEN PERIOD, THE SAME RULE THE NIGHTLY RUN
      *    APPLIES; WITH NO OPEN PERIOD TO MOVE INTO IT IS REFUSED.
           MOVE WS-CURRENT-DATE TO WS-PERIOD-AS-OF-DATE

           OPEN INPUT PERIOD-CALENDAR-FILE

           IF WS-PERIOD-CALENDAR-FILE-STATUS = '00'
               MOVE 'NO' TO WS-CALENDAR-EOF
               PERFORM 109-CHECK-ONE-CALENDAR-PERIOD
                   UNTIL NO-MORE-CALENDAR-PERIODS
               CLOSE PERIOD-CALENDAR-FILE
           END-IF

           IF WS-CLOSED-PERIOD-NAME NOT = SPACES
               IF WS-OPEN-PERIOD-START = SPACES
                   DISPLAY 'FATAL: COUNT DATE ' WS-PERIOD-AS-OF-DATE
                       ' FALLS IN CLOSED PERIOD '
                       WS-CLOSED-PERIOD-NAME
                       ' AND NO LATER PERIOD IS OPEN -- RUN REFUSED.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE WS-OPEN-PERIOD-START TO WS-CURRENT-DATE
                   DISPLAY 'PERIOD-CONTROL: COUNT DATE '
                       WS-PERIOD-AS-OF-DATE ' FALLS IN CLOSED PERIOD '
                       WS-CLOSED-PERIOD-NAME ' -- REDATED TO '
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

       110-READ-COUNT-REQUEST.

      *    NO REQUEST FILE (OR AN EMPTY ONE) MEANS THE WHOLE
                       MOVE CRQ-WAREHOUSEID TO WS-SCOPE-WAREHOUSEID
                       MOVE CRQ-VENDORID    TO WS-SCOPE-VENDORID
                       MOVE CRQ-PRODUCTID   TO WS-SCOPE-PRODUCTID
                       IF CRQ-SHEET-BY-LOT = 'L'
                           MOVE 'YES' TO WS-SCOPE-BY-LOT-SW
                       END-IF
               END-READ
               CLOSE COUNT-REQUEST-FILE
           END-IF

           .

       160-LOAD-OPERATOR-AUTHORITY.

      *    WITHOUT THE AUTHORITY FILE NO SUBMITTER CAN BE PROVED, SO
      *    NO COUNT IS POSTED -- THE ENTRIES WAIT FOR A RERUN.
           OPEN INPUT OPERATOR-AUTHORITY-FILE

           IF WS-AUTHORITY-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: OPERATOR-AUTHORITY-FILE OPEN FAILED, '
                   'STATUS = ' WS-AUTHORITY-FILE-STATUS
                   ' -- NO SUBMITTER CAN BE AUTHORIZED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'NO' TO WS-AUTHORITY-EOF
           PERFORM 165-LOAD-ONE-AUTHORITY-ROW
               UNTIL NO-MORE-AUTHORITY-ROWS

           CLOSE OPERATOR-AUTHORITY-FILE

           DISPLAY 'OPERATOR AUTHORITY: ' WS-AUTH-USER-COUNT
               ' USER(S), ' WS-AUTH-ROLE-COUNT ' GRANT(S); '
               'ADJUSTMENTS OVER ' WS-COUNT-DOLLAR-LIMIT
               ' NEED A SECOND APPROVER.'

           .

       165-LOAD-ONE-AUTHORITY-ROW.

           READ OPERATOR-AUTHORITY-FILE
               AT END
                   MOVE 'YES' TO WS-AUTHORITY-EOF
               NOT AT END
                   EVALUATE OAU-ROW-TYPE
                       WHEN 'U'
                           PERFORM 167-LOAD-ONE-AUTHORITY-USER
                       WHEN 'R'
                           IF WS-AUTH-ROLE-COUNT < 100
                               ADD 1 TO WS-AUTH-ROLE-COUNT
                               SET AR-INDEX TO WS-AUTH-ROLE-COUNT
                               MOVE OAU-ROLE TO AR-ROLE(AR-INDEX)
                               MOVE OAU-MASTER-TYPE
                                   TO AR-MASTER-TYPE(AR-INDEX)
                               MOVE OAU-ACTION TO AR-ACTION(AR-INDEX)
                               IF OAU-MAX-VALUE NUMERIC
                                   MOVE OAU-MAX-VALUE
                                       TO AR-MAX-VALUE(AR-INDEX)
                               END-IF
                           ELSE
                               DISPLAY 'WARNING: OPERATOR-AUTHORITY '
                                   'EXCEEDS 100 GRANTS -- EXTRA GRANT '
                                   'ROWS IGNORED.'
                           END-IF
                       WHEN 'L'
                           IF OAU-COUNT-LIMIT NUMERIC
                               MOVE OAU-COUNT-LIMIT
                                   TO WS-COUNT-DOLLAR-LIMIT
                           END-IF
                       WHEN OTHER
                           DISPLAY 'WARNING: OPERATOR-AUTHORITY ROW '
                               'TYPE "' OAU-ROW-TYPE '" IGNORED.'
                   END-EVALUATE
           END-READ

           .

       167-LOAD-ONE-AUTHORITY-USER.

      *    ONE ROLE PER USER -- A SECOND ROW FOR THE SAME USER IS A
      *    KEYING SLIP, AND THE FIRST ROLE STANDS.
           IF OAU-USER-ID = SPACES
               DISPLAY 'WARNING: OPERATOR-AUTHORITY USER ROW WITH NO '
                   'USER ID IGNORED.'
           ELSE
               SET AU-INDEX TO 1
               SEARCH AU-ITEM
                   AT END
                       IF WS-AUTH-USER-COUNT < 50
                           ADD 1 TO WS-AUTH-USER-COUNT
                           SET AU-INDEX TO WS-AUTH-USER-COUNT
                           MOVE OAU-USER-ID   TO AU-USER-ID(AU-INDEX)
                           MOVE OAU-USER-ROLE TO AU-ROLE(AU-INDEX)
                       ELSE
                           DISPLAY 'WARNING: OPERATOR-AUTHORITY '
                               'EXCEEDS 50 USERS -- EXTRA USER ROWS '
                               'IGNORED.'
                       END-IF
                   WHEN AU-USER-ID(AU-INDEX) = OAU-USER-ID
                       DISPLAY 'WARNING: USER ' OAU-USER-ID
                           ' LISTED TWICE ON OPERATOR-AUTHORITY -- '
                           'FIRST ROLE KEPT.'
               END-SEARCH
           END-IF

           .

       170-LOAD-LOT-BALANCE-FILE.

      *    NO LOT BOOK MEANS NOTHING IS LOTTED -- A LOT SHEET SHOWS
      *    ONLY THE UNLOTTED BOX AND A LOT ENTRY COUNTS AGAINST ZERO.
           OPEN INPUT LOT-BALANCE-FILE

           IF WS-LOT-BALANCE-FILE-STATUS = '00'
               MOVE 'NO' TO WS-LOT-BALANCE-EOF
               PERFORM 175-LOAD-ONE-LOT-BALANCE
                   UNTIL NO-MORE-LOT-BALANCES
               CLOSE LOT-BALANCE-FILE
           END-IF

           .

       175-LOAD-ONE-LOT-BALANCE.

           READ LOT-BALANCE-FILE
               AT END
                   MOVE 'YES' TO WS-LOT-BALANCE-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN LBR-QUANTITY NOT NUMERIC
                           DISPLAY 'WARNING: LOT ' LBR-LOT-NUMBER
                               ' FOR ' LBR-PRODUCTID ' HAS A BAD '
                               'QUANTITY -- IGNORED.'
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
                       WHEN OTHER
                           DISPLAY 'WARNING: LOT-BALANCE FILE EXCEEDS '
                               '500 ROWS -- EXTRA LOTS IGNORED.'
                           MOVE 'YES' TO WS-LOT-BALANCE-EOF
                   END-EVALUATE
           END-READ

           .

       200-WRITE-COUNT-SHEETS.

           OPEN OUTPUT COUNT-SHEET-FILE
               MOVE WS-SHEET-LINE-COUNT TO CST-LINE-COUNT
               MOVE CS-TOTAL-LINE TO CS-REPORT-LINE
               WRITE CS-REPORT-LINE AFTER ADVANCING 2 LINES
               IF SHEET-IS-BY-LOT
                   MOVE WS-SHEET-LOT-COUNT TO CSLT-LOT-COUNT
                   MOVE CS-LOT-TOTAL-LINE TO CS-REPORT-LINE
                   WRITE CS-REPORT-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-IF

           CLOSE COUNT-SHEET-FILE
               PERFORM 230-PICK-ONE-PRODUCT-NAME
                       VARYING PRODUCT-SUB FROM 1 BY 1
                          UNTIL PRODUCT-SUB > 5
      *        ON A LOT SHEET THE PRODUCT LINE ONLY HEADS ITS LOTS --
      *        THE BOXES ARE ON THE LOT LINES BENEATH IT.
               IF SHEET-IS-BY-LOT
                   MOVE SPACES TO CSL-COUNT-BOX
               ELSE
                   MOVE '_________' TO CSL-COUNT-BOX
               END-IF
               MOVE CS-DETAIL-LINE TO CS-REPORT-LINE
               WRITE CS-REPORT-LINE AFTER ADVANCING 1 LINE
               IF SHEET-IS-BY-LOT
                   PERFORM 240-PRINT-KEY-LOT-LINES
               END-IF
           END-IF

           .

           .

       240-PRINT-KEY-LOT-LINES.

      *    EVERY LOT THE BOOK HOLDS FOR THE PRODUCT, IN FILE ORDER,
      *    THEN ONE BOX FOR WHATEVER IS ON THE SHELF UNDER NO LOT --
      *    COUNTED AND ENTERED AS LOT 'UNLOTTED'.
           PERFORM 245-PRINT-ONE-LOT-LINE
                   VARYING LB-SUB FROM 1 BY 1
                      UNTIL LB-SUB > WS-LOT-BALANCE-COUNT

           ADD 1 TO WS-SHEET-LOT-COUNT
           MOVE 'UNLOTTED' TO CSLL-LOT-NUMBER
           MOVE SPACES     TO CSLL-EXPIRY-DATE
           MOVE SPACES     TO CSLL-FLAG
           MOVE CS-LOT-LINE TO CS-REPORT-LINE
           WRITE CS-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       245-PRINT-ONE-LOT-LINE.

           IF LBT-WAREHOUSEID(LB-SUB) = IM-WAREHOUSEID
               AND LBT-VENDORID(LB-SUB)  = IM-VENDORID
               AND LBT-PRODUCTID(LB-SUB) = IM-PRODUCTID
                   ADD 1 TO WS-SHEET-LOT-COUNT
                   MOVE LBT-LOT-NUMBER(LB-SUB)  TO CSLL-LOT-NUMBER
                   MOVE LBT-EXPIRY-DATE(LB-SUB) TO CSLL-EXPIRY-DATE
                   MOVE SPACES                  TO CSLL-FLAG
                   IF LBT-EXPIRY-DATE(LB-SUB) < WS-CURRENT-DATE
                       MOVE ' EXPIRED' TO CSLL-FLAG
                   END-IF
                   MOVE CS-LOT-LINE TO CS-REPORT-LINE
                   WRITE CS-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF

           .

       300-PROCESS-COUNT-ENTRIES.

           OPEN OUTPUT COUNT-VARIANCE-REPORT
       310-PROCESS-ONE-ENTRY.

           ADD 1 TO CC-ENTRIES-READ
           MOVE 0 TO WS-LOT-ROW

      *    AN ENTRY FROM SOMEONE WITH NO COUNT-ADJUSTMENT GRANT IS
      *    NOT LOOKED AT FURTHER -- IT IS LISTED AS REJECTED.
           MOVE SPACES TO WS-ENTRY-AUTH-STATUS
           MOVE CEN-SUBMITTED-BY TO WS-AUTH-CHECK-ID
           MOVE 0 TO WS-AUTH-CHECK-VALUE
           PERFORM 370-CHECK-AUTHORITY
           EVALUATE WS-AUTH-RESULT
               WHEN 'NO USER'
                   IF CEN-SUBMITTED-BY = SPACES
                       MOVE 'NO SUBMITTER' TO WS-ENTRY-AUTH-STATUS
                   ELSE
                       MOVE 'UNKNOWN USER' TO WS-ENTRY-AUTH-STATUS
                   END-IF
               WHEN 'NO GRANT'
                   MOVE 'NOT AUTHZD'   TO WS-ENTRY-AUTH-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ENTRY-AUTH-STATUS = SPACES
               AND CEN-COUNT-QTY NUMERIC
               PERFORM 312-CHECK-COUNT-KIND
           END-IF

           EVALUATE TRUE
               WHEN WS-ENTRY-AUTH-STATUS NOT = SPACES
                   PERFORM 315-LIST-REJECTED-ENTRY
               WHEN CEN-COUNT-QTY NUMERIC
                   PERFORM 320-COMPARE-ONE-ENTRY
               WHEN OTHER
                   MOVE 'BAD COUNT' TO WS-ENTRY-AUTH-STATUS
                   PERFORM 315-LIST-REJECTED-ENTRY
           END-EVALUATE

           READ COUNT-ENTRY-FILE
               AT END
                   MOVE 'YES' TO WS-ENTRY-EOF

           .

       312-CHECK-COUNT-KIND.

      *    A PRODUCT IS COUNTED EITHER WHOLE OR BY LOT IN ONE RUN,
      *    NEVER BOTH -- A WHOLE COUNT AND A LOT COUNT OF THE SAME
      *    STOCK WOULD EACH ADJUST IT AND DOUBLE THE DIFFERENCE.  THE
      *    SECOND KIND IS LISTED AS 'MIXED COUNT' AND NOT ADJUSTED.
           IF CEN-LOT-NUMBER = SPACES
               MOVE 'W' TO WS-ENTRY-COUNT-KIND
           ELSE
               MOVE 'L' TO WS-ENTRY-COUNT-KIND
           END-IF

           MOVE 0 TO WS-COUNTED-KEY-ROW
           PERFORM 313-MATCH-ONE-COUNTED-KEY
                   VARYING CK-SUB FROM 1 BY 1
                      UNTIL CK-SUB > WS-COUNTED-KEY-COUNT
                         OR WS-COUNTED-KEY-ROW > 0

           EVALUATE TRUE
               WHEN WS-COUNTED-KEY-ROW > 0
                   IF CKT-COUNT-KIND(WS-COUNTED-KEY-ROW)
                       NOT = WS-ENTRY-COUNT-KIND
                       MOVE 'MIXED COUNT' TO WS-ENTRY-AUTH-STATUS
                   END-IF
               WHEN WS-COUNTED-KEY-COUNT < 500
                   ADD 1 TO WS-COUNTED-KEY-COUNT
                   MOVE WS-COUNTED-KEY-COUNT TO CK-SUB
                   MOVE CEN-WAREHOUSEID TO CKT-WAREHOUSEID(CK-SUB)
                   MOVE CEN-VENDORID    TO CKT-VENDORID(CK-SUB)
                   MOVE CEN-PRODUCTID   TO CKT-PRODUCTID(CK-SUB)
                   MOVE WS-ENTRY-COUNT-KIND TO CKT-COUNT-KIND(CK-SUB)
               WHEN WS-COUNTED-FULL-SW = 'NO'
                   MOVE 'YES' TO WS-COUNTED-FULL-SW
                   DISPLAY 'WARNING: MORE THAN 500 PRODUCTS COUNTED '
                       '-- WHOLE/LOT MIXING NOT CHECKED PAST THAT.'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

       313-MATCH-ONE-COUNTED-KEY.

           IF CKT-WAREHOUSEID(CK-SUB) = CEN-WAREHOUSEID
               AND CKT-VENDORID(CK-SUB)  = CEN-VENDORID
               AND CKT-PRODUCTID(CK-SUB) = CEN-PRODUCTID
                   MOVE CK-SUB TO WS-COUNTED-KEY-ROW
           END-IF

           .

       315-LIST-REJECTED-ENTRY.

           ADD 1 TO CC-ENTRIES-REJECTED
           MOVE CEN-WAREHOUSEID TO CVL-WAREHOUSEID
           MOVE CEN-VENDORID    TO CVL-VENDORID
           MOVE CEN-PRODUCTID   TO CVL-PRODUCTID
           MOVE 0               TO CVL-BOOK-QTY
           MOVE 0               TO CVL-COUNT-QTY
           MOVE 0               TO CVL-VARIANCE-QTY
           MOVE 0               TO CVL-VARIANCE-VALUE
           MOVE WS-ENTRY-AUTH-STATUS TO CVL-STATUS
           MOVE CV-DETAIL-LINE TO CV-REPORT-LINE
           WRITE CV-REPORT-LINE AFTER ADVANCING 1 LINE
           PERFORM 390-WRITE-ENTRY-LOT-LINE

           .

       320-COMPARE-ONE-ENTRY.

           PERFORM 330-SUM-BOOK-QUANTITY

           MOVE 0 TO WS-LOT-ROW
           IF CEN-LOT-NUMBER NOT = SPACES
               PERFORM 380-FIND-LOT-BOOK-QTY
           END-IF

           COMPUTE WS-VARIANCE-QTY =
               CEN-COUNT-QTY - WS-BOOK-QTY
           COMPUTE WS-VARIANCE-VALUE =
               PERFORM 340-JUDGE-ONE-VARIANCE
               MOVE CV-DETAIL-LINE TO CV-REPORT-LINE
               WRITE CV-REPORT-LINE AFTER ADVANCING 1 LINE
               PERFORM 390-WRITE-ENTRY-LOT-LINE
           END-IF

           .

      *    ONLY AN APPROVED DIFFERENCE AGAINST A REAL BOOK RECORD
      *    BECOMES AN ADJUSTMENT -- AND ONLY IF IT FITS THE FOUR
      *    DIGITS AN 'A' MOVEMENT CARRIES AND SOMEONE'S NAME IS ON
      *    THE COUNT.  EVERYTHING ELSE STAYS REPORT-ONLY WITH THE
      *    REASON IN THE STATUS COLUMN.  ONE THAT FAILS ITS AUTHORITY
      *    CHECK IS ALSO COUNTED AS REJECTED.  A LOT COUNT MUST DATE
      *    A LOT THE BOOK HAS NEVER SEEN, AND MUST NOT REDATE ONE IT
      *    HAS -- THE NIGHTLY RUN WOULD REJECT EITHER.
           PERFORM 360-CHECK-ADJUSTMENT-AUTHORITY

           EVALUATE TRUE
               WHEN WS-BOOK-FOUND-SW = 'NO'
                   MOVE 'NO BOOK REC' TO CVL-STATUS
               WHEN CEN-APPROVED-SW NOT = 'Y'
                   MOVE 'NOT APPROVED' TO CVL-STATUS
               WHEN CEN-COUNTED-BY = SPACES
                   MOVE 'NO COUNTER'  TO CVL-STATUS
               WHEN CEN-LOT-NUMBER NOT = SPACES
                 AND NOT CEN-UNLOTTED-STOCK
                 AND WS-LOT-ROW = 0
                 AND CEN-EXPIRY-DATE = SPACES
                   MOVE 'LOT NO EXPRY' TO CVL-STATUS
               WHEN WS-LOT-ROW > 0
                 AND CEN-EXPIRY-DATE NOT = SPACES
                 AND CEN-EXPIRY-DATE NOT = LBT-EXPIRY-DATE(WS-LOT-ROW)
                   MOVE 'EXPIRY DIFFS' TO CVL-STATUS
               WHEN WS-VARIANCE-QTY > 9999
                 OR WS-VARIANCE-QTY < -9999
                   MOVE 'TOO LARGE'   TO CVL-STATUS
               WHEN WS-ENTRY-AUTH-STATUS NOT = SPACES
                   MOVE WS-ENTRY-AUTH-STATUS TO CVL-STATUS
                   ADD 1 TO CC-ENTRIES-REJECTED
               WHEN OTHER
                   MOVE 'ADJUSTED'    TO CVL-STATUS
                   PERFORM 345-WRITE-ONE-ADJUSTMENT
           MOVE CEN-PRODUCTID   TO ITR-PRODUCTID
           MOVE 'A'             TO ITR-TRANS-TYPE
           MOVE WS-VARIANCE-QTY TO ITR-QUANTITY
           MOVE SPACES          TO ITR-ORDER-NUMBER
           MOVE SPACES          TO ITR-CUSTOMER-ID
           MOVE 0               TO ITR-UNIT-COST
           IF CEN-REASON-CODE = SPACE
               MOVE WS-COUNT-REASON-CODE TO ITR-REASON-CODE
           ELSE
               MOVE CEN-REASON-CODE TO ITR-REASON-CODE
           END-IF
           MOVE CEN-COUNTED-BY  TO ITR-ENTERED-BY
      *    A PROVED SECOND APPROVER RIDES ALONG, SO AN ADJUSTMENT
      *    ALREADY APPROVED HERE IS NOT HELD AGAIN BY THE NIGHTLY RUN.
           MOVE CEN-APPROVED-BY TO ITR-APPROVED-BY
      *    A LOT COUNT ADJUSTS THAT LOT, DATED AS THE BOOK DATES IT.
           MOVE CEN-LOT-NUMBER  TO ITR-LOT-NUMBER
           MOVE SPACES          TO ITR-EXPIRY-DATE
           IF CEN-LOT-NUMBER NOT = SPACES
               AND NOT CEN-UNLOTTED-STOCK
               IF WS-LOT-ROW > 0
                   MOVE LBT-EXPIRY-DATE(WS-LOT-ROW) TO ITR-EXPIRY-DATE
               ELSE
                   MOVE CEN-EXPIRY-DATE TO ITR-EXPIRY-DATE
               END-IF
           END-IF
           WRITE INVENTORY-TRANS-RECORD

           ADD 1 TO CC-ADJUSTMENTS-WRITTEN

           .

       360-CHECK-ADJUSTMENT-AUTHORITY.

      *    THE SUBMITTER'S GRANT MUST COVER THE DIFFERENCE'S VALUE.
      *    PAST THE DUAL-CONTROL LIMIT A SECOND APPROVER IS NEEDED --
      *    NEITHER THE SUBMITTER NOR THE COUNTER, AND HOLDING A GRANT
      *    THAT COVERS THE SAME VALUE.  AN APPROVER NAMED BELOW THE
      *    LIMIT IS HELD TO THE SAME TEST.
           MOVE SPACES TO WS-ENTRY-AUTH-STATUS
           IF WS-VARIANCE-VALUE < 0
               COMPUTE WS-AUTH-CHECK-VALUE = 0 - WS-VARIANCE-VALUE
           ELSE
               MOVE WS-VARIANCE-VALUE TO WS-AUTH-CHECK-VALUE
           END-IF

           MOVE CEN-SUBMITTED-BY TO WS-AUTH-CHECK-ID
           PERFORM 370-CHECK-AUTHORITY
           IF WS-AUTH-RESULT NOT = 'OK'
               MOVE 'OVER AUTH' TO WS-ENTRY-AUTH-STATUS
           END-IF

           IF WS-ENTRY-AUTH-STATUS = SPACES
               IF WS-AUTH-CHECK-VALUE > WS-COUNT-DOLLAR-LIMIT
                   OR CEN-APPROVED-BY NOT = SPACES
                   EVALUATE TRUE
                       WHEN CEN-APPROVED-BY = SPACES
                           MOVE 'NEEDS 2ND OK' TO WS-ENTRY-AUTH-STATUS
                       WHEN CEN-APPROVED-BY = CEN-SUBMITTED-BY
                         OR CEN-APPROVED-BY = CEN-COUNTED-BY
                           MOVE 'SAME APPROVR' TO WS-ENTRY-AUTH-STATUS
                       WHEN OTHER
                           MOVE CEN-APPROVED-BY TO WS-AUTH-CHECK-ID
                           PERFORM 370-CHECK-AUTHORITY
                           IF WS-AUTH-RESULT NOT = 'OK'
                               MOVE 'APPROVR N/A'
                                   TO WS-ENTRY-AUTH-STATUS
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF

           .

       370-CHECK-AUTHORITY.

      *    USER TO ROLE, THEN ROLE TO A COUNT-ADJUSTMENT GRANT -- THE
      *    SAME TEST PROGRAM5 MAKES.  A GRANT WITH NO CAP COVERS ANY
      *    VALUE.
           MOVE 'NO USER' TO WS-AUTH-RESULT
           MOVE SPACES    TO WS-AUTH-CHECK-ROLE

           IF WS-AUTH-CHECK-ID NOT = SPACES
               SET AU-INDEX TO 1
               SEARCH AU-ITEM
                   AT END
                       CONTINUE
                   WHEN AU-USER-ID(AU-INDEX) = WS-AUTH-CHECK-ID
                       MOVE AU-ROLE(AU-INDEX) TO WS-AUTH-CHECK-ROLE
                       MOVE 'NO GRANT' TO WS-AUTH-RESULT
               END-SEARCH
           END-IF

           IF WS-AUTH-RESULT = 'NO GRANT'
               SET AR-INDEX TO 1
               SEARCH AR-ITEM
                   AT END
                       CONTINUE
                   WHEN AR-ROLE(AR-INDEX) = WS-AUTH-CHECK-ROLE
                       AND AR-MASTER-TYPE(AR-INDEX) = WS-AUTH-CHECK-TYPE
                       AND AR-ACTION(AR-INDEX) = WS-AUTH-CHECK-ACTION
                       IF AR-MAX-VALUE(AR-INDEX) = 0
                           OR WS-AUTH-CHECK-VALUE
                               NOT > AR-MAX-VALUE(AR-INDEX)
                           MOVE 'OK' TO WS-AUTH-RESULT
                       ELSE
                           MOVE 'OVER CAP' TO WS-AUTH-RESULT
                       END-IF
               END-SEARCH
           END-IF

           .

       380-FIND-LOT-BOOK-QTY.

      *    A LOT COUNT IS MEASURED AGAINST THAT LOT'S BOOK FIGURE
      *    ALONE -- NONE WHEN THE LOT IS NOT ON THE BOOK.  'UNLOTTED'
      *    IS THE PRODUCT'S BOOK LESS EVERYTHING ITS LOTS HOLD.  THE
      *    PRODUCT'S PRICE STILL VALUES THE DIFFERENCE.
           MOVE 0 TO WS-LOT-KEY-TOTAL

           PERFORM 385-CHECK-ONE-LOT-ROW
                   VARYING LB-SUB FROM 1 BY 1
                      UNTIL LB-SUB > WS-LOT-BALANCE-COUNT

           IF CEN-UNLOTTED-STOCK
               SUBTRACT WS-LOT-KEY-TOTAL FROM WS-BOOK-QTY
               IF WS-BOOK-QTY < 0
                   MOVE 0 TO WS-BOOK-QTY
               END-IF
           ELSE
               IF WS-LOT-ROW > 0
                   MOVE LBT-QUANTITY(WS-LOT-ROW) TO WS-BOOK-QTY
               ELSE
                   MOVE 0 TO WS-BOOK-QTY
               END-IF
           END-IF

           .

       385-CHECK-ONE-LOT-ROW.

           IF LBT-WAREHOUSEID(LB-SUB) = CEN-WAREHOUSEID
               AND LBT-VENDORID(LB-SUB)  = CEN-VENDORID
               AND LBT-PRODUCTID(LB-SUB) = CEN-PRODUCTID
                   ADD LBT-QUANTITY(LB-SUB) TO WS-LOT-KEY-TOTAL
                   IF LBT-LOT-NUMBER(LB-SUB) = CEN-LOT-NUMBER
                       MOVE LB-SUB TO WS-LOT-ROW
                   END-IF
           END-IF

           .

       390-WRITE-ENTRY-LOT-LINE.

           IF CEN-LOT-NUMBER NOT = SPACES
               MOVE CEN-LOT-NUMBER TO CVLL-LOT-NUMBER
               IF WS-LOT-ROW > 0
                   MOVE LBT-EXPIRY-DATE(WS-LOT-ROW)
                       TO CVLL-EXPIRY-DATE
               ELSE
                   MOVE CEN-EXPIRY-DATE TO CVLL-EXPIRY-DATE
               END-IF
               MOVE CV-LOT-LINE TO CV-REPORT-LINE
               WRITE CV-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF

           .

       900-FINAL-ROUTINE.

           IF THIS-IS-A-VARIANCE-RUN
