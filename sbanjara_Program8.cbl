      ******************* IDENTIFICATION-DIVISION ********************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROGRAM8.
       AUTHOR.      SBANJARA.
      *
      ****************************************************************
      *
      *  STOCK POLICY PLANNING FOR THE INVENTORY SYSTEM.
      *
      *  THE NIGHTLY RUN USED TO JUDGE EVERY PRODUCT IN EVERY
      *  WAREHOUSE AGAINST ONE SHOP-WIDE REORDER THRESHOLD, SO A FAST
      *  MOVER AT ONE SITE AND A SLOW MOVER AT ANOTHER TRIPPED AT THE
      *  SAME QUANTITY.  THIS PROGRAM WORKS OUT EACH WAREHOUSE/VENDOR/
      *  PRODUCT'S OWN POLICY FROM WHAT IT ACTUALLY SHIPS:
      *
      *     1. EVERY 'S' MOVEMENT ON MOVEMENT-ARCHIVE.TXT DATED INSIDE
      *        THE ROLLING WINDOW (ENDING ON THE AS-OF DATE) IS
      *        SUMMED PER KEY, GIVING AN AVERAGE DAILY DEMAND.
      *
      *     2. FROM THAT DEMAND:
      *           SAFETY STOCK  = DEMAND * SAFETY DAYS
      *           REORDER POINT = DEMAND * LEAD TIME + SAFETY STOCK
      *           ORDER-UP-TO   = REORDER POINT + DEMAND * REVIEW DAYS
      *        EACH ROUNDED UP TO A WHOLE UNIT.
      *
      *     3. THE BUYERS' OWN COLUMNS ON STOCK-POLICY.TXT -- A LEAD
      *        TIME FOR THE ITEM, AND A MANUAL REORDER POINT AND/OR
      *        ORDER-UP-TO OVERRIDE -- ARE READ BACK IN AND CARRIED
      *        FORWARD UNTOUCHED.  A KEYED LEAD TIME REPLACES THE
      *        PLANNING DEFAULT IN THE ARITHMETIC; AN OVERRIDE WINS
      *        OUTRIGHT IN THE NIGHTLY RUN.
      *
      *  A KEY WITH NO DEMAND IN THE WINDOW AND NOTHING KEYED BY A
      *  BUYER GETS NO ROW, AND THE NIGHTLY RUN FALLS BACK TO THE
      *  SHOP-WIDE THRESHOLD FOR IT.
      *
      *  INPUT:
      *     POLICY-CONTROL.TXT -- ONE OPTIONAL CARD: WINDOW DAYS,
      *        SAFETY DAYS, DEFAULT LEAD-TIME DAYS, REVIEW DAYS, AND
      *        THE AS-OF DATE.  SPACES IN ANY FIELD TAKES THE DEFAULT.
      *     MOVEMENT-ARCHIVE.TXT -- EVERY MOVEMENT EVER APPLIED.
      *     STOCK-POLICY.TXT -- LAST PLANNING RUN'S POLICY, FOR THE
      *        BUYER-KEYED COLUMNS.
      *
      *  OUTPUT:
      *     STOCK-POLICY.TXT, REWRITTEN, AND STOCK-POLICY-REPORT.TXT.
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

      *    ONE OPTIONAL CARD -- NO FILE MEANS ALL DEFAULTS, AND EVERY
      *    VALUE TAKEN FROM THE CARD IS ANNOUNCED ON THE JOB LOG THE
      *    WAY THE NIGHTLY RUN-CONTROL CARD IS.
           SELECT POLICY-CONTROL-FILE
                ASSIGN TO 'POLICY-CONTROL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POLICY-CONTROL-FILE-STATUS.

      *    THE PERMANENT RECORD OF EVERY MOVEMENT THE NIGHTLY RUN
      *    APPLIED, STAMPED WITH ITS RUN DATE -- ONLY READ HERE.
           SELECT MOVEMENT-ARCHIVE-FILE
                ASSIGN TO 'MOVEMENT-ARCHIVE.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MOVEMENT-ARCHIVE-FILE-STATUS.

      *    READ FIRST FOR THE BUYER-KEYED COLUMNS, THEN REWRITTEN
      *    WHOLE WITH THIS RUN'S FIGURES.  NO FILE YET MEANS NO
      *    BUYER DATA -- THE FIRST PLANNING RUN.
           SELECT STOCK-POLICY-FILE
                ASSIGN TO 'STOCK-POLICY.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STOCK-POLICY-FILE-STATUS.

           SELECT STOCK-POLICY-REPORT
                ASSIGN TO PRINTER 'STOCK-POLICY-REPORT.TXT'.
      *
      ************************ DATA-DIVISION *************************
      *
       DATA DIVISION.

       FILE SECTION.

      *
       FD  POLICY-CONTROL-FILE
           RECORD CONTAINS 20 CHARACTERS.

       01  POLICY-CONTROL-RECORD.
           05  PCC-WINDOW-DAYS          PIC X(3).
           05  PCC-SAFETY-DAYS          PIC X(3).
           05  PCC-LEAD-TIME-DAYS       PIC X(3).
           05  PCC-REVIEW-DAYS          PIC X(3).
           05  PCC-AS-OF-DATE           PIC X(8).
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
      *    ONE ROW PER WAREHOUSE/VENDOR/PRODUCT.  THE CALCULATED
      *    COLUMNS ARE THIS PROGRAM'S; THE LEAD TIME AND THE TWO
      *    OVERRIDES BELONG TO THE BUYERS -- SPACES MEANS NOTHING
      *    KEYED.  THE NIGHTLY RUN READS THE SAME LAYOUT.
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
       FD  STOCK-POLICY-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  SP-REPORT-LINE               PIC X(80).
      *
      *
      ******************* WORKING-STORAGE ****************************
      *
       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05  WS-POLICY-CONTROL-FILE-STATUS  PIC X(2).
           05  WS-MOVEMENT-ARCHIVE-FILE-STATUS PIC X(2).
           05  WS-STOCK-POLICY-FILE-STATUS    PIC X(2).
           05  WS-ARCHIVE-EOF           PIC X(3)   VALUE 'NO'.
               88  NO-MORE-ARCHIVE          VALUE 'YES'.
           05  WS-POLICY-EOF            PIC X(3)   VALUE 'NO'.
               88  NO-MORE-OLD-POLICY       VALUE 'YES'.
           05  WS-POLICY-FOUND-SW       PIC X(3)   VALUE 'NO'.
           05  WS-POLICY-TABLE-FULL-SW  PIC X(3)   VALUE 'NO'.

      *    THE PLANNING PARAMETERS, DEFAULTED HERE AND OVERRIDDEN BY
      *    THE CONTROL CARD.
       01  PLANNING-PARAMETERS.
           05  WS-WINDOW-DAYS           PIC 9(3)   VALUE 90.
           05  WS-SAFETY-DAYS           PIC 9(3)   VALUE 7.
           05  WS-DEFAULT-LEAD-DAYS     PIC 9(3)   VALUE 14.
           05  WS-REVIEW-DAYS           PIC 9(3)   VALUE 14.
           05  WS-RC-AS-OF-DATE         PIC X(8)   VALUE SPACES.

       01  PLANNING-WORK-FIELDS.
           05  WS-LEAD-DAYS             PIC 9(3)   VALUE 0.
           05  WS-PLAN-WORK             PIC 9(9)V99 VALUE 0.
           05  WS-PLAN-WHOLE            PIC 9(9)   VALUE 0.
           05  WS-PLAN-SAFETY           PIC 9(9)   VALUE 0.
           05  WS-PLAN-REORDER          PIC 9(9)   VALUE 0.
           05  WS-PLAN-ORDER-UP-TO      PIC 9(9)   VALUE 0.
           05  WS-PLAN-SOURCE           PIC X(9)   VALUE SPACES.

       01  PLANNING-COUNTERS.
           05  PC-ARCHIVE-READ          PIC 9(7)   VALUE 0.
           05  PC-SHIPMENTS-USED        PIC 9(7)   VALUE 0.
           05  PC-BAD-ARCHIVE-RECORDS   PIC 9(5)   VALUE 0.
           05  PC-POLICY-ROWS-WRITTEN   PIC 9(5)   VALUE 0.
           05  PC-OVERRIDE-ROWS         PIC 9(5)   VALUE 0.

      *    ONE ROW PER KEY -- BUYER COLUMNS CARRIED FROM THE OLD
      *    FILE, DEMAND SUMMED FROM THE ARCHIVE.  A FILE OR ARCHIVE
      *    WITH MORE KEYS THAN THAT IS REPORTED RATHER THAN
      *    OVERRUNNING THE TABLE.
       01  POLICY-TABLE-FIELDS.
           05  WS-POLICY-COUNT          PIC 9(3)   VALUE 0.
           05  SP-SUB                   PIC 9(3).

       01  POLICY-TABLE.
           05  POLICY-ITEM OCCURS 500 TIMES.
               10  SPT-WAREHOUSEID      PIC X(4).
               10  SPT-VENDORID         PIC X.
               10  SPT-PRODUCTID        PIC X(3).
               10  SPT-LEAD-TIME-DAYS   PIC X(3).
               10  SPT-OVERRIDE-ROP     PIC X(4).
               10  SPT-OVERRIDE-OUT     PIC X(4).
               10  SPT-SHIPPED-QTY      PIC 9(7).

      *    THE LOOKUP KEY FOR 250-FIND-POLICY-ROW.
       01  POLICY-LOOK-KEY.
           05  WS-LOOK-WAREHOUSEID      PIC X(4).
           05  WS-LOOK-VENDORID         PIC X.
           05  WS-LOOK-PRODUCTID        PIC X(3).

       01  WS-CURRENT-DATE.
           05  WS-YEAR                  PIC 9(4).
           05  WS-MONTH                 PIC 99.
           05  WS-DAY                   PIC 99.

      *    AGES ARE FIGURED ON THE SAME 30-DAY-MONTH/360-DAY-YEAR
      *    BASIS THE NIGHTLY RUN'S AGING REPORTS USE.
       01  AGING-WORK-FIELDS.
           05  WS-AGE-FROM-DATE.
               10  WS-AGE-FROM-YEAR     PIC 9(4).
               10  WS-AGE-FROM-MONTH    PIC 99.
               10  WS-AGE-FROM-DAY      PIC 99.
           05  WS-AGE-DAYS              PIC S9(5)  VALUE 0.
      *
      *********************** OUTPUT-AREA ****************************
      *
       01  SP-TITLE-LINE.
           05                       PIC X(15)   VALUE SPACES.
           05                       PIC X(45)   VALUE
               'STOCK POLICY PLANNING REPORT'.

       01  SP-PARM-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(7)    VALUE 'AS OF: '.
           05  SPP-AS-OF-DATE       PIC X(8).
           05                       PIC X(10)   VALUE '  WINDOW: '.
           05  SPP-WINDOW-DAYS      PIC ZZ9.
           05                       PIC X(10)   VALUE '  SAFETY: '.
           05  SPP-SAFETY-DAYS      PIC ZZ9.
           05                       PIC X(8)    VALUE '  LEAD: '.
           05  SPP-LEAD-DAYS        PIC ZZ9.
           05                       PIC X(10)   VALUE '  REVIEW: '.
           05  SPP-REVIEW-DAYS      PIC ZZ9.

       01  SP-COLUMN-HEADER.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(5)    VALUE 'WHSE'.
           05                       PIC X(2)    VALUE 'V'.
           05                       PIC X(5)    VALUE 'PROD'.
           05                       PIC X(8)    VALUE ' SHIPPED'.
           05                       PIC X(9)    VALUE '  AVG/DAY'.
           05                       PIC X(5)    VALUE ' LEAD'.
           05                       PIC X(7)    VALUE ' SAFETY'.
           05                       PIC X(8)    VALUE ' REORDER'.
           05                       PIC X(8)    VALUE ' ORDUPTO'.
           05                       PIC X(10)   VALUE '  SOURCE'.

       01  SP-DETAIL-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  SPL-WAREHOUSEID      PIC X(4).
           05                       PIC X       VALUE SPACE.
           05  SPL-VENDORID         PIC X.
           05                       PIC X       VALUE SPACE.
           05  SPL-PRODUCTID        PIC X(3).
           05                       PIC X       VALUE SPACE.
           05  SPL-SHIPPED-QTY      PIC ZZZZZZ9.
           05                       PIC X       VALUE SPACE.
           05  SPL-AVG-DAILY        PIC ZZZ9.99.
           05                       PIC X(2)    VALUE SPACES.
           05  SPL-LEAD-DAYS        PIC ZZ9.
           05                       PIC X(3)    VALUE SPACES.
           05  SPL-SAFETY-STOCK     PIC ZZZ9.
           05                       PIC X(4)    VALUE SPACES.
           05  SPL-REORDER-POINT    PIC ZZZ9.
           05                       PIC X(4)    VALUE SPACES.
           05  SPL-ORDER-UP-TO      PIC ZZZ9.
           05                       PIC X(2)    VALUE SPACES.
           05  SPL-SOURCE           PIC X(9).

       01  SP-NONE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(51)   VALUE
               'NO SHIPMENT DEMAND OR BUYER DATA -- NO POLICY ROWS.'.

       01  SP-COUNT-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  SPC-LABEL            PIC X(28).
           05  SPC-COUNT            PIC ZZZZZZ9.
      *
      ********************** PROCEDURE-DIVISION **********************
      *
       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 110-READ-POLICY-CONTROL
           PERFORM 120-ESTABLISH-AS-OF-DATE

           PERFORM 200-LOAD-OLD-POLICY
           PERFORM 300-SUM-ARCHIVE-DEMAND

           PERFORM 400-WRITE-POLICY-FILE

           PERFORM 900-FINAL-ROUTINE

           .

       110-READ-POLICY-CONTROL.

      *    A BAD VALUE FALLS BACK TO THE DEFAULT WITH A WARNING
      *    RATHER THAN KILLING THE RUN.  A ZERO WINDOW WOULD DIVIDE
      *    BY ZERO, SO IT IS TREATED AS BAD.
           OPEN INPUT POLICY-CONTROL-FILE

           IF WS-POLICY-CONTROL-FILE-STATUS = '00'
               READ POLICY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 115-APPLY-POLICY-CONTROL
               END-READ
               CLOSE POLICY-CONTROL-FILE
           END-IF

           .

       115-APPLY-POLICY-CONTROL.

           IF PCC-WINDOW-DAYS NOT = SPACES
               IF PCC-WINDOW-DAYS NUMERIC
                   AND PCC-WINDOW-DAYS NOT = '000'
                   MOVE PCC-WINDOW-DAYS TO WS-WINDOW-DAYS
                   DISPLAY 'POLICY-CONTROL: DEMAND WINDOW SET TO '
                       PCC-WINDOW-DAYS ' DAYS.'
               ELSE
                   DISPLAY 'POLICY-CONTROL: BAD WINDOW DAYS "'
                       PCC-WINDOW-DAYS '" IGNORED.'
               END-IF
           END-IF

           IF PCC-SAFETY-DAYS NOT = SPACES
               IF PCC-SAFETY-DAYS NUMERIC
                   MOVE PCC-SAFETY-DAYS TO WS-SAFETY-DAYS
                   DISPLAY 'POLICY-CONTROL: SAFETY DAYS SET TO '
                       PCC-SAFETY-DAYS '.'
               ELSE
                   DISPLAY 'POLICY-CONTROL: NON-NUMERIC SAFETY DAYS "'
                       PCC-SAFETY-DAYS '" IGNORED.'
               END-IF
           END-IF

           IF PCC-LEAD-TIME-DAYS NOT = SPACES
               IF PCC-LEAD-TIME-DAYS NUMERIC
                   MOVE PCC-LEAD-TIME-DAYS TO WS-DEFAULT-LEAD-DAYS
                   DISPLAY 'POLICY-CONTROL: DEFAULT LEAD TIME SET TO '
                       PCC-LEAD-TIME-DAYS ' DAYS.'
               ELSE
                   DISPLAY 'POLICY-CONTROL: NON-NUMERIC LEAD TIME "'
                       PCC-LEAD-TIME-DAYS '" IGNORED.'
               END-IF
           END-IF

           IF PCC-REVIEW-DAYS NOT = SPACES
               IF PCC-REVIEW-DAYS NUMERIC
                   MOVE PCC-REVIEW-DAYS TO WS-REVIEW-DAYS
                   DISPLAY 'POLICY-CONTROL: REVIEW DAYS SET TO '
                       PCC-REVIEW-DAYS '.'
               ELSE
                   DISPLAY 'POLICY-CONTROL: NON-NUMERIC REVIEW DAYS "'
                       PCC-REVIEW-DAYS '" IGNORED.'
               END-IF
           END-IF

           IF PCC-AS-OF-DATE NOT = SPACES
               IF PCC-AS-OF-DATE NUMERIC
                   MOVE PCC-AS-OF-DATE TO WS-RC-AS-OF-DATE
                   DISPLAY 'POLICY-CONTROL: AS-OF DATE SET TO '
                       PCC-AS-OF-DATE '.'
               ELSE
                   DISPLAY 'POLICY-CONTROL: NON-NUMERIC AS-OF DATE "'
                       PCC-AS-OF-DATE '" IGNORED.'
               END-IF
           END-IF

           .

       120-ESTABLISH-AS-OF-DATE.

      *    THE WINDOW ENDS ON THE AS-OF DATE -- THE CARD'S IF GIVEN,
      *    OTHERWISE TODAY, THE SAME WAY THE NIGHTLY RUN DATES ITSELF.
           IF WS-RC-AS-OF-DATE NOT = SPACES
               MOVE WS-RC-AS-OF-DATE TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF

           .

       200-LOAD-OLD-POLICY.

      *    ONLY THE BUYER-KEYED COLUMNS ARE TAKEN FROM THE OLD FILE
      *    -- THE CALCULATED ONES ARE WORKED OUT AFRESH EVERY RUN.
           OPEN INPUT STOCK-POLICY-FILE

           IF WS-STOCK-POLICY-FILE-STATUS NOT = '00'
               DISPLAY 'NO STOCK-POLICY FILE PRESENT -- NO BUYER '
                   'LEAD TIMES OR OVERRIDES TO CARRY FORWARD.'
           ELSE
               MOVE 'NO' TO WS-POLICY-EOF
               PERFORM 210-LOAD-ONE-OLD-POLICY
                   UNTIL NO-MORE-OLD-POLICY
               CLOSE STOCK-POLICY-FILE
           END-IF

           .

       210-LOAD-ONE-OLD-POLICY.

           READ STOCK-POLICY-FILE
               AT END
                   MOVE 'YES' TO WS-POLICY-EOF
               NOT AT END
                   IF SPR-LEAD-TIME-DAYS NOT = SPACES
                       OR SPR-OVERRIDE-ROP NOT = SPACES
                       OR SPR-OVERRIDE-OUT NOT = SPACES
                       MOVE SPR-WAREHOUSEID TO WS-LOOK-WAREHOUSEID
                       MOVE SPR-VENDORID    TO WS-LOOK-VENDORID
                       MOVE SPR-PRODUCTID   TO WS-LOOK-PRODUCTID
                       PERFORM 250-FIND-POLICY-ROW
                       IF WS-POLICY-FOUND-SW = 'YES'
                           MOVE SPR-LEAD-TIME-DAYS
                               TO SPT-LEAD-TIME-DAYS(SP-SUB)
                           MOVE SPR-OVERRIDE-ROP
                               TO SPT-OVERRIDE-ROP(SP-SUB)
                           MOVE SPR-OVERRIDE-OUT
                               TO SPT-OVERRIDE-OUT(SP-SUB)
                       END-IF
                   END-IF
           END-READ

           .

       250-FIND-POLICY-ROW.

      *    FINDS THE ROW FOR WS-LOOK-xxx, ADDING ONE IF THE KEY IS
      *    NEW.  SP-SUB POINTS AT IT WHEN WS-POLICY-FOUND-SW IS
      *    'YES'; 'NO' MEANS THE TABLE WAS FULL.
           MOVE 'NO' TO WS-POLICY-FOUND-SW

           PERFORM 255-MATCH-ONE-POLICY-ROW
                   VARYING SP-SUB FROM 1 BY 1
                      UNTIL SP-SUB > WS-POLICY-COUNT
                         OR WS-POLICY-FOUND-SW = 'YES'

           IF WS-POLICY-FOUND-SW = 'YES'
               SUBTRACT 1 FROM SP-SUB
           ELSE
               IF WS-POLICY-COUNT < 500
                   ADD 1 TO WS-POLICY-COUNT
                   MOVE WS-POLICY-COUNT TO SP-SUB
                   MOVE WS-LOOK-WAREHOUSEID TO SPT-WAREHOUSEID(SP-SUB)
                   MOVE WS-LOOK-VENDORID    TO SPT-VENDORID(SP-SUB)
                   MOVE WS-LOOK-PRODUCTID   TO SPT-PRODUCTID(SP-SUB)
                   MOVE SPACES TO SPT-LEAD-TIME-DAYS(SP-SUB)
                   MOVE SPACES TO SPT-OVERRIDE-ROP(SP-SUB)
                   MOVE SPACES TO SPT-OVERRIDE-OUT(SP-SUB)
                   MOVE 0      TO SPT-SHIPPED-QTY(SP-SUB)
                   MOVE 'YES' TO WS-POLICY-FOUND-SW
               ELSE
                   IF WS-POLICY-TABLE-FULL-SW = 'NO'
                       MOVE 'YES' TO WS-POLICY-TABLE-FULL-SW
                       DISPLAY
                           'WARNING: MORE THAN 500 POLICY KEYS -- '
                           'EXTRA KEYS GET NO POLICY ROW THIS RUN.'
                   END-IF
               END-IF
           END-IF

           .

       255-MATCH-ONE-POLICY-ROW.

           IF SPT-WAREHOUSEID(SP-SUB) = WS-LOOK-WAREHOUSEID
               AND SPT-VENDORID(SP-SUB)  = WS-LOOK-VENDORID
               AND SPT-PRODUCTID(SP-SUB) = WS-LOOK-PRODUCTID
                   MOVE 'YES' TO WS-POLICY-FOUND-SW
           END-IF

           .

       300-SUM-ARCHIVE-DEMAND.

      *    NO ARCHIVE YET MEANS NO DEMAND HISTORY -- ANNOUNCED, AND
      *    ONLY THE BUYER-KEYED ROWS GO BACK OUT.
           OPEN INPUT MOVEMENT-ARCHIVE-FILE

           IF WS-MOVEMENT-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: NO MOVEMENT-ARCHIVE FILE PRESENT -- '
                   'NO SHIPMENT DEMAND TO PLAN FROM.'
           ELSE
               MOVE 'NO' TO WS-ARCHIVE-EOF
               PERFORM 310-SUM-ONE-ARCHIVE-RECORD
                   UNTIL NO-MORE-ARCHIVE
               CLOSE MOVEMENT-ARCHIVE-FILE
           END-IF

           .

       310-SUM-ONE-ARCHIVE-RECORD.

      *    ONLY SHIPMENTS ARE DEMAND.  A RECORD DATED AFTER THE
      *    AS-OF DATE (A RERUN FOR AN EARLIER DAY) OR OLDER THAN THE
      *    WINDOW IS PASSED OVER; ONE WITH A BAD DATE OR QUANTITY IS
      *    COUNTED AND PASSED OVER.
           READ MOVEMENT-ARCHIVE-FILE
               AT END
                   MOVE 'YES' TO WS-ARCHIVE-EOF
               NOT AT END
                   ADD 1 TO PC-ARCHIVE-READ
                   IF MAR-TRANS-TYPE = 'S'
                       IF MAR-RUN-DATE NOT NUMERIC
                           OR MAR-QUANTITY NOT NUMERIC
                           ADD 1 TO PC-BAD-ARCHIVE-RECORDS
                       ELSE
                           IF MAR-RUN-DATE NOT > WS-CURRENT-DATE
                               MOVE MAR-RUN-DATE TO WS-AGE-FROM-DATE
                               PERFORM 320-COMPUTE-AGE-DAYS
                               IF WS-AGE-DAYS < WS-WINDOW-DAYS
                                   AND MAR-QUANTITY > 0
                                   PERFORM 330-ADD-ONE-SHIPMENT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ

           .

       320-COMPUTE-AGE-DAYS.

           COMPUTE WS-AGE-DAYS =
               ((WS-YEAR  - WS-AGE-FROM-YEAR)  * 360) +
               ((WS-MONTH - WS-AGE-FROM-MONTH) * 30)  +
               (WS-DAY   - WS-AGE-FROM-DAY)
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF

           .

       330-ADD-ONE-SHIPMENT.

           MOVE MAR-WAREHOUSEID TO WS-LOOK-WAREHOUSEID
           MOVE MAR-VENDORID    TO WS-LOOK-VENDORID
           MOVE MAR-PRODUCTID   TO WS-LOOK-PRODUCTID
           PERFORM 250-FIND-POLICY-ROW

           IF WS-POLICY-FOUND-SW = 'YES'
               ADD MAR-QUANTITY TO SPT-SHIPPED-QTY(SP-SUB)
               ADD 1 TO PC-SHIPMENTS-USED
           END-IF

           .

       400-WRITE-POLICY-FILE.

           OPEN OUTPUT STOCK-POLICY-FILE
           OPEN OUTPUT STOCK-POLICY-REPORT

           MOVE SP-TITLE-LINE TO SP-REPORT-LINE
           WRITE SP-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE WS-CURRENT-DATE      TO SPP-AS-OF-DATE
           MOVE WS-WINDOW-DAYS       TO SPP-WINDOW-DAYS
           MOVE WS-SAFETY-DAYS       TO SPP-SAFETY-DAYS
           MOVE WS-DEFAULT-LEAD-DAYS TO SPP-LEAD-DAYS
           MOVE WS-REVIEW-DAYS       TO SPP-REVIEW-DAYS
           MOVE SP-PARM-LINE TO SP-REPORT-LINE
           WRITE SP-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE SP-COLUMN-HEADER TO SP-REPORT-LINE
           WRITE SP-REPORT-LINE AFTER ADVANCING 2 LINES

           PERFORM 410-PLAN-ONE-POLICY-ROW
                   VARYING SP-SUB FROM 1 BY 1
                      UNTIL SP-SUB > WS-POLICY-COUNT

           IF PC-POLICY-ROWS-WRITTEN = 0
               MOVE SP-NONE-LINE TO SP-REPORT-LINE
               WRITE SP-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF

           PERFORM 450-WRITE-PLANNING-TOTALS

           CLOSE STOCK-POLICY-FILE
           CLOSE STOCK-POLICY-REPORT

           .

       410-PLAN-ONE-POLICY-ROW.

      *    A KEY WITH NO DEMAND AND NOTHING KEYED BY A BUYER GETS NO
      *    ROW -- THE NIGHTLY RUN THEN FALLS BACK TO THE SHOP-WIDE
      *    THRESHOLD FOR IT.
           IF SPT-SHIPPED-QTY(SP-SUB) = 0
               AND SPT-LEAD-TIME-DAYS(SP-SUB) = SPACES
               AND SPT-OVERRIDE-ROP(SP-SUB) = SPACES
               AND SPT-OVERRIDE-OUT(SP-SUB) = SPACES
               CONTINUE
           ELSE
               IF SPT-LEAD-TIME-DAYS(SP-SUB) NUMERIC
                   MOVE SPT-LEAD-TIME-DAYS(SP-SUB) TO WS-LEAD-DAYS
               ELSE
                   MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS
               END-IF

               PERFORM 420-COMPUTE-ONE-POLICY
               PERFORM 430-WRITE-ONE-POLICY-ROW
           END-IF

           .

       420-COMPUTE-ONE-POLICY.

      *    EVERY FIGURE IS WORKED FROM THE WINDOW'S TOTAL SHIPPED
      *    RATHER THAN THE ROUNDED DAILY AVERAGE, SO A SLOW MOVER'S
      *    FRACTIONS ARE NOT LOST, AND EACH IS ROUNDED UP -- HALF A
      *    UNIT OF SAFETY STOCK IS STILL A UNIT TO HOLD.
           COMPUTE WS-PLAN-WORK ROUNDED =
               SPT-SHIPPED-QTY(SP-SUB) / WS-WINDOW-DAYS
           MOVE WS-PLAN-WORK TO SPR-AVG-DAILY-DEMAND

           COMPUTE WS-PLAN-WORK =
               (SPT-SHIPPED-QTY(SP-SUB) * WS-SAFETY-DAYS)
                   / WS-WINDOW-DAYS
           PERFORM 425-ROUND-UP-PLAN-WORK
           MOVE WS-PLAN-WHOLE TO WS-PLAN-SAFETY

           COMPUTE WS-PLAN-WORK =
               (SPT-SHIPPED-QTY(SP-SUB) * WS-LEAD-DAYS)
                   / WS-WINDOW-DAYS
           PERFORM 425-ROUND-UP-PLAN-WORK
           COMPUTE WS-PLAN-REORDER = WS-PLAN-WHOLE + WS-PLAN-SAFETY

           COMPUTE WS-PLAN-WORK =
               (SPT-SHIPPED-QTY(SP-SUB) * WS-REVIEW-DAYS)
                   / WS-WINDOW-DAYS
           PERFORM 425-ROUND-UP-PLAN-WORK
           COMPUTE WS-PLAN-ORDER-UP-TO =
               WS-PLAN-REORDER + WS-PLAN-WHOLE

      *    THE POLICY COLUMNS ARE FOUR DIGITS, LIKE EVERY ON-HAND
      *    QUANTITY -- A FIGURE PAST THAT IS CAPPED, NOT TRUNCATED.
           IF WS-PLAN-SAFETY > 9999
               MOVE 9999 TO WS-PLAN-SAFETY
           END-IF
           IF WS-PLAN-REORDER > 9999
               MOVE 9999 TO WS-PLAN-REORDER
           END-IF
           IF WS-PLAN-ORDER-UP-TO > 9999
               MOVE 9999 TO WS-PLAN-ORDER-UP-TO
           END-IF

           .

       425-ROUND-UP-PLAN-WORK.

           MOVE WS-PLAN-WORK TO WS-PLAN-WHOLE
           IF WS-PLAN-WHOLE < WS-PLAN-WORK
               ADD 1 TO WS-PLAN-WHOLE
           END-IF

           .

       430-WRITE-ONE-POLICY-ROW.

           MOVE SPT-WAREHOUSEID(SP-SUB)    TO SPR-WAREHOUSEID
           MOVE SPT-VENDORID(SP-SUB)       TO SPR-VENDORID
           MOVE SPT-PRODUCTID(SP-SUB)      TO SPR-PRODUCTID
           MOVE WS-PLAN-SAFETY             TO SPR-SAFETY-STOCK
           MOVE WS-PLAN-REORDER            TO SPR-REORDER-POINT
           MOVE WS-PLAN-ORDER-UP-TO        TO SPR-ORDER-UP-TO
           MOVE SPT-LEAD-TIME-DAYS(SP-SUB) TO SPR-LEAD-TIME-DAYS
           MOVE SPT-OVERRIDE-ROP(SP-SUB)   TO SPR-OVERRIDE-ROP
           MOVE SPT-OVERRIDE-OUT(SP-SUB)   TO SPR-OVERRIDE-OUT
           MOVE WS-CURRENT-DATE            TO SPR-CALC-DATE
           WRITE STOCK-POLICY-RECORD

           ADD 1 TO PC-POLICY-ROWS-WRITTEN

      *    THE REPORT SHOWS WHAT THE NIGHTLY RUN WILL ACTUALLY USE --
      *    A NUMERIC OVERRIDE IN PLACE OF THE CALCULATED FIGURE.
           EVALUATE TRUE
               WHEN SPT-OVERRIDE-ROP(SP-SUB) NUMERIC
                 OR SPT-OVERRIDE-OUT(SP-SUB) NUMERIC
                   MOVE 'OVERRIDE' TO WS-PLAN-SOURCE
                   ADD 1 TO PC-OVERRIDE-ROWS
                   IF SPT-OVERRIDE-ROP(SP-SUB) NUMERIC
                       MOVE SPT-OVERRIDE-ROP(SP-SUB)
                           TO WS-PLAN-REORDER
                   END-IF
                   IF SPT-OVERRIDE-OUT(SP-SUB) NUMERIC
                       MOVE SPT-OVERRIDE-OUT(SP-SUB)
                           TO WS-PLAN-ORDER-UP-TO
                   END-IF
               WHEN SPT-SHIPPED-QTY(SP-SUB) = 0
                   MOVE 'NO DEMAND' TO WS-PLAN-SOURCE
               WHEN OTHER
                   MOVE 'CALC'     TO WS-PLAN-SOURCE
           END-EVALUATE

           MOVE SPT-WAREHOUSEID(SP-SUB) TO SPL-WAREHOUSEID
           MOVE SPT-VENDORID(SP-SUB)    TO SPL-VENDORID
           MOVE SPT-PRODUCTID(SP-SUB)   TO SPL-PRODUCTID
           MOVE SPT-SHIPPED-QTY(SP-SUB) TO SPL-SHIPPED-QTY
           MOVE SPR-AVG-DAILY-DEMAND    TO SPL-AVG-DAILY
           MOVE WS-LEAD-DAYS            TO SPL-LEAD-DAYS
           MOVE WS-PLAN-SAFETY          TO SPL-SAFETY-STOCK
           MOVE WS-PLAN-REORDER         TO SPL-REORDER-POINT
           MOVE WS-PLAN-ORDER-UP-TO     TO SPL-ORDER-UP-TO
           MOVE WS-PLAN-SOURCE          TO SPL-SOURCE
           MOVE SP-DETAIL-LINE TO SP-REPORT-LINE
           WRITE SP-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       450-WRITE-PLANNING-TOTALS.

           MOVE 'ARCHIVE RECORDS READ:       ' TO SPC-LABEL
           MOVE PC-ARCHIVE-READ TO SPC-COUNT
           MOVE SP-COUNT-LINE TO SP-REPORT-LINE
           WRITE SP-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE 'SHIPMENTS IN WINDOW:        ' TO SPC-LABEL
           MOVE PC-SHIPMENTS-USED TO SPC-COUNT
           MOVE SP-COUNT-LINE TO SP-REPORT-LINE
           WRITE SP-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'BAD ARCHIVE RECORDS:        ' TO SPC-LABEL
           MOVE PC-BAD-ARCHIVE-RECORDS TO SPC-COUNT
           MOVE SP-COUNT-LINE TO SP-REPORT-LINE
           WRITE SP-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'POLICY ROWS WRITTEN:        ' TO SPC-LABEL
           MOVE PC-POLICY-ROWS-WRITTEN TO SPC-COUNT
           MOVE SP-COUNT-LINE TO SP-REPORT-LINE
           WRITE SP-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'ROWS WITH BUYER OVERRIDES:  ' TO SPC-LABEL
           MOVE PC-OVERRIDE-ROWS TO SPC-COUNT
           MOVE SP-COUNT-LINE TO SP-REPORT-LINE
           WRITE SP-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       900-FINAL-ROUTINE.

           DISPLAY 'STOCK POLICY PLANNING COMPLETE -- '
               PC-POLICY-ROWS-WRITTEN ' POLICY ROW(S) WRITTEN FROM '
               PC-SHIPMENTS-USED ' SHIPMENT(S).'

      *    A BAD ARCHIVE RECORD OR A FULL TABLE MEANS SOME KEY'S
      *    POLICY IS MISSING OR UNDERSTATED -- A WARNING OUTCOME.
           IF PC-BAD-ARCHIVE-RECORDS > 0
               OR WS-POLICY-TABLE-FULL-SW = 'YES'
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN

           .
