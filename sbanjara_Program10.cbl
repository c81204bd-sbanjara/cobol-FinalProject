      ******************* IDENTIFICATION-DIVISION ********************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROGRAM10.
       AUTHOR.      SBANJARA.
      *
      ****************************************************************
      *
      *  MONTHLY SHRINKAGE REPORT FOR THE INVENTORY SYSTEM.
      *
      *  EVERY 'A' ADJUSTMENT THE NIGHTLY RUN APPLIES IS ARCHIVED
      *  WITH THE REASON CODE IT WAS ENTERED UNDER AND THE AVERAGE
      *  COST IT WAS VALUED AT.  THIS PROGRAM TOTALS ONE MONTH OF
      *  THEM FOR FINANCE:
      *
      *     1. EVERY 'A' MOVEMENT ON MOVEMENT-ARCHIVE.TXT WHOSE RUN
      *        DATE FALLS IN THE REPORT MONTH IS SORTED BY WAREHOUSE,
      *        REASON CODE AND VENDOR.
      *
      *     2. A NEGATIVE ADJUSTMENT IS A WRITE-OFF, A POSITIVE ONE A
      *        WRITE-ON.  EACH IS VALUED AT QUANTITY * ARCHIVED UNIT
      *        COST, AND THE NET IS WRITE-ONS LESS WRITE-OFFS.
      *
      *     3. ONE LINE PRINTS PER VENDOR, WITH A TOTAL FOR EACH
      *        REASON, EACH WAREHOUSE AND THE WHOLE MONTH.
      *
      *  AN ADJUSTMENT HELD FOR APPROVAL NEVER REACHED THE ARCHIVE,
      *  SO IT IS NOT SHRINKAGE UNTIL IT IS RELEASED AND APPLIED.
      *
      *  INPUT:
      *     SHRINK-CONTROL.TXT -- ONE OPTIONAL CARD: THE REPORT MONTH
      *        (YYYYMM).  NO CARD MEANS THE CURRENT MONTH.
      *     ADJ-REASON.TXT -- FINANCE'S REASON CODES, FOR THE
      *        DESCRIPTIONS.
      *     MOVEMENT-ARCHIVE.TXT -- EVERY MOVEMENT EVER APPLIED.
      *
      *  OUTPUT:
      *     SHRINKAGE-REPORT.TXT.
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

      *    ONE OPTIONAL CARD -- NO FILE MEANS THE CURRENT MONTH, AND A
      *    MONTH TAKEN FROM THE CARD IS ANNOUNCED ON THE JOB LOG THE
      *    WAY THE NIGHTLY RUN-CONTROL CARD IS.
           SELECT SHRINK-CONTROL-FILE
                ASSIGN TO 'SHRINK-CONTROL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SHRINK-CONTROL-FILE-STATUS.

      *    FINANCE'S REASON-CODE TABLE -- THE SAME FILE THE NIGHTLY
      *    RUN CHECKS ADJUSTMENTS AGAINST.  ONLY READ HERE.
           SELECT ADJ-REASON-FILE
                ASSIGN TO 'ADJ-REASON.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ADJ-REASON-FILE-STATUS.

      *    THE PERMANENT RECORD OF EVERY MOVEMENT THE NIGHTLY RUN
      *    APPLIED, STAMPED WITH ITS RUN DATE -- ONLY READ HERE.
           SELECT MOVEMENT-ARCHIVE-FILE
                ASSIGN TO 'MOVEMENT-ARCHIVE.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MOVEMENT-ARCHIVE-FILE-STATUS.

           SELECT SHRINK-SORT-FILE
                ASSIGN TO 'SHRINKSORT.TMP'.

           SELECT SHRINK-SORTED-FILE
                ASSIGN TO 'SHRINK-SORTED.TMP'
                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHRINKAGE-REPORT
                ASSIGN TO PRINTER 'SHRINKAGE-REPORT.TXT'.
      *
      ************************ DATA-DIVISION *************************
      *
       DATA DIVISION.

       FILE SECTION.

      *
       FD  SHRINK-CONTROL-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  SHRINK-CONTROL-RECORD.
           05  SCC-REPORT-MONTH         PIC X(6).
      *

      *
      *    ONE ROW PER REASON CODE -- SEE PROGRAM4.
       FD  ADJ-REASON-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  ADJ-REASON-RECORD.
           05  ARR-REASON-CODE          PIC X.
           05  ARR-DESCRIPTION          PIC X(20).
           05  ARR-LIMIT-AMT            PIC 9(7)V99.
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
      *    ONE RECORD PER ADJUSTMENT IN THE MONTH, ALREADY VALUED.
       SD  SHRINK-SORT-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01  SHRINK-SORT-RECORD.
           05  SSR-WAREHOUSEID          PIC X(4).
           05  SSR-REASON-CODE          PIC X.
           05  SSR-VENDORID             PIC X.
           05  SSR-QUANTITY             PIC S9(4).
           05  SSR-VALUE                PIC S9(7)V99.
      *

      *
       FD  SHRINK-SORTED-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01  SHRINK-SORTED-RECORD.
           05  SSD-WAREHOUSEID          PIC X(4).
           05  SSD-REASON-CODE          PIC X.
           05  SSD-VENDORID             PIC X.
           05  SSD-QUANTITY             PIC S9(4).
           05  SSD-VALUE                PIC S9(7)V99.
      *

      *
       FD  SHRINKAGE-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  SH-REPORT-LINE               PIC X(80).
      *
      *
      ******************* WORKING-STORAGE ****************************
      *
       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05  WS-SHRINK-CONTROL-FILE-STATUS  PIC X(2).
           05  WS-ADJ-REASON-FILE-STATUS      PIC X(2).
           05  WS-MOVEMENT-ARCHIVE-FILE-STATUS PIC X(2).
           05  WS-ARCHIVE-EOF           PIC X(3)   VALUE 'NO'.
               88  NO-MORE-ARCHIVE          VALUE 'YES'.
           05  WS-ADJ-REASON-EOF        PIC X(3)   VALUE 'NO'.
               88  NO-MORE-ADJ-REASONS      VALUE 'YES'.
           05  WS-SORTED-EOF            PIC X(3)   VALUE 'NO'.
               88  NO-MORE-SORTED           VALUE 'YES'.
           05  WS-REASON-FOUND-SW       PIC X(3)   VALUE 'NO'.
           05  WS-FIRST-RECORD-SW       PIC X(3)   VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                  PIC 9(4).
           05  WS-MONTH                 PIC 99.
           05  WS-DAY                   PIC 99.

      *    THE MONTH BEING REPORTED, DEFAULTED FROM TODAY AND
      *    OVERRIDDEN BY THE CONTROL CARD.
       01  WS-REPORT-MONTH.
           05  WS-REPORT-YEAR           PIC 9(4).
           05  WS-REPORT-MM             PIC 99.

       01  SHRINK-COUNTERS.
           05  SC-ARCHIVE-READ          PIC 9(7)   VALUE 0.
           05  SC-ADJUSTMENTS-USED      PIC 9(7)   VALUE 0.
           05  SC-BAD-ARCHIVE-RECORDS   PIC 9(5)   VALUE 0.
           05  SC-UNPRICED-ADJUSTMENTS  PIC 9(5)   VALUE 0.
           05  SC-VENDOR-LINES          PIC 9(5)   VALUE 0.

      *    FINANCE'S CODES, FOR THE DESCRIPTION ON EACH REASON TOTAL.
       01  ADJ-REASON-FIELDS.
           05  WS-ADJ-REASON-COUNT      PIC 9(3)   VALUE 0.
           05  AR-SUB                   PIC 9(3).
           05  WS-ADR-ROW               PIC 9(3)   VALUE 0.
           05  WS-ADR-LOOK-CODE         PIC X.

       01  ADJ-REASON-TABLE.
           05  ADJ-REASON-ITEM OCCURS 20 TIMES.
               10  ADR-REASON-CODE      PIC X.
               10  ADR-DESCRIPTION      PIC X(20).

      *    THE KEYS OF THE GROUP BEING TOTALLED.
       01  SHRINK-BREAK-KEYS.
           05  WS-PREV-WAREHOUSEID      PIC X(4).
           05  WS-PREV-REASON-CODE      PIC X.
           05  WS-PREV-VENDORID         PIC X.

      *    ONE SET OF FIGURES PER TOTAL LEVEL: 1 VENDOR, 2 REASON,
      *    3 WAREHOUSE, 4 THE MONTH.  EACH LEVEL ROLLS INTO THE NEXT
      *    WHEN ITS GROUP ENDS.  WRITE-OFF FIGURES ARE KEPT POSITIVE.
       01  SHRINK-TOTALS.
           05  SHRINK-TOTAL-LEVEL OCCURS 4 TIMES.
               10  STL-OFF-QTY          PIC 9(7).
               10  STL-OFF-VALUE        PIC 9(9)V99.
               10  STL-ON-QTY           PIC 9(7).
               10  STL-ON-VALUE         PIC 9(9)V99.

       01  SHRINK-WORK-FIELDS.
           05  ST-SUB                   PIC 9.
           05  WS-NET-VALUE             PIC S9(9)V99 VALUE 0.
           05  WS-ADJ-VALUE             PIC S9(7)V99 VALUE 0.
      *
      *********************** OUTPUT-AREA ****************************
      *
       01  SH-TITLE-LINE.
           05                       PIC X(20)   VALUE SPACES.
           05                       PIC X(40)   VALUE
               'MONTHLY SHRINKAGE REPORT'.

       01  SH-PARM-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(7)    VALUE 'MONTH: '.
           05  SHP-REPORT-YEAR      PIC 9(4).
           05                       PIC X       VALUE '-'.
           05  SHP-REPORT-MM        PIC 99.
           05                       PIC X(13)   VALUE '   RUN DATE: '.
           05  SHP-RUN-DATE         PIC X(8).

       01  SH-COLUMN-HEADER.
           05                       PIC X(27)   VALUE SPACES.
           05                       PIC X(18)   VALUE
               '----- WRITE-OFF --'.
           05                       PIC X(19)   VALUE
               '  ----- WRITE-ON --'.
           05                       PIC X(13)   VALUE SPACES.

       01  SH-COLUMN-HEADER-2.
           05                       PIC X(27)   VALUE SPACES.
           05                       PIC X(6)    VALUE '   QTY'.
           05                       PIC X(12)   VALUE '       VALUE'.
           05                       PIC X(7)    VALUE '    QTY'.
           05                       PIC X(12)   VALUE '       VALUE'.
           05                       PIC X(13)   VALUE
               '    NET VALUE'.

       01  SH-WAREHOUSE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(10)   VALUE 'WAREHOUSE '.
           05  SHW-WAREHOUSEID      PIC X(4).

       01  SH-REASON-LINE.
           05                       PIC X(5)    VALUE SPACES.
           05                       PIC X(7)    VALUE 'REASON '.
           05  SHR-REASON-CODE      PIC X.
           05                       PIC X(2)    VALUE SPACES.
           05  SHR-DESCRIPTION      PIC X(20).

      *    ONE LAYOUT FOR EVERY LINE OF FIGURES -- ONLY THE LABEL
      *    CHANGES BETWEEN A VENDOR LINE AND THE TOTALS.
       01  SH-DETAIL-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  SHL-LABEL.
               10  SHL-LABEL-TEXT   PIC X(18).
               10  SHL-LABEL-KEY    PIC X(6).
           05  SHL-OFF-QTY          PIC ZZZZZ9.
           05                       PIC X       VALUE SPACE.
           05  SHL-OFF-VALUE        PIC ZZZZ,ZZ9.99.
           05                       PIC X       VALUE SPACE.
           05  SHL-ON-QTY           PIC ZZZZZ9.
           05                       PIC X       VALUE SPACE.
           05  SHL-ON-VALUE         PIC ZZZZ,ZZ9.99.
           05                       PIC X       VALUE SPACE.
           05  SHL-NET-VALUE        PIC -ZZZZ,ZZ9.99.

       01  SH-NONE-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05                       PIC X(40)   VALUE
               'NO ADJUSTMENTS ARCHIVED IN THE MONTH.'.

       01  SH-COUNT-LINE.
           05                       PIC X(3)    VALUE SPACES.
           05  SHC-LABEL            PIC X(28).
           05  SHC-COUNT            PIC ZZZZZZ9.
      *
      ********************** PROCEDURE-DIVISION **********************
      *
       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-YEAR  TO WS-REPORT-YEAR
           MOVE WS-MONTH TO WS-REPORT-MM

           PERFORM 110-READ-SHRINK-CONTROL

           PERFORM 200-LOAD-ADJ-REASON-FILE

           SORT SHRINK-SORT-FILE
                ON ASCENDING KEY SSR-WAREHOUSEID
                ON ASCENDING KEY SSR-REASON-CODE
                ON ASCENDING KEY SSR-VENDORID
                INPUT PROCEDURE IS 300-RELEASE-MONTH-ADJUSTMENTS
                GIVING SHRINK-SORTED-FILE

           PERFORM 400-WRITE-SHRINKAGE-REPORT

           PERFORM 900-FINAL-ROUTINE

           .

       110-READ-SHRINK-CONTROL.

      *    A BAD MONTH FALLS BACK TO THE CURRENT ONE WITH A WARNING
      *    RATHER THAN KILLING THE RUN.
           OPEN INPUT SHRINK-CONTROL-FILE

           IF WS-SHRINK-CONTROL-FILE-STATUS = '00'
               READ SHRINK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 115-APPLY-SHRINK-CONTROL
               END-READ
               CLOSE SHRINK-CONTROL-FILE
           END-IF

           .

       115-APPLY-SHRINK-CONTROL.

           IF SCC-REPORT-MONTH NOT = SPACES
               IF SCC-REPORT-MONTH NUMERIC
                   AND SCC-REPORT-MONTH(5:2) > '00'
                   AND SCC-REPORT-MONTH(5:2) < '13'
                   MOVE SCC-REPORT-MONTH TO WS-REPORT-MONTH
                   DISPLAY 'SHRINK-CONTROL: REPORT MONTH SET TO '
                       SCC-REPORT-MONTH '.'
               ELSE
                   DISPLAY 'SHRINK-CONTROL: BAD REPORT MONTH "'
                       SCC-REPORT-MONTH '" IGNORED.'
               END-IF
           END-IF

           .

       200-LOAD-ADJ-REASON-FILE.

      *    NO REASON FILE STILL GIVES A REPORT -- THE TOTALS COME
      *    FROM THE ARCHIVE, ONLY THE DESCRIPTIONS ARE MISSING.
           OPEN INPUT ADJ-REASON-FILE

           IF WS-ADJ-REASON-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: NO ADJ-REASON FILE PRESENT -- '
                   'REASON DESCRIPTIONS WILL NOT PRINT.'
           ELSE
               MOVE 'NO' TO WS-ADJ-REASON-EOF
               PERFORM 210-LOAD-ONE-ADJ-REASON
                   UNTIL NO-MORE-ADJ-REASONS
               CLOSE ADJ-REASON-FILE
           END-IF

           .

       210-LOAD-ONE-ADJ-REASON.

           READ ADJ-REASON-FILE
               AT END
                   MOVE 'YES' TO WS-ADJ-REASON-EOF
               NOT AT END
                   IF WS-ADJ-REASON-COUNT < 20
                       ADD 1 TO WS-ADJ-REASON-COUNT
                       MOVE ARR-REASON-CODE
                           TO ADR-REASON-CODE(WS-ADJ-REASON-COUNT)
                       MOVE ARR-DESCRIPTION
                           TO ADR-DESCRIPTION(WS-ADJ-REASON-COUNT)
                   ELSE
                       DISPLAY 'WARNING: MORE THAN 20 REASON CODES '
                           '-- CODE ' ARR-REASON-CODE
                           ' PRINTS WITHOUT ITS DESCRIPTION.'
                   END-IF
           END-READ

           .

       250-FIND-ADJ-REASON.

      *    WS-ADR-ROW POINTS AT THE ROW FOR WS-ADR-LOOK-CODE WHEN
      *    WS-REASON-FOUND-SW IS 'YES'.
           MOVE 'NO' TO WS-REASON-FOUND-SW
           MOVE 0    TO WS-ADR-ROW

           PERFORM 255-MATCH-ONE-ADJ-REASON
                   VARYING AR-SUB FROM 1 BY 1
                      UNTIL AR-SUB > WS-ADJ-REASON-COUNT
                         OR WS-REASON-FOUND-SW = 'YES'

           .

       255-MATCH-ONE-ADJ-REASON.

           IF ADR-REASON-CODE(AR-SUB) = WS-ADR-LOOK-CODE
               MOVE 'YES'  TO WS-REASON-FOUND-SW
               MOVE AR-SUB TO WS-ADR-ROW
           END-IF

           .

       300-RELEASE-MONTH-ADJUSTMENTS.

      *    THE SORT'S INPUT PROCEDURE.  NO ARCHIVE YET MEANS NOTHING
      *    TO REPORT -- ANNOUNCED, AND AN EMPTY REPORT GOES OUT.
           OPEN INPUT MOVEMENT-ARCHIVE-FILE

           IF WS-MOVEMENT-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: NO MOVEMENT-ARCHIVE FILE PRESENT -- '
                   'NO ADJUSTMENTS TO REPORT.'
           ELSE
               MOVE 'NO' TO WS-ARCHIVE-EOF
               PERFORM 310-RELEASE-ONE-ADJUSTMENT
                   UNTIL NO-MORE-ARCHIVE
               CLOSE MOVEMENT-ARCHIVE-FILE
           END-IF

           .

       310-RELEASE-ONE-ADJUSTMENT.

      *    ONLY ADJUSTMENTS IN THE REPORT MONTH ARE SHRINKAGE.  ONE
      *    WITH A BAD DATE OR QUANTITY IS COUNTED AND PASSED OVER; ONE
      *    WITH NO USABLE COST STILL COUNTS ITS UNITS, VALUED AT ZERO.
           READ MOVEMENT-ARCHIVE-FILE
               AT END
                   MOVE 'YES' TO WS-ARCHIVE-EOF
               NOT AT END
                   ADD 1 TO SC-ARCHIVE-READ
                   IF MAR-TRANS-TYPE = 'A'
                       IF MAR-RUN-DATE NOT NUMERIC
                           OR MAR-QUANTITY NOT NUMERIC
                           ADD 1 TO SC-BAD-ARCHIVE-RECORDS
                       ELSE
                           IF MAR-RUN-DATE(1:6) = WS-REPORT-MONTH
                               AND MAR-QUANTITY NOT = 0
                               PERFORM 320-VALUE-ONE-ADJUSTMENT
                           END-IF
                       END-IF
                   END-IF
           END-READ

           .

       320-VALUE-ONE-ADJUSTMENT.

           IF MAR-UNIT-COST NUMERIC
               COMPUTE WS-ADJ-VALUE = MAR-QUANTITY * MAR-UNIT-COST
           ELSE
               MOVE 0 TO WS-ADJ-VALUE
               ADD 1 TO SC-UNPRICED-ADJUSTMENTS
           END-IF

           MOVE MAR-WAREHOUSEID TO SSR-WAREHOUSEID
           MOVE MAR-REASON-CODE TO SSR-REASON-CODE
           MOVE MAR-VENDORID    TO SSR-VENDORID
           MOVE MAR-QUANTITY    TO SSR-QUANTITY
           MOVE WS-ADJ-VALUE    TO SSR-VALUE
           RELEASE SHRINK-SORT-RECORD

           ADD 1 TO SC-ADJUSTMENTS-USED

           .

       400-WRITE-SHRINKAGE-REPORT.

           OPEN OUTPUT SHRINKAGE-REPORT

           MOVE SH-TITLE-LINE TO SH-REPORT-LINE
           WRITE SH-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE WS-REPORT-YEAR  TO SHP-REPORT-YEAR
           MOVE WS-REPORT-MM    TO SHP-REPORT-MM
           MOVE WS-CURRENT-DATE TO SHP-RUN-DATE
           MOVE SH-PARM-LINE TO SH-REPORT-LINE
           WRITE SH-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE SH-COLUMN-HEADER TO SH-REPORT-LINE
           WRITE SH-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE SH-COLUMN-HEADER-2 TO SH-REPORT-LINE
           WRITE SH-REPORT-LINE AFTER ADVANCING 1 LINE

           PERFORM 480-CLEAR-ONE-TOTAL-LEVEL
                   VARYING ST-SUB FROM 1 BY 1
                      UNTIL ST-SUB > 4

           OPEN INPUT SHRINK-SORTED-FILE
           MOVE 'NO'  TO WS-SORTED-EOF
           MOVE 'YES' TO WS-FIRST-RECORD-SW
           PERFORM 410-REPORT-ONE-ADJUSTMENT
               UNTIL NO-MORE-SORTED
           CLOSE SHRINK-SORTED-FILE

           IF WS-FIRST-RECORD-SW = 'YES'
               MOVE SH-NONE-LINE TO SH-REPORT-LINE
               WRITE SH-REPORT-LINE AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 430-END-VENDOR-GROUP
               PERFORM 440-END-REASON-GROUP
               PERFORM 450-END-WAREHOUSE-GROUP
           END-IF

           MOVE 'GRAND TOTAL'  TO SHL-LABEL-TEXT
           MOVE SPACES         TO SHL-LABEL-KEY
           MOVE 4 TO ST-SUB
           PERFORM 470-PRINT-TOTAL-LEVEL

           PERFORM 460-WRITE-SHRINKAGE-COUNTS

           CLOSE SHRINKAGE-REPORT

           .

       410-REPORT-ONE-ADJUSTMENT.

      *    CONTROL BREAKS, OUTERMOST FIRST: A NEW WAREHOUSE ENDS THE
      *    VENDOR, REASON AND WAREHOUSE GROUPS; A NEW REASON ENDS THE
      *    VENDOR AND REASON GROUPS; A NEW VENDOR ENDS ONLY ITS OWN.
           READ SHRINK-SORTED-FILE
               AT END
                   MOVE 'YES' TO WS-SORTED-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-FIRST-RECORD-SW = 'YES'
                           MOVE 'NO' TO WS-FIRST-RECORD-SW
                           PERFORM 420-START-WAREHOUSE-GROUP
                           PERFORM 425-START-REASON-GROUP
                       WHEN SSD-WAREHOUSEID NOT = WS-PREV-WAREHOUSEID
                           PERFORM 430-END-VENDOR-GROUP
                           PERFORM 440-END-REASON-GROUP
                           PERFORM 450-END-WAREHOUSE-GROUP
                           PERFORM 420-START-WAREHOUSE-GROUP
                           PERFORM 425-START-REASON-GROUP
                       WHEN SSD-REASON-CODE NOT = WS-PREV-REASON-CODE
                           PERFORM 430-END-VENDOR-GROUP
                           PERFORM 440-END-REASON-GROUP
                           PERFORM 425-START-REASON-GROUP
                       WHEN SSD-VENDORID NOT = WS-PREV-VENDORID
                           PERFORM 430-END-VENDOR-GROUP
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE

                   MOVE SSD-WAREHOUSEID TO WS-PREV-WAREHOUSEID
                   MOVE SSD-REASON-CODE TO WS-PREV-REASON-CODE
                   MOVE SSD-VENDORID    TO WS-PREV-VENDORID

                   IF SSD-QUANTITY < 0
                       SUBTRACT SSD-QUANTITY FROM STL-OFF-QTY(1)
                       SUBTRACT SSD-VALUE    FROM STL-OFF-VALUE(1)
                   ELSE
                       ADD SSD-QUANTITY TO STL-ON-QTY(1)
                       ADD SSD-VALUE    TO STL-ON-VALUE(1)
                   END-IF
           END-READ

           .

       420-START-WAREHOUSE-GROUP.

           MOVE SSD-WAREHOUSEID TO SHW-WAREHOUSEID
           MOVE SH-WAREHOUSE-LINE TO SH-REPORT-LINE
           WRITE SH-REPORT-LINE AFTER ADVANCING 2 LINES

           .

       425-START-REASON-GROUP.

      *    A BLANK CODE IS AN ADJUSTMENT ARCHIVED BEFORE REASON CODES
      *    WERE CARRIED; A CODE NOT IN THE TABLE HAS SINCE BEEN
      *    DROPPED BY FINANCE.
           MOVE SSD-REASON-CODE TO SHR-REASON-CODE
           MOVE SSD-REASON-CODE TO WS-ADR-LOOK-CODE
           PERFORM 250-FIND-ADJ-REASON

           EVALUATE TRUE
               WHEN SSD-REASON-CODE = SPACE
                   MOVE '(NONE ON RECORD)' TO SHR-DESCRIPTION
               WHEN WS-REASON-FOUND-SW = 'YES'
                   MOVE ADR-DESCRIPTION(WS-ADR-ROW)
                       TO SHR-DESCRIPTION
               WHEN OTHER
                   MOVE '(UNKNOWN CODE)' TO SHR-DESCRIPTION
           END-EVALUATE

           MOVE SH-REASON-LINE TO SH-REPORT-LINE
           WRITE SH-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       430-END-VENDOR-GROUP.

           MOVE '        VENDOR'   TO SHL-LABEL-TEXT
           MOVE WS-PREV-VENDORID   TO SHL-LABEL-KEY
           MOVE 1 TO ST-SUB
           PERFORM 470-PRINT-TOTAL-LEVEL
           ADD 1 TO SC-VENDOR-LINES

           .

       440-END-REASON-GROUP.

           MOVE '      TOTAL REASON' TO SHL-LABEL-TEXT
           MOVE WS-PREV-REASON-CODE  TO SHL-LABEL-KEY
           MOVE 2 TO ST-SUB
           PERFORM 470-PRINT-TOTAL-LEVEL

           .

       450-END-WAREHOUSE-GROUP.

           MOVE '  TOTAL WAREHOUSE' TO SHL-LABEL-TEXT
           MOVE WS-PREV-WAREHOUSEID TO SHL-LABEL-KEY
           MOVE 3 TO ST-SUB
           PERFORM 470-PRINT-TOTAL-LEVEL

           .

       460-WRITE-SHRINKAGE-COUNTS.

           MOVE 'ARCHIVE RECORDS READ:       ' TO SHC-LABEL
           MOVE SC-ARCHIVE-READ TO SHC-COUNT
           MOVE SH-COUNT-LINE TO SH-REPORT-LINE
           WRITE SH-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE 'ADJUSTMENTS IN MONTH:       ' TO SHC-LABEL
           MOVE SC-ADJUSTMENTS-USED TO SHC-COUNT
           MOVE SH-COUNT-LINE TO SH-REPORT-LINE
           WRITE SH-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'ADJUSTMENTS WITH NO COST:   ' TO SHC-LABEL
           MOVE SC-UNPRICED-ADJUSTMENTS TO SHC-COUNT
           MOVE SH-COUNT-LINE TO SH-REPORT-LINE
           WRITE SH-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'BAD ARCHIVE RECORDS:        ' TO SHC-LABEL
           MOVE SC-BAD-ARCHIVE-RECORDS TO SHC-COUNT
           MOVE SH-COUNT-LINE TO SH-REPORT-LINE
           WRITE SH-REPORT-LINE AFTER ADVANCING 1 LINE

           .

       470-PRINT-TOTAL-LEVEL.

      *    PRINTS LEVEL ST-SUB UNDER THE LABEL ALREADY SET, ROLLS IT
      *    INTO THE LEVEL ABOVE, AND CLEARS IT FOR THE NEXT GROUP.
           MOVE STL-OFF-QTY(ST-SUB)   TO SHL-OFF-QTY
           MOVE STL-OFF-VALUE(ST-SUB) TO SHL-OFF-VALUE
           MOVE STL-ON-QTY(ST-SUB)    TO SHL-ON-QTY
           MOVE STL-ON-VALUE(ST-SUB)  TO SHL-ON-VALUE
           COMPUTE WS-NET-VALUE =
               STL-ON-VALUE(ST-SUB) - STL-OFF-VALUE(ST-SUB)
           MOVE WS-NET-VALUE TO SHL-NET-VALUE

           IF ST-SUB = 1
               MOVE SH-DETAIL-LINE TO SH-REPORT-LINE
               WRITE SH-REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE SH-DETAIL-LINE TO SH-REPORT-LINE
               WRITE SH-REPORT-LINE AFTER ADVANCING 2 LINES
           END-IF

           IF ST-SUB < 4
               ADD STL-OFF-QTY(ST-SUB)   TO STL-OFF-QTY(ST-SUB + 1)
               ADD STL-OFF-VALUE(ST-SUB) TO STL-OFF-VALUE(ST-SUB + 1)
               ADD STL-ON-QTY(ST-SUB)    TO STL-ON-QTY(ST-SUB + 1)
               ADD STL-ON-VALUE(ST-SUB)  TO STL-ON-VALUE(ST-SUB + 1)
           END-IF

           PERFORM 480-CLEAR-ONE-TOTAL-LEVEL

           .

       480-CLEAR-ONE-TOTAL-LEVEL.

           MOVE 0 TO STL-OFF-QTY(ST-SUB)
           MOVE 0 TO STL-OFF-VALUE(ST-SUB)
           MOVE 0 TO STL-ON-QTY(ST-SUB)
           MOVE 0 TO STL-ON-VALUE(ST-SUB)

           .

       900-FINAL-ROUTINE.

           DISPLAY 'SHRINKAGE REPORT COMPLETE -- '
               SC-ADJUSTMENTS-USED ' ADJUSTMENT(S) FOR '
               WS-REPORT-MONTH '.'

      *    A BAD ARCHIVE RECORD OR AN UNPRICED ADJUSTMENT MEANS THE
      *    MONTH'S SHRINKAGE IS UNDERSTATED -- A WARNING OUTCOME.
           IF SC-BAD-ARCHIVE-RECORDS > 0
               OR SC-UNPRICED-ADJUSTMENTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN

           .
