      *     3. EVERY TRANSACTION, APPLIED OR REJECTED, IS PRINTED ON
      *        A BEFORE/AFTER AUDIT LISTING.
      *
      *     4. EVERY TRANSACTION CARRIES ITS SUBMITTER'S USER ID, AND
      *        THAT ID MUST HOLD A ROLE ON OPERATOR-AUTHORITY.TXT THAT
      *        MAY DO THAT ACTION TO THAT MASTER.  A VENDOR OR PRODUCT
      *        DELETE, AND A STANDARD-COST CHANGE OF MORE THAN THE
      *        AUTHORITY FILE'S PERCENTAGE, ALSO NEED A SECOND,
      *        DIFFERENT, EQUALLY AUTHORIZED APPROVER ON THE RECORD.
      *
      *  INPUT:
      *     MASTER-TRANS.TXT -- ONE TRANSACTION PER RECORD:
      *        ACTION ('A' ADD, 'C' CHANGE, 'D' DELETE),
      *        MASTER TYPE ('W' WAREHOUSE, 'V' VENDOR, 'P' PRODUCT),
      *        KEY (LEFT-JUSTIFIED), THE NEW DATA IMAGE, THE
      *        SUBMITTER'S USER ID AND ANY SECOND APPROVER'S.
      *     OPERATOR-AUTHORITY.TXT -- USERS, ROLES, AND WHAT EACH ROLE
      *        MAY DO (SHARED WITH PROGRAM6).
      *     THE THREE MASTER FILES, AND MERGEDSORTEDPRODUCT.TXT FOR
      *     THE IN-USE CHECK.
      *
                ASSIGN TO 'MASTER-BACKOUT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BACKOUT-FILE-STATUS.

      *    SECURITY'S TABLE OF WHO MAY SUBMIT WHAT -- EDITED BY HAND
      *    LIKE ADJ-REASON.TXT, AND SHARED WITH PROGRAM6.  NO FILE
      *    MEANS NO ONE IS AUTHORIZED, SO THE RUN IS REFUSED.
           SELECT OPERATOR-AUTHORITY-FILE
                ASSIGN TO 'OPERATOR-AUTHORITY.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUTHORITY-FILE-STATUS.
      *
      ************************ DATA-DIVISION *************************
      *

      *
       FD  MASTER-TRANS-FILE
           RECORD CONTAINS 70 CHARACTERS.

       01  MASTER-TRANS-RECORD.
           05  MTR-ACTION               PIC X.
           05  MTR-DATA-PRODUCT REDEFINES MTR-DATA.
               10  MTR-PRODUCT-DATA.
                   15  MTR-STD-COST     PIC X(5).
                   15  MTR-STD-COST-NUM REDEFINES MTR-STD-COST
                                        PIC 9(3)V99.
                   15  MTR-DESCRIPTION  PIC X(12).
               10                       PIC X(31).
      *    WHO SUBMITTED THE TRANSACTION, AND THE SECOND PERSON WHO
      *    APPROVED IT WHERE DUAL CONTROL APPLIES.
           05  MTR-SUBMITTED-BY         PIC X(8).
           05  MTR-APPROVED-BY          PIC X(8).
      *

      *
       01  BACKOUT-REQUEST-RECORD.
           05  BKR-GENERATION           PIC X.
      *

      *
      *    ROW TYPE 'U' NAMES A USER'S ROLE.  'R' GRANTS A ROLE ONE
      *    ACTION ON ONE MASTER TYPE ('C' = COUNT ADJUSTMENTS, ACTION
      *    'A'), UP TO A VALUE -- ZERO OR BLANK IS NO VALUE LIMIT.
      *    'L' CARRIES THE DUAL-CONTROL LIMITS.
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
      *

       01  PRODUCT-TABLE-FIELDS.
           05  WS-PRODUCT-COUNT         PIC 99     VALUE 0.

      *    THE OPERATOR AUTHORITY FILE, HELD AS A USER TABLE AND A
      *    ROLE-GRANT TABLE.  THE DUAL-CONTROL LIMITS DEFAULT TO 10
      *    PERCENT AND $500.00 UNLESS AN 'L' ROW SAYS OTHERWISE.
       01  AUTHORITY-FIELDS.
           05  WS-AUTHORITY-FILE-STATUS PIC X(2).
           05  WS-AUTHORITY-EOF         PIC X(3)   VALUE 'NO'.
               88  NO-MORE-AUTHORITY-ROWS   VALUE 'YES'.
           05  WS-AUTH-USER-COUNT       PIC 99     VALUE 0.
           05  WS-AUTH-ROLE-COUNT       PIC 9(3)   VALUE 0.
           05  WS-STD-COST-PCT-LIMIT    PIC 9(3)   VALUE 10.
           05  WS-COUNT-DOLLAR-LIMIT    PIC 9(7)V99 VALUE 500.00.

      *    ONE QUESTION TO 340-CHECK-AUTHORITY: MAY THIS USER DO THIS
      *    ACTION TO THIS MASTER TYPE AT THIS VALUE?  THE ANSWER IS
      *    'OK', 'NO USER', 'NO GRANT' OR 'OVER CAP'.
       01  AUTHORITY-CHECK-FIELDS.
           05  WS-AUTH-CHECK-ID         PIC X(8).
           05  WS-AUTH-CHECK-TYPE       PIC X.
           05  WS-AUTH-CHECK-ACTION     PIC X.
           05  WS-AUTH-CHECK-VALUE      PIC 9(7)V99.
           05  WS-AUTH-CHECK-ROLE       PIC X(8).
           05  WS-AUTH-RESULT           PIC X(8).

      *    THE STANDARD-COST MOVE ON A PRODUCT CHANGE, FOR DUAL
      *    CONTROL.
       01  STD-COST-CHANGE-FIELDS.
           05  WS-OLD-STD-COST-X        PIC X(5).
           05  WS-OLD-STD-COST REDEFINES WS-OLD-STD-COST-X
                                        PIC 9(3)V99.
           05  WS-OLD-STD-COST-VALUE    PIC 9(3)V99 VALUE 0.
           05  WS-NEW-STD-COST-VALUE    PIC 9(3)V99 VALUE 0.
           05  WS-STD-COST-CHANGE-PCT   PIC 9(7)V99 VALUE 0.

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
      *
      *********************** OUTPUT-AREA ****************************
      *
           05  MAT-STATUS           PIC X(8).
           05                       PIC X(2)    VALUE SPACES.
           05  MAT-REASON           PIC X(40).
           05                       PIC X       VALUE SPACE.
           05  MAT-SUBMITTED-BY     PIC X(8).
           05                       PIC X       VALUE SPACE.
           05  MAT-APPROVED-BY      PIC X(8).

      *    BEFORE/AFTER IMAGES PRINT UNDER THE TRANSACTION LINE --
      *    THE OLD ROW ON A CHANGE OR DELETE, THE NEW ROW ON AN ADD
           PERFORM 120-LOAD-VENDOR-MASTER
           PERFORM 130-LOAD-PRODUCT-MASTER
           PERFORM 140-LOAD-INVENTORY-USAGE
           PERFORM 180-LOAD-OPERATOR-AUTHORITY

           PERFORM 200-OPEN-TRANS-AND-AUDIT
           PERFORM 300-PROCESS-ONE-TRANSACTION

           .

       180-LOAD-OPERATOR-AUTHORITY.

      *    WITHOUT THE AUTHORITY FILE NO SUBMITTER CAN BE PROVED, SO
      *    NOTHING IS APPLIED -- AND NOTHING WAS TOUCHED, SO THE LOCK
      *    GOES BACK.
           OPEN INPUT OPERATOR-AUTHORITY-FILE

           IF WS-AUTHORITY-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: OPERATOR-AUTHORITY-FILE OPEN FAILED, '
                   'STATUS = ' WS-AUTHORITY-FILE-STATUS
                   ' -- NO SUBMITTER CAN BE AUTHORIZED.'
               OPEN OUTPUT RUN-LOCK-FILE
               CLOSE RUN-LOCK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'NO' TO WS-AUTHORITY-EOF
           PERFORM 185-LOAD-ONE-AUTHORITY-ROW
               UNTIL NO-MORE-AUTHORITY-ROWS

           CLOSE OPERATOR-AUTHORITY-FILE

           DISPLAY 'OPERATOR AUTHORITY: ' WS-AUTH-USER-COUNT
               ' USER(S), ' WS-AUTH-ROLE-COUNT ' GRANT(S); STANDARD-'
               'COST CHANGES OVER ' WS-STD-COST-PCT-LIMIT
               ' PERCENT NEED A SECOND APPROVER.'

           .

       185-LOAD-ONE-AUTHORITY-ROW.

           READ OPERATOR-AUTHORITY-FILE
               AT END
                   MOVE 'YES' TO WS-AUTHORITY-EOF
               NOT AT END
                   EVALUATE OAU-ROW-TYPE
                       WHEN 'U'
                           PERFORM 187-LOAD-ONE-AUTHORITY-USER
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
                           IF OAU-STD-COST-PCT NUMERIC
                               MOVE OAU-STD-COST-PCT
                                   TO WS-STD-COST-PCT-LIMIT
                           END-IF
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

       187-LOAD-ONE-AUTHORITY-USER.

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

       200-OPEN-TRANS-AND-AUDIT.

           OPEN INPUT MASTER-TRANS-FILE
                       TO WS-TRANS-REASON
           END-IF

           IF WS-TRANS-OK-SW = 'YES'
               PERFORM 320-CHECK-SUBMITTER-AUTHORITY
           END-IF

           .

       320-CHECK-SUBMITTER-AUTHORITY.

      *    THE SUBMITTER'S ROLE MUST BE GRANTED THIS ACTION ON THIS
      *    MASTER TYPE -- AND FOR A PRODUCT ADD OR CHANGE, A CAP ON
      *    THE GRANT LIMITS THE STANDARD COST THEY MAY KEY.  A DELETE
      *    OF A VENDOR OR PRODUCT ALWAYS NEEDS A SECOND APPROVER, AND
      *    ANY APPROVER NAMED IS HELD TO THE SAME TEST SO A NAME ON
      *    THE RECORD ALWAYS MEANS SOMETHING.
           MOVE MTR-SUBMITTED-BY TO WS-AUTH-CHECK-ID
           MOVE MTR-MASTER-TYPE  TO WS-AUTH-CHECK-TYPE
           MOVE MTR-ACTION       TO WS-AUTH-CHECK-ACTION
           MOVE 0                TO WS-AUTH-CHECK-VALUE
           IF MTR-MASTER-TYPE = 'P'
               AND (MTR-ACTION = 'A' OR 'C')
               AND MTR-STD-COST NUMERIC
                   MOVE MTR-STD-COST-NUM TO WS-AUTH-CHECK-VALUE
           END-IF

           PERFORM 340-CHECK-AUTHORITY

           EVALUATE WS-AUTH-RESULT
               WHEN 'OK'
                   CONTINUE
               WHEN 'NO USER'
                   MOVE 'NO' TO WS-TRANS-OK-SW
                   IF MTR-SUBMITTED-BY = SPACES
                       MOVE 'SUBMITTED-BY IS BLANK' TO WS-TRANS-REASON
                   ELSE
                       MOVE 'SUBMITTER NOT ON AUTHORITY FILE'
                           TO WS-TRANS-REASON
                   END-IF
               WHEN 'NO GRANT'
                   MOVE 'NO' TO WS-TRANS-OK-SW
                   MOVE 'SUBMITTER NOT AUTHORIZED FOR THIS ACTION'
                       TO WS-TRANS-REASON
               WHEN OTHER
                   MOVE 'NO' TO WS-TRANS-OK-SW
                   MOVE 'STANDARD COST OVER SUBMITTER LIMIT'
                       TO WS-TRANS-REASON
           END-EVALUATE

           IF WS-TRANS-OK-SW = 'YES'
               IF MTR-APPROVED-BY NOT = SPACES
                   OR (MTR-ACTION = 'D'
                       AND (MTR-MASTER-TYPE = 'V' OR 'P'))
                   PERFORM 330-CHECK-SECOND-APPROVER
               END-IF
           END-IF

           .

       330-CHECK-SECOND-APPROVER.

      *    THE APPROVER MUST BE SOMEONE ELSE, AND MUST HOLD THE SAME
      *    GRANT THE SUBMITTER NEEDED -- THE CHECK FIELDS STILL CARRY
      *    THE TYPE, ACTION AND VALUE 320 ASKED ABOUT.
           EVALUATE TRUE
               WHEN MTR-APPROVED-BY = SPACES
                   MOVE 'NO' TO WS-TRANS-OK-SW
                   MOVE 'SECOND APPROVER REQUIRED FOR DELETE'
                       TO WS-TRANS-REASON
               WHEN MTR-APPROVED-BY = MTR-SUBMITTED-BY
                   MOVE 'NO' TO WS-TRANS-OK-SW
                   MOVE 'APPROVER MUST DIFFER FROM SUBMITTER'
                       TO WS-TRANS-REASON
               WHEN OTHER
                   MOVE MTR-APPROVED-BY TO WS-AUTH-CHECK-ID
                   PERFORM 340-CHECK-AUTHORITY
                   EVALUATE WS-AUTH-RESULT
                       WHEN 'OK'
                           CONTINUE
                       WHEN 'NO USER'
                           MOVE 'NO' TO WS-TRANS-OK-SW
                           MOVE 'APPROVER NOT ON AUTHORITY FILE'
                               TO WS-TRANS-REASON
                       WHEN OTHER
                           MOVE 'NO' TO WS-TRANS-OK-SW
                           MOVE
                               'APPROVER NOT AUTHORIZED FOR THIS ACTION'
                               TO WS-TRANS-REASON
                   END-EVALUATE
           END-EVALUATE

           .

       340-CHECK-AUTHORITY.

      *    USER TO ROLE, THEN ROLE TO A GRANT FOR THIS MASTER TYPE
      *    AND ACTION.  A GRANT WITH NO CAP COVERS ANY VALUE.
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

       400-APPLY-TRANSACTION.
                   MOVE 'DUPLICATE KEY ON MASTER' TO WS-TRANS-REASON
                   PERFORM 630-AUDIT-REJECTED
               WHEN 'C'
                   PERFORM 465-CHECK-STD-COST-CHANGE
                   IF WS-TRANS-OK-SW = 'YES'
                       PERFORM 610-AUDIT-APPLIED
                       MOVE 'BEFORE' TO MAI-TAG
                       MOVE PT-ITEM(PT-INDEX) TO MAI-IMAGE
                       PERFORM 620-WRITE-IMAGE-LINE
                       MOVE MTR-PRODUCT-DATA
                           TO PT-PRODUCT-DATA(PT-INDEX)
                       MOVE 'AFTER' TO MAI-TAG
                       MOVE PT-ITEM(PT-INDEX) TO MAI-IMAGE
                       PERFORM 620-WRITE-IMAGE-LINE
                   ELSE
                       PERFORM 630-AUDIT-REJECTED
                   END-IF
               WHEN 'D'
                   IF PT-IN-USE-SW(PT-INDEX) = 'YES'
                       MOVE 'PRODUCT STILL IN CURRENT INVENTORY'

           .

       465-CHECK-STD-COST-CHANGE.

      *    A STANDARD COST MOVED BY MORE THAN THE AUTHORITY FILE'S
      *    PERCENTAGE NEEDS A SECOND APPROVER (ALREADY PROVED BY
      *    330-CHECK-SECOND-APPROVER WHEN ONE IS NAMED).  SETTING A
      *    STANDARD WHERE NONE WAS, OR CLEARING ONE, COUNTS AS OVER.
           MOVE PT-PRODUCT-DATA(PT-INDEX)(1:5) TO WS-OLD-STD-COST-X
           MOVE 0 TO WS-OLD-STD-COST-VALUE
           MOVE 0 TO WS-NEW-STD-COST-VALUE
           IF WS-OLD-STD-COST-X NUMERIC
               MOVE WS-OLD-STD-COST TO WS-OLD-STD-COST-VALUE
           END-IF
           IF MTR-STD-COST NUMERIC
               MOVE MTR-STD-COST-NUM TO WS-NEW-STD-COST-VALUE
           END-IF

           IF WS-NEW-STD-COST-VALUE NOT = WS-OLD-STD-COST-VALUE
               AND MTR-APPROVED-BY = SPACES
               IF WS-OLD-STD-COST-VALUE = 0
                   OR WS-NEW-STD-COST-VALUE = 0
                   MOVE 999 TO WS-STD-COST-CHANGE-PCT
               ELSE
                   IF WS-NEW-STD-COST-VALUE > WS-OLD-STD-COST-VALUE
                       COMPUTE WS-STD-COST-CHANGE-PCT ROUNDED =
                           (WS-NEW-STD-COST-VALUE
                               - WS-OLD-STD-COST-VALUE) * 100
                               / WS-OLD-STD-COST-VALUE
                   ELSE
                       COMPUTE WS-STD-COST-CHANGE-PCT ROUNDED =
                           (WS-OLD-STD-COST-VALUE
                               - WS-NEW-STD-COST-VALUE) * 100
                               / WS-OLD-STD-COST-VALUE
                   END-IF
               END-IF
               IF WS-STD-COST-CHANGE-PCT > WS-STD-COST-PCT-LIMIT
                   MOVE 'NO' TO WS-TRANS-OK-SW
                   MOVE 'STD COST CHANGE NEEDS SECOND APPROVER'
                       TO WS-TRANS-REASON
               END-IF
           END-IF

           .

       600-WRITE-TRANS-AUDIT-LINE.

           MOVE MTR-ACTION      TO MAT-ACTION
           MOVE MTR-MASTER-TYPE TO MAT-MASTER-TYPE
           MOVE MTR-KEY         TO MAT-KEY
           MOVE MTR-SUBMITTED-BY TO MAT-SUBMITTED-BY
           MOVE MTR-APPROVED-BY TO MAT-APPROVED-BY
           IF WS-TRANS-OK-SW = 'YES'
               MOVE 'APPLIED'  TO MAT-STATUS
               MOVE SPACES     TO MAT-REASON
