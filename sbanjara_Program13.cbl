      ******************* IDENTIFICATION-DIVISION ********************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROGRAM13.
       AUTHOR.      SBANJARA.
      *
      ****************************************************************
      *
      *  NIGHTLY JOB-STREAM DRIVER.
      *
      *  THE NIGHT USED TO BE RUN BY HAND FROM A CHECKLIST, WITH AN
      *  OPERATOR READING EACH PROGRAM'S DISPLAYS AND EOJ-STATUS.TXT
      *  TO DECIDE WHETHER TO GO ON.  THIS PROGRAM RUNS THE STREAM
      *  FROM A STEP TABLE INSTEAD:
      *
      *     1. EACH STEP NAMES THE COMMAND THAT RUNS IT, THE HIGHEST
      *        RETURN CODE IT MAY END WITH, AND UP TO TWO FILES THAT
      *        MAKE IT DUE -- A STEP WITH NONE NAMED ALWAYS RUNS; ONE
      *        WITH FILES NAMED RUNS ONLY WHEN ONE HOLDS A RECORD.  A
      *        STEP FLAGGED FOR IT ALSO HAS ITS EOJ-STATUS.TXT
      *        SEVERITY READ BACK, SO A RUN THAT DIED IN FLIGHT (99)
      *        CANNOT PASS ON A ZERO RETURN CODE.  THE FILE IS
      *        EMPTIED BEFORE SUCH A STEP RUNS, AND THE STEP MUST
      *        LEAVE A STATUS RECORD -- ONE THAT LEAVES NONE (AN
      *        INQUIRY-ONLY RUN) FAILS WITH 999.
      *
      *     2. THE FIRST STEP THAT ENDS ABOVE ITS MAXIMUM STOPS THE
      *        STREAM.  ITS NUMBER IS KEPT ON JOB-RESTART.TXT, AND
      *        THE NEXT START RESUMES AT THAT STEP -- THE STEPS THAT
      *        ALREADY COMPLETED ARE NOT RUN AGAIN.  THE NIGHTLY RUN
      *        PICKS UP ITS OWN CHECKPOINT WHEN ITS STEP COMES ROUND.
      *
      *     3. EVERY STEP -- RUN, NOT DUE, OR SKIPPED ON A RESTART --
      *        GOES ON JOB-LOG.TXT WITH ITS START AND END TIME, RETURN
      *        CODE AND VERDICT, FOLLOWED BY ONE PASS/FAIL LINE FOR
      *        THE NIGHT.
      *
      *  WITH NO STEP TABLE ON FILE THE STANDARD NIGHT RUNS:
      *     VERIFY  PROGRAM7 (VERIFY UNLESS A REBUILD IS REQUESTED)
      *     MAINT   PROGRAM5, WHEN MASTER-TRANS.TXT OR
      *             MASTER-BACKOUT.TXT HOLDS A RECORD
      *     NIGHTLY PROGRAM4, EOJ-STATUS.TXT CHECKED
      *     COUNT   PROGRAM6, WHEN COUNT-REQUEST.TXT OR
      *             COUNT-ENTRY.TXT HOLDS A RECORD
      *  EACH MAY END WITH A WARNING (4) AND THE NIGHT GOES ON.
      *
      *  INPUT:
      *     JOB-STREAM.TXT -- THE STEP TABLE, ONE ROW PER STEP IN
      *        RUNNING ORDER.  NO FILE MEANS THE STANDARD NIGHT.
      *     JOB-CONTROL.TXT -- ONE OPTIONAL CARD: 'FRESH' STARTS AT
      *        STEP ONE WHATEVER JOB-RESTART.TXT SAYS.  THE CARD IS
      *        EMPTIED ONCE THE RESTART HAS BEEN SET ASIDE.
      *     JOB-RESTART.TXT -- THE STEP THE LAST NIGHT FAILED AT.
      *
      *  OUTPUT:
      *     JOB-LOG.TXT, APPENDED; JOB-RESTART.TXT, REWRITTEN.
      *     RETURN CODE 0 WHEN THE NIGHT PASSED, 8 WHEN IT FAILED.
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

      *    THE OPERATORS' STEP TABLE -- ONLY READ HERE.
           SELECT JOB-STREAM-FILE
                ASSIGN TO 'JOB-STREAM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOB-STREAM-FILE-STATUS.

           SELECT JOB-CONTROL-FILE
                ASSIGN TO 'JOB-CONTROL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOB-CONTROL-FILE-STATUS.

      *    ONE RECORD WHILE A FAILED NIGHT IS WAITING TO RESUME,
      *    EMPTY AFTER A NIGHT THAT PASSED.
           SELECT JOB-RESTART-FILE
                ASSIGN TO 'JOB-RESTART.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOB-RESTART-FILE-STATUS.

           SELECT JOB-LOG-FILE
                ASSIGN TO 'JOB-LOG.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOB-LOG-FILE-STATUS.

      *    THE NIGHTLY RUN'S ONE-RECORD OUTCOME -- SEE PROGRAM4.
           SELECT EOJ-STATUS-FILE
                ASSIGN TO 'EOJ-STATUS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EOJ-STATUS-FILE-STATUS.

      *    GENERIC FILE FOR A STEP'S DUE TEST, LIKE PROGRAM5'S
      *    GENERIC COPY FDS -- THE NAME IS MOVED INTO
      *    WS-DUE-FILE-NAME BEFORE EACH OPEN.  ONLY WHETHER IT HOLDS
      *    A RECORD MATTERS.
           SELECT DUE-TEST-FILE
                ASSIGN TO WS-DUE-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DUE-TEST-FILE-STATUS.
      *
      ************************ DATA-DIVISION *************************
      *
       DATA DIVISION.

       FILE SECTION.

      *
      *    MAX RC IS TWO DIGITS.  EOJ CHECK 'Y' READS EOJ-STATUS.TXT
      *    BACK AFTER THE STEP.  DUE FILES OF SPACES = ALWAYS DUE.
       FD  JOB-STREAM-FILE
           RECORD CONTAINS 99 CHARACTERS.

       01  JOB-STREAM-RECORD.
           05  JSR-STEP-NAME            PIC X(8).
           05  JSR-MAX-RC               PIC X(2).
           05  JSR-EOJ-CHECK            PIC X.
           05  JSR-COMMAND              PIC X(40).
           05  JSR-DUE-FILE-1           PIC X(24).
           05  JSR-DUE-FILE-2           PIC X(24).
      *

      *
       FD  JOB-CONTROL-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  JOB-CONTROL-RECORD.
           05  JCC-START-MODE           PIC X(8).
      *

      *
       FD  JOB-RESTART-FILE
           RECORD CONTAINS 21 CHARACTERS.

       01  JOB-RESTART-RECORD.
           05  JRS-RUN-DATE             PIC X(8).
           05  JRS-STEP-NO              PIC 99.
           05  JRS-STEP-NAME            PIC X(8).
           05  JRS-RETURN-CODE          PIC 999.
      *

      *
      *    ONE LINE PER STEP, AND ONE FOR THE NIGHT WITH STEP 00.
       FD  JOB-LOG-FILE
           RECORD CONTAINS 72 CHARACTERS.

       01  JOB-LOG-RECORD.
           05  JLG-RUN-DATE             PIC X(8).
           05                           PIC X.
           05  JLG-STEP-NO              PIC 99.
           05                           PIC X.
           05  JLG-STEP-NAME            PIC X(8).
           05                           PIC X.
           05  JLG-START-TIME           PIC X(6).
           05                           PIC X.
           05  JLG-END-TIME             PIC X(6).
           05                           PIC X.
           05  JLG-RETURN-CODE          PIC X(3).
           05                           PIC X.
           05  JLG-MAX-RC               PIC X(2).
           05                           PIC X.
           05  JLG-VERDICT              PIC X(8).
           05                           PIC X.
           05  JLG-NOTE                 PIC X(20).
      *

      *
      *    SEE PROGRAM4.
       FD  EOJ-STATUS-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  EOJ-STATUS-RECORD.
           05  EOJ-RUN-DATE             PIC X(8).
           05  EOJ-RUN-MODE             PIC X(8).
           05  EOJ-INPUT-RECORDS        PIC 9(7).
           05  EOJ-REJECT-TOTAL         PIC 9(7).
           05  EOJ-RECONCILE-RESULT     PIC X(8).
           05  EOJ-HIGHEST-SEVERITY     PIC 99.
      *

      *
       FD  DUE-TEST-FILE.

       01  DUE-TEST-RECORD              PIC X(80).
      *
      *
      ******************* WORKING-STORAGE ****************************
      *
       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05  WS-JOB-STREAM-FILE-STATUS   PIC X(2).
           05  WS-JOB-CONTROL-FILE-STATUS  PIC X(2).
           05  WS-JOB-RESTART-FILE-STATUS  PIC X(2).
           05  WS-JOB-LOG-FILE-STATUS      PIC X(2).
           05  WS-EOJ-STATUS-FILE-STATUS   PIC X(2).
           05  WS-DUE-TEST-FILE-STATUS     PIC X(2).
           05  WS-STREAM-EOF            PIC X(3)   VALUE 'NO'.
               88  NO-MORE-STREAM-ROWS      VALUE 'YES'.
           05  WS-FRESH-START-SW        PIC X(3)   VALUE 'NO'.
           05  WS-STEP-DUE-SW           PIC X(3)   VALUE 'NO'.
           05  WS-STREAM-FAILED-SW      PIC X(3)   VALUE 'NO'.
               88  STREAM-FAILED            VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                  PIC 9(4).
           05  WS-MONTH                 PIC 99.
           05  WS-DAY                   PIC 99.

       01  STEP-RUN-FIELDS.
           05  WS-START-STEP            PIC 99     VALUE 1.
           05  WS-RESTART-DATE          PIC X(8)   VALUE SPACES.
           05  WS-FAILED-STEP           PIC 99     VALUE 0.
           05  WS-STEP-COMMAND          PIC X(41).
           05  WS-DUE-FILE-NAME         PIC X(24)  VALUE SPACES.
           05  WS-TIME-WORK             PIC X(8).
           05  WS-STEP-START-TIME       PIC X(6).
           05  WS-STEP-END-TIME         PIC X(6).
      *    THE SHELL HANDS BACK THE WAIT STATUS -- THE EXIT CODE
      *    TIMES 256, OR THE SIGNAL NUMBER WHEN THE STEP WAS KILLED.
           05  WS-SYSTEM-STATUS         PIC S9(9)  VALUE 0.
           05  WS-SYSTEM-SIGNAL         PIC S9(9)  VALUE 0.
           05  WS-STEP-RC               PIC 999    VALUE 0.
           05  WS-STEP-VERDICT          PIC X(8).
           05  WS-STEP-NOTE             PIC X(20).

       01  STREAM-COUNTERS.
           05  JSC-STEPS-RUN            PIC 99     VALUE 0.
           05  JSC-STEPS-NOT-DUE        PIC 99     VALUE 0.
           05  JSC-STEPS-SKIPPED        PIC 99     VALUE 0.

      *    THE STANDARD NIGHT, USED WHEN NO JOB-STREAM FILE IS ON
      *    HAND.  SAME COLUMNS AS A JOB-STREAM ROW.
       01  STANDARD-STEP-VALUES.
           05  FILLER.
               10  PIC X(8)   VALUE 'VERIFY'.
               10  PIC X(2)   VALUE '04'.
               10  PIC X      VALUE 'N'.
               10  PIC X(40)  VALUE 'PROGRAM7'.
               10  PIC X(24)  VALUE SPACES.
               10  PIC X(24)  VALUE SPACES.
           05  FILLER.
               10  PIC X(8)   VALUE 'MAINT'.
               10  PIC X(2)   VALUE '04'.
               10  PIC X      VALUE 'N'.
               10  PIC X(40)  VALUE 'PROGRAM5'.
               10  PIC X(24)  VALUE 'MASTER-TRANS.TXT'.
               10  PIC X(24)  VALUE 'MASTER-BACKOUT.TXT'.
           05  FILLER.
               10  PIC X(8)   VALUE 'NIGHTLY'.
               10  PIC X(2)   VALUE '04'.
               10  PIC X      VALUE 'Y'.
               10  PIC X(40)  VALUE 'PROGRAM4'.
               10  PIC X(24)  VALUE SPACES.
               10  PIC X(24)  VALUE SPACES.
           05  FILLER.
               10  PIC X(8)   VALUE 'COUNT'.
               10  PIC X(2)   VALUE '04'.
               10  PIC X      VALUE 'N'.
               10  PIC X(40)  VALUE 'PROGRAM6'.
               10  PIC X(24)  VALUE 'COUNT-REQUEST.TXT'.
               10  PIC X(24)  VALUE 'COUNT-ENTRY.TXT'.

       01  STANDARD-STEP-TABLE REDEFINES STANDARD-STEP-VALUES.
           05  STANDARD-STEP-ITEM OCCURS 4 TIMES.
               10  SST-STEP-NAME        PIC X(8).
               10  SST-MAX-RC           PIC 99.
               10  SST-EOJ-CHECK        PIC X.
               10  SST-COMMAND          PIC X(40).
               10  SST-DUE-FILE-1       PIC X(24).
               10  SST-DUE-FILE-2       PIC X(24).

      *    THE STEPS TONIGHT RUNS, IN ORDER.
       01  STEP-TABLE-FIELDS.
           05  WS-STEP-COUNT            PIC 99     VALUE 0.
           05  ST-SUB                   PIC 99.

       01  STEP-TABLE.
           05  STEP-ITEM OCCURS 20 TIMES.
               10  JST-STEP-NAME        PIC X(8).
               10  JST-MAX-RC           PIC 99.
               10  JST-EOJ-CHECK        PIC X.
               10  JST-COMMAND          PIC X(40).
               10  JST-DUE-FILE-1       PIC X(24).
               10  JST-DUE-FILE-2       PIC X(24).
      *
      ********************** PROCEDURE-DIVISION **********************
      *
       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           PERFORM 110-READ-JOB-CONTROL
           PERFORM 200-LOAD-STEP-TABLE
           PERFORM 300-CHECK-FOR-RESTART

           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOB-LOG-FILE-STATUS NOT = '00'
               OPEN OUTPUT JOB-LOG-FILE
           END-IF

           PERFORM 400-RUN-ONE-STEP
                   VARYING ST-SUB FROM 1 BY 1
                      UNTIL ST-SUB > WS-STEP-COUNT
                         OR STREAM-FAILED

           PERFORM 500-END-OF-NIGHT

           CLOSE JOB-LOG-FILE

           PERFORM 900-FINAL-ROUTINE

           .

       110-READ-JOB-CONTROL.

           OPEN INPUT JOB-CONTROL-FILE

           IF WS-JOB-CONTROL-FILE-STATUS = '00'
               READ JOB-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE JCC-START-MODE
                           WHEN 'FRESH'
                               MOVE 'YES' TO WS-FRESH-START-SW
                               DISPLAY 'JOB-CONTROL: FRESH START '
                                   'REQUESTED.'
                           WHEN SPACES
                               CONTINUE
                           WHEN OTHER
                               DISPLAY 'JOB-CONTROL: BAD START MODE "'
                                   JCC-START-MODE '" IGNORED.'
                       END-EVALUATE
               END-READ
               CLOSE JOB-CONTROL-FILE
           END-IF

           .

       200-LOAD-STEP-TABLE.

      *    A BAD ROW STOPS THE DRIVER BEFORE ANY STEP RUNS -- HALF A
      *    NIGHT FROM A TABLE NOBODY MEANT IS WORSE THAN NONE.
           OPEN INPUT JOB-STREAM-FILE

           IF WS-JOB-STREAM-FILE-STATUS NOT = '00'
               DISPLAY 'NO JOB-STREAM FILE PRESENT -- THE STANDARD '
                   'NIGHT RUNS.'
               PERFORM 220-LOAD-ONE-STANDARD-STEP
                       VARYING ST-SUB FROM 1 BY 1
                          UNTIL ST-SUB > 4
           ELSE
               MOVE 'NO' TO WS-STREAM-EOF
               PERFORM 210-LOAD-ONE-STREAM-ROW
                   UNTIL NO-MORE-STREAM-ROWS
               CLOSE JOB-STREAM-FILE
           END-IF

           IF WS-STEP-COUNT = 0
               DISPLAY 'FATAL: JOB-STREAM FILE HOLDS NO STEPS.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       210-LOAD-ONE-STREAM-ROW.

           READ JOB-STREAM-FILE
               AT END
                   MOVE 'YES' TO WS-STREAM-EOF
               NOT AT END
                   IF JSR-STEP-NAME = SPACES
                       OR JSR-COMMAND = SPACES
                       OR JSR-MAX-RC NOT NUMERIC
                       DISPLAY 'FATAL: BAD JOB-STREAM ROW "'
                           JSR-STEP-NAME '" -- NO STEPS RUN.'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-STEP-COUNT NOT < 20
                       DISPLAY 'FATAL: JOB-STREAM EXCEEDS 20 STEPS '
                           '-- NO STEPS RUN.'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-STEP-COUNT
                   MOVE JSR-STEP-NAME  TO JST-STEP-NAME(WS-STEP-COUNT)
                   MOVE JSR-MAX-RC     TO JST-MAX-RC(WS-STEP-COUNT)
                   MOVE JSR-EOJ-CHECK  TO JST-EOJ-CHECK(WS-STEP-COUNT)
                   MOVE JSR-COMMAND    TO JST-COMMAND(WS-STEP-COUNT)
                   MOVE JSR-DUE-FILE-1 TO JST-DUE-FILE-1(WS-STEP-COUNT)
                   MOVE JSR-DUE-FILE-2 TO JST-DUE-FILE-2(WS-STEP-COUNT)
           END-READ

           .

       220-LOAD-ONE-STANDARD-STEP.

           ADD 1 TO WS-STEP-COUNT
           MOVE SST-STEP-NAME(ST-SUB)  TO JST-STEP-NAME(WS-STEP-COUNT)
           MOVE SST-MAX-RC(ST-SUB)     TO JST-MAX-RC(WS-STEP-COUNT)
           MOVE SST-EOJ-CHECK(ST-SUB)  TO JST-EOJ-CHECK(WS-STEP-COUNT)
           MOVE SST-COMMAND(ST-SUB)    TO JST-COMMAND(WS-STEP-COUNT)
           MOVE SST-DUE-FILE-1(ST-SUB) TO JST-DUE-FILE-1(WS-STEP-COUNT)
           MOVE SST-DUE-FILE-2(ST-SUB) TO JST-DUE-FILE-2(WS-STEP-COUNT)

           .

       300-CHECK-FOR-RESTART.

      *    A FAILED NIGHT LEFT ITS STEP ON THE RESTART FILE.  THE
      *    STREAM RESUMES THERE UNLESS THE OPERATOR ASKED FOR A
      *    FRESH START.  A TABLE THAT NO LONGER HAS THAT STEP IN THAT
      *    PLACE CANNOT BE RESUMED SAFELY -- A PERSON DECIDES.
           OPEN INPUT JOB-RESTART-FILE

           IF WS-JOB-RESTART-FILE-STATUS = '00'
               READ JOB-RESTART-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 310-APPLY-RESTART-RECORD
               END-READ
               CLOSE JOB-RESTART-FILE
           END-IF

      *    THE FRESH CARD IS ONE-SHOT -- CONSUMED ONCE ACTED ON SO A
      *    FORGOTTEN CARD CANNOT SET ASIDE TOMORROW NIGHT'S RESTART.
           IF WS-FRESH-START-SW = 'YES'
               OPEN OUTPUT JOB-CONTROL-FILE
               CLOSE JOB-CONTROL-FILE
           END-IF

           .

       310-APPLY-RESTART-RECORD.

           IF WS-FRESH-START-SW = 'YES'
               DISPLAY 'FRESH START -- RESTART AT STEP '
                   JRS-STEP-NO ' (' JRS-STEP-NAME ') FROM '
                   JRS-RUN-DATE ' SET ASIDE.'
           ELSE
               IF JRS-STEP-NO NOT NUMERIC
                   OR JRS-STEP-NO = 0
                   OR JRS-STEP-NO > WS-STEP-COUNT
                   DISPLAY 'FATAL: JOB-RESTART NAMES STEP '
                       JRS-STEP-NO ' WHICH IS NOT ON THE STEP TABLE '
                       '-- PLACE A FRESH JOB-CONTROL CARD TO START '
                       'OVER.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF JST-STEP-NAME(JRS-STEP-NO) NOT = JRS-STEP-NAME
                   DISPLAY 'FATAL: JOB-RESTART NAMES STEP '
                       JRS-STEP-NO ' AS ' JRS-STEP-NAME
                       ' BUT THE STEP TABLE HAS '
                       JST-STEP-NAME(JRS-STEP-NO)
                       ' -- PLACE A FRESH JOB-CONTROL CARD TO START '
                       'OVER.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE JRS-STEP-NO  TO WS-START-STEP
               MOVE JRS-RUN-DATE TO WS-RESTART-DATE
               DISPLAY 'RESTARTING AT STEP ' JRS-STEP-NO ' ('
                   JRS-STEP-NAME ') WHICH FAILED ON ' JRS-RUN-DATE
                   ' WITH RETURN CODE ' JRS-RETURN-CODE '.'
           END-IF

           .

       400-RUN-ONE-STEP.

           MOVE SPACES TO WS-STEP-START-TIME
           MOVE SPACES TO WS-STEP-END-TIME
           MOVE SPACES TO WS-STEP-NOTE

           EVALUATE TRUE
               WHEN ST-SUB < WS-START-STEP
                   MOVE 'SKIPPED' TO WS-STEP-VERDICT
                   STRING 'DONE ON ' DELIMITED BY SIZE
                          WS-RESTART-DATE DELIMITED BY SIZE
                          INTO WS-STEP-NOTE
                   END-STRING
                   ADD 1 TO JSC-STEPS-SKIPPED
                   PERFORM 450-WRITE-STEP-LOG
               WHEN OTHER
                   PERFORM 410-CHECK-STEP-DUE
                   IF WS-STEP-DUE-SW = 'YES'
                       PERFORM 430-EXECUTE-ONE-STEP
                   ELSE
                       MOVE 'NOT DUE' TO WS-STEP-VERDICT
                       MOVE 'NOTHING WAITING' TO WS-STEP-NOTE
                       ADD 1 TO JSC-STEPS-NOT-DUE
                       DISPLAY 'STEP ' ST-SUB ' ' JST-STEP-NAME(ST-SUB)
                           ' NOT DUE -- NOTHING WAITING.'
                       PERFORM 450-WRITE-STEP-LOG
                   END-IF
           END-EVALUATE

           .

       410-CHECK-STEP-DUE.

      *    NO DUE FILES MEANS ALWAYS DUE; OTHERWISE ONE OF THEM MUST
      *    HOLD A RECORD.
           IF JST-DUE-FILE-1(ST-SUB) = SPACES
               AND JST-DUE-FILE-2(ST-SUB) = SPACES
               MOVE 'YES' TO WS-STEP-DUE-SW
           ELSE
               MOVE 'NO' TO WS-STEP-DUE-SW
               IF JST-DUE-FILE-1(ST-SUB) NOT = SPACES
                   MOVE JST-DUE-FILE-1(ST-SUB) TO WS-DUE-FILE-NAME
                   PERFORM 420-TEST-ONE-DUE-FILE
               END-IF
               IF JST-DUE-FILE-2(ST-SUB) NOT = SPACES
                   AND WS-STEP-DUE-SW = 'NO'
                   MOVE JST-DUE-FILE-2(ST-SUB) TO WS-DUE-FILE-NAME
                   PERFORM 420-TEST-ONE-DUE-FILE
               END-IF
           END-IF

           .

       420-TEST-ONE-DUE-FILE.

           OPEN INPUT DUE-TEST-FILE

           IF WS-DUE-TEST-FILE-STATUS = '00'
               READ DUE-TEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'YES' TO WS-STEP-DUE-SW
               END-READ
               CLOSE DUE-TEST-FILE
           END-IF

           .

       430-EXECUTE-ONE-STEP.

           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK(1:6) TO WS-STEP-START-TIME
           DISPLAY 'STEP ' ST-SUB ' ' JST-STEP-NAME(ST-SUB)
               ' STARTED AT ' WS-STEP-START-TIME '.'

      *    A STEP CHECKED ON ITS STATUS RECORD MUST WRITE A NEW ONE
      *    -- EMPTIED HERE SO LAST NIGHT'S RECORD CANNOT PASS A STEP
      *    THAT NEVER REACHED ITS BATCH.
           IF JST-EOJ-CHECK(ST-SUB) = 'Y'
               OPEN OUTPUT EOJ-STATUS-FILE
               CLOSE EOJ-STATUS-FILE
           END-IF

           MOVE JST-COMMAND(ST-SUB) TO WS-STEP-COMMAND
           MOVE LOW-VALUE TO WS-STEP-COMMAND(41:1)
           MOVE 0 TO RETURN-CODE
           CALL 'SYSTEM' USING WS-STEP-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS
           MOVE 0 TO RETURN-CODE

           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK(1:6) TO WS-STEP-END-TIME
           ADD 1 TO JSC-STEPS-RUN

      *    A STEP KILLED BY A SIGNAL, OR ONE THAT ENDS WITH A CODE
      *    PAST THREE DIGITS, IS TAKEN AS AN ABEND (999).
           IF WS-SYSTEM-STATUS < 0
               MOVE 999 TO WS-STEP-RC
               MOVE 'ABENDED' TO WS-STEP-NOTE
           ELSE
               DIVIDE WS-SYSTEM-STATUS BY 256
                   GIVING WS-SYSTEM-STATUS
                   REMAINDER WS-SYSTEM-SIGNAL
               IF WS-SYSTEM-SIGNAL NOT = 0
                   OR WS-SYSTEM-STATUS > 999
                   MOVE 999 TO WS-STEP-RC
                   MOVE 'ABENDED' TO WS-STEP-NOTE
               ELSE
                   MOVE WS-SYSTEM-STATUS TO WS-STEP-RC
               END-IF
           END-IF

           IF JST-EOJ-CHECK(ST-SUB) = 'Y'
               PERFORM 440-READ-EOJ-SEVERITY
           END-IF

           IF WS-STEP-RC > JST-MAX-RC(ST-SUB)
               MOVE 'FAILED' TO WS-STEP-VERDICT
               MOVE 'YES' TO WS-STREAM-FAILED-SW
               MOVE ST-SUB TO WS-FAILED-STEP
           ELSE
               MOVE 'OK' TO WS-STEP-VERDICT
           END-IF

           DISPLAY 'STEP ' ST-SUB ' ' JST-STEP-NAME(ST-SUB)
               ' ENDED AT ' WS-STEP-END-TIME ', RETURN CODE '
               WS-STEP-RC ' -- ' WS-STEP-VERDICT

           PERFORM 450-WRITE-STEP-LOG

           .

       440-READ-EOJ-SEVERITY.

      *    THE STATUS RECORD IS WRITTEN AS 99 WHEN THE RUN STARTS AND
      *    REPLACED AT A CLEAN END, SO A SEVERITY ABOVE THE RETURN
      *    CODE MEANS THE STEP DID NOT END THE WAY ITS CODE SAYS.  NO
      *    RECORD AT ALL MEANS IT NEVER RAN THE BATCH -- A FAILURE.
           OPEN INPUT EOJ-STATUS-FILE

           IF WS-EOJ-STATUS-FILE-STATUS = '00'
               READ EOJ-STATUS-FILE
                   AT END
                       MOVE 999 TO WS-STEP-RC
                       MOVE 'NO EOJ-STATUS' TO WS-STEP-NOTE
                   NOT AT END
                       IF EOJ-HIGHEST-SEVERITY NUMERIC
                           AND EOJ-HIGHEST-SEVERITY > WS-STEP-RC
                           MOVE EOJ-HIGHEST-SEVERITY TO WS-STEP-RC
                           MOVE 'EOJ-STATUS SEVERITY' TO WS-STEP-NOTE
                       END-IF
               END-READ
               CLOSE EOJ-STATUS-FILE
           ELSE
               MOVE 999 TO WS-STEP-RC
               MOVE 'NO EOJ-STATUS' TO WS-STEP-NOTE
           END-IF

           .

       450-WRITE-STEP-LOG.

           MOVE SPACES TO JOB-LOG-RECORD
           MOVE WS-CURRENT-DATE        TO JLG-RUN-DATE
           MOVE ST-SUB                 TO JLG-STEP-NO
           MOVE JST-STEP-NAME(ST-SUB)  TO JLG-STEP-NAME
           MOVE WS-STEP-START-TIME     TO JLG-START-TIME
           MOVE WS-STEP-END-TIME       TO JLG-END-TIME
           IF WS-STEP-START-TIME NOT = SPACES
               MOVE WS-STEP-RC         TO JLG-RETURN-CODE
           END-IF
           MOVE JST-MAX-RC(ST-SUB)     TO JLG-MAX-RC
           MOVE WS-STEP-VERDICT        TO JLG-VERDICT
           MOVE WS-STEP-NOTE           TO JLG-NOTE
           WRITE JOB-LOG-RECORD

           .

       500-END-OF-NIGHT.

      *    A FAILED NIGHT LEAVES ITS STEP FOR THE NEXT START TO
      *    RESUME AT; A NIGHT THAT PASSED CLEARS THE RESTART FILE.
           MOVE SPACES TO JOB-LOG-RECORD
           MOVE WS-CURRENT-DATE TO JLG-RUN-DATE
           MOVE 0               TO JLG-STEP-NO
           MOVE 'NIGHT'         TO JLG-STEP-NAME

           OPEN OUTPUT JOB-RESTART-FILE

           IF STREAM-FAILED
               MOVE WS-CURRENT-DATE TO JRS-RUN-DATE
               MOVE WS-FAILED-STEP  TO JRS-STEP-NO
               MOVE JST-STEP-NAME(WS-FAILED-STEP) TO JRS-STEP-NAME
               MOVE WS-STEP-RC      TO JRS-RETURN-CODE
               WRITE JOB-RESTART-RECORD

               MOVE 'FAILED' TO JLG-VERDICT
               STRING 'AT STEP ' DELIMITED BY SIZE
                      WS-FAILED-STEP DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      JST-STEP-NAME(WS-FAILED-STEP)
                          DELIMITED BY SPACE
                      INTO JLG-NOTE
               END-STRING
               DISPLAY 'NIGHTLY STREAM ' WS-CURRENT-DATE
                   ' FAILED AT STEP ' WS-FAILED-STEP ' ('
                   JST-STEP-NAME(WS-FAILED-STEP) ') -- NEXT START '
                   'RESUMES THERE.'
           ELSE
               MOVE 'PASSED' TO JLG-VERDICT
               STRING JSC-STEPS-RUN DELIMITED BY SIZE
                      ' STEP(S) RUN' DELIMITED BY SIZE
                      INTO JLG-NOTE
               END-STRING
               DISPLAY 'NIGHTLY STREAM ' WS-CURRENT-DATE
                   ' PASSED -- ' JSC-STEPS-RUN ' RUN, '
                   JSC-STEPS-NOT-DUE ' NOT DUE, '
                   JSC-STEPS-SKIPPED ' SKIPPED ON RESTART.'
           END-IF

           CLOSE JOB-RESTART-FILE

           WRITE JOB-LOG-RECORD

           .

       900-FINAL-ROUTINE.

           IF STREAM-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN

           .
