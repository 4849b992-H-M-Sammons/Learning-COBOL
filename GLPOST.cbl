      *-----------------------
      * Modification History
      * 2026-09-02  CR-4491  New program.
      * 2026-10-15  CR-4511  Every extract line's account must be on
      *                      the GLCOA chart of accounts and active,
      *                      and the batch's period must be later
      *                      than the last period GLCLOSE closed on
      *                      GLPERCTL - otherwise the whole batch is
      *                      refused RC 8. Balance records carry the
      *                      opening balance GLCLOSE brings forward,
      *                      and the trial balance shows it.
      * 2026-10-15  CR-4517  Run control. A payroll batch ('PR') is
      *                      matched to its pay week on RUNCTL by the
      *                      batch number LAB3 recorded there; the
      *                      payroll step must be complete, a week
      *                      already posted is skipped, and one whose
      *                      posting never finished is refused until
      *                      the step is reset. The step is marked
      *                      running before the first balance is
      *                      touched and complete once the batch is
      *                      logged. Other batches bypass RUNCTL.
      *-----------------------

       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-BATCH-NO.
           SELECT GL-COA-FILE     ASSIGN TO GLCOA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-ACCOUNT.
           SELECT GL-PERIOD-CTL   ASSIGN TO GLPERCTL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CYCLE-ID.
           SELECT TRIAL-BAL-RPT   ASSIGN TO TRIALBAL.

       DATA DIVISION.
               10  GB-PERIOD     PIC 9(06).
           05  GB-DEBIT-TOTAL    PIC S9(11)V99 COMP-3.
           05  GB-CREDIT-TOTAL   PIC S9(11)V99 COMP-3.
      *    Balance brought forward by GLCLOSE from the prior period -
      *    balance-sheet accounts only, zero on anything posted to
      *    for the first time here
           05  GB-OPEN-BALANCE   PIC S9(11)V99 COMP-3.

      *    One record per batch ever posted - the duplicate-batch
      *    guard. A batch number found here is refused outright.
           05  BL-DEBIT-TOTAL    PIC S9(11)V99 COMP-3.
           05  BL-CREDIT-TOTAL   PIC S9(11)V99 COMP-3.

      *    Chart of accounts - every account the ledger will accept,
      *    a VSAM KSDS keyed on account number. Type is A asset,
      *    L liability, Q equity, R revenue, E expense.
       FD  GL-COA-FILE.
       01  GL-COA-REC.
           05  CA-ACCOUNT        PIC X(08).
           05  CA-ACCOUNT-NAME   PIC X(30).
           05  CA-ACCOUNT-TYPE   PIC X(01).
               88  CA-IS-ASSET       VALUE 'A'.
               88  CA-IS-LIABILITY   VALUE 'L'.
               88  CA-IS-EQUITY      VALUE 'Q'.
               88  CA-IS-REVENUE     VALUE 'R'.
               88  CA-IS-EXPENSE     VALUE 'E'.
           05  CA-ACTIVE-SW      PIC X(01).
               88  CA-IS-ACTIVE      VALUE 'Y'.

      *    One-record control file - the last YYYYMM period GLCLOSE
      *    has closed. Nothing may post into it or any period before.
       FD  GL-PERIOD-CTL RECORDING MODE F.
       01  GL-PERIOD-CTL-REC.
           05  PC-LAST-CLOSED    PIC 9(06).
           05  PC-CLOSED-DATE    PIC 9(08).

      *    Payroll run control - one record per pay week, keyed on
      *    the week-ending LAB3 paid, carrying the GL batch number
      *    LAB3 extracted for it; blank not run, R running,
      *    C complete, F failed for each step
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           05  RC-CYCLE-ID       PIC X(08).
           05  RC-CARD-COUNT     PIC 9(05).
           05  RC-HOURS-HASH     PIC 9(07)V99.
           05  RC-GL-BATCH-NO    PIC X(08).
           05  RC-OPENED-DATE    PIC 9(08).
           05  RC-PAYROLL-STATUS PIC X(01).
           05  RC-PAYROLL-DATE   PIC 9(08).
           05  RC-GLPOST-STATUS  PIC X(01).
           05  RC-GLPOST-DATE    PIC 9(08).
           05  RC-ADVICE-STATUS  PIC X(01).
           05  RC-ADVICE-DATE    PIC 9(08).
           05  FILLER            PIC X(15).

       FD  TRIAL-BAL-RPT RECORDING MODE F.
       01  TRIAL-BAL-REC         PIC X(90).

       WORKING-STORAGE SECTION.
        01 FLAGS.
              88  BATCH-IS-MIXED    VALUE 'Y'.
           05 BALANCE-FOUND-SW   PIC X VALUE 'N'.
              88  BALANCE-WAS-FOUND  VALUE 'Y'.
           05 BAD-ACCOUNT-SW     PIC X VALUE 'N'.
              88  BATCH-HAS-BAD-ACCOUNT VALUE 'Y'.
           05 CLOSED-PERIOD-SW   PIC X VALUE 'N'.
              88  BATCH-IN-CLOSED-PERIOD VALUE 'Y'.
           05 PERIOD-CTL-SW      PIC X VALUE 'N'.
              88  PERIOD-CTL-MISSING VALUE 'Y'.
           05 RUNCTL-EOF-SW      PIC X VALUE 'N'.
              88  RUNCTL-IS-EOF    VALUE 'Y'.
           05 CYCLE-CHECK-SW     PIC X VALUE SPACE.
              88  CYCLE-ALREADY-POSTED VALUE 'P'.
              88  CYCLE-REFUSED    VALUE 'X'.
           05 POSTING-CLEAR-SW   PIC X VALUE 'N'.
              88  POSTING-CLEARED  VALUE 'Y'.
           05 LEDGER-CLAIM-SW    PIC X VALUE 'N'.
              88  LEDGER-STEP-CLAIMED VALUE 'Y'.

      *    Captured off GLPERCTL before anything is read from the
      *    extract - every line's period is tested against it
        77 LAST-CLOSED-PERIOD    PIC 9(06) VALUE ZERO.

      *    What this batch owes the ledger, footed before a single
      *    balance record is touched - an unbalanced extract must
        01 BATCH-TOTALS.
           05 BATCH-DEBIT-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 BATCH-CREDIT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 THIS-BATCH.
           05 THIS-BATCH-NO      PIC X(08) VALUE SPACES.
           05 THIS-BATCH-NO-R    REDEFINES THIS-BATCH-NO.
              10 THIS-BATCH-SOURCE PIC X(02).
      *          LAB3's payroll batches - 'PR' + the run date
                 88  PAYROLL-BATCH VALUE 'PR'.
              10 FILLER          PIC X(06).

      *    The pay week this payroll batch belongs to, as run
      *    control had it when the extract was footed
        01 BATCH-CYCLE.
           05 BC-CYCLE-ID        PIC X(08) VALUE SPACES.
           05 BC-PAYROLL-STATUS  PIC X(01) VALUE SPACE.
              88  BC-PAYROLL-DONE  VALUE 'C'.
           05 BC-GLPOST-STATUS   PIC X(01) VALUE SPACE.
              88  BC-GLPOST-NOT-RUN VALUE SPACE.
              88  BC-GLPOST-DONE   VALUE 'C'.
           05 BC-GLPOST-DATE     PIC 9(08) VALUE ZERO.
        77 RUN-CONTROL-TEXT      PIC X(11) VALUE 'BYPASSED'.

      *    What the run did, displayed at end of job so accounting
      *    can tie the posting to the extract off the joblog
           05 STAT-EXTRACT-READ  PIC 9(07) VALUE ZERO.
           05 STAT-LINES-POSTED  PIC 9(07) VALUE ZERO.
           05 STAT-BALANCES-RPTD PIC 9(07) VALUE ZERO.
           05 STAT-BAD-ACCOUNTS  PIC 9(07) VALUE ZERO.

      *    Trial-balance grand totals across the whole master
        01 TRIAL-BAL-TOTALS.
           05 TB-OPEN-GRAND      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 TB-DEBIT-GRAND     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 TB-CREDIT-GRAND    PIC S9(13)V99 COMP-3 VALUE ZERO.

        01 TBAL-COLUMN-LINE.
           05 FILLER          PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER          PIC X(08) VALUE 'PERIOD'.
           05 FILLER          PIC X(18) VALUE '         OPENING'.
           05 FILLER          PIC X(18) VALUE '          DEBITS'.
           05 FILLER          PIC X(18) VALUE '         CREDITS'.
           05 FILLER          PIC X(18) VALUE '         BALANCE'.

        01 HEADING-DASH-LINE  PIC X(90) VALUE ALL '-'.

        01 TBAL-DETAIL-LINE.
           05 TB-ACCOUNT-O    PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 TB-PERIOD-O     PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 TB-OPEN-O       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 TB-DEBIT-O      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 TB-CREDIT-O     PIC -Z,ZZZ,ZZZ,ZZ9.99.

        01 TBAL-TOTAL-LINE.
           05 TBT-LABEL-O     PIC X(18).
           05 TBT-OPEN-O      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 TBT-DEBIT-O     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 TBT-CREDIT-O    PIC -Z,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       POST-JOURNAL-BATCH.
           PERFORM SET-RUN-DATE
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM SUM-EXTRACT-BATCH
           IF PAYROLL-BATCH
               PERFORM CHECK-LEDGER-CYCLE
           END-IF

           OPEN I-O GL-BATCH-LOG
           EVALUATE TRUE
      ****** A payroll week already in the ledger is a resubmitted
      ****** job - the step steps aside; anything else run control
      ****** refused is on the joblog
               WHEN CYCLE-ALREADY-POSTED
                   CONTINUE
               WHEN CYCLE-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN PERIOD-CTL-MISSING
                   DISPLAY "PERIOD CONTROL RECORD MISSING"
                       " - NOTHING POSTED"
                   MOVE 8 TO RETURN-CODE
               WHEN STAT-EXTRACT-READ = ZERO
                   DISPLAY "GL EXTRACT EMPTY - NOTHING POSTED"
                   MOVE 8 TO RETURN-CODE
                       BATCH-DEBIT-TOTAL " CR " BATCH-CREDIT-TOTAL
                       " - NOTHING POSTED"
                   MOVE 8 TO RETURN-CODE
      *        The accounts and periods were proven line by line in
      *        the footing pass - the joblog already names each one
               WHEN BATCH-HAS-BAD-ACCOUNT
                   DISPLAY "BATCH HITS " STAT-BAD-ACCOUNTS
                       " UNKNOWN OR INACTIVE ACCOUNT LINE(S)"
                       " - NOTHING POSTED"
                   MOVE 8 TO RETURN-CODE
               WHEN BATCH-IN-CLOSED-PERIOD
                   DISPLAY "BATCH POSTS INTO CLOSED PERIOD - LAST"
                       " CLOSED " LAST-CLOSED-PERIOD
                       " - NOTHING POSTED"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM CHECK-BATCH-LOG
                   IF BATCH-IS-DUPLICATE
                           " - NOTHING POSTED"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM CLAIM-LEDGER-STEP
                       IF POSTING-CLEARED
                           PERFORM POST-EXTRACT-LINES
                           PERFORM WRITE-BATCH-LOG-RECORD
                           IF LEDGER-STEP-CLAIMED
                               PERFORM END-LEDGER-STEP
                           END-IF
                           PERFORM PRINT-TRIAL-BALANCE
                       END-IF
                   END-IF
           END-EVALUATE
           .
           GOBACK.

       DISPLAY-RUN-STATISTICS.
      ****** The return code is what the scheduler acts on: 0 clean
      ****** (or a payroll week already posted, skipped), 8 nothing
      ****** was posted - empty or unbalanced extract, a duplicate
      ****** batch, an account not on the chart or not active, a
      ****** closed period, a payroll week run control refused, or
      ****** a balance-master write that failed
           DISPLAY "GLPOST RUN STATISTICS"
           DISPLAY "  BATCH NUMBER:       " THIS-BATCH-NO
           DISPLAY "  PAY WEEK:           " BC-CYCLE-ID
           DISPLAY "  RUN CONTROL:        " RUN-CONTROL-TEXT
           DISPLAY "  EXTRACT LINES READ: " STAT-EXTRACT-READ
           DISPLAY "  BAD ACCOUNT LINES:  " STAT-BAD-ACCOUNTS
           DISPLAY "  LINES POSTED:       " STAT-LINES-POSTED
           DISPLAY "  BALANCES REPORTED:  " STAT-BALANCES-RPTD
           DISPLAY "  RETURN CODE:        " RETURN-CODE
      *    the single balanced batch LAB3 writes, and posting part
      *    of it would be worse than posting none of it.
           OPEN INPUT GL-EXTRACT-FILE
           OPEN INPUT GL-COA-FILE
           PERFORM READ-EXTRACT-RECORD
           PERFORM UNTIL EXTRACT-IS-EOF
               IF THIS-BATCH-NO = SPACES
               ELSE
                   ADD GX-DEBIT  TO BATCH-DEBIT-TOTAL
                   ADD GX-CREDIT TO BATCH-CREDIT-TOTAL
                   PERFORM VALIDATE-EXTRACT-LINE
                   PERFORM READ-EXTRACT-RECORD
               END-IF
           END-PERFORM
           CLOSE GL-COA-FILE
           CLOSE GL-EXTRACT-FILE
           .

       LOAD-PERIOD-CONTROL.
      *    No control record means nobody can say which periods are
      *    closed - posting blind is worse than not posting
           OPEN INPUT GL-PERIOD-CTL
           READ GL-PERIOD-CTL
               AT END SET PERIOD-CTL-MISSING TO TRUE
               NOT AT END MOVE PC-LAST-CLOSED TO LAST-CLOSED-PERIOD
           END-READ
           CLOSE GL-PERIOD-CTL
           .

       VALIDATE-EXTRACT-LINE.
      *    A mistyped deduction account or a department nobody set
      *    up would otherwise open a new ledger line nobody notices -
      *    every bad line is named on the joblog and the batch is
      *    refused whole
           MOVE GX-ACCOUNT TO CA-ACCOUNT
           READ GL-COA-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT " GX-ACCOUNT
                       " NOT ON CHART OF ACCOUNTS"
                   SET BATCH-HAS-BAD-ACCOUNT TO TRUE
                   ADD 1 TO STAT-BAD-ACCOUNTS
               NOT INVALID KEY
                   IF NOT CA-IS-ACTIVE
                       DISPLAY "ACCOUNT " GX-ACCOUNT " INACTIVE"
                       SET BATCH-HAS-BAD-ACCOUNT TO TRUE
                       ADD 1 TO STAT-BAD-ACCOUNTS
                   END-IF
           END-READ
           IF GX-RUN-PERIOD NOT > LAST-CLOSED-PERIOD
               SET BATCH-IN-CLOSED-PERIOD TO TRUE
           END-IF
           .

       READ-EXTRACT-RECORD.
           READ GL-EXTRACT-FILE
               AT END SET EXTRACT-IS-EOF TO TRUE
           END-READ
           .

       CHECK-LEDGER-CYCLE.
      *    Run control is keyed on the pay week, which the extract
      *    does not carry - the week is found by the batch number
      *    LAB3 recorded for it. A same-day rerun reuses the batch
      *    number, so the latest week carrying it is the one meant.
           MOVE 'NOT CHECKED' TO RUN-CONTROL-TEXT
           OPEN INPUT RUN-CONTROL-FILE
           MOVE LOW-VALUES TO RC-CYCLE-ID
           START RUN-CONTROL-FILE KEY >= RC-CYCLE-ID
               INVALID KEY SET RUNCTL-IS-EOF TO TRUE
           END-START
           IF NOT RUNCTL-IS-EOF
               PERFORM READ-NEXT-RUN-CONTROL
           END-IF
           PERFORM UNTIL RUNCTL-IS-EOF
               IF RC-GL-BATCH-NO = THIS-BATCH-NO
                   MOVE RC-CYCLE-ID       TO BC-CYCLE-ID
                   MOVE RC-PAYROLL-STATUS TO BC-PAYROLL-STATUS
                   MOVE RC-GLPOST-STATUS  TO BC-GLPOST-STATUS
                   MOVE RC-GLPOST-DATE    TO BC-GLPOST-DATE
               END-IF
               PERFORM READ-NEXT-RUN-CONTROL
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
      *    A step marked running or failed may have put part of the
      *    batch on the balance master - posting it again would
      *    double those lines
           EVALUATE TRUE
               WHEN BC-CYCLE-ID = SPACES
                   DISPLAY "PAYROLL BATCH " THIS-BATCH-NO
                       " NOT ON RUN CONTROL - NOTHING POSTED"
                   SET CYCLE-REFUSED TO TRUE
                   MOVE 'REFUSED' TO RUN-CONTROL-TEXT
               WHEN NOT BC-PAYROLL-DONE
                   DISPLAY "PAYROLL STEP FOR CYCLE " BC-CYCLE-ID
                       " NOT COMPLETE - NOTHING POSTED"
                   SET CYCLE-REFUSED TO TRUE
                   MOVE 'REFUSED' TO RUN-CONTROL-TEXT
               WHEN BC-GLPOST-DONE
                   DISPLAY "CYCLE " BC-CYCLE-ID " ALREADY POSTED "
                       BC-GLPOST-DATE " - POSTING STEP SKIPPED"
                   SET CYCLE-ALREADY-POSTED TO TRUE
                   MOVE 'SKIPPED' TO RUN-CONTROL-TEXT
               WHEN BC-GLPOST-NOT-RUN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "POSTING STEP FOR CYCLE " BC-CYCLE-ID
                       " STATUS " BC-GLPOST-STATUS " SINCE "
                       BC-GLPOST-DATE " - NOTHING POSTED"
                   DISPLAY "REVIEW GLBALMST FOR THE BATCH AND RESET"
                       " THE STEP BEFORE RERUNNING"
                   SET CYCLE-REFUSED TO TRUE
                   MOVE 'REFUSED' TO RUN-CONTROL-TEXT
           END-EVALUATE
           .

       READ-NEXT-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END SET RUNCTL-IS-EOF TO TRUE
           END-READ.

       CLAIM-LEDGER-STEP.
      *    A payroll week is marked running before the first balance
      *    is touched; any other batch posts without run control
           IF NOT PAYROLL-BATCH
               SET POSTING-CLEARED TO TRUE
           ELSE
               OPEN I-O RUN-CONTROL-FILE
               MOVE BC-CYCLE-ID TO RC-CYCLE-ID
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       PERFORM RUN-CONTROL-WRITE-FAILED
                   NOT INVALID KEY
                       MOVE 'R'          TO RC-GLPOST-STATUS
                       MOVE RUN-DATE-YMD TO RC-GLPOST-DATE
                       REWRITE RUN-CONTROL-REC
                           INVALID KEY
                               PERFORM RUN-CONTROL-WRITE-FAILED
                           NOT INVALID KEY
                               SET POSTING-CLEARED     TO TRUE
                               SET LEDGER-STEP-CLAIMED TO TRUE
                       END-REWRITE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           .

       RUN-CONTROL-WRITE-FAILED.
           DISPLAY "RUN CONTROL UPDATE FAILED - CYCLE " BC-CYCLE-ID
               " - NOTHING POSTED"
           MOVE 'REFUSED' TO RUN-CONTROL-TEXT
           MOVE 8 TO RETURN-CODE
           .

       END-LEDGER-STEP.
      *    Complete once the batch is on the log - from then on the
      *    batch log refuses it anyway. A failed post stays failed
      *    until the master is repaired and the step reset.
           OPEN I-O RUN-CONTROL-FILE
           MOVE BC-CYCLE-ID TO RC-CYCLE-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "RUN CONTROL RECORD MISSING - CYCLE "
                       BC-CYCLE-ID
                   MOVE 'FAILED' TO RUN-CONTROL-TEXT
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF RETURN-CODE < 8
                       MOVE 'C'        TO RC-GLPOST-STATUS
                       MOVE 'COMPLETE' TO RUN-CONTROL-TEXT
                   ELSE
                       MOVE 'F'        TO RC-GLPOST-STATUS
                       MOVE 'FAILED'   TO RUN-CONTROL-TEXT
                   END-IF
                   MOVE RUN-DATE-YMD TO RC-GLPOST-DATE
                   REWRITE RUN-CONTROL-REC
                       INVALID KEY
                           DISPLAY "RUN CONTROL REWRITE FAILED"
                               " - CYCLE " BC-CYCLE-ID
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ
           CLOSE RUN-CONTROL-FILE
           .

       POST-EXTRACT-LINES.
           MOVE 'N' TO EXTRACT-EOF-SW
           OPEN INPUT GL-EXTRACT-FILE
                   MOVE GX-RUN-PERIOD TO GB-PERIOD
                   MOVE ZERO          TO GB-DEBIT-TOTAL
                   MOVE ZERO          TO GB-CREDIT-TOTAL
                   MOVE ZERO          TO GB-OPEN-BALANCE
               NOT INVALID KEY
                   SET BALANCE-WAS-FOUND TO TRUE
           END-READ
           IF TBAL-LINE-COUNT >= PAGE-LINE-LIMIT
               PERFORM WRITE-TBAL-HEADINGS
           END-IF.
           COMPUTE ACCOUNT-BALANCE = GB-OPEN-BALANCE
               + GB-DEBIT-TOTAL - GB-CREDIT-TOTAL.
           MOVE SPACES          TO TBAL-DETAIL-LINE.
           MOVE GB-ACCOUNT      TO TB-ACCOUNT-O.
           MOVE GB-PERIOD       TO TB-PERIOD-O.
           MOVE GB-OPEN-BALANCE TO TB-OPEN-O.
           MOVE GB-DEBIT-TOTAL  TO TB-DEBIT-O.
           MOVE GB-CREDIT-TOTAL TO TB-CREDIT-O.
           MOVE ACCOUNT-BALANCE TO TB-BALANCE-O.
           WRITE TRIAL-BAL-REC FROM TBAL-DETAIL-LINE.
           ADD 1 TO TBAL-LINE-COUNT.
           ADD 1 TO STAT-BALANCES-RPTD.
           ADD GB-OPEN-BALANCE TO TB-OPEN-GRAND.
           ADD GB-DEBIT-TOTAL  TO TB-DEBIT-GRAND.
           ADD GB-CREDIT-TOTAL TO TB-CREDIT-GRAND.

           END-IF.
           MOVE SPACES            TO TBAL-TOTAL-LINE.
           MOVE 'TOTALS'          TO TBT-LABEL-O.
           MOVE TB-OPEN-GRAND     TO TBT-OPEN-O.
           MOVE TB-DEBIT-GRAND    TO TBT-DEBIT-O.
           MOVE TB-CREDIT-GRAND   TO TBT-CREDIT-O.
           WRITE TRIAL-BAL-REC FROM TBAL-TOTAL-LINE.
      *    Brought-forward balances net to zero period by period -
      *    GLCLOSE carries the P&L into retained earnings - so the
      *    opening column must foot to zero as well
           IF TB-DEBIT-GRAND = TB-CREDIT-GRAND
               AND TB-OPEN-GRAND = ZERO
               MOVE 'LEDGER IN BALANCE' TO TRIAL-BAL-REC
               WRITE TRIAL-BAL-REC
           ELSE
