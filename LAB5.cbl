      *                      effective-dated, validated on load and
      *                      echoed to the joblog - the last compiled
      *                      in business number in this program.
      * 2026-10-15  CR-4512  The master now carries ACOUNT-BALANCE in
      *                      what was the reserved area, kept current
      *                      by the ACCTPOST activity run. The account
      *                      report prints each balance and its
      *                      utilization of the limit, with a total
      *                      balance line; OVERLIMIT-RPT now lists
      *                      accounts whose balance is over their own
      *                      limit, plus any balance over OVLIMIT as
      *                      a high balance. Balance totals and the
      *                      over-limit counts ride the checkpoint.
      *-----------------------
       
       IDENTIFICATION DIVISION. 
      *      This adds the $ to the begining of the number
           05  ACOUNT-LIMIT-O   PIC $$,$$$,$$9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
      *    What the account actually owes, and that as a percent of
      *    its limit - a credit balance shows as negative
           05  ACOUNT-BALANCE-O PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  UTILIZATION-O  PIC ZZZ9.9.

      *    Grand-total line, written once after the last detail
      *    line - the labels are moved in by PRINT-TOTALS because a
      *      so it needs the full 9-digit range, not the 7-digit
      *      single-account picture used above for ACOUNT-LIMIT-O
           05  TOTAL-LIMIT-O   PIC $,$$$,$$$,$$9.99.
      *    Pads the grand-total lines out to the full record length
      *    the detail line sets, so no write leaves residue past the
      *    last column
           05  FILLER         PIC X(11) VALUE SPACES.
        01  TOTAL-BALANCE-REC.
           05  TOTAL-BAL-LABEL-O PIC X(47).
           05  TOTAL-BALANCE-O PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(06) VALUE SPACES.

      *    ACOUNT-BALANCE is what the account owes - charges less
      *    payments, posted by ACCTPOST; negative is a credit balance
       FD  NOACCTDATA.
       01  ACOUNT-FIELDS.
           05  MSTR-ACOUNT-NO     PIC 9(08).
           05  MSTR-ACOUNT-LIMIT  PIC S9(7)V99 COMP-3.
           05  MSTR-LAST-NAME     PIC X(20).
           05  MSTR-ACOUNT-BALANCE PIC S9(9)V99 COMP-3.
           05  FILLER             PIC X(1).
           05  MSTR-COMMENTS      PIC X(50).

       SD  SORT-WORK.
           05  SR-ACOUNT-NO       PIC 9(08).
           05  SR-ACOUNT-LIMIT    PIC S9(7)V99 COMP-3.
           05  SR-LAST-NAME       PIC X(20).
           05  SR-ACOUNT-BALANCE  PIC S9(9)V99 COMP-3.
           05  FILLER             PIC X(1).
           05  SR-COMMENTS        PIC X(50).

      *    Same layout as NOACCTDATA - this is what the report loop
           05  ACOUNT-NO          PIC 9(08).
           05  ACOUNT-LIMIT       PIC S9(7)V99 COMP-3.
           05  LAST-NAME          PIC X(20).
           05  ACOUNT-BALANCE     PIC S9(9)V99 COMP-3.
           05  FILLER             PIC X(1).
           05  COMMENTS           PIC X(50).

      *    Accounts owing more than their own limit, and any whose
      *    balance is over the OVLIMIT credit-review threshold
       FD  OVERLIMIT-RPT RECORDING MODE F.
       01  OVERLIMIT-REC.
           05  OL-ACOUNT-NO-O     PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  OL-ACOUNT-LIMIT-O  PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  OL-ACOUNT-BALANCE-O PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  OL-UTILIZATION-O   PIC ZZZ9.9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  OL-REASON-O        PIC X(12).

      *    Same as PRINT-REC plus the COMMENTS field the reps use for
      *    credit-hold notes - truncated to fit on the one print line
           05  PS-ACOUNT-NO       PIC 9(08).
           05  PS-ACOUNT-LIMIT    PIC S9(7)V99 COMP-3.
           05  PS-LAST-NAME       PIC X(20).
           05  PS-ACOUNT-BALANCE  PIC S9(9)V99 COMP-3.
           05  FILLER             PIC X(1).
           05  PS-COMMENTS        PIC X(50).

      *    This run's copy of the master, kept for the next run's
           05  CKPT-EXCP-LINE-COUNT PIC 9(02).
           05  CKPT-EXCP-PAGE-NO    PIC 9(04).
           05  CKPT-EXCEPTION-COUNT PIC 9(07).
           05  CKPT-TOTAL-BALANCE   PIC S9(11)V99 COMP-3.
           05  CKPT-OVER-LIMIT-COUNT PIC 9(07).
           05  CKPT-HIGH-BAL-COUNT  PIC 9(07).

       WORKING-STORAGE SECTION.
        01 FLAGS.
        01 REPORT-TOTALS.
           05 TOTAL-ACCOUNTS  PIC S9(7)    COMP-3 VALUE ZERO.
           05 TOTAL-LIMIT     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 TOTAL-BALANCE   PIC S9(11)V99 COMP-3 VALUE ZERO.

      ****** Balance as a percent of limit, to one place - a balance
      ****** with no limit behind it pins at the top of the scale
        77 UTILIZATION-PCT     PIC S9(4)V9 COMP-3 VALUE ZERO.

      ****** What the run did, displayed at end of job so operations
      ****** can read the night off the joblog
           05 STAT-EXCEPTIONS   PIC 9(07) VALUE ZERO.
           05 STAT-CHECKPOINTS  PIC 9(07) VALUE ZERO.
           05 STAT-DELTA-LINES  PIC 9(07) VALUE ZERO.
           05 STAT-OVER-LIMIT   PIC 9(07) VALUE ZERO.
           05 STAT-HIGH-BALANCE PIC 9(07) VALUE ZERO.

      ****** What the book of limits did since the prior run
        77 LIMIT-DIFF          PIC S9(8)V99 COMP-3 VALUE ZERO.
      ****** Why an account made OVERLIMIT-RPT - set by the caller of
      ****** WRITE-OVERLIMIT-RECORD
        77 OVERLIMIT-REASON    PIC X(12) VALUE SPACES.
        01 DELTA-TOTALS.
           05 EXPOSURE-INCREASE-TOTAL  PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

      ****** Credit-review threshold for the over-limit report -
      ****** loaded from PARMFILE at start of run (id OVLIMIT), the
      ****** newest effective-dated value on or before the run date.
      ****** A balance over it is listed as a high balance even when
      ****** the account is still inside its own limit.
        01 CREDIT-REVIEW-THRESHOLDS.
           05 OVER-LIMIT-THRESHOLD PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 OVLIMIT-EFF-DATE     PIC 9(08) VALUE ZERO.
           05 FILLER          PIC X(22) VALUE 'LAST NAME'.
           05 FILLER          PIC X(13) VALUE 'LIMIT'.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(17) VALUE '        BALANCE'.
           05 FILLER          PIC X(06) VALUE ' UTIL%'.

        01 OVRL-COLUMN-LINE.
           05 FILLER          PIC X(10) VALUE 'ACCT NO'.
           05 FILLER          PIC X(22) VALUE 'LAST NAME'.
           05 FILLER          PIC X(13) VALUE 'LIMIT'.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(17) VALUE '        BALANCE'.
           05 FILLER          PIC X(08) VALUE ' UTIL%'.
           05 FILLER          PIC X(12) VALUE 'REASON'.

        01 DETL-COLUMN-LINE.
           05 FILLER          PIC X(10) VALUE 'ACCT NO'.
           DISPLAY "  EXCEPTIONS:         " STAT-EXCEPTIONS
           DISPLAY "  CHECKPOINTS TAKEN:  " STAT-CHECKPOINTS
           DISPLAY "  DELTA LINES:        " STAT-DELTA-LINES
           DISPLAY "  OVER LIMIT:         " STAT-OVER-LIMIT
           DISPLAY "  HIGH BALANCE:       " STAT-HIGH-BALANCE
           DISPLAY "  RETURN CODE:        " RETURN-CODE
           .

           MOVE 'OVER-LIMIT ACCTS' TO RT-TITLE-O
           MOVE OVRL-PAGE-NO       TO RT-PAGE-NO-O
           WRITE OVERLIMIT-REC FROM RPT-TITLE-LINE
           WRITE OVERLIMIT-REC FROM OVRL-COLUMN-LINE
           WRITE OVERLIMIT-REC FROM HEADING-DASH-LINE
           MOVE 3 TO OVRL-LINE-COUNT
           .
                   MOVE CKPT-RECORD-COUNT   TO RESTART-SKIP-COUNT
                   MOVE CKPT-TOTAL-ACCOUNTS TO TOTAL-ACCOUNTS
                   MOVE CKPT-TOTAL-LIMIT    TO TOTAL-LIMIT
                   MOVE CKPT-TOTAL-BALANCE  TO TOTAL-BALANCE
                   IF RESTART-SKIP-COUNT > ZERO
                       MOVE CKPT-ACCT-LINE-COUNT TO ACCT-LINE-COUNT
                       MOVE CKPT-ACCT-PAGE-NO    TO ACCT-PAGE-NO
                       MOVE CKPT-EXCP-LINE-COUNT TO EXCP-LINE-COUNT
                       MOVE CKPT-EXCP-PAGE-NO    TO EXCP-PAGE-NO
                       MOVE CKPT-EXCEPTION-COUNT TO STAT-EXCEPTIONS
                       MOVE CKPT-OVER-LIMIT-COUNT
                           TO STAT-OVER-LIMIT
                       MOVE CKPT-HIGH-BAL-COUNT  TO STAT-HIGH-BALANCE
                   END-IF
                   SET CHECKPOINT-RECORD-EXISTS TO TRUE
           END-READ
           MOVE EXCP-LINE-COUNT       TO CKPT-EXCP-LINE-COUNT
           MOVE EXCP-PAGE-NO          TO CKPT-EXCP-PAGE-NO
           MOVE STAT-EXCEPTIONS       TO CKPT-EXCEPTION-COUNT
           MOVE TOTAL-BALANCE         TO CKPT-TOTAL-BALANCE
           MOVE STAT-OVER-LIMIT       TO CKPT-OVER-LIMIT-COUNT
           MOVE STAT-HIGH-BALANCE     TO CKPT-HIGH-BAL-COUNT
           IF CHECKPOINT-RECORD-EXISTS
               REWRITE CHECKPOINT-REC
           ELSE
           MOVE ZERO TO RECORDS-PROCESSED-CTR
           MOVE ZERO TO TOTAL-ACCOUNTS
           MOVE ZERO TO TOTAL-LIMIT
           MOVE ZERO TO TOTAL-BALANCE
           PERFORM WRITE-CHECKPOINT.

       VALIDATE-RECORD.
           IF ACCT-LINE-COUNT >= PAGE-LINE-LIMIT
               PERFORM WRITE-ACCT-HEADINGS
           END-IF.
           PERFORM COMPUTE-UTILIZATION.
           MOVE SPACES       TO  PRINT-REC.
           MOVE ACOUNT-NO      TO  ACOUNT-NO-O.
           MOVE ACOUNT-LIMIT   TO  ACOUNT-LIMIT-O.
           MOVE LAST-NAME    TO  LAST-NAME-O.
           MOVE ACOUNT-BALANCE TO ACOUNT-BALANCE-O.
           MOVE UTILIZATION-PCT TO UTILIZATION-O.
           WRITE PRINT-REC.
           ADD 1           TO ACCT-LINE-COUNT.
           ADD 1           TO TOTAL-ACCOUNTS.
           ADD ACOUNT-LIMIT TO TOTAL-LIMIT.
           ADD ACOUNT-BALANCE TO TOTAL-BALANCE.

      *    Over its own limit comes first - that is a breach. A high
      *    balance inside the limit is only worth a look.
           EVALUATE TRUE
               WHEN ACOUNT-BALANCE > ACOUNT-LIMIT
                   MOVE 'OVER LIMIT'   TO OVERLIMIT-REASON
                   PERFORM WRITE-OVERLIMIT-RECORD
                   ADD 1 TO STAT-OVER-LIMIT
               WHEN ACOUNT-BALANCE > OVER-LIMIT-THRESHOLD
                   MOVE 'HIGH BALANCE' TO OVERLIMIT-REASON
                   PERFORM WRITE-OVERLIMIT-RECORD
                   ADD 1 TO STAT-HIGH-BALANCE
           END-EVALUATE.

           PERFORM WRITE-DETAIL-RECORD.

           MOVE ACOUNT-NO    TO OL-ACOUNT-NO-O.
           MOVE LAST-NAME    TO OL-LAST-NAME-O.
           MOVE ACOUNT-LIMIT TO OL-ACOUNT-LIMIT-O.
           MOVE ACOUNT-BALANCE TO OL-ACOUNT-BALANCE-O.
           MOVE UTILIZATION-PCT TO OL-UTILIZATION-O.
           MOVE OVERLIMIT-REASON TO OL-REASON-O.
           WRITE OVERLIMIT-REC.
           ADD 1 TO OVRL-LINE-COUNT.

       COMPUTE-UTILIZATION.
      *    Nothing owed is nothing used; anything owed against no
      *    limit at all is as far over as the column goes
           EVALUATE TRUE
               WHEN ACOUNT-BALANCE NOT > ZERO
                   MOVE ZERO TO UTILIZATION-PCT
               WHEN ACOUNT-LIMIT NOT > ZERO
                   MOVE 9999.9 TO UTILIZATION-PCT
               WHEN OTHER
                   COMPUTE UTILIZATION-PCT ROUNDED =
                       ACOUNT-BALANCE * 100 / ACOUNT-LIMIT
                       ON SIZE ERROR MOVE 9999.9 TO UTILIZATION-PCT
                   END-COMPUTE
           END-EVALUATE.

       WRITE-DETAIL-RECORD.
           IF DETL-LINE-COUNT >= PAGE-LINE-LIMIT
               PERFORM WRITE-DETL-HEADINGS
      *    Control-break summary, written once after the last detail
      *    line so the report total can be balanced without adding
      *    the column up by hand.
      *    Two lines go out together - both must fit on the page
           IF ACCT-LINE-COUNT >= PAGE-LINE-LIMIT - 1
               PERFORM WRITE-ACCT-HEADINGS
           END-IF.
           MOVE SPACES         TO TOTAL-REC.
           MOVE TOTAL-ACCOUNTS TO TOTAL-ACCOUNTS-O.
           MOVE TOTAL-LIMIT    TO TOTAL-LIMIT-O.
           WRITE TOTAL-REC.
           MOVE SPACES         TO TOTAL-BALANCE-REC.
           MOVE 'Total Balance:' TO TOTAL-BAL-LABEL-O.
           MOVE TOTAL-BALANCE  TO TOTAL-BALANCE-O.
           WRITE TOTAL-BALANCE-REC.
           ADD 2 TO ACCT-LINE-COUNT.

       PRODUCE-DELTA-REPORT.
      *    Match-merge of the live master against the prior run's
