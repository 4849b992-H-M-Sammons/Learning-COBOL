      *-----------------------
      * Account activity posting - applies the day's charges and
      * payments from ACCTACTV to ACOUNT-BALANCE on the NOACCTDATA
      * master, so the master finally carries what each account
      * owes and not just what it is allowed. The activity file's
      * trailer count and amount hash are proven before anything is
      * posted, each file is posted once only (ACCTPCTL holds the
      * last file posted), every posting is appended to the
      * permanent ACCTACTH history, and ACCTPRPT lists each item
      * with the balance it left behind.
      *-----------------------
      *-----------------------
      * Modification History
      * 2026-10-15  CR-4512  New program.
      *-----------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCTPOST.
       AUTHOR.        HONNA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVITY-FILE   ASSIGN TO ACCTACTV.
           SELECT ACCOUNT-MASTER  ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACOUNT-NO.
           SELECT POST-CTL-FILE   ASSIGN TO ACCTPCTL.
           SELECT ACTIVITY-HIST   ASSIGN TO ACCTACTH.
           SELECT ACTIVITY-RPT    ASSIGN TO ACCTPRPT.

       DATA DIVISION.

       FILE SECTION.
      *    The day's activity - 'C' charge, 'P' payment, amounts
      *    always positive. The file ends with a 'T' trailer carrying
      *    the count and amount hash the sender computed, and the
      *    date and sequence the sender stamped on the file.
       FD  ACTIVITY-FILE RECORDING MODE F.
       01  ACTIVITY-REC.
           05  AC-ACTIVITY-CODE  PIC X(01).
               88  AC-IS-CHARGE      VALUE 'C'.
               88  AC-IS-PAYMENT     VALUE 'P'.
               88  AC-IS-TRAILER     VALUE 'T'.
           05  AC-ACOUNT-NO      PIC 9(08).
           05  AC-AMOUNT         PIC S9(7)V99 COMP-3.
           05  AC-ACTIVITY-DATE  PIC 9(08).
           05  AC-REFERENCE      PIC X(12).
           05  FILLER            PIC X(06).
       01  ACTIVITY-TRAILER-REC.
           05  AT-TRAILER-CODE   PIC X(01).
           05  AT-ACTIVITY-COUNT PIC 9(09).
           05  AT-AMOUNT-HASH    PIC S9(13)V99 COMP-3.
           05  AT-FILE-ID.
               10  AT-FILE-DATE  PIC 9(08).
               10  AT-FILE-SEQ   PIC 9(04).
           05  FILLER            PIC X(10).

      *    The account master exactly as LAB5 and LAB7 read it
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-REC.
           05  AM-ACOUNT-NO      PIC 9(08).
           05  AM-ACOUNT-LIMIT   PIC S9(7)V99 COMP-3.
           05  AM-LAST-NAME      PIC X(20).
           05  AM-ACOUNT-BALANCE PIC S9(9)V99 COMP-3.
           05  FILLER            PIC X(1).
           05  AM-COMMENTS       PIC X(50).

      *    One-record control file - the date and sequence of the
      *    last activity file posted. A file not newer than that has
      *    been posted already and is refused whole.
       FD  POST-CTL-FILE RECORDING MODE F.
       01  POST-CTL-REC.
           05  PCT-LAST-FILE-ID.
               10  PCT-LAST-FILE-DATE PIC 9(08).
               10  PCT-LAST-FILE-SEQ  PIC 9(04).
           05  PCT-POSTED-DATE   PIC 9(08).

      *    Permanent activity history - every item ever posted,
      *    appended run after run and never recreated
       FD  ACTIVITY-HIST RECORDING MODE F.
       01  ACTIVITY-HIST-REC.
           05  AH-ACOUNT-NO      PIC 9(08).
           05  AH-POSTED-DATE    PIC 9(08).
           05  AH-ACTIVITY-DATE  PIC 9(08).
           05  AH-ACTIVITY-CODE  PIC X(01).
           05  AH-AMOUNT         PIC S9(7)V99 COMP-3.
           05  AH-REFERENCE      PIC X(12).
           05  AH-NEW-BALANCE    PIC S9(9)V99 COMP-3.

       FD  ACTIVITY-RPT RECORDING MODE F.
       01  ACTIVITY-RPT-REC      PIC X(80).

       WORKING-STORAGE SECTION.
        01 FLAGS.
           05 ACTIVITY-EOF-SW    PIC X VALUE 'N'.
              88  ACTIVITY-IS-EOF  VALUE 'Y'.
           05 TRAILER-FOUND-SW   PIC X VALUE 'N'.
              88  TRAILER-WAS-FOUND VALUE 'Y'.
           05 POST-CTL-SW        PIC X VALUE 'N'.
              88  POST-CTL-MISSING  VALUE 'Y'.
           05 CONTROLS-SW        PIC X VALUE 'N'.
              88  ACTIVITY-CONTROLS-OK VALUE 'Y'.

      *    What the sender said was transmitted vs what actually
      *    arrived, compared before a single balance is touched
        01 ACTIVITY-CONTROL-TOTALS.
           05 TRAILER-COUNT      PIC 9(09) VALUE ZERO.
           05 TRAILER-HASH       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 TRAILER-FILE-ID    PIC X(12) VALUE SPACES.
           05 INPUT-COUNT        PIC 9(09) VALUE ZERO.
           05 INPUT-HASH         PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    Posting activity, footed on the report - posted plus
      *    rejected must come back to the trailer hash
        01 POSTING-TOTALS.
           05 CHARGE-COUNT       PIC 9(07) VALUE ZERO.
           05 CHARGE-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 PAYMENT-COUNT      PIC 9(07) VALUE ZERO.
           05 PAYMENT-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 REJECT-COUNT       PIC 9(07) VALUE ZERO.
           05 REJECT-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 PROOF-COUNT        PIC 9(07) VALUE ZERO.
           05 PROOF-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    What the run did, displayed at end of job
        01 RUN-STATISTICS.
           05 STAT-OVER-LIMIT    PIC 9(07) VALUE ZERO.
           05 STAT-HISTORY-WRITTEN PIC 9(07) VALUE ZERO.

        77 REJECT-REASON         PIC X(11) VALUE SPACES.

        01 RUN-DATE-FIELDS.
           05 RUN-DATE-YMD    PIC 9(08).
           05 RUN-DATE-YMD-R  REDEFINES RUN-DATE-YMD.
              10 RUN-DATE-YYYY PIC 9(04).
              10 RUN-DATE-MM   PIC 9(02).
              10 RUN-DATE-DD   PIC 9(02).

        01 RPT-DATE-EDIT.
           05 RDE-YYYY        PIC 9(04).
           05 FILLER          PIC X(01) VALUE '-'.
           05 RDE-MM          PIC 9(02).
           05 FILLER          PIC X(01) VALUE '-'.
           05 RDE-DD          PIC 9(02).

      ****** Heading block, repeated at the top of every page:
      ****** title + run date + page number, then the column line,
      ****** then a dash rule
        01 PAGE-CONTROLS.
           05 PAGE-LINE-LIMIT  PIC 9(02) VALUE 60.
      *    Line count starts past the limit so the first line forces
      *    the first page heading
           05 RPT-LINE-COUNT   PIC 9(02) VALUE 99.
           05 RPT-PAGE-NO      PIC 9(04) VALUE ZERO.

        01 RPT-TITLE-LINE.
           05 RT-TITLE-O      PIC X(18) VALUE 'ACCOUNT POSTING'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FILLER          PIC X(04) VALUE 'RUN '.
           05 RT-RUN-DATE-O   PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(05) VALUE 'PAGE '.
           05 RT-PAGE-NO-O    PIC ZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(05) VALUE 'FILE '.
           05 RT-FILE-ID-O    PIC X(12).
           05 FILLER          PIC X(17) VALUE SPACES.

        01 RPT-COLUMN-LINE.
           05 FILLER          PIC X(10) VALUE 'ACCT NO'.
           05 FILLER          PIC X(03) VALUE 'CD'.
           05 FILLER          PIC X(10) VALUE 'DATE'.
           05 FILLER          PIC X(14) VALUE 'REFERENCE'.
           05 FILLER          PIC X(15) VALUE '       AMOUNT'.
           05 FILLER          PIC X(17) VALUE '    NEW BALANCE'.
           05 FILLER          PIC X(11) VALUE 'NOTE'.

        01 HEADING-DASH-LINE  PIC X(80) VALUE ALL '-'.

        01 RPT-DETAIL-LINE.
           05 RD-ACOUNT-NO-O  PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-CODE-O       PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-DATE-O       PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-REFERENCE-O  PIC X(12).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-AMOUNT-O     PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-BALANCE-O    PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-NOTE-O       PIC X(11).

        01 RPT-TOTAL-LINE.
           05 RTT-LABEL-O     PIC X(20).
           05 RTT-COUNT-O     PIC ZZZ,ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RTT-AMOUNT-O    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       POST-ACCOUNT-ACTIVITY.
           PERFORM SET-RUN-DATE
           PERFORM TALLY-ACTIVITY-FILE
           OPEN I-O POST-CTL-FILE
           PERFORM READ-POST-CONTROL
           OPEN OUTPUT ACTIVITY-RPT
           PERFORM VERIFY-ACTIVITY-CONTROLS

      ****** A transmission that fails its own control totals, or
      ****** one already posted, must not touch a single balance -
      ****** posting in place cannot be undone by rerunning
           IF ACTIVITY-CONTROLS-OK
               OPEN INPUT  ACTIVITY-FILE
               OPEN I-O    ACCOUNT-MASTER
      ****** The history is permanent - EXTEND appends this run's
      ****** postings after every run that came before
               OPEN EXTEND ACTIVITY-HIST
               MOVE 'N' TO ACTIVITY-EOF-SW
               PERFORM READ-ACTIVITY-RECORD
               PERFORM UNTIL ACTIVITY-IS-EOF
                   IF NOT AC-IS-TRAILER
                       PERFORM POST-ONE-ACTIVITY
                   END-IF
                   PERFORM READ-ACTIVITY-RECORD
               END-PERFORM
               PERFORM WRITE-POSTING-TOTALS
               PERFORM UPDATE-POST-CONTROL
               CLOSE ACTIVITY-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE ACTIVITY-HIST
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       CLOSE-STOP.
           CLOSE ACTIVITY-RPT.
           CLOSE POST-CTL-FILE.
           PERFORM DISPLAY-RUN-STATISTICS.
           GOBACK.

       DISPLAY-RUN-STATISTICS.
      ****** The return code is what the scheduler acts on: 0 clean,
      ****** 4 some items were rejected onto ACCTPRPT, 8 nothing was
      ****** posted - controls failed, the file was already posted,
      ****** no control record - or a balance rewrite failed
           IF REJECT-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "ACCTPOST RUN STATISTICS"
           DISPLAY "  ACTIVITY FILE:      " TRAILER-FILE-ID
           DISPLAY "  ITEMS READ:         " INPUT-COUNT
           DISPLAY "  CHARGES POSTED:     " CHARGE-COUNT
           DISPLAY "  PAYMENTS POSTED:    " PAYMENT-COUNT
           DISPLAY "  REJECTED:           " REJECT-COUNT
           DISPLAY "  NOW OVER LIMIT:     " STAT-OVER-LIMIT
           DISPLAY "  HISTORY APPENDED:   " STAT-HISTORY-WRITTEN
           DISPLAY "  RETURN CODE:        " RETURN-CODE
           .

       SET-RUN-DATE.
      *    Stamped on every history record and the report heading
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
           MOVE RUN-DATE-YYYY TO RDE-YYYY
           MOVE RUN-DATE-MM   TO RDE-MM
           MOVE RUN-DATE-DD   TO RDE-DD
           MOVE RPT-DATE-EDIT TO RT-RUN-DATE-O
           .

       TALLY-ACTIVITY-FILE.
      *    First pass - counts and hashes the detail items and
      *    captures the trailer, before anything is opened for update
           OPEN INPUT ACTIVITY-FILE
           PERFORM READ-ACTIVITY-RECORD
           PERFORM UNTIL ACTIVITY-IS-EOF
               IF AC-IS-TRAILER
                   SET TRAILER-WAS-FOUND TO TRUE
                   MOVE AT-ACTIVITY-COUNT TO TRAILER-COUNT
                   MOVE AT-AMOUNT-HASH    TO TRAILER-HASH
                   MOVE AT-FILE-ID        TO TRAILER-FILE-ID
               ELSE
                   ADD 1 TO INPUT-COUNT
                   ADD AC-AMOUNT TO INPUT-HASH
               END-IF
               PERFORM READ-ACTIVITY-RECORD
           END-PERFORM
           CLOSE ACTIVITY-FILE
           MOVE TRAILER-FILE-ID TO RT-FILE-ID-O
           .

       READ-ACTIVITY-RECORD.
           READ ACTIVITY-FILE
               AT END SET ACTIVITY-IS-EOF TO TRUE
           END-READ.

       READ-POST-CONTROL.
           READ POST-CTL-FILE
               AT END SET POST-CTL-MISSING TO TRUE
           END-READ
           .

       VERIFY-ACTIVITY-CONTROLS.
      *    A failed check lands on the posting report as well as the
      *    joblog - an empty ACCTPRPT must never be mistaken for a
      *    night with no activity
           EVALUATE TRUE
               WHEN NOT TRAILER-WAS-FOUND
                   DISPLAY "ACCTACTV TRAILER RECORD MISSING"
                       " - NOTHING POSTED"
                   MOVE 'TRAILER MISSING - NOTHING POSTED'
                       TO ACTIVITY-RPT-REC
                   WRITE ACTIVITY-RPT-REC
               WHEN INPUT-COUNT NOT = TRAILER-COUNT
                   DISPLAY "ACCTACTV COUNT MISMATCH - EXPECTED "
                       TRAILER-COUNT " RECEIVED " INPUT-COUNT
                       " - NOTHING POSTED"
                   MOVE 'ITEM COUNT MISMATCH - NOTHING POSTED'
                       TO ACTIVITY-RPT-REC
                   WRITE ACTIVITY-RPT-REC
               WHEN INPUT-HASH NOT = TRAILER-HASH
                   DISPLAY "ACCTACTV AMOUNT HASH MISMATCH"
                       " - NOTHING POSTED"
                   MOVE 'AMOUNT HASH MISMATCH - NOTHING POSTED'
                       TO ACTIVITY-RPT-REC
                   WRITE ACTIVITY-RPT-REC
               WHEN POST-CTL-MISSING
                   DISPLAY "ACCTPCTL CONTROL RECORD MISSING"
                       " - NOTHING POSTED"
                   MOVE 'CONTROL RECORD MISSING - NOTHING POSTED'
                       TO ACTIVITY-RPT-REC
                   WRITE ACTIVITY-RPT-REC
               WHEN TRAILER-FILE-ID NOT > PCT-LAST-FILE-ID
                   DISPLAY "ACCTACTV FILE " TRAILER-FILE-ID
                       " NOT AFTER LAST POSTED " PCT-LAST-FILE-ID
                       " - NOTHING POSTED"
                   MOVE 'FILE ALREADY POSTED - NOTHING POSTED'
                       TO ACTIVITY-RPT-REC
                   WRITE ACTIVITY-RPT-REC
               WHEN OTHER
                   SET ACTIVITY-CONTROLS-OK TO TRUE
           END-EVALUATE
           .

       POST-ONE-ACTIVITY.
      *    Charges add to the balance and payments come off it. An
      *    unknown code, a non-positive amount or an account not on
      *    the master is rejected onto the report and touches
      *    nothing; a charge that takes the account over its limit
      *    still posts - the exposure is real either way - and is
      *    flagged for LAB5's over-limit report to pick up
           MOVE SPACES TO REJECT-REASON
           EVALUATE TRUE
               WHEN NOT AC-IS-CHARGE AND NOT AC-IS-PAYMENT
                   MOVE 'BAD CODE'    TO REJECT-REASON
               WHEN AC-AMOUNT NOT > ZERO
                   MOVE 'BAD AMOUNT'  TO REJECT-REASON
               WHEN OTHER
                   MOVE AC-ACOUNT-NO TO AM-ACOUNT-NO
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           MOVE 'NO ACCOUNT' TO REJECT-REASON
                   END-READ
           END-EVALUATE

           MOVE SPACES           TO RPT-DETAIL-LINE
           MOVE AC-ACOUNT-NO     TO RD-ACOUNT-NO-O
           MOVE AC-ACTIVITY-CODE TO RD-CODE-O
           MOVE AC-ACTIVITY-DATE TO RD-DATE-O
           MOVE AC-REFERENCE     TO RD-REFERENCE-O
           MOVE AC-AMOUNT        TO RD-AMOUNT-O

           IF REJECT-REASON NOT = SPACES
               ADD 1 TO REJECT-COUNT
               ADD AC-AMOUNT TO REJECT-TOTAL
               MOVE REJECT-REASON TO RD-NOTE-O
           ELSE
               IF AC-IS-CHARGE
                   ADD AC-AMOUNT TO AM-ACOUNT-BALANCE
                   ADD 1 TO CHARGE-COUNT
                   ADD AC-AMOUNT TO CHARGE-TOTAL
               ELSE
                   SUBTRACT AC-AMOUNT FROM AM-ACOUNT-BALANCE
                   ADD 1 TO PAYMENT-COUNT
                   ADD AC-AMOUNT TO PAYMENT-TOTAL
               END-IF
               REWRITE ACCOUNT-MASTER-REC
                   INVALID KEY
                       DISPLAY "ACCOUNT REWRITE FAILED - KEY "
                           AM-ACOUNT-NO
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
               MOVE AM-ACOUNT-BALANCE TO RD-BALANCE-O
               EVALUATE TRUE
                   WHEN AM-ACOUNT-BALANCE > AM-ACOUNT-LIMIT
                       MOVE 'OVER LIMIT' TO RD-NOTE-O
                       ADD 1 TO STAT-OVER-LIMIT
                   WHEN AM-ACOUNT-BALANCE < ZERO
                       MOVE 'CREDIT BAL' TO RD-NOTE-O
               END-EVALUATE
               PERFORM WRITE-HISTORY-RECORD
           END-IF
           PERFORM WRITE-ACTIVITY-DETAIL
           .

       WRITE-HISTORY-RECORD.
           MOVE AC-ACOUNT-NO      TO AH-ACOUNT-NO.
           MOVE RUN-DATE-YMD      TO AH-POSTED-DATE.
           MOVE AC-ACTIVITY-DATE  TO AH-ACTIVITY-DATE.
           MOVE AC-ACTIVITY-CODE  TO AH-ACTIVITY-CODE.
           MOVE AC-AMOUNT         TO AH-AMOUNT.
           MOVE AC-REFERENCE      TO AH-REFERENCE.
           MOVE AM-ACOUNT-BALANCE TO AH-NEW-BALANCE.
           WRITE ACTIVITY-HIST-REC.
           ADD 1 TO STAT-HISTORY-WRITTEN.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGE-NO
           MOVE RPT-PAGE-NO       TO RT-PAGE-NO-O
           WRITE ACTIVITY-RPT-REC FROM RPT-TITLE-LINE
           WRITE ACTIVITY-RPT-REC FROM RPT-COLUMN-LINE
           WRITE ACTIVITY-RPT-REC FROM HEADING-DASH-LINE
           MOVE 3 TO RPT-LINE-COUNT
           .

       WRITE-ACTIVITY-DETAIL.
           IF RPT-LINE-COUNT >= PAGE-LINE-LIMIT
               PERFORM WRITE-RPT-HEADINGS
           END-IF.
           WRITE ACTIVITY-RPT-REC FROM RPT-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.

       WRITE-POSTING-TOTALS.
      *    Charges + payments + rejects must come back to what the
      *    trailer said was sent - the proof nothing was dropped
           IF RPT-LINE-COUNT >= PAGE-LINE-LIMIT - 5
               PERFORM WRITE-RPT-HEADINGS
           END-IF
           MOVE SPACES            TO RPT-TOTAL-LINE
           MOVE 'CHARGES POSTED'  TO RTT-LABEL-O
           MOVE CHARGE-COUNT      TO RTT-COUNT-O
           MOVE CHARGE-TOTAL      TO RTT-AMOUNT-O
           WRITE ACTIVITY-RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'PAYMENTS POSTED' TO RTT-LABEL-O
           MOVE PAYMENT-COUNT     TO RTT-COUNT-O
           MOVE PAYMENT-TOTAL     TO RTT-AMOUNT-O
           WRITE ACTIVITY-RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'REJECTED'        TO RTT-LABEL-O
           MOVE REJECT-COUNT      TO RTT-COUNT-O
           MOVE REJECT-TOTAL      TO RTT-AMOUNT-O
           WRITE ACTIVITY-RPT-REC FROM RPT-TOTAL-LINE
           COMPUTE PROOF-COUNT =
               CHARGE-COUNT + PAYMENT-COUNT + REJECT-COUNT
           COMPUTE PROOF-TOTAL =
               CHARGE-TOTAL + PAYMENT-TOTAL + REJECT-TOTAL
           MOVE 'TRAILER CONTROL'  TO RTT-LABEL-O
           MOVE TRAILER-COUNT     TO RTT-COUNT-O
           MOVE TRAILER-HASH      TO RTT-AMOUNT-O
           WRITE ACTIVITY-RPT-REC FROM RPT-TOTAL-LINE
           IF PROOF-COUNT = TRAILER-COUNT
               AND PROOF-TOTAL = TRAILER-HASH
               MOVE 'POSTING IN BALANCE' TO ACTIVITY-RPT-REC
           ELSE
               MOVE 'POSTING OUT OF BALANCE' TO ACTIVITY-RPT-REC
               DISPLAY "POSTING OUT OF BALANCE - SEE ACCTPRPT"
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE ACTIVITY-RPT-REC
           ADD 5 TO RPT-LINE-COUNT
           .

       UPDATE-POST-CONTROL.
      *    The file is marked posted even when some items rejected -
      *    every good item has landed, and the rejects go back to
      *    the sender to resubmit on a later file
           MOVE TRAILER-FILE-ID TO PCT-LAST-FILE-ID
           MOVE RUN-DATE-YMD    TO PCT-POSTED-DATE
           REWRITE POST-CTL-REC
           .
