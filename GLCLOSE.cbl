      *-----------------------
      * Month-end period close for the general ledger - takes the
      * YYYYMM period named on the CLOSEPRM card, proves it is the
      * next one due and that it foots, carries every balance-sheet
      * account's closing balance forward as the next period's
      * opening balance (revenue and expense net into retained
      * earnings), stamps the period closed on GLPERCTL so GLPOST
      * refuses anything more into it, and prints the closing trial
      * balance with account names and subtotals by account type.
      *-----------------------
      *-----------------------
      * Modification History
      * 2026-10-15  CR-4511  New program.
      *-----------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLCLOSE.
       AUTHOR.        HONNA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PARM-FILE ASSIGN TO CLOSEPRM.
           SELECT GL-PERIOD-CTL   ASSIGN TO GLPERCTL.
           SELECT GL-COA-FILE     ASSIGN TO GLCOA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-ACCOUNT.
           SELECT GL-BALANCE-MSTR ASSIGN TO GLBALMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-BALANCE-KEY.
           SELECT CLOSE-TB-RPT    ASSIGN TO CLOSETB.

       DATA DIVISION.

       FILE SECTION.
      *    One card - the period to close and the word CLOSE, so a
      *    stray card left in the deck cannot close a month by itself
       FD  CLOSE-PARM-FILE RECORDING MODE F.
       01  CLOSE-PARM-REC.
           05  CP-CLOSE-PERIOD   PIC 9(06).
           05  FILLER            PIC X(01).
           05  CP-CONFIRM        PIC X(05).
               88  CP-IS-CONFIRMED   VALUE 'CLOSE'.
           05  FILLER            PIC X(68).

      *    One-record control file - the last YYYYMM period closed
       FD  GL-PERIOD-CTL RECORDING MODE F.
       01  GL-PERIOD-CTL-REC.
           05  PC-LAST-CLOSED    PIC 9(06).
           05  PC-CLOSED-DATE    PIC 9(08).

      *    Chart of accounts exactly as GLPOST reads it
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
               88  CA-IS-BALANCE-SHEET VALUE 'A' 'L' 'Q'.
           05  CA-ACTIVE-SW      PIC X(01).
               88  CA-IS-ACTIVE      VALUE 'Y'.

      *    The GL balance master exactly as GLPOST writes it
       FD  GL-BALANCE-MSTR.
       01  GL-BALANCE-REC.
           05  GB-BALANCE-KEY.
               10  GB-ACCOUNT    PIC X(08).
               10  GB-PERIOD     PIC 9(06).
           05  GB-DEBIT-TOTAL    PIC S9(11)V99 COMP-3.
           05  GB-CREDIT-TOTAL   PIC S9(11)V99 COMP-3.
           05  GB-OPEN-BALANCE   PIC S9(11)V99 COMP-3.

       FD  CLOSE-TB-RPT RECORDING MODE F.
       01  CLOSE-TB-REC          PIC X(112).

       WORKING-STORAGE SECTION.
        01 FLAGS.
           05 PARM-SW            PIC X VALUE 'N'.
              88  PARM-IS-MISSING   VALUE 'Y'.
           05 PERIOD-CTL-SW      PIC X VALUE 'N'.
              88  PERIOD-CTL-MISSING VALUE 'Y'.
           05 BALANCE-EOF-SW     PIC X VALUE 'N'.
              88  BALANCE-IS-EOF    VALUE 'Y'.
           05 TABLE-OVERFLOW-SW  PIC X VALUE 'N'.
              88  CLOSE-TABLE-OVERFLOWED VALUE 'Y'.
           05 UNKNOWN-ACCT-SW    PIC X VALUE 'N'.
              88  PERIOD-HAS-UNKNOWN-ACCT VALUE 'Y'.
           05 RE-ACCT-SW         PIC X VALUE 'N'.
              88  RE-ACCT-IS-MISSING VALUE 'Y'.
           05 COLLECTED-SW       PIC X VALUE 'N'.
              88  PERIOD-WAS-COLLECTED VALUE 'Y'.
           05 BALANCE-FOUND-SW   PIC X VALUE 'N'.
              88  BALANCE-WAS-FOUND  VALUE 'Y'.

      ****** Every balance record in the period being closed, with
      ****** its chart-of-accounts name and type. Filled in key
      ****** order, so each type section prints in account order.
      ****** Type '?' is an account the chart does not know - it
      ****** blocks the close and prints in a section of its own.
        01 CLOSE-TABLE.
           05 CLOSE-ENTRY OCCURS 1000 TIMES.
              10 CT-ACCOUNT      PIC X(08).
              10 CT-NAME         PIC X(30).
              10 CT-TYPE         PIC X(01).
              10 CT-OPEN         PIC S9(11)V99 COMP-3.
              10 CT-DEBIT        PIC S9(11)V99 COMP-3.
              10 CT-CREDIT       PIC S9(11)V99 COMP-3.
              10 CT-CLOSING      PIC S9(11)V99 COMP-3.
        77 CT-COUNT              PIC 9(04) VALUE ZERO.
        77 CT-MAX                PIC 9(04) VALUE 1000.
        77 CT-SUB                PIC 9(04).

      ****** Print order of the trial balance sections - assets,
      ****** liabilities, equity, revenue, expense, then anything
      ****** off the chart
        01 TYPE-ORDER-VALUES.
           05 FILLER PIC X(21) VALUE 'AASSETS'.
           05 FILLER PIC X(21) VALUE 'LLIABILITIES'.
           05 FILLER PIC X(21) VALUE 'QEQUITY'.
           05 FILLER PIC X(21) VALUE 'RREVENUE'.
           05 FILLER PIC X(21) VALUE 'EEXPENSE'.
           05 FILLER PIC X(21) VALUE '?NOT ON CHART'.
        01 TYPE-ORDER-TABLE REDEFINES TYPE-ORDER-VALUES.
           05 TYPE-ORDER-ENTRY OCCURS 6 TIMES.
              10 TO-TYPE         PIC X(01).
              10 TO-LABEL        PIC X(20).
        77 TO-SUB                PIC 9(02).
        77 TO-MAX                PIC 9(02) VALUE 6.

      ****** Revenue and expense do not carry forward - their net
      ****** closes into retained earnings as part of its opening
      ****** balance in the new period
        77 RE-ACCOUNT            PIC X(08) VALUE '31000000'.
        77 RE-CLOSING            PIC S9(11)V99 COMP-3 VALUE ZERO.
        77 NET-PL-CLOSING        PIC S9(11)V99 COMP-3 VALUE ZERO.
        77 NET-INCOME            PIC S9(11)V99 COMP-3 VALUE ZERO.

      ****** The carry-forward in hand - account and amount - for
      ****** CARRY-ONE-BALANCE
        77 CARRY-ACCOUNT         PIC X(08).
        77 CARRY-AMOUNT          PIC S9(11)V99 COMP-3.

      ****** Periods are YYYYMM - the period due to close is the one
      ****** after the last closed, and the carry goes into the one
      ****** after that
        01 PERIOD-FIELDS.
           05 DUE-PERIOD         PIC 9(06).
           05 DUE-PERIOD-R  REDEFINES DUE-PERIOD.
              10 DUE-YYYY        PIC 9(04).
              10 DUE-MM          PIC 9(02).
           05 NEW-PERIOD         PIC 9(06).
           05 NEW-PERIOD-R  REDEFINES NEW-PERIOD.
              10 NEW-YYYY        PIC 9(04).
              10 NEW-MM          PIC 9(02).
        77 LAST-CLOSED-PERIOD    PIC 9(06) VALUE ZERO.

      ****** Footings - the period foots when debits equal credits
      ****** and the brought-forward balances net to zero
        01 CLOSE-TOTALS.
           05 TOT-OPEN           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 TOT-DEBIT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 TOT-CREDIT         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 TOT-CLOSING        PIC S9(13)V99 COMP-3 VALUE ZERO.
        01 TYPE-TOTALS.
           05 SUB-OPEN           PIC S9(13)V99 COMP-3.
           05 SUB-DEBIT          PIC S9(13)V99 COMP-3.
           05 SUB-CREDIT         PIC S9(13)V99 COMP-3.
           05 SUB-CLOSING        PIC S9(13)V99 COMP-3.
           05 SUB-COUNT          PIC 9(04).

      *    What the run did, displayed at end of job so accounting
      *    can tie the close to the trial balance off the joblog
        01 RUN-STATISTICS.
           05 STAT-BALANCES-READ PIC 9(07) VALUE ZERO.
           05 STAT-IN-PERIOD     PIC 9(07) VALUE ZERO.
           05 STAT-UNKNOWN-ACCTS PIC 9(07) VALUE ZERO.
           05 STAT-CARRIED       PIC 9(07) VALUE ZERO.

        01 RUN-DATE-FIELDS.
           05 RUN-DATE-YMD    PIC 9(08).
           05 RUN-DATE-YMD-R  REDEFINES RUN-DATE-YMD.
              10 RUN-DATE-YYYY PIC 9(04).
              10 RUN-DATE-MM   PIC 9(02).
              10 RUN-DATE-DD   PIC 9(02).
           05 RUN-DATE-PER-R  REDEFINES RUN-DATE-YMD.
              10 RUN-PERIOD    PIC 9(06).
              10 FILLER        PIC 9(02).

        01 RPT-DATE-EDIT.
           05 RDE-YYYY        PIC 9(04).
           05 FILLER          PIC X(01) VALUE '-'.
           05 RDE-MM          PIC 9(02).
           05 FILLER          PIC X(01) VALUE '-'.
           05 RDE-DD          PIC 9(02).

      ****** Heading block, repeated at the top of every page:
      ****** title + period + run date + page number, then the
      ****** column line, then a dash rule
        01 PAGE-CONTROLS.
           05 PAGE-LINE-LIMIT  PIC 9(02) VALUE 60.
      *    Line count starts past the limit so the first line forces
      *    the first page heading
           05 CTB-LINE-COUNT   PIC 9(02) VALUE 99.
           05 CTB-PAGE-NO      PIC 9(04) VALUE ZERO.

        01 RPT-TITLE-LINE.
           05 FILLER          PIC X(27)
                              VALUE 'PERIOD CLOSE TRIAL BALANCE'.
           05 FILLER          PIC X(07) VALUE 'PERIOD '.
           05 RT-PERIOD-O     PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(04) VALUE 'RUN '.
           05 RT-RUN-DATE-O   PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(05) VALUE 'PAGE '.
           05 RT-PAGE-NO-O    PIC ZZZ9.

        01 CTB-COLUMN-LINE.
           05 FILLER          PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER          PIC X(30) VALUE 'NAME'.
           05 FILLER          PIC X(18) VALUE '          OPENING'.
           05 FILLER          PIC X(18) VALUE '           DEBITS'.
           05 FILLER          PIC X(18) VALUE '          CREDITS'.
           05 FILLER          PIC X(18) VALUE '          CLOSING'.

        01 HEADING-DASH-LINE  PIC X(112) VALUE ALL '-'.

        01 CTB-SECTION-LINE.
           05 FILLER          PIC X(04) VALUE '*** '.
           05 CSL-LABEL-O     PIC X(20).

        01 CTB-DETAIL-LINE.
           05 CD-ACCOUNT-O    PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 CD-NAME-O       PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CD-OPEN-O       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CD-DEBIT-O      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CD-CREDIT-O     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CD-CLOSING-O    PIC -Z,ZZZ,ZZZ,ZZ9.99.

        01 CTB-TOTAL-LINE.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 CTT-LABEL-O     PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CTT-OPEN-O      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CTT-DEBIT-O     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CTT-CREDIT-O    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CTT-CLOSING-O   PIC -Z,ZZZ,ZZZ,ZZ9.99.

        01 CTB-NET-INCOME-LINE.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(30)
                              VALUE 'NET INCOME TO RETAINED EARNGS'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CNI-AMOUNT-O    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 CNI-ACCOUNT-O   PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'OPENS IN '.
           05 CNI-PERIOD-O    PIC 9(06).

       PROCEDURE DIVISION.
       CLOSE-GL-PERIOD.
           PERFORM SET-RUN-DATE
           PERFORM READ-CLOSE-PARM
           OPEN I-O GL-PERIOD-CTL
           PERFORM READ-PERIOD-CONTROL
           OPEN INPUT GL-COA-FILE
           OPEN I-O   GL-BALANCE-MSTR
           OPEN OUTPUT CLOSE-TB-RPT
           IF NOT PARM-IS-MISSING AND NOT PERIOD-CTL-MISSING
               PERFORM CHECK-RETAINED-EARNINGS
               PERFORM COLLECT-PERIOD-BALANCES
           END-IF

      ****** Nothing is carried and nothing is stamped until every
      ****** test has passed - a half-closed period would leave the
      ****** new period's opening balances disagreeing with GLPERCTL
           EVALUATE TRUE
               WHEN PARM-IS-MISSING
                   DISPLAY "NO CLOSEPRM CARD - NOTHING CLOSED"
                   MOVE 8 TO RETURN-CODE
               WHEN NOT CP-IS-CONFIRMED
                   DISPLAY "CLOSEPRM NOT CONFIRMED WITH 'CLOSE'"
                       " - NOTHING CLOSED"
                   MOVE 8 TO RETURN-CODE
               WHEN PERIOD-CTL-MISSING
                   DISPLAY "PERIOD CONTROL RECORD MISSING"
                       " - NOTHING CLOSED"
                   MOVE 8 TO RETURN-CODE
               WHEN CP-CLOSE-PERIOD NOT = DUE-PERIOD
                   DISPLAY "PERIOD " CP-CLOSE-PERIOD
                       " IS NOT DUE - LAST CLOSED " LAST-CLOSED-PERIOD
                       " - NOTHING CLOSED"
                   MOVE 8 TO RETURN-CODE
               WHEN CP-CLOSE-PERIOD NOT < RUN-PERIOD
                   DISPLAY "PERIOD " CP-CLOSE-PERIOD
                       " HAS NOT ENDED - NOTHING CLOSED"
                   MOVE 8 TO RETURN-CODE
               WHEN RE-ACCT-IS-MISSING
                   DISPLAY "RETAINED EARNINGS " RE-ACCOUNT
                       " NOT ON CHART AS EQUITY - NOTHING CLOSED"
                   MOVE 8 TO RETURN-CODE
               WHEN CLOSE-TABLE-OVERFLOWED
                   DISPLAY "PERIOD BALANCES EXCEED TABLE SIZE"
                       " - NOTHING CLOSED"
                   MOVE 8 TO RETURN-CODE
               WHEN PERIOD-HAS-UNKNOWN-ACCT
                   DISPLAY "PERIOD HOLDS " STAT-UNKNOWN-ACCTS
                       " ACCOUNT(S) NOT ON CHART - NOTHING CLOSED"
                   MOVE 8 TO RETURN-CODE
               WHEN TOT-DEBIT NOT = TOT-CREDIT
               WHEN TOT-OPEN NOT = ZERO
                   DISPLAY "PERIOD OUT OF BALANCE - DR " TOT-DEBIT
                       " CR " TOT-CREDIT " OPEN " TOT-OPEN
                       " - NOTHING CLOSED"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM CARRY-BALANCES-FORWARD
                   PERFORM UPDATE-PERIOD-CONTROL
           END-EVALUATE

      *    The trial balance prints whether or not the period closed
      *    - an out-of-balance or off-chart period is exactly the one
      *    accounting needs to see line by line
           IF PERIOD-WAS-COLLECTED
               PERFORM PRINT-CLOSING-TRIAL-BALANCE
           END-IF
           .

       CLOSE-STOP.
           CLOSE CLOSE-TB-RPT.
           CLOSE GL-BALANCE-MSTR.
           CLOSE GL-COA-FILE.
           CLOSE GL-PERIOD-CTL.
           PERFORM DISPLAY-RUN-STATISTICS.
           GOBACK.

       DISPLAY-RUN-STATISTICS.
      ****** The return code is what the scheduler acts on: 0 the
      ****** period is closed, 8 it is not - no card or no 'CLOSE',
      ****** not the period due, not yet ended, an account off the
      ****** chart, out of balance, or a carry-forward write that
      ****** failed
           DISPLAY "GLCLOSE RUN STATISTICS"
           DISPLAY "  PERIOD REQUESTED:   " CP-CLOSE-PERIOD
           DISPLAY "  LAST CLOSED BEFORE: " LAST-CLOSED-PERIOD
           DISPLAY "  BALANCES READ:      " STAT-BALANCES-READ
           DISPLAY "  IN PERIOD:          " STAT-IN-PERIOD
           DISPLAY "  NOT ON CHART:       " STAT-UNKNOWN-ACCTS
           DISPLAY "  BALANCES CARRIED:   " STAT-CARRIED
           DISPLAY "  NET INCOME:         " NET-INCOME
           DISPLAY "  RETURN CODE:        " RETURN-CODE
           .

       SET-RUN-DATE.
      *    One run date for the control stamp and the report heading
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
           MOVE RUN-DATE-YYYY TO RDE-YYYY
           MOVE RUN-DATE-MM   TO RDE-MM
           MOVE RUN-DATE-DD   TO RDE-DD
           MOVE RPT-DATE-EDIT TO RT-RUN-DATE-O
           .

       READ-CLOSE-PARM.
           MOVE ZERO   TO CP-CLOSE-PERIOD
           MOVE SPACES TO CP-CONFIRM
           OPEN INPUT CLOSE-PARM-FILE
           READ CLOSE-PARM-FILE
               AT END SET PARM-IS-MISSING TO TRUE
           END-READ
           CLOSE CLOSE-PARM-FILE
           IF NOT PARM-IS-MISSING
               IF CP-CLOSE-PERIOD NOT NUMERIC
                   MOVE ZERO TO CP-CLOSE-PERIOD
               END-IF
               MOVE CP-CLOSE-PERIOD TO RT-PERIOD-O
           END-IF
           .

       READ-PERIOD-CONTROL.
      *    Works out the period due to close and the period its
      *    balances open in - each the month after the one before
           READ GL-PERIOD-CTL
               AT END SET PERIOD-CTL-MISSING TO TRUE
           END-READ
           IF NOT PERIOD-CTL-MISSING
               MOVE PC-LAST-CLOSED TO LAST-CLOSED-PERIOD
               MOVE PC-LAST-CLOSED TO DUE-PERIOD
               ADD 1 TO DUE-MM
               IF DUE-MM > 12
                   MOVE 1 TO DUE-MM
                   ADD 1 TO DUE-YYYY
               END-IF
               MOVE DUE-PERIOD TO NEW-PERIOD
               ADD 1 TO NEW-MM
               IF NEW-MM > 12
                   MOVE 1 TO NEW-MM
                   ADD 1 TO NEW-YYYY
               END-IF
           END-IF
           .

       CHECK-RETAINED-EARNINGS.
      *    The P&L has to land somewhere - an equity account on the
      *    chart, or the period does not close
           MOVE RE-ACCOUNT TO CA-ACCOUNT
           READ GL-COA-FILE
               INVALID KEY
                   SET RE-ACCT-IS-MISSING TO TRUE
               NOT INVALID KEY
                   IF NOT CA-IS-EQUITY
                       SET RE-ACCT-IS-MISSING TO TRUE
                   END-IF
           END-READ
           .

       COLLECT-PERIOD-BALANCES.
      *    Full pass over the balance master - the key is account
      *    then period, so the period's records are scattered
      *    through it and each one is picked out as it goes by
           MOVE LOW-VALUES TO GB-BALANCE-KEY
           START GL-BALANCE-MSTR KEY >= GB-BALANCE-KEY
               INVALID KEY SET BALANCE-IS-EOF TO TRUE
           END-START
           IF NOT BALANCE-IS-EOF
               PERFORM READ-NEXT-BALANCE
           END-IF
           PERFORM UNTIL BALANCE-IS-EOF
               IF GB-PERIOD = CP-CLOSE-PERIOD
                   PERFORM ADD-CLOSE-ENTRY
               END-IF
               PERFORM READ-NEXT-BALANCE
           END-PERFORM
           SET PERIOD-WAS-COLLECTED TO TRUE
           .

       READ-NEXT-BALANCE.
           READ GL-BALANCE-MSTR NEXT RECORD
               AT END SET BALANCE-IS-EOF TO TRUE
               NOT AT END ADD 1 TO STAT-BALANCES-READ
           END-READ.

       ADD-CLOSE-ENTRY.
           ADD 1 TO STAT-IN-PERIOD
           IF CT-COUNT >= CT-MAX
               SET CLOSE-TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO CT-COUNT
               MOVE GB-ACCOUNT      TO CT-ACCOUNT (CT-COUNT)
               MOVE GB-OPEN-BALANCE TO CT-OPEN (CT-COUNT)
               MOVE GB-DEBIT-TOTAL  TO CT-DEBIT (CT-COUNT)
               MOVE GB-CREDIT-TOTAL TO CT-CREDIT (CT-COUNT)
               COMPUTE CT-CLOSING (CT-COUNT) = GB-OPEN-BALANCE
                   + GB-DEBIT-TOTAL - GB-CREDIT-TOTAL
               ADD GB-OPEN-BALANCE  TO TOT-OPEN
               ADD GB-DEBIT-TOTAL   TO TOT-DEBIT
               ADD GB-CREDIT-TOTAL  TO TOT-CREDIT
               ADD CT-CLOSING (CT-COUNT) TO TOT-CLOSING
      *        Inactive accounts still close - they only stop taking
      *        new postings, and whatever they hold still carries
               MOVE GB-ACCOUNT TO CA-ACCOUNT
               READ GL-COA-FILE
                   INVALID KEY
                       DISPLAY "ACCOUNT " GB-ACCOUNT
                           " NOT ON CHART OF ACCOUNTS"
                       MOVE '*** NOT ON CHART ***'
                           TO CT-NAME (CT-COUNT)
                       MOVE '?' TO CT-TYPE (CT-COUNT)
                       SET PERIOD-HAS-UNKNOWN-ACCT TO TRUE
                       ADD 1 TO STAT-UNKNOWN-ACCTS
                   NOT INVALID KEY
                       MOVE CA-ACCOUNT-NAME TO CT-NAME (CT-COUNT)
                       MOVE CA-ACCOUNT-TYPE TO CT-TYPE (CT-COUNT)
               END-READ
               IF CT-TYPE (CT-COUNT) = 'R' OR 'E'
                   ADD CT-CLOSING (CT-COUNT) TO NET-PL-CLOSING
               END-IF
               IF CT-ACCOUNT (CT-COUNT) = RE-ACCOUNT
                   MOVE CT-CLOSING (CT-COUNT) TO RE-CLOSING
               END-IF
           END-IF
           .

       CARRY-BALANCES-FORWARD.
      *    Assets, liabilities and equity open the new period at
      *    their closing balance. Revenue and expense start again
      *    from zero - their net (debit-positive, so income is a
      *    negative figure) goes into retained earnings instead.
           PERFORM VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT
               IF (CT-TYPE (CT-SUB) = 'A' OR 'L' OR 'Q')
                   AND CT-ACCOUNT (CT-SUB) NOT = RE-ACCOUNT
                   MOVE CT-ACCOUNT (CT-SUB) TO CARRY-ACCOUNT
                   MOVE CT-CLOSING (CT-SUB) TO CARRY-AMOUNT
                   PERFORM CARRY-ONE-BALANCE
               END-IF
           END-PERFORM
           MOVE RE-ACCOUNT TO CARRY-ACCOUNT
           COMPUTE CARRY-AMOUNT = RE-CLOSING + NET-PL-CLOSING
           PERFORM CARRY-ONE-BALANCE
           .

       CARRY-ONE-BALANCE.
      *    GLPOST may already have posted into the new period before
      *    the close ran - that record just takes its opening
      *    balance. A zero carry with nothing posted yet needs no
      *    record at all.
           MOVE 'N' TO BALANCE-FOUND-SW
           MOVE CARRY-ACCOUNT TO GB-ACCOUNT
           MOVE NEW-PERIOD    TO GB-PERIOD
           READ GL-BALANCE-MSTR
               INVALID KEY
                   MOVE CARRY-ACCOUNT TO GB-ACCOUNT
                   MOVE NEW-PERIOD    TO GB-PERIOD
                   MOVE ZERO          TO GB-DEBIT-TOTAL
                   MOVE ZERO          TO GB-CREDIT-TOTAL
               NOT INVALID KEY
                   SET BALANCE-WAS-FOUND TO TRUE
           END-READ
           MOVE CARRY-AMOUNT TO GB-OPEN-BALANCE
           EVALUATE TRUE
               WHEN BALANCE-WAS-FOUND
                   REWRITE GL-BALANCE-REC
                       INVALID KEY PERFORM BALANCE-WRITE-FAILED
                   END-REWRITE
                   ADD 1 TO STAT-CARRIED
               WHEN CARRY-AMOUNT NOT = ZERO
                   WRITE GL-BALANCE-REC
                       INVALID KEY PERFORM BALANCE-WRITE-FAILED
                   END-WRITE
                   ADD 1 TO STAT-CARRIED
           END-EVALUATE
           .

       BALANCE-WRITE-FAILED.
           DISPLAY "GL BALANCE WRITE FAILED - KEY " GB-BALANCE-KEY.
           MOVE 8 TO RETURN-CODE.

       UPDATE-PERIOD-CONTROL.
      *    Stamped only when every carry landed - a close that failed
      *    part way must stay rerunnable once the master is repaired
           IF RETURN-CODE < 8
               MOVE CP-CLOSE-PERIOD TO PC-LAST-CLOSED
               MOVE RUN-DATE-YMD    TO PC-CLOSED-DATE
               REWRITE GL-PERIOD-CTL-REC
               DISPLAY "PERIOD " CP-CLOSE-PERIOD " CLOSED - BALANCES"
                   " OPEN IN " NEW-PERIOD
           END-IF
           .

       PRINT-CLOSING-TRIAL-BALANCE.
      *    One section per account type in chart order, each footed,
      *    then the grand totals and the P&L closed to retained
      *    earnings
           PERFORM PRINT-TYPE-SECTION
               VARYING TO-SUB FROM 1 BY 1 UNTIL TO-SUB > TO-MAX
           PERFORM WRITE-CLOSE-TOTALS
           .

       PRINT-TYPE-SECTION.
           MOVE ZERO TO SUB-OPEN SUB-DEBIT SUB-CREDIT SUB-CLOSING
                        SUB-COUNT
           PERFORM VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT
               IF CT-TYPE (CT-SUB) = TO-TYPE (TO-SUB)
                   IF SUB-COUNT = ZERO
                       PERFORM WRITE-SECTION-HEADING
                   END-IF
                   PERFORM WRITE-CLOSE-DETAIL-LINE
               END-IF
           END-PERFORM
           IF SUB-COUNT > ZERO
               IF CTB-LINE-COUNT >= PAGE-LINE-LIMIT
                   PERFORM WRITE-CTB-HEADINGS
               END-IF
               MOVE SPACES          TO CTT-LABEL-O
               STRING 'TOTAL ' DELIMITED BY SIZE
                   TO-LABEL (TO-SUB) DELIMITED BY SIZE
                   INTO CTT-LABEL-O
               END-STRING
               MOVE SUB-OPEN        TO CTT-OPEN-O
               MOVE SUB-DEBIT       TO CTT-DEBIT-O
               MOVE SUB-CREDIT      TO CTT-CREDIT-O
               MOVE SUB-CLOSING     TO CTT-CLOSING-O
               WRITE CLOSE-TB-REC FROM CTB-TOTAL-LINE
               MOVE SPACES TO CLOSE-TB-REC
               WRITE CLOSE-TB-REC
               ADD 2 TO CTB-LINE-COUNT
           END-IF
           .

       WRITE-SECTION-HEADING.
      *    A section heading never sits alone at the foot of a page
           IF CTB-LINE-COUNT >= PAGE-LINE-LIMIT - 1
               PERFORM WRITE-CTB-HEADINGS
           END-IF
           MOVE TO-LABEL (TO-SUB) TO CSL-LABEL-O
           WRITE CLOSE-TB-REC FROM CTB-SECTION-LINE
           ADD 1 TO CTB-LINE-COUNT
           .

       WRITE-CTB-HEADINGS.
           ADD 1 TO CTB-PAGE-NO
           MOVE CTB-PAGE-NO       TO RT-PAGE-NO-O
           WRITE CLOSE-TB-REC FROM RPT-TITLE-LINE
           WRITE CLOSE-TB-REC FROM CTB-COLUMN-LINE
           WRITE CLOSE-TB-REC FROM HEADING-DASH-LINE
           MOVE 3 TO CTB-LINE-COUNT
           .

       WRITE-CLOSE-DETAIL-LINE.
           IF CTB-LINE-COUNT >= PAGE-LINE-LIMIT
               PERFORM WRITE-CTB-HEADINGS
           END-IF.
           MOVE SPACES              TO CTB-DETAIL-LINE.
           MOVE CT-ACCOUNT (CT-SUB) TO CD-ACCOUNT-O.
           MOVE CT-NAME (CT-SUB)    TO CD-NAME-O.
           MOVE CT-OPEN (CT-SUB)    TO CD-OPEN-O.
           MOVE CT-DEBIT (CT-SUB)   TO CD-DEBIT-O.
           MOVE CT-CREDIT (CT-SUB)  TO CD-CREDIT-O.
           MOVE CT-CLOSING (CT-SUB) TO CD-CLOSING-O.
           WRITE CLOSE-TB-REC FROM CTB-DETAIL-LINE.
           ADD 1 TO CTB-LINE-COUNT.
           ADD 1 TO SUB-COUNT.
           ADD CT-OPEN (CT-SUB)    TO SUB-OPEN.
           ADD CT-DEBIT (CT-SUB)   TO SUB-DEBIT.
           ADD CT-CREDIT (CT-SUB)  TO SUB-CREDIT.
           ADD CT-CLOSING (CT-SUB) TO SUB-CLOSING.

       WRITE-CLOSE-TOTALS.
      *    Three lines go out together - all must fit on the page
           IF CTB-LINE-COUNT >= PAGE-LINE-LIMIT - 2
               PERFORM WRITE-CTB-HEADINGS
           END-IF
           MOVE 'LEDGER TOTALS'   TO CTT-LABEL-O
           MOVE TOT-OPEN          TO CTT-OPEN-O
           MOVE TOT-DEBIT         TO CTT-DEBIT-O
           MOVE TOT-CREDIT        TO CTT-CREDIT-O
           MOVE TOT-CLOSING       TO CTT-CLOSING-O
           WRITE CLOSE-TB-REC FROM CTB-TOTAL-LINE
      *    Income is a credit balance, so the P&L's net closing
      *    balance is turned over to print income as a positive
           COMPUTE NET-INCOME = ZERO - NET-PL-CLOSING
           MOVE NET-INCOME        TO CNI-AMOUNT-O
           MOVE RE-ACCOUNT        TO CNI-ACCOUNT-O
           MOVE NEW-PERIOD        TO CNI-PERIOD-O
           WRITE CLOSE-TB-REC FROM CTB-NET-INCOME-LINE
           IF RETURN-CODE < 8
               MOVE 'PERIOD CLOSED' TO CLOSE-TB-REC
           ELSE
               MOVE 'PERIOD NOT CLOSED - SEE JOBLOG' TO CLOSE-TB-REC
           END-IF
           WRITE CLOSE-TB-REC
           ADD 3 TO CTB-LINE-COUNT
           .
