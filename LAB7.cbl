      *                      ACCTINQ inquiry prints from when credit
      *                      review asks what an account's limit has
      *                      done over time.
      * 2026-10-15  CR-4512  The reserved area of the master is now
      *                      ACOUNT-BALANCE, posted by ACCTPOST and
      *                      carried through the merge untouched. An
      *                      add opens at a zero balance, a delete of
      *                      an account still carrying a balance is
      *                      rejected, and the balancing report proves
      *                      balance dollars old = new.
      * 2026-10-15  CR-4513  Dual approval for large limits. A change
      *                      raising a limit by more than APPRLIM, or
      *                      an add above it, is held on the PENDING
      *                      file instead of applied; an ACCTAPPR
      *                      approval from a different user ID releases
      *                      it on a later run, and anything still
      *                      waiting after APPRDAYS days expires. The
      *                      transaction carries the entering user ID,
      *                      and holds, releases and expiries go on the
      *                      audit report and ACCTHIST with the user,
      *                      the approver and the threshold in force.
      *-----------------------

       IDENTIFICATION DIVISION.
           SELECT ACCT-HIST-FILE ASSIGN TO ACCTHIST.
           SELECT SORT-TRN-WORK  ASSIGN TO SRTTWK1.
           SELECT SORTED-TRANS  ASSIGN TO SRTDTRNS.
           SELECT CONTROL-PARM-FILE ASSIGN TO PARMFILE.
           SELECT APPROVAL-FILE ASSIGN TO ACCTAPPR.
           SELECT PENDING-IN    ASSIGN TO PENDING.
           SELECT PENDING-OUT   ASSIGN TO PENDNEW.

       DATA DIVISION.

       FILE SECTION.
      *    Old master - a KSDS keyed on ACOUNT-NO, so sequential
      *    reads already come back in merge order
      *    ACOUNT-BALANCE is owned by ACCTPOST - this program only
      *    copies it across
       FD  OLD-MASTER.
       01  OLD-MASTER-REC.
           05  OM-ACOUNT-NO      PIC 9(08).
           05  OM-ACOUNT-LIMIT   PIC S9(7)V99 COMP-3.
           05  OM-LAST-NAME      PIC X(20).
           05  OM-ACOUNT-BALANCE PIC S9(9)V99 COMP-3.
           05  FILLER            PIC X(1).
           05  OM-COMMENTS       PIC X(50).

      *    Add/change/delete transactions, keyed by ACOUNT-NO. The
      *    transmission ends with a 'T' trailer carrying the count
      *    and limit hash the sender computed, so a truncated file
      *    can never be mistaken for a complete one. Each detail
      *    carries the user ID of the clerk who keyed it, so a second
      *    approver can be told apart from the first.
       FD  TRANS-FILE RECORDING MODE F.
       01  TRANS-FILE-REC.
           05  TF-TRANS-CODE     PIC X(01).
           05  TF-ACOUNT-NO      PIC 9(08).
           05  TF-LAST-NAME      PIC X(20).
           05  TF-ACOUNT-LIMIT   PIC S9(7)V99 COMP-3.
           05  TF-USER-ID        PIC X(7).
           05  TF-COMMENTS       PIC X(50).
       01  TRANS-TRAILER-REC.
           05  TT-TRAILER-CODE   PIC X(01).
           05  TT-LIMIT-HASH     PIC S9(13)V99 COMP-3.
           05  FILLER            PIC X(73).

      *    A transaction released from the pending file rides the
      *    merge flagged approved, with its approver, so it is
      *    applied instead of being held a second time
       SD  SORT-TRN-WORK.
       01  SORT-TRN-REC.
           05  ST-TRANS.
               10  ST-TRANS-CODE     PIC X(01).
               10  ST-ACOUNT-NO      PIC 9(08).
               10  ST-LAST-NAME      PIC X(20).
               10  ST-ACOUNT-LIMIT   PIC S9(7)V99 COMP-3.
               10  ST-USER-ID        PIC X(7).
               10  ST-COMMENTS       PIC X(50).
           05  ST-APPROVED-SW    PIC X(1).
           05  ST-APPROVER-ID    PIC X(7).

      *    Transactions sorted ascending by ACOUNT-NO for the merge
       FD  SORTED-TRANS RECORDING MODE F.
       01  CURRENT-TRANS-REC.
           05  CT-TRANS.
               10  CT-TRANS-CODE     PIC X(01).
               10  CT-ACOUNT-NO      PIC 9(08).
               10  CT-LAST-NAME      PIC X(20).
               10  CT-ACOUNT-LIMIT   PIC S9(7)V99 COMP-3.
               10  CT-USER-ID        PIC X(7).
               10  CT-COMMENTS       PIC X(50).
           05  CT-APPROVED-SW    PIC X(1).
               88  CT-IS-RELEASED    VALUE 'Y'.
           05  CT-APPROVER-ID    PIC X(7).

      *    Updated master, in the same layout NOACCTDATA already uses
       FD  NEW-MASTER.
           05  NM-ACOUNT-NO      PIC 9(08).
           05  NM-ACOUNT-LIMIT   PIC S9(7)V99 COMP-3.
           05  NM-LAST-NAME      PIC X(20).
           05  NM-ACOUNT-BALANCE PIC S9(9)V99 COMP-3.
           05  FILLER            PIC X(1).
           05  NM-COMMENTS       PIC X(50).

       FD  AUDIT-RPT RECORDING MODE F.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  AUD-LIMIT-O       PIC $$,$$$,$$9.99.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  AUD-USER-ID-O     PIC X(07).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  AUD-APPROVER-O    PIC X(07).

      *    Proof the run was complete - control check results and the
      *    old-vs-new master balancing, one labelled line at a time
      *    Permanent change history - every ADDED/CHANGED/DELETED
      *    this program ever applied, appended run after run and
      *    never recreated. ACCTINQ reads it back by account.
      *    HELD/RELEASED/EXPIRED actions on the dual-approval file go
      *    here too, each with who keyed it, who approved it and the
      *    APPRLIM threshold in force that night.
       FD  ACCT-HIST-FILE RECORDING MODE F.
       01  ACCT-HIST-REC.
           05  HI-ACOUNT-NO      PIC 9(08).
           05  HI-ACTION         PIC X(08).
           05  HI-OLD-LIMIT      PIC S9(7)V99 COMP-3.
           05  HI-NEW-LIMIT      PIC S9(7)V99 COMP-3.
           05  HI-USER-ID        PIC X(07).
           05  HI-APPROVER-ID    PIC X(07).
           05  HI-THRESHOLD      PIC S9(7)V99 COMP-3.

      *    Control parameters - the same effective-dated dataset the
      *    payroll run and LAB5 read; this program only uses APPRLIM
      *    and APPRDAYS
       FD  CONTROL-PARM-FILE RECORDING MODE F.
       01  CONTROL-PARM-REC.
           05  PA-PARM-ID         PIC X(08).
           05  PA-EFF-DATE        PIC 9(08).
           05  PA-PARM-VALUE      PIC 9(09)V9(04).

      *    Second-user approvals - one per held transaction, naming
      *    the account and the date it was held
       FD  APPROVAL-FILE RECORDING MODE F.
       01  APPROVAL-REC.
           05  AP-ACOUNT-NO      PIC 9(08).
           05  AP-HELD-DATE      PIC 9(08).
           05  AP-APPROVER-ID    PIC X(07).
           05  FILLER            PIC X(57).

      *    Transactions waiting for a second approver - a GDG, last
      *    run's generation in and tonight's out. Each entry is the
      *    transaction exactly as keyed, the date it was held and the
      *    limit the account had at that moment.
       FD  PENDING-IN RECORDING MODE F.
       01  PENDING-IN-REC.
           05  PI-TRANS.
               10  PI-TRANS-CODE     PIC X(01).
               10  PI-ACOUNT-NO      PIC 9(08).
               10  PI-LAST-NAME      PIC X(20).
               10  PI-ACOUNT-LIMIT   PIC S9(7)V99 COMP-3.
               10  PI-USER-ID        PIC X(7).
               10  PI-COMMENTS       PIC X(50).
           05  PI-HELD-DATE      PIC 9(08).
           05  PI-OLD-LIMIT      PIC S9(7)V99 COMP-3.

       FD  PENDING-OUT RECORDING MODE F.
       01  PENDING-OUT-REC.
           05  PO-TRANS.
               10  PO-TRANS-CODE     PIC X(01).
               10  PO-ACOUNT-NO      PIC 9(08).
               10  PO-LAST-NAME      PIC X(20).
               10  PO-ACOUNT-LIMIT   PIC S9(7)V99 COMP-3.
               10  PO-USER-ID        PIC X(7).
               10  PO-COMMENTS       PIC X(50).
           05  PO-HELD-DATE      PIC 9(08).
           05  PO-OLD-LIMIT      PIC S9(7)V99 COMP-3.

       WORKING-STORAGE SECTION.
        01 FLAGS.
              88  TRAILER-WAS-FOUND VALUE 'Y'.
           05 CONTROLS-SW        PIC X VALUE 'N'.
              88  TRANS-CONTROLS-OK VALUE 'Y'.
           05 PARMFILE-EOF-SW    PIC X VALUE 'N'.
              88  PARMFILE-IS-EOF  VALUE 'Y'.
           05 APPROVAL-EOF-SW    PIC X VALUE 'N'.
              88  APPROVAL-IS-EOF  VALUE 'Y'.
           05 PENDING-EOF-SW     PIC X VALUE 'N'.
              88  PENDING-IS-EOF   VALUE 'Y'.
           05 PARM-ERROR-SW      PIC X VALUE 'N'.
              88  PARMS-IN-ERROR   VALUE 'Y'.
           05 APPROVAL-FOUND-SW  PIC X VALUE 'N'.
              88  APPROVAL-WAS-FOUND VALUE 'Y'.
           05 NEEDS-APPROVAL-SW  PIC X VALUE 'N'.
              88  NEEDS-APPROVAL   VALUE 'Y'.

      *    What the sender said was transmitted vs what actually
      *    arrived, compared before a single record is merged
           05 DELETED-LIMIT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 CHANGED-LIMIT-DELTA PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 EXPECTED-NEW-LIMIT  PIC S9(11)V99 COMP-3 VALUE ZERO.
      *    Maintenance never moves a balance - adds open at zero and
      *    an account with a balance cannot be deleted - so the
      *    balance dollars in must equal the balance dollars out
           05 NEW-BALANCE-WORK    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 OLD-BALANCE-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 NEW-BALANCE-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
      *    The pending file must foot as well - what came in, less
      *    what was released or expired, plus tonight's holds, is
      *    what must go out
           05 HELD-COUNT          PIC 9(09) VALUE ZERO.
           05 HELD-LIMIT-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 RELEASED-COUNT      PIC 9(09) VALUE ZERO.
           05 EXPIRED-COUNT       PIC 9(09) VALUE ZERO.
           05 PENDING-IN-COUNT    PIC 9(09) VALUE ZERO.
           05 PENDING-OUT-COUNT   PIC 9(09) VALUE ZERO.
           05 EXPECTED-PENDING-OUT PIC 9(09) VALUE ZERO.

      *    Balancing report print line
        01 BALANCE-DETAIL.
           05 GRP-ACOUNT-NO      PIC 9(08).
           05 GRP-LAST-NAME      PIC X(20).
           05 GRP-ACOUNT-LIMIT   PIC S9(7)V99 COMP-3.
           05 GRP-ACOUNT-BALANCE PIC S9(9)V99 COMP-3.
           05 GRP-COMMENTS       PIC X(50).
           05 GRP-ACTIVE-SW      PIC X VALUE 'Y'.
              88  GRP-IS-ACTIVE    VALUE 'Y'.
        77 HIST-OLD-LIMIT        PIC S9(7)V99 COMP-3 VALUE ZERO.
        77 STAT-HISTORY-WRITTEN  PIC 9(07) VALUE ZERO.

      ****** Dual-approval controls - loaded from PARMFILE at start
      ****** of run, the newest effective-dated value on or before
      ****** the run date. A limit raised by more than APPRLIM, or
      ****** an add above it, waits for a second user; anything
      ****** still waiting after APPRDAYS days expires.
        01 APPROVAL-CONTROLS.
           05 APPROVAL-LIMIT     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 APPRLIM-EFF-DATE   PIC 9(08) VALUE ZERO.
           05 APPROVAL-DAYS      PIC 9(03) VALUE ZERO.
           05 APPRDAYS-EFF-DATE  PIC 9(08) VALUE ZERO.
           05 APPRLIM-FOUND-SW   PIC X VALUE 'N'.
              88  APPRLIM-WAS-FOUND  VALUE 'Y'.
           05 APPRDAYS-FOUND-SW  PIC X VALUE 'N'.
              88  APPRDAYS-WAS-FOUND VALUE 'Y'.
           05 LIMIT-INCREASE     PIC S9(9)V99 COMP-3 VALUE ZERO.

      ****** Tonight's approvals, each flagged once it releases a
      ****** pending entry - whatever is still unused at the end
      ****** matched nothing and is reported
        01 APPROVAL-TABLE.
           05 APPROVAL-ENTRY OCCURS 500 TIMES INDEXED BY APR-IDX.
              10  APR-ACOUNT-NO  PIC 9(08).
              10  APR-HELD-DATE  PIC 9(08).
              10  APR-APPROVER-ID PIC X(07).
              10  APR-USED-SW    PIC X(01).
        77 APPROVAL-COUNT        PIC 9(03) VALUE ZERO.
        77 APPROVAL-MAX          PIC 9(03) VALUE 500.
        77 APPROVAL-REJECT-COUNT PIC 9(07) VALUE ZERO.

      ****** Elapsed-day arithmetic for the expiry test - a date is
      ****** turned into a day count from 0001-01-01 so two dates
      ****** can simply be subtracted across month and year ends
        01 DAY-NUMBER-WORK.
           05 DN-DATE            PIC 9(08).
           05 DN-DATE-R          REDEFINES DN-DATE.
              10 DN-YYYY         PIC 9(04).
              10 DN-MM           PIC 9(02).
              10 DN-DD           PIC 9(02).
           05 DN-YEARS-PRIOR     PIC 9(04).
           05 DN-QUOTIENT        PIC 9(07).
           05 DN-REM-4           PIC 9(03).
           05 DN-REM-100         PIC 9(03).
           05 DN-REM-400         PIC 9(03).
           05 DN-DAY-NUMBER      PIC 9(07).
        01 MONTH-START-VALUES.
           05 FILLER PIC X(36)
              VALUE '000031059090120151181212243273304334'.
        01 MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
           05 MONTH-START-DAYS   PIC 9(03) OCCURS 12 TIMES.
        77 RUN-DAY-NUMBER        PIC 9(07) VALUE ZERO.
        77 DAYS-HELD             PIC S9(07) VALUE ZERO.

      ****** First line of the audit report - the policy the run
      ****** was held to
        01 AUDIT-PARM-LINE.
           05 FILLER             PIC X(21)
              VALUE 'DUAL APPROVAL ABOVE '.
           05 APL-LIMIT-O        PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(14) VALUE 'EXPIRES AFTER '.
           05 APL-DAYS-O         PIC ZZ9.
           05 FILLER             PIC X(05) VALUE ' DAYS'.
           05 FILLER             PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       PROCESS-TRANSACTIONS.
           PERFORM SET-RUN-DATE
           PERFORM LOAD-CONTROL-PARMS
           OPEN OUTPUT BALANCE-RPT
      ****** Without usable approval controls nothing can be safely
      ****** applied - the sort and merge never start
           IF PARMS-IN-ERROR
               MOVE 'APPROVAL PARMS UNUSABLE - MERGE NOT RUN'
                   TO BALANCE-LINE
               WRITE BALANCE-LINE
           ELSE
               PERFORM SORT-TRANS-FILE
           END-IF

      ****** A transmission that fails its own control totals must
      ****** not touch the master - the night it was truncated we
      ****** merged it anyway and published a short file. The
      ****** controls are proven inside the sort, before the pending
      ****** file is screened, and the audit report, history and new
      ****** pending file are already open by the time we get here.
           IF TRANS-CONTROLS-OK
               OPEN INPUT  OLD-MASTER
               OPEN INPUT  SORTED-TRANS
               OPEN OUTPUT NEW-MASTER

               PERFORM READ-MASTER-RECORD
               PERFORM READ-TRANS-RECORD
               CLOSE NEW-MASTER
               CLOSE AUDIT-RPT
               CLOSE ACCT-HIST-FILE
               CLOSE PENDING-OUT
           ELSE
               PERFORM COPY-PENDING-FORWARD
               MOVE 8 TO RETURN-CODE
           END-IF
           .
           IF REJECTED-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF APPROVAL-REJECT-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "LAB7 RUN STATISTICS"
           DISPLAY "  TRANSACTIONS READ:  " INPUT-TRANS-COUNT
           DISPLAY "  OLD MASTER RECORDS: " OLD-MASTER-COUNT
           DISPLAY "  CHANGED:            " CHANGED-COUNT
           DISPLAY "  DELETED:            " DELETED-COUNT
           DISPLAY "  REJECTED:           " REJECTED-COUNT
           DISPLAY "  PENDING IN:         " PENDING-IN-COUNT
           DISPLAY "  HELD FOR APPROVAL:  " HELD-COUNT
           DISPLAY "  RELEASED:           " RELEASED-COUNT
           DISPLAY "  EXPIRED:            " EXPIRED-COUNT
           DISPLAY "  PENDING OUT:        " PENDING-OUT-COUNT
           DISPLAY "  APPROVALS REJECTED: " APPROVAL-REJECT-COUNT
           DISPLAY "  HISTORY APPENDED:   " STAT-HISTORY-WRITTEN
           DISPLAY "  RETURN CODE:        " RETURN-CODE
           .

       SET-RUN-DATE.
      *    Stamped on every history record appended tonight, and
      *    the date every pending entry's age is measured to
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
           MOVE RUN-DATE-YMD TO DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE DN-DAY-NUMBER TO RUN-DAY-NUMBER
           .

       READ-PARM-RECORD.
           READ CONTROL-PARM-FILE
               AT END SET PARMFILE-IS-EOF TO TRUE
           END-READ.

       LOAD-CONTROL-PARMS.
      *    The newest APPRLIM and APPRDAYS values whose effective
      *    dates have arrived win; ids this program does not use pass
      *    through untouched. Both are validated and echoed to the
      *    joblog so the run shows which policy it applied.
           OPEN INPUT CONTROL-PARM-FILE
           PERFORM READ-PARM-RECORD
           PERFORM UNTIL PARMFILE-IS-EOF
               IF PA-PARM-ID = 'APPRLIM '
                   AND PA-EFF-DATE <= RUN-DATE-YMD
                   AND PA-EFF-DATE >= APPRLIM-EFF-DATE
                   MOVE PA-PARM-VALUE TO APPROVAL-LIMIT
                   MOVE PA-EFF-DATE   TO APPRLIM-EFF-DATE
                   SET APPRLIM-WAS-FOUND TO TRUE
               END-IF
               IF PA-PARM-ID = 'APPRDAYS'
                   AND PA-EFF-DATE <= RUN-DATE-YMD
                   AND PA-EFF-DATE >= APPRDAYS-EFF-DATE
                   MOVE PA-PARM-VALUE TO APPROVAL-DAYS
                   MOVE PA-EFF-DATE   TO APPRDAYS-EFF-DATE
                   SET APPRDAYS-WAS-FOUND TO TRUE
               END-IF
               PERFORM READ-PARM-RECORD
           END-PERFORM
           CLOSE CONTROL-PARM-FILE
           EVALUATE TRUE
               WHEN NOT APPRLIM-WAS-FOUND
                   DISPLAY "PARM APPRLIM NOT ON PARMFILE"
                   SET PARMS-IN-ERROR TO TRUE
               WHEN APPROVAL-LIMIT <= ZERO
                   DISPLAY "PARM APPRLIM NOT POSITIVE - "
                       APPROVAL-LIMIT
                   SET PARMS-IN-ERROR TO TRUE
               WHEN OTHER
                   DISPLAY "PARM APPRLIM  = " APPROVAL-LIMIT
                       " EFF " APPRLIM-EFF-DATE
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT APPRDAYS-WAS-FOUND
                   DISPLAY "PARM APPRDAYS NOT ON PARMFILE"
                   SET PARMS-IN-ERROR TO TRUE
               WHEN APPROVAL-DAYS = ZERO
                   DISPLAY "PARM APPRDAYS NOT POSITIVE"
                   SET PARMS-IN-ERROR TO TRUE
               WHEN OTHER
                   DISPLAY "PARM APPRDAYS = " APPROVAL-DAYS
                       " EFF " APPRDAYS-EFF-DATE
           END-EVALUATE
           .

       COMPUTE-DAY-NUMBER.
      *    DN-DATE in, DN-DAY-NUMBER out - days in the whole years
      *    before this one (with their leap days), the days in the
      *    months before this one, and this day of the month
           SUBTRACT 1 FROM DN-YYYY GIVING DN-YEARS-PRIOR
           COMPUTE DN-DAY-NUMBER = DN-YEARS-PRIOR * 365
               + MONTH-START-DAYS(DN-MM) + DN-DD
           DIVIDE DN-YEARS-PRIOR BY 4   GIVING DN-QUOTIENT
           ADD DN-QUOTIENT TO DN-DAY-NUMBER
           DIVIDE DN-YEARS-PRIOR BY 100 GIVING DN-QUOTIENT
           SUBTRACT DN-QUOTIENT FROM DN-DAY-NUMBER
           DIVIDE DN-YEARS-PRIOR BY 400 GIVING DN-QUOTIENT
           ADD DN-QUOTIENT TO DN-DAY-NUMBER
           IF DN-MM > 2
               DIVIDE DN-YYYY BY 4   GIVING DN-QUOTIENT
                   REMAINDER DN-REM-4
               DIVIDE DN-YYYY BY 100 GIVING DN-QUOTIENT
                   REMAINDER DN-REM-100
               DIVIDE DN-YYYY BY 400 GIVING DN-QUOTIENT
                   REMAINDER DN-REM-400
               IF DN-REM-4 = ZERO
                   AND (DN-REM-100 NOT = ZERO OR DN-REM-400 = ZERO)
                   ADD 1 TO DN-DAY-NUMBER
               END-IF
           END-IF
           .

       SORT-TRANS-FILE.
      ****** The trailer must not ride into the merge, so the sort
      ****** takes its input through EDIT-TRANS-INPUT, which counts
      ****** and hashes the detail records and captures the trailer,
      ****** then - only once the controls prove - adds whatever a
      ****** second user has released off the pending file
           SORT SORT-TRN-WORK
               ON ASCENDING KEY ST-ACOUNT-NO
               WITH DUPLICATES IN ORDER
               PERFORM READ-RAW-TRANS-RECORD
           END-PERFORM
           CLOSE TRANS-FILE
           PERFORM VERIFY-TRANS-CONTROLS
           IF TRANS-CONTROLS-OK
               OPEN OUTPUT AUDIT-RPT
      ****** The history is permanent - EXTEND appends this run's
      ****** actions after every run that came before
               OPEN EXTEND ACCT-HIST-FILE
               OPEN OUTPUT PENDING-OUT
               MOVE APPROVAL-LIMIT TO APL-LIMIT-O
               MOVE APPROVAL-DAYS  TO APL-DAYS-O
               WRITE AUDIT-REC FROM AUDIT-PARM-LINE
               PERFORM LOAD-APPROVAL-TABLE
               PERFORM SCREEN-PENDING-FILE
               PERFORM REPORT-UNUSED-APPROVALS
           END-IF
           .

       READ-RAW-TRANS-RECORD.
           END-EVALUATE
           .

       LOAD-APPROVAL-TABLE.
      *    An approval that does not fit the table is not lost - it
      *    is named on the joblog and the held item simply waits for
      *    it to be sent again
           OPEN INPUT APPROVAL-FILE
           PERFORM READ-APPROVAL-RECORD
           PERFORM UNTIL APPROVAL-IS-EOF
               IF APPROVAL-COUNT < APPROVAL-MAX
                   ADD 1 TO APPROVAL-COUNT
                   SET APR-IDX TO APPROVAL-COUNT
                   MOVE AP-ACOUNT-NO   TO APR-ACOUNT-NO(APR-IDX)
                   MOVE AP-HELD-DATE   TO APR-HELD-DATE(APR-IDX)
                   MOVE AP-APPROVER-ID TO APR-APPROVER-ID(APR-IDX)
                   MOVE 'N'            TO APR-USED-SW(APR-IDX)
               ELSE
                   DISPLAY "APPROVAL TABLE FULL - ACCOUNT "
                       AP-ACOUNT-NO " HELD " AP-HELD-DATE
                       " NOT LOADED"
                   ADD 1 TO APPROVAL-REJECT-COUNT
               END-IF
               PERFORM READ-APPROVAL-RECORD
           END-PERFORM
           CLOSE APPROVAL-FILE
           .

       READ-APPROVAL-RECORD.
           READ APPROVAL-FILE
               AT END SET APPROVAL-IS-EOF TO TRUE
           END-READ.

       SCREEN-PENDING-FILE.
      *    Every entry on last run's pending file is released, expired
      *    or carried forward onto tonight's - none may simply vanish
           OPEN INPUT PENDING-IN
           PERFORM READ-PENDING-RECORD
           PERFORM UNTIL PENDING-IS-EOF
               PERFORM SCREEN-ONE-PENDING
               PERFORM READ-PENDING-RECORD
           END-PERFORM
           CLOSE PENDING-IN
           .

       READ-PENDING-RECORD.
           READ PENDING-IN
               AT END SET PENDING-IS-EOF TO TRUE
               NOT AT END ADD 1 TO PENDING-IN-COUNT
           END-READ.

       SCREEN-ONE-PENDING.
      *    An approval is checked before the age, so one arriving on
      *    the last permitted day still releases the item. The clerk
      *    who keyed a transaction can never be its second approver.
           PERFORM FIND-APPROVAL
           IF APPROVAL-WAS-FOUND
               AND (APR-APPROVER-ID(APR-IDX) = PI-USER-ID
                    OR APR-APPROVER-ID(APR-IDX) = SPACES)
               PERFORM REJECT-SAME-USER-APPROVAL
           END-IF
           MOVE PI-HELD-DATE TO DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE DAYS-HELD = RUN-DAY-NUMBER - DN-DAY-NUMBER
           EVALUATE TRUE
               WHEN APPROVAL-WAS-FOUND
                   PERFORM RELEASE-PENDING-TRANS
               WHEN DAYS-HELD > APPROVAL-DAYS
                   PERFORM EXPIRE-PENDING-TRANS
               WHEN OTHER
                   MOVE PENDING-IN-REC TO PENDING-OUT-REC
                   PERFORM WRITE-PENDING-RECORD
           END-EVALUATE
           .

       FIND-APPROVAL.
           MOVE 'N' TO APPROVAL-FOUND-SW
           PERFORM VARYING APR-IDX FROM 1 BY 1
                   UNTIL APR-IDX > APPROVAL-COUNT
                   OR APPROVAL-WAS-FOUND
               IF APR-ACOUNT-NO(APR-IDX) = PI-ACOUNT-NO
                   AND APR-HELD-DATE(APR-IDX) = PI-HELD-DATE
                   AND APR-USED-SW(APR-IDX) = 'N'
                   SET APPROVAL-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
      *    The VARYING has already stepped past the match
           IF APPROVAL-WAS-FOUND
               SET APR-IDX DOWN BY 1
           END-IF
           .

       REJECT-SAME-USER-APPROVAL.
      *    The approval is used up and refused; the item stays held
      *    and still ages towards expiry
           MOVE 'Y' TO APR-USED-SW(APR-IDX)
           MOVE 'N' TO APPROVAL-FOUND-SW
           ADD 1 TO APPROVAL-REJECT-COUNT
           DISPLAY "APPROVAL REJECTED - ACCOUNT " PI-ACOUNT-NO
               " APPROVER IS THE ENTERING USER " PI-USER-ID
           MOVE PI-ACOUNT-NO    TO AUD-ACOUNT-NO-O
           MOVE PI-LAST-NAME    TO AUD-LAST-NAME-O
           MOVE 'NOT APPR'      TO AUD-ACTION-O
           MOVE PI-ACOUNT-LIMIT TO AUD-LIMIT-O
           MOVE PI-USER-ID      TO AUD-USER-ID-O
           MOVE APR-APPROVER-ID(APR-IDX) TO AUD-APPROVER-O
           WRITE AUDIT-REC
           .

       RELEASE-PENDING-TRANS.
      *    Into the merge with the approver attached - the merge
      *    applies it like any other transaction from here on
           MOVE 'Y' TO APR-USED-SW(APR-IDX)
           MOVE SPACES          TO SORT-TRN-REC
           MOVE PI-TRANS        TO ST-TRANS
           MOVE 'Y'             TO ST-APPROVED-SW
           MOVE APR-APPROVER-ID(APR-IDX) TO ST-APPROVER-ID
           RELEASE SORT-TRN-REC
           ADD 1 TO RELEASED-COUNT
           MOVE PI-ACOUNT-NO    TO AUD-ACOUNT-NO-O
           MOVE PI-LAST-NAME    TO AUD-LAST-NAME-O
           MOVE 'RELEASED'      TO AUD-ACTION-O
           MOVE PI-ACOUNT-LIMIT TO AUD-LIMIT-O
           MOVE PI-USER-ID      TO AUD-USER-ID-O
           MOVE APR-APPROVER-ID(APR-IDX) TO AUD-APPROVER-O
           WRITE AUDIT-REC
           MOVE PI-ACOUNT-NO    TO HI-ACOUNT-NO
           MOVE 'RELEASED'      TO HI-ACTION
           MOVE PI-OLD-LIMIT    TO HI-OLD-LIMIT
           MOVE PI-ACOUNT-LIMIT TO HI-NEW-LIMIT
           MOVE PI-USER-ID      TO HI-USER-ID
           MOVE APR-APPROVER-ID(APR-IDX) TO HI-APPROVER-ID
           PERFORM WRITE-HISTORY-RECORD
           .

       EXPIRE-PENDING-TRANS.
      *    Nobody approved it in time - it is dropped, and must be
      *    keyed again if it is still wanted
           ADD 1 TO EXPIRED-COUNT
           MOVE PI-ACOUNT-NO    TO AUD-ACOUNT-NO-O
           MOVE PI-LAST-NAME    TO AUD-LAST-NAME-O
           MOVE 'EXPIRED'       TO AUD-ACTION-O
           MOVE PI-ACOUNT-LIMIT TO AUD-LIMIT-O
           MOVE PI-USER-ID      TO AUD-USER-ID-O
           MOVE SPACES          TO AUD-APPROVER-O
           WRITE AUDIT-REC
           MOVE PI-ACOUNT-NO    TO HI-ACOUNT-NO
           MOVE 'EXPIRED'       TO HI-ACTION
           MOVE PI-OLD-LIMIT    TO HI-OLD-LIMIT
           MOVE PI-ACOUNT-LIMIT TO HI-NEW-LIMIT
           MOVE PI-USER-ID      TO HI-USER-ID
           MOVE SPACES          TO HI-APPROVER-ID
           PERFORM WRITE-HISTORY-RECORD
           .

       REPORT-UNUSED-APPROVALS.
      *    An approval that released nothing names an item that is
      *    not waiting - already released, expired, or mistyped
           PERFORM VARYING APR-IDX FROM 1 BY 1
                   UNTIL APR-IDX > APPROVAL-COUNT
               IF APR-USED-SW(APR-IDX) = 'N'
                   DISPLAY "APPROVAL MATCHES NO PENDING ITEM - "
                       "ACCOUNT " APR-ACOUNT-NO(APR-IDX)
                       " HELD " APR-HELD-DATE(APR-IDX)
                   ADD 1 TO APPROVAL-REJECT-COUNT
               END-IF
           END-PERFORM
           .

       WRITE-PENDING-RECORD.
           WRITE PENDING-OUT-REC.
           ADD 1 TO PENDING-OUT-COUNT.

       COPY-PENDING-FORWARD.
      *    The merge did not run, but tonight's pending generation is
      *    catalogued regardless - it must carry every waiting item
      *    across untouched or they would be lost
           OPEN INPUT  PENDING-IN
           OPEN OUTPUT PENDING-OUT
           PERFORM READ-PENDING-RECORD
           PERFORM UNTIL PENDING-IS-EOF
               MOVE PENDING-IN-REC TO PENDING-OUT-REC
               PERFORM WRITE-PENDING-RECORD
               PERFORM READ-PENDING-RECORD
           END-PERFORM
           CLOSE PENDING-IN
           CLOSE PENDING-OUT
           DISPLAY "PENDING FILE CARRIED FORWARD UNCHANGED - "
               PENDING-OUT-COUNT " ITEMS"
           .

       HOLD-TRANSACTION.
      *    Onto tonight's pending file instead of the master. The
      *    caller sets HIST-OLD-LIMIT to the limit as it stands.
           MOVE CT-TRANS        TO PO-TRANS
           MOVE RUN-DATE-YMD    TO PO-HELD-DATE
           MOVE HIST-OLD-LIMIT  TO PO-OLD-LIMIT
           PERFORM WRITE-PENDING-RECORD
           ADD 1 TO HELD-COUNT
           ADD CT-ACOUNT-LIMIT  TO HELD-LIMIT-TOTAL
           MOVE CT-ACOUNT-NO    TO AUD-ACOUNT-NO-O
           MOVE CT-LAST-NAME    TO AUD-LAST-NAME-O
           MOVE 'HELD'          TO AUD-ACTION-O
           MOVE CT-ACOUNT-LIMIT TO AUD-LIMIT-O
           MOVE CT-ACOUNT-NO    TO HI-ACOUNT-NO
           MOVE 'HELD'          TO HI-ACTION
           MOVE HIST-OLD-LIMIT  TO HI-OLD-LIMIT
           MOVE CT-ACOUNT-LIMIT TO HI-NEW-LIMIT
           PERFORM WRITE-HISTORY-RECORD
           .

       READ-MASTER-RECORD.
           READ OLD-MASTER
               AT END SET MASTER-IS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO OLD-MASTER-COUNT
                   ADD OM-ACOUNT-LIMIT TO OLD-LIMIT-TOTAL
                   ADD OM-ACOUNT-BALANCE TO OLD-BALANCE-TOTAL
           END-READ.

       READ-TRANS-RECORD.
      *    A second add for the key just written is a duplicate -
      *    writing it would corrupt the KSDS, so it is rejected.
      *    So is an add without an account number: there is nothing
      *    to key it on. A new account opened above APPRLIM waits on
      *    the pending file for a second user unless it has just
      *    been released from there.
           MOVE CT-USER-ID      TO HI-USER-ID
           MOVE CT-APPROVER-ID  TO HI-APPROVER-ID
           EVALUATE TRUE
               WHEN CT-TRANS-CODE NOT = 'A'
                   OR CT-ACOUNT-NO = ZERO
                   OR CT-ACOUNT-NO = LAST-NEW-ACOUNT-NO
                   ADD 1 TO REJECTED-COUNT
                   MOVE CT-ACOUNT-NO    TO AUD-ACOUNT-NO-O
                   MOVE CT-LAST-NAME    TO AUD-LAST-NAME-O
                   MOVE 'REJECTED'      TO AUD-ACTION-O
                   MOVE CT-ACOUNT-LIMIT TO AUD-LIMIT-O
               WHEN NOT CT-IS-RELEASED
                   AND CT-ACOUNT-LIMIT > APPROVAL-LIMIT
                   MOVE ZERO            TO HIST-OLD-LIMIT
                   PERFORM HOLD-TRANSACTION
               WHEN OTHER
                   MOVE CT-ACOUNT-NO    TO NM-ACOUNT-NO
                   MOVE CT-ACOUNT-LIMIT TO NM-ACOUNT-LIMIT
                   MOVE CT-LAST-NAME    TO NM-LAST-NAME
                   MOVE ZERO            TO NM-ACOUNT-BALANCE
                   MOVE CT-COMMENTS     TO NM-COMMENTS
                   PERFORM WRITE-NEW-MASTER-RECORD
                   ADD 1 TO ADDED-COUNT
                   ADD CT-ACOUNT-LIMIT TO ADDED-LIMIT-TOTAL
                   MOVE CT-ACOUNT-NO    TO AUD-ACOUNT-NO-O
                   MOVE CT-LAST-NAME    TO AUD-LAST-NAME-O
                   MOVE 'ADDED'         TO AUD-ACTION-O
                   MOVE CT-ACOUNT-LIMIT TO AUD-LIMIT-O
                   MOVE CT-ACOUNT-NO    TO HI-ACOUNT-NO
                   MOVE 'ADDED'         TO HI-ACTION
                   MOVE ZERO            TO HI-OLD-LIMIT
                   MOVE CT-ACOUNT-LIMIT TO HI-NEW-LIMIT
                   PERFORM WRITE-HISTORY-RECORD
           END-EVALUATE
           MOVE CT-USER-ID      TO AUD-USER-ID-O
           MOVE CT-APPROVER-ID  TO AUD-APPROVER-O
           WRITE AUDIT-REC.

       PROCESS-MASTER-KEY-GROUP.
           MOVE OM-ACOUNT-NO    TO GRP-ACOUNT-NO
           MOVE OM-LAST-NAME    TO GRP-LAST-NAME
           MOVE OM-ACOUNT-LIMIT TO GRP-ACOUNT-LIMIT
           MOVE OM-ACOUNT-BALANCE TO GRP-ACOUNT-BALANCE
           MOVE OM-COMMENTS     TO GRP-COMMENTS
           SET GRP-IS-ACTIVE    TO TRUE

               MOVE GRP-ACOUNT-NO    TO NM-ACOUNT-NO
               MOVE GRP-LAST-NAME    TO NM-LAST-NAME
               MOVE GRP-ACOUNT-LIMIT TO NM-ACOUNT-LIMIT
               MOVE GRP-ACOUNT-BALANCE TO NM-ACOUNT-BALANCE
               MOVE GRP-COMMENTS     TO NM-COMMENTS
               PERFORM WRITE-NEW-MASTER-RECORD
           END-IF
           .

       APPLY-ONE-TRANS-IN-GROUP.
      *    A raise is measured against the limit the account started
      *    the run with, so two small changes in one night cannot
      *    walk a limit past APPRLIM between them
           MOVE CT-USER-ID      TO HI-USER-ID
           MOVE CT-APPROVER-ID  TO HI-APPROVER-ID
           MOVE 'N' TO NEEDS-APPROVAL-SW
           IF CT-TRANS-CODE = 'C' AND NOT CT-IS-RELEASED
               COMPUTE LIMIT-INCREASE =
                   CT-ACOUNT-LIMIT - OM-ACOUNT-LIMIT
               IF LIMIT-INCREASE > APPROVAL-LIMIT
                   SET NEEDS-APPROVAL TO TRUE
               END-IF
           END-IF
           IF GRP-IS-INACTIVE
      *        Already deleted by an earlier transaction in this same
      *        group - nothing left to change
               MOVE 'REJECTED'       TO AUD-ACTION-O
               MOVE GRP-ACOUNT-LIMIT TO AUD-LIMIT-O
           ELSE
               EVALUATE CT-TRANS-CODE ALSO GRP-ACOUNT-BALANCE = ZERO
                                      ALSO NEEDS-APPROVAL
                   WHEN 'C' ALSO ANY ALSO TRUE
                       MOVE GRP-ACOUNT-LIMIT TO HIST-OLD-LIMIT
                       PERFORM HOLD-TRANSACTION
                       MOVE GRP-LAST-NAME    TO AUD-LAST-NAME-O
                   WHEN 'C' ALSO ANY ALSO FALSE
                       ADD 1 TO CHANGED-COUNT
                       MOVE GRP-ACOUNT-LIMIT TO HIST-OLD-LIMIT
                       COMPUTE CHANGED-LIMIT-DELTA =
                       MOVE HIST-OLD-LIMIT   TO HI-OLD-LIMIT
                       MOVE GRP-ACOUNT-LIMIT TO HI-NEW-LIMIT
                       PERFORM WRITE-HISTORY-RECORD
      *            Closing an account that still owes money (or is
      *            owed it) would drop the balance off the books
                   WHEN 'D' ALSO FALSE ALSO ANY
                       ADD 1 TO REJECTED-COUNT
                       DISPLAY "DELETE REJECTED - ACCOUNT "
                           GRP-ACOUNT-NO " CARRIES A BALANCE"
                       MOVE GRP-ACOUNT-NO    TO AUD-ACOUNT-NO-O
                       MOVE GRP-LAST-NAME    TO AUD-LAST-NAME-O
                       MOVE 'REJECTED'       TO AUD-ACTION-O
                       MOVE GRP-ACOUNT-LIMIT TO AUD-LIMIT-O
                   WHEN 'D' ALSO TRUE ALSO ANY
                       ADD 1 TO DELETED-COUNT
                       ADD GRP-ACOUNT-LIMIT TO DELETED-LIMIT-TOTAL
                       SET GRP-IS-INACTIVE   TO TRUE
                       MOVE GRP-ACOUNT-LIMIT TO AUD-LIMIT-O
               END-EVALUATE
           END-IF
           MOVE CT-USER-ID      TO AUD-USER-ID-O
           MOVE CT-APPROVER-ID  TO AUD-APPROVER-O
           WRITE AUDIT-REC.

       WRITE-UNCHANGED-MASTER.
           MOVE OM-ACOUNT-NO    TO NM-ACOUNT-NO.
           MOVE OM-ACOUNT-LIMIT TO NM-ACOUNT-LIMIT.
           MOVE OM-LAST-NAME    TO NM-LAST-NAME.
           MOVE OM-ACOUNT-BALANCE TO NM-ACOUNT-BALANCE.
           MOVE OM-COMMENTS     TO NM-COMMENTS.
           PERFORM WRITE-NEW-MASTER-RECORD.

      *    balancing proof will refuse the run as well.
           MOVE NM-ACOUNT-NO    TO NEW-KEY-WORK.
           MOVE NM-ACOUNT-LIMIT TO NEW-LIMIT-WORK.
           MOVE NM-ACOUNT-BALANCE TO NEW-BALANCE-WORK.
           WRITE NEW-MASTER-REC
               INVALID KEY
                   DISPLAY "NEW MASTER WRITE FAILED - KEY "
               NOT INVALID KEY
                   ADD 1 TO NEW-MASTER-COUNT
                   ADD NEW-LIMIT-WORK TO NEW-LIMIT-TOTAL
                   ADD NEW-BALANCE-WORK TO NEW-BALANCE-TOTAL
                   MOVE NEW-KEY-WORK TO LAST-NEW-ACOUNT-NO
           END-WRITE.

       WRITE-HISTORY-RECORD.
      *    Callers set the account, action, old/new limits, user and
      *    approver; the run date and approval threshold are stamped
      *    here so every record in one run carries the same ones
           MOVE RUN-DATE-YMD TO HI-RUN-DATE.
           MOVE APPROVAL-LIMIT TO HI-THRESHOLD.
           WRITE ACCT-HIST-REC.
           ADD 1 TO STAT-HISTORY-WRITTEN.

       WRITE-BALANCING-REPORT.
      *    Old-master count plus ADDED minus DELETED must equal the
      *    NEW-MASTER count, with the same proof on limit dollars
      *    (changes carry their net delta) and balance dollars
      *    carried across unchanged; the pending file must foot the
      *    same way on items. Anything else means the
      *    merge lost or invented records, and the run must not end
      *    clean.
           COMPUTE EXPECTED-NEW-COUNT =
           MOVE NEW-LIMIT-TOTAL      TO BAL-AMOUNT-O
           PERFORM WRITE-BALANCE-DETAIL

           MOVE 'HELD FOR APPROVAL'  TO BAL-LABEL-O
           MOVE HELD-COUNT           TO BAL-COUNT-O
           MOVE HELD-LIMIT-TOTAL     TO BAL-AMOUNT-O
           PERFORM WRITE-BALANCE-DETAIL

           COMPUTE EXPECTED-PENDING-OUT =
               PENDING-IN-COUNT - RELEASED-COUNT - EXPIRED-COUNT
               + HELD-COUNT
           MOVE ZERO                 TO BAL-AMOUNT-O
           MOVE 'PENDING IN'         TO BAL-LABEL-O
           MOVE PENDING-IN-COUNT     TO BAL-COUNT-O
           PERFORM WRITE-BALANCE-DETAIL
           MOVE 'RELEASED'           TO BAL-LABEL-O
           MOVE RELEASED-COUNT       TO BAL-COUNT-O
           PERFORM WRITE-BALANCE-DETAIL
           MOVE 'EXPIRED'            TO BAL-LABEL-O
           MOVE EXPIRED-COUNT        TO BAL-COUNT-O
           PERFORM WRITE-BALANCE-DETAIL
           MOVE 'PENDING OUT'        TO BAL-LABEL-O
           MOVE PENDING-OUT-COUNT    TO BAL-COUNT-O
           PERFORM WRITE-BALANCE-DETAIL

           MOVE 'OLD MASTER BALANCES' TO BAL-LABEL-O
           MOVE OLD-MASTER-COUNT     TO BAL-COUNT-O
           MOVE OLD-BALANCE-TOTAL    TO BAL-AMOUNT-O
           PERFORM WRITE-BALANCE-DETAIL

           MOVE 'NEW MASTER BALANCES' TO BAL-LABEL-O
           MOVE NEW-MASTER-COUNT     TO BAL-COUNT-O
           MOVE NEW-BALANCE-TOTAL    TO BAL-AMOUNT-O
           PERFORM WRITE-BALANCE-DETAIL

           IF EXPECTED-NEW-COUNT = NEW-MASTER-COUNT
               AND EXPECTED-NEW-LIMIT = NEW-LIMIT-TOTAL
               AND OLD-BALANCE-TOTAL = NEW-BALANCE-TOTAL
               AND EXPECTED-PENDING-OUT = PENDING-OUT-COUNT
               MOVE 'RUN IN BALANCE' TO BALANCE-LINE
               WRITE BALANCE-LINE
           ELSE
