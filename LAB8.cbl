      *                      counted with the other method defaults
      *                      (RC 4), instead of going out on an ACH
      *                      entry that cannot settle.
      * 2026-10-15  CR-4509  Each check on CHECKREG now keeps its
      *                      pay detail - department, gross pay and
      *                      every deduction with its code and
      *                      liability account off PAYRINTF - plus a
      *                      reversed flag and date, so PAYVOID can
      *                      carry a void or stop-pay back into
      *                      YTDMSTR and the ledger exactly once.
      * 2026-10-15  CR-4510  CHECKREG also keeps the payee name and
      *                      the dates the check's issue and void
      *                      went out on the bank's positive-pay
      *                      file, written here as zero (not sent).
      * 2026-10-15  CR-4514  PAYRINTF carries the back pay RETROPAY
      *                      released (already inside the gross);
      *                      the advice prints it on a RETRO PAY
      *                      line when there is any. Record is 263.
      * 2026-10-15  CR-4516  A PAYRINTF whose trailer says it came
      *                      from a LAB3 simulation run is refused in
      *                      the verify pass - nothing is issued.
      * 2026-10-15  CR-4517  Run control. The PAYRINTF trailer names
      *                      the pay week; its RUNCTL record must
      *                      show the payroll step complete before a
      *                      check goes out. This step is marked
      *                      running before CHECKREG is touched and
      *                      complete (or failed) at the end - a week
      *                      already issued is skipped, and one whose
      *                      issue never finished is refused until
      *                      the step is reset.
      * 2026-10-15  CR-4518  PAYRINTF carries each check's charges
      *                      by department and its employer costs,
      *                      kept on CHECKREG so PAYVOID can reverse
      *                      both. PAYRINTF is 677.
      *-----------------------

       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CHECK-NO.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-CYCLE-ID.

       DATA DIVISION.

           05  IF-REGULAR-PAY    PIC 9(07)V99.
           05  IF-OVERTIME-PAY   PIC 9(07)V99.
           05  IF-PREMIUM-PAY    PIC 9(07)V99.
           05  IF-RETRO-PAY      PIC 9(07)V99.
           05  IF-GROSS-PAY      PIC 9(07)V99.
           05  IF-DEDUCTION      OCCURS 8 TIMES.
               10  IF-DED-CODE   PIC X(04).
               10  IF-DED-GL-ACCT PIC X(08).
               10  IF-DED-AMT    PIC 9(07)V99.
           05  IF-NET-PAY        PIC 9(07)V99.
      *    Where the check was charged and what it cost the
      *    employer - carried onto CHECKREG for PAYVOID
           05  IF-DEPT-CHARGE    OCCURS 10 TIMES.
               10  IF-CHG-DEPT   PIC X(04).
               10  IF-CHG-GROSS  PIC 9(07)V99.
               10  IF-CHG-ER-TAX PIC 9(07)V99.
               10  IF-CHG-BENEFIT PIC 9(07)V99.
           05  IF-EMPLOYER-COST  OCCURS 4 TIMES.
               10  IF-ER-GL-ACCT PIC X(08).
               10  IF-ER-WAGES   PIC 9(07)V99.
               10  IF-ER-AMT     PIC 9(07)V99.
      *    'S' in the run mode means LAB3 ran as a simulation -
      *    nobody is paid from that file
       01  PAYREG-INTF-TRAILER.
           05  IT-RECORD-TYPE    PIC X(01).
           05  IT-LINE-COUNT     PIC 9(07).
           05  IT-NET-TOTAL      PIC 9(11)V99.
           05  IT-RUN-MODE       PIC X(01).
               88  IT-IS-SIMULATION VALUE 'S'.
           05  IT-RUN-DATE       PIC 9(08).
      *    The pay week, LAB3's key into run control
           05  IT-CYCLE-ID       PIC X(08).
           05  FILLER            PIC X(639).

      *    Employee master - read here only for the pay method and,
      *    for direct deposit, the bank routing and account the ACH
               88  CR-IS-VOIDED      VALUE 'V'.
               88  CR-IS-STOP-PAID   VALUE 'S'.
           05  CR-STATUS-DATE    PIC 9(08).
      *    The pay behind the check, as the register line carried
      *    it - what PAYVOID takes back out of YTDMSTR and the
      *    ledger if the check is voided or stop-paid
           05  CR-DEPT           PIC X(04).
           05  CR-GROSS-PAY      PIC S9(7)V99 COMP-3.
           05  CR-DEDUCTION      OCCURS 8 TIMES.
               10  CR-DED-CODE   PIC X(04).
               10  CR-DED-GL-ACCT PIC X(08).
               10  CR-DED-AMT    PIC S9(7)V99 COMP-3.
      *    Set once PAYVOID has reversed a void or stop-pay, so a
      *    rerun can never take the same check out twice - 'M' is a
      *    check with no pay detail to reverse from, reported once
      *    for a manual journal
           05  CR-REVERSED-SW    PIC X(01).
               88  CR-IS-REVERSED    VALUE 'Y'.
               88  CR-NOT-REVERSED   VALUE 'N'.
               88  CR-REVERSAL-MANUAL VALUE 'M'.
           05  CR-REVERSED-DATE  PIC 9(08).
      *    Payee as the register line named it, and the dates this
      *    check's issue and void went to the bank on the positive-
      *    pay file - zero until POSPAY sends them, so a rerun never
      *    sends the same item twice
           05  CR-EMPLOYEE-NAME  PIC X(20).
           05  CR-PP-ISSUE-SENT  PIC 9(08).
           05  CR-PP-VOID-SENT   PIC 9(08).
      *    Where the check was charged - gross and the employer's
      *    tax and benefit expense by department - and each
      *    employer cost's wages, amount and liability account, so
      *    a void credits back exactly what the payroll debited
           05  CR-DEPT-CHARGE    OCCURS 10 TIMES.
               10  CR-CHG-DEPT   PIC X(04).
               10  CR-CHG-GROSS  PIC S9(7)V99 COMP-3.
               10  CR-CHG-ER-TAX PIC S9(7)V99 COMP-3.
               10  CR-CHG-BENEFIT PIC S9(7)V99 COMP-3.
           05  CR-EMPLOYER-COST  OCCURS 4 TIMES.
               10  CR-ER-GL-ACCT PIC X(08).
               10  CR-ER-WAGES   PIC S9(7)V99 COMP-3.
               10  CR-ER-AMT     PIC S9(7)V99 COMP-3.

      *    Run control - one record per pay week, keyed on the
      *    week-ending LAB3 paid; blank not run, R running,
      *    C complete, F failed for each step
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           05  RC-CYCLE-ID       PIC X(08).
           05  RC-CARD-COUNT     PIC 9(05).
           05  RC-HOURS-HASH     PIC 9(07)V99.
           05  RC-GL-BATCH-NO    PIC X(08).
           05  RC-OPENED-DATE    PIC 9(08).
           05  RC-PAYROLL-STATUS PIC X(01).
               88  RC-PAYROLL-DONE    VALUE 'C'.
           05  RC-PAYROLL-DATE   PIC 9(08).
           05  RC-GLPOST-STATUS  PIC X(01).
           05  RC-GLPOST-DATE    PIC 9(08).
           05  RC-ADVICE-STATUS  PIC X(01).
               88  RC-ADVICE-NOT-RUN  VALUE SPACE.
               88  RC-ADVICE-DONE     VALUE 'C'.
           05  RC-ADVICE-DATE    PIC 9(08).
           05  FILLER            PIC X(15).

       WORKING-STORAGE SECTION.
       77  NEXT-CHECK-NO  PIC 9(08).
      ****** is no label table to drift out of step
       77  ADV-DED-SUB        PIC 9(02).
       77  ADV-DED-MAX        PIC 9(02) VALUE 8.
       77  CHG-SUB            PIC 9(02).
       77  CHG-MAX            PIC 9(02) VALUE 10.
       77  ERC-SUB            PIC 9(02).
       77  ERC-MAX            PIC 9(02) VALUE 4.

      ****** What the register's trailer said the run paid vs what
      ****** actually arrived - proven in a first pass before a
               88  RG-BAD-RECORD-TYPE VALUE 'Y'.
           05  RG-CONTROLS-SW PIC X VALUE 'N'.
               88  REGISTER-CONTROLS-OK VALUE 'Y'.
           05  RG-SIMULATED-SW PIC X VALUE 'N'.
               88  RG-FROM-SIMULATION VALUE 'Y'.
           05  CYCLE-CHECK-SW PIC X VALUE SPACE.
               88  CYCLE-ALREADY-ISSUED VALUE 'P'.
               88  CYCLE-REFUSED        VALUE 'X'.
           05  ADVICE-CLAIM-SW PIC X VALUE 'N'.
               88  ADVICE-STEP-CLAIMED VALUE 'Y'.

       77  REGISTER-CYCLE-ID  PIC X(08) VALUE SPACES.
       77  RUN-CONTROL-TEXT   PIC X(11) VALUE 'NOT CHECKED'.

       01  RUN-DATE-FIELDS.
           05  RUN-DATE-YMD   PIC 9(08).
           05  ADV-PREMIUM-O  PIC $,$$$,$$9.99.
           05  FILLER         PIC X(11) VALUE SPACES.

      ****** Printed only on a check that carries back pay, so the
      ****** employee can see why the gross is not hours times rate
       01  ADV-RETRO-LINE.
           05  FILLER         PIC X(10) VALUE 'RETRO PAY:'.
           05  ADV-RETRO-O    PIC $,$$$,$$9.99.
           05  FILLER         PIC X(58) VALUE SPACES.

       01  ADV-GROSS-LINE.
           05  FILLER         PIC X(10) VALUE 'GROSS PAY:'.
           05  ADV-GROSS-O    PIC $,$$$,$$9.99.
           PERFORM LOAD-CHECK-CONTROL
           PERFORM LOAD-EMPLOYEE-PAY-TABLE
           PERFORM VERIFY-REGISTER-CONTROLS
           IF REGISTER-CONTROLS-OK
               PERFORM CHECK-ADVICE-CYCLE
           END-IF

      ****** No control record means no authoritative next check
      ****** number - numbering checks from a guess is worse than
      ****** the verify pass already said why on the joblog
               WHEN NOT REGISTER-CONTROLS-OK
                   MOVE 8 TO RETURN-CODE
      ****** A week already issued is a resubmitted job - the step
      ****** steps aside; anything else was refused on the joblog
               WHEN CYCLE-ALREADY-ISSUED
                   CONTINUE
               WHEN CYCLE-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM CLAIM-ADVICE-STEP
                   IF ADVICE-STEP-CLAIMED
      ****** The check register is permanent now - I-O extends the
      ****** existing file, it must never be truncated and recreated
                       OPEN INPUT  PAYREG-FILE
                       OPEN OUTPUT PAY-ADVICE-FILE
                       OPEN OUTPUT ACH-EXTRACT-FILE
                       OPEN I-O    CHECK-REG-FILE

                       PERFORM READ-REGISTER-RECORD
                       PERFORM UNTIL LASTREC = 'Y'
                           PERFORM PROCESS-REGISTER-RECORD
                           PERFORM READ-REGISTER-RECORD
                       END-PERFORM

                       PERFORM WRITE-ACH-BATCH-CONTROL
                       PERFORM CROSS-FOOT-PAY-STREAMS
      ****** The interface file was proven before the first check,
      ****** so a failure here means this run itself dropped or
      ****** doubled a payment. The control record is held and the
      ****** run investigated - the register entries this run wrote
      ****** are listed on the joblog by check number range.
                       IF RETURN-CODE < 8
                           PERFORM REWRITE-CHECK-CONTROL
                       ELSE
                           DISPLAY "CHECK CONTROL NOT UPDATED - "
                               "REGISTER ENTRIES FROM "
                               CK-NEXT-CHECK-NO " NEED REVIEW"
                       END-IF
                       CLOSE PAYREG-FILE
                       CLOSE PAY-ADVICE-FILE
                       CLOSE ACH-EXTRACT-FILE
                       CLOSE CHECK-REG-FILE
                   END-IF
           END-EVALUATE
           .

       CLOSE-STOP.
           CLOSE CHECK-CTL-FILE.
           IF ADVICE-STEP-CLAIMED
               PERFORM END-ADVICE-STEP
           END-IF.
           PERFORM DISPLAY-RUN-STATISTICS.
           GOBACK.

       DISPLAY-RUN-STATISTICS.
      ****** The return code is what the scheduler acts on: 0 clean,
      ****** 8 nothing could be paid - empty register or no usable
      ****** check control - unless the week was already issued
           IF STAT-REGISTER-READ = ZERO AND RETURN-CODE < 8
               AND NOT CYCLE-ALREADY-ISSUED
               MOVE 8 TO RETURN-CODE
           END-IF
           IF STAT-METHOD-DEFAULTED > ZERO AND RETURN-CODE < 4
           DISPLAY "  ACH DOLLARS:         " ACH-DOLLAR-TOTAL
           DISPLAY "  REGISTER NET TOTAL:  " REGISTER-NET-TOTAL
           DISPLAY "  DEFAULTED TO CHECK:  " STAT-METHOD-DEFAULTED
           DISPLAY "  PAY WEEK:            " REGISTER-CYCLE-ID
           DISPLAY "  RUN CONTROL:         " RUN-CONTROL-TEXT
           DISPLAY "  RETURN CODE:         " RETURN-CODE
           .

                       SET RG-TRAILER-FOUND TO TRUE
                       MOVE IT-LINE-COUNT TO TRAILER-LINE-COUNT
                       MOVE IT-NET-TOTAL  TO TRAILER-NET-TOTAL
                       MOVE IT-CYCLE-ID   TO REGISTER-CYCLE-ID
                       IF IT-IS-SIMULATION
                           SET RG-FROM-SIMULATION TO TRUE
                       END-IF
                   WHEN IF-IS-DETAIL
                       ADD 1 TO PRE-DETAIL-COUNT
                       ADD IF-NET-PAY TO PRE-NET-TOTAL
               WHEN NOT RG-TRAILER-FOUND
                   DISPLAY "REGISTER TRAILER MISSING"
                       " - NOTHING ISSUED"
      ****** A dry run's register is for reading, never for paying
               WHEN RG-FROM-SIMULATION
                   DISPLAY "REGISTER IS FROM A SIMULATION RUN"
                       " - NOTHING ISSUED"
               WHEN REGISTER-CYCLE-ID = SPACES
                   DISPLAY "REGISTER TRAILER NAMES NO PAY WEEK"
                       " - NOTHING ISSUED"
               WHEN PRE-DETAIL-COUNT NOT = TRAILER-LINE-COUNT
                   DISPLAY "REGISTER LINE COUNT MISMATCH - TRAILER "
                       TRAILER-LINE-COUNT " RECEIVED "
           END-EVALUATE
           .

       CHECK-ADVICE-CYCLE.
      ****** The week must be paid before it is issued, and issued
      ****** only once. A step marked running or failed may have
      ****** numbered and registered part of the week - issuing it
      ****** again would write every one of those checks twice.
           OPEN INPUT RUN-CONTROL-FILE
           MOVE REGISTER-CYCLE-ID TO RC-CYCLE-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "CYCLE " REGISTER-CYCLE-ID
                       " NOT ON RUN CONTROL - NOTHING ISSUED"
                   SET CYCLE-REFUSED TO TRUE
                   MOVE 'REFUSED' TO RUN-CONTROL-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT RC-PAYROLL-DONE
                           DISPLAY "PAYROLL STEP FOR CYCLE "
                               REGISTER-CYCLE-ID " NOT COMPLETE"
                               " - NOTHING ISSUED"
                           SET CYCLE-REFUSED TO TRUE
                           MOVE 'REFUSED' TO RUN-CONTROL-TEXT
                       WHEN RC-ADVICE-DONE
                           DISPLAY "CYCLE " REGISTER-CYCLE-ID
                               " ALREADY ISSUED " RC-ADVICE-DATE
                               " - ADVICE STEP SKIPPED"
                           SET CYCLE-ALREADY-ISSUED TO TRUE
                           MOVE 'SKIPPED' TO RUN-CONTROL-TEXT
                       WHEN RC-ADVICE-NOT-RUN
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "ADVICE STEP FOR CYCLE "
                               REGISTER-CYCLE-ID " STATUS "
                               RC-ADVICE-STATUS " SINCE "
                               RC-ADVICE-DATE " - NOTHING ISSUED"
                           DISPLAY "RECONCILE CHECKREG AND CHECKCTL"
                               " AND RESET THE STEP BEFORE RERUNNING"
                           SET CYCLE-REFUSED TO TRUE
                           MOVE 'REFUSED' TO RUN-CONTROL-TEXT
                   END-EVALUATE
           END-READ
           CLOSE RUN-CONTROL-FILE
           .

       CLAIM-ADVICE-STEP.
      ****** Marked running before the first check is numbered
           OPEN I-O RUN-CONTROL-FILE
           MOVE REGISTER-CYCLE-ID TO RC-CYCLE-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM RUN-CONTROL-WRITE-FAILED
               NOT INVALID KEY
                   MOVE 'R'          TO RC-ADVICE-STATUS
                   MOVE RUN-DATE-YMD TO RC-ADVICE-DATE
                   REWRITE RUN-CONTROL-REC
                       INVALID KEY
                           PERFORM RUN-CONTROL-WRITE-FAILED
                       NOT INVALID KEY
                           SET ADVICE-STEP-CLAIMED TO TRUE
                   END-REWRITE
           END-READ
           CLOSE RUN-CONTROL-FILE
           .

       RUN-CONTROL-WRITE-FAILED.
           DISPLAY "RUN CONTROL UPDATE FAILED - CYCLE "
               REGISTER-CYCLE-ID " - NOTHING ISSUED"
           MOVE 'REFUSED' TO RUN-CONTROL-TEXT
           MOVE 8 TO RETURN-CODE
           .

       END-ADVICE-STEP.
      ****** Complete only if the run ended usable - a failed issue
      ****** stays failed until the register is reconciled and the
      ****** step reset
           OPEN I-O RUN-CONTROL-FILE
           MOVE REGISTER-CYCLE-ID TO RC-CYCLE-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "RUN CONTROL RECORD MISSING - CYCLE "
                       REGISTER-CYCLE-ID
                   MOVE 'FAILED' TO RUN-CONTROL-TEXT
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF RETURN-CODE < 8 AND STAT-REGISTER-READ > ZERO
                       MOVE 'C'        TO RC-ADVICE-STATUS
                       MOVE 'COMPLETE' TO RUN-CONTROL-TEXT
                   ELSE
                       MOVE 'F'        TO RC-ADVICE-STATUS
                       MOVE 'FAILED'   TO RUN-CONTROL-TEXT
                   END-IF
                   MOVE RUN-DATE-YMD TO RC-ADVICE-DATE
                   REWRITE RUN-CONTROL-REC
                       INVALID KEY
                           DISPLAY "RUN CONTROL REWRITE FAILED"
                               " - CYCLE " REGISTER-CYCLE-ID
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ
           CLOSE RUN-CONTROL-FILE
           .

       SET-RUN-DATE.
      ****** Stamped on every check issued tonight as its issue date
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
           MOVE IF-REGULAR-PAY    TO ADV-REGULAR-O.
           MOVE IF-OVERTIME-PAY   TO ADV-OVERTIME-O.
           MOVE IF-PREMIUM-PAY    TO ADV-PREMIUM-O.
           MOVE IF-RETRO-PAY      TO ADV-RETRO-O.
           MOVE IF-GROSS-PAY      TO ADV-GROSS-O.
           MOVE IF-NET-PAY        TO ADV-NET-O.
           WRITE ADVICE-LINE FROM ADV-HEADER-LINE.
           WRITE ADVICE-LINE FROM ADV-EMPLOYEE-LINE.
           WRITE ADVICE-LINE FROM ADV-HOURS-LINE.
           WRITE ADVICE-LINE FROM ADV-SPLIT-LINE.
           IF IF-RETRO-PAY NOT = ZERO
               WRITE ADVICE-LINE FROM ADV-RETRO-LINE
           END-IF.
           WRITE ADVICE-LINE FROM ADV-GROSS-LINE.
           PERFORM WRITE-ADVICE-DEDUCTION
               VARYING ADV-DED-SUB FROM 1 BY 1
           MOVE RUN-DATE-YMD   TO CR-ISSUE-DATE.
           SET CR-IS-OUTSTANDING TO TRUE.
           MOVE RUN-DATE-YMD   TO CR-STATUS-DATE.
           MOVE IF-DEPT        TO CR-DEPT.
           MOVE IF-GROSS-PAY   TO CR-GROSS-PAY.
           PERFORM MOVE-CHECK-REG-DEDUCTION
               VARYING ADV-DED-SUB FROM 1 BY 1
               UNTIL ADV-DED-SUB > ADV-DED-MAX.
           PERFORM MOVE-CHECK-REG-CHARGE
               VARYING CHG-SUB FROM 1 BY 1
               UNTIL CHG-SUB > CHG-MAX.
           PERFORM MOVE-CHECK-REG-EMPLOYER-COST
               VARYING ERC-SUB FROM 1 BY 1
               UNTIL ERC-SUB > ERC-MAX.
           SET CR-NOT-REVERSED TO TRUE.
           MOVE ZERO           TO CR-REVERSED-DATE.
           MOVE IF-EMPLOYEE-NAME TO CR-EMPLOYEE-NAME.
           MOVE ZERO           TO CR-PP-ISSUE-SENT.
           MOVE ZERO           TO CR-PP-VOID-SENT.
           WRITE CHECK-REG-REC
               INVALID KEY
                   DISPLAY "CHECK " CR-CHECK-NO
                   ADD NET-PAY-NUM TO CHECK-DOLLAR-TOTAL
           END-WRITE.

       MOVE-CHECK-REG-DEDUCTION.
      ****** A column with no code was not used this run - its amount
      ****** field on the interface is blank, not zero
           IF IF-DED-CODE(ADV-DED-SUB) = SPACES
               MOVE SPACES TO CR-DED-CODE(ADV-DED-SUB)
               MOVE SPACES TO CR-DED-GL-ACCT(ADV-DED-SUB)
               MOVE ZERO   TO CR-DED-AMT(ADV-DED-SUB)
           ELSE
               MOVE IF-DED-CODE(ADV-DED-SUB)
                   TO CR-DED-CODE(ADV-DED-SUB)
               MOVE IF-DED-GL-ACCT(ADV-DED-SUB)
                   TO CR-DED-GL-ACCT(ADV-DED-SUB)
               MOVE IF-DED-AMT(ADV-DED-SUB)
                   TO CR-DED-AMT(ADV-DED-SUB)
           END-IF
           .

       MOVE-CHECK-REG-CHARGE.
      ****** Department slots past the ones LAB3 used are blank
           IF IF-CHG-DEPT(CHG-SUB) = SPACES
               MOVE SPACES TO CR-CHG-DEPT(CHG-SUB)
               MOVE ZERO   TO CR-CHG-GROSS(CHG-SUB)
               MOVE ZERO   TO CR-CHG-ER-TAX(CHG-SUB)
               MOVE ZERO   TO CR-CHG-BENEFIT(CHG-SUB)
           ELSE
               MOVE IF-CHG-DEPT(CHG-SUB)    TO CR-CHG-DEPT(CHG-SUB)
               MOVE IF-CHG-GROSS(CHG-SUB)   TO CR-CHG-GROSS(CHG-SUB)
               MOVE IF-CHG-ER-TAX(CHG-SUB)  TO CR-CHG-ER-TAX(CHG-SUB)
               MOVE IF-CHG-BENEFIT(CHG-SUB)
                   TO CR-CHG-BENEFIT(CHG-SUB)
           END-IF
           .

       MOVE-CHECK-REG-EMPLOYER-COST.
           IF IF-ER-GL-ACCT(ERC-SUB) = SPACES
               MOVE SPACES TO CR-ER-GL-ACCT(ERC-SUB)
               MOVE ZERO   TO CR-ER-WAGES(ERC-SUB)
               MOVE ZERO   TO CR-ER-AMT(ERC-SUB)
           ELSE
               MOVE IF-ER-GL-ACCT(ERC-SUB) TO CR-ER-GL-ACCT(ERC-SUB)
               MOVE IF-ER-WAGES(ERC-SUB)   TO CR-ER-WAGES(ERC-SUB)
               MOVE IF-ER-AMT(ERC-SUB)     TO CR-ER-AMT(ERC-SUB)
           END-IF
           .
