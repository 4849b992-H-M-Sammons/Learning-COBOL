      *-----------------------
      * Void and stop-pay reversal - reads the permanent check
      * register for checks BANKREC has marked void or stop-paid
      * that have not been reversed yet, takes each one's gross,
      * net, deductions and quarter figures back out of YTDMSTR,
      * writes a balanced reversing journal batch for GLPOST and
      * lists every reversal on VOIDRPT. The employer's tax and
      * benefit cost on the check comes back out of the YTD master
      * and the ledger with it, each department credited the share
      * it was charged. Until this step existed a voided check
      * only changed its status byte, and the W-2 and 941 figures
      * stayed overstated by every check that never paid.
      *-----------------------
      *-----------------------
      * Modification History
      * 2026-10-15  CR-4509  New program.
      * 2026-10-15  CR-4510  Register layout carries the payee name
      *                      and positive-pay sent dates.
      * 2026-10-15  CR-4515  YTDMSTR layout carries the employer
      *                      cost block (458 bytes). The employer's
      *                      accruals on a voided check are not
      *                      reversed here.
      * 2026-10-15  CR-4518  The reversal now follows the check's
      *                      charges off CHECKREG: each department
      *                      is credited the gross, employer tax
      *                      ('72') and benefit ('73') it was
      *                      charged, each employer cost liability
      *                      is debited back, and the employer wages
      *                      and cost come out of YTDMSTR for the
      *                      year and the quarter. A check without
      *                      that detail, or whose detail does not
      *                      foot, is listed for a manual journal.
      *-----------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYVOID.
       AUTHOR.        HONNA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REG-FILE ASSIGN TO CHECKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHECK-NO.
           SELECT YTD-MSTR-FILE   ASSIGN TO YTDMSTR.
           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTR.
           SELECT VOID-RPT        ASSIGN TO VOIDRPT.

       DATA DIVISION.

       FILE SECTION.
      *    The permanent check register exactly as LAB8 writes it -
      *    the pay detail behind each check is what gets reversed
       FD  CHECK-REG-FILE.
       01  CHECK-REG-REC.
           05  CR-CHECK-NO       PIC 9(08).
           05  CR-EMPLOYEE-ID    PIC X(06).
           05  CR-NET-PAY        PIC S9(7)V99 COMP-3.
           05  CR-ISSUE-DATE     PIC 9(08).
           05  CR-STATUS         PIC X(01).
               88  CR-IS-OUTSTANDING VALUE 'O'.
               88  CR-IS-CLEARED     VALUE 'C'.
               88  CR-IS-VOIDED      VALUE 'V'.
               88  CR-IS-STOP-PAID   VALUE 'S'.
           05  CR-STATUS-DATE    PIC 9(08).
           05  CR-DEPT           PIC X(04).
           05  CR-GROSS-PAY      PIC S9(7)V99 COMP-3.
           05  CR-DEDUCTION      OCCURS 8 TIMES.
               10  CR-DED-CODE   PIC X(04).
               10  CR-DED-GL-ACCT PIC X(08).
               10  CR-DED-AMT    PIC S9(7)V99 COMP-3.
           05  CR-REVERSED-SW    PIC X(01).
               88  CR-IS-REVERSED    VALUE 'Y'.
               88  CR-NOT-REVERSED   VALUE 'N'.
               88  CR-REVERSAL-MANUAL VALUE 'M'.
           05  CR-REVERSED-DATE  PIC 9(08).
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

      *    Year-to-date earnings exactly as LAB3 carries them
       FD  YTD-MSTR-FILE RECORDING MODE F.
       01  YTD-MSTR-REC.
           05  YM-EMPLOYEE-ID     PIC X(06).
           05  YM-YTD-GROSS       PIC S9(9)V99 COMP-3.
           05  YM-YTD-NET         PIC S9(9)V99 COMP-3.
      *    Each amount column is claimed by a deduction code and
      *    keeps it for the year - matched by code, never position
           05  YM-DED-CODE        OCCURS 8 TIMES
                                  PIC X(04).
           05  YM-YTD-DED-AMT     OCCURS 8 TIMES
                                  PIC S9(9)V99 COMP-3.
           05  YM-QUARTER         OCCURS 4 TIMES.
               10  YM-QTR-GROSS   PIC S9(9)V99 COMP-3.
               10  YM-QTR-DED-AMT OCCURS 8 TIMES
                                  PIC S9(9)V99 COMP-3.
           05  YM-ER-COST         OCCURS 4 TIMES.
               10  YM-ER-WAGES    PIC S9(9)V99 COMP-3.
               10  YM-ER-AMT      PIC S9(9)V99 COMP-3.
           05  YM-ER-QUARTER      OCCURS 4 TIMES.
               10  YM-QTR-ER-AMT  OCCURS 4 TIMES
                                  PIC S9(9)V99 COMP-3.

      *    The reversing journal batch, in the same layout LAB3's
      *    extract uses so GLPOST posts it unchanged
       FD  GL-EXTRACT-FILE RECORDING MODE F.
       01  GL-EXTRACT-REC.
           05  GL-BATCH-NO-O      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  GL-RUN-DATE-O      PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  GL-ACCOUNT-O       PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  GL-DEBIT-O         PIC 9(09)V99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  GL-CREDIT-O        PIC 9(09)V99.
           05  FILLER             PIC X(02) VALUE SPACES.

       FD  VOID-RPT RECORDING MODE F.
       01  VOID-RPT-REC          PIC X(80).

       WORKING-STORAGE SECTION.
        01 FLAGS.
           05 REGISTER-EOF-SW    PIC X VALUE 'N'.
              88  REGISTER-IS-EOF  VALUE 'Y'.
           05 YTDMSTR-EOF-SW     PIC X VALUE 'N'.
              88  YTDMSTR-IS-EOF   VALUE 'Y'.
           05 YTD-OVERFLOW-SW    PIC X VALUE 'N'.
              88  YTD-LOAD-OVERFLOWED VALUE 'Y'.
           05 YTD-FOUND-SW       PIC X VALUE 'N'.
              88  YTD-IS-FOUND     VALUE 'Y'.
              88  YTD-NOT-FOUND    VALUE 'N'.
           05 RVT-OVERFLOW-SW    PIC X VALUE 'N'.
              88  REVERSALS-OVERFLOWED VALUE 'Y'.
           05 GLT-OVERFLOW-SW    PIC X VALUE 'N'.
              88  GL-LINES-OVERFLOWED VALUE 'Y'.
           05 GLT-FOUND-SW       PIC X VALUE 'N'.
              88  GL-LINE-WAS-FOUND VALUE 'Y'.

      ****** Year-to-date master, loaded whole, reduced by every
      ****** reversal and rewritten in place - the same way LAB3
      ****** carries it. No entry is ever created here: a check
      ****** whose employee has no YTD record is reported, not
      ****** invented.
        01 YTD-TABLE.
           05 YTD-ENTRY OCCURS 1500 TIMES INDEXED BY YTD-IDX.
              10 YTD-EMP-ID      PIC X(06).
              10 YTD-GROSS       PIC S9(9)V99 COMP-3.
              10 YTD-NET         PIC S9(9)V99 COMP-3.
              10 YTD-DED-CODE    OCCURS 8 TIMES
                                 PIC X(04).
              10 YTD-DED-AMT     OCCURS 8 TIMES
                                 PIC S9(9)V99 COMP-3.
              10 YTD-QUARTER     OCCURS 4 TIMES.
                 15 YTD-QTR-GROSS PIC S9(9)V99 COMP-3.
                 15 YTD-QTR-DED-AMT OCCURS 8 TIMES
                                 PIC S9(9)V99 COMP-3.
              10 YTD-ER-COST     OCCURS 4 TIMES.
                 15 YTD-ER-WAGES PIC S9(9)V99 COMP-3.
                 15 YTD-ER-AMT   PIC S9(9)V99 COMP-3.
              10 YTD-ER-QUARTER  OCCURS 4 TIMES.
                 15 YTD-QTR-ER-AMT OCCURS 4 TIMES
                                 PIC S9(9)V99 COMP-3.
        77 YTD-COUNT             PIC 9(04) VALUE ZERO.
        77 YTD-TABLE-MAX         PIC 9(04) VALUE 1500.
        77 YTD-DED-COL           PIC 9(02) VALUE ZERO.
        77 COL-SCAN              PIC 9(02).

      ****** Tonight's voids and stop-pays, collected off the
      ****** register before anything is changed. RVT-ACTION says
      ****** what happens to each: 'R' reversed, 'M' no usable pay
      ****** detail on the register - listed for a manual journal
      ****** and flagged so it is listed only once.
        01 REVERSAL-TABLE.
           05 REVERSAL-ENTRY OCCURS 500 TIMES.
              10 RVT-CHECK-NO    PIC 9(08).
              10 RVT-EMP-ID      PIC X(06).
              10 RVT-STATUS      PIC X(01).
              10 RVT-ISSUE-DATE  PIC 9(08).
              10 RVT-DEPT        PIC X(04).
              10 RVT-GROSS       PIC S9(7)V99 COMP-3.
              10 RVT-NET         PIC S9(7)V99 COMP-3.
              10 RVT-DEDUCTION   OCCURS 8 TIMES.
                 15 RVT-DED-CODE PIC X(04).
                 15 RVT-DED-GL-ACCT PIC X(08).
                 15 RVT-DED-AMT  PIC S9(7)V99 COMP-3.
              10 RVT-CHARGE      OCCURS 10 TIMES.
                 15 RVT-CHG-DEPT PIC X(04).
                 15 RVT-CHG-GROSS PIC S9(7)V99 COMP-3.
                 15 RVT-CHG-ER-TAX PIC S9(7)V99 COMP-3.
                 15 RVT-CHG-BENEFIT PIC S9(7)V99 COMP-3.
              10 RVT-EMPLOYER    OCCURS 4 TIMES.
                 15 RVT-ER-GL-ACCT PIC X(08).
                 15 RVT-ER-WAGES PIC S9(7)V99 COMP-3.
                 15 RVT-ER-AMT   PIC S9(7)V99 COMP-3.
              10 RVT-ACTION      PIC X(01).
                 88 RVT-IS-REVERSAL VALUE 'R'.
                 88 RVT-IS-MANUAL   VALUE 'M'.
              10 RVT-NOTE        PIC X(20).
        77 RVT-COUNT             PIC 9(04) VALUE ZERO.
        77 RVT-MAX               PIC 9(04) VALUE 500.
        77 RVT-SUB               PIC 9(04).
        77 DED-SUB               PIC 9(02).
        77 DED-MAX               PIC 9(02) VALUE 8.
        77 CHECK-DED-SUM         PIC S9(9)V99 COMP-3 VALUE ZERO.
        77 CHG-SUB               PIC 9(02).
        77 CHG-MAX               PIC 9(02) VALUE 10.
      ****** Employer cost slots line up with LAB3's cost table and
      ****** the YTD master's employer buckets, position for position
        77 ERC-SUB               PIC 9(02).
        77 ERC-MAX               PIC 9(02) VALUE 4.
        77 CHECK-CHG-GROSS-SUM   PIC S9(9)V99 COMP-3 VALUE ZERO.
        77 CHECK-CHG-ER-SUM      PIC S9(9)V99 COMP-3 VALUE ZERO.
        77 CHECK-ER-SUM          PIC S9(9)V99 COMP-3 VALUE ZERO.

      ****** The reversing entry, summarized by account - a debit
      ****** back into net pay payable and each deduction liability
      ****** and employer cost liability the check was credited
      ****** to, a credit out of each department's pay, employer
      ****** tax and benefit expense accounts it was charged to
        01 GL-LINE-TABLE.
           05 GL-LINE-ENTRY OCCURS 200 TIMES.
              10 GLT-ACCOUNT     PIC X(08).
              10 GLT-DEBIT       PIC S9(9)V99 COMP-3.
              10 GLT-CREDIT      PIC S9(9)V99 COMP-3.
        77 GLT-COUNT             PIC 9(03) VALUE ZERO.
        77 GLT-MAX               PIC 9(03) VALUE 200.
        77 GLT-SUB               PIC 9(03).

      ****** The same accounts LAB3 posted the pay to: expense is
      ****** '71' + dept + '00', employer tax '72' and benefit '73'
      ****** the same way, net pay payable is 21000000
        01 GL-ACCOUNTS.
           05 GL-DEPT-EXPENSE-ACCT.
              10 GL-EXP-SERIES   PIC X(02) VALUE '71'.
              10 GL-EXP-DEPT     PIC X(04) VALUE '0000'.
              10 FILLER          PIC X(02) VALUE '00'.
           05 GL-NETPAY-ACCT     PIC X(08) VALUE '21000000'.

      ****** 'RV' plus the run date - its own batch series, so the
      ****** reversal never collides with the payroll's 'PR' batch
      ****** on the GLPOST batch log
        01 GL-EXTRACT-WORK.
           05 GL-BATCH-NO.
              10 FILLER          PIC X(02) VALUE 'RV'.
              10 BATCH-YY        PIC 9(02).
              10 BATCH-MM        PIC 9(02).
              10 BATCH-DD        PIC 9(02).
           05 GL-LINE-ACCT       PIC X(08).
           05 GL-LINE-DEBIT      PIC S9(9)V99 COMP-3.
           05 GL-LINE-CREDIT     PIC S9(9)V99 COMP-3.
           05 GL-DEBIT-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 GL-CREDIT-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.

        01 REVERSAL-TOTALS.
           05 RV-GROSS-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 RV-NET-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 RV-ER-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.

      ****** What the run did, displayed at end of job so payroll
      ****** can tie the reversals to BANKREC's void count
        01 RUN-STATISTICS.
           05 STAT-REGISTER-READ PIC 9(07) VALUE ZERO.
           05 STAT-CHECKS-REVERSED PIC 9(07) VALUE ZERO.
           05 STAT-MANUAL        PIC 9(07) VALUE ZERO.
           05 STAT-YTD-WARNINGS  PIC 9(07) VALUE ZERO.

        01 RUN-DATE-FIELDS.
           05 RUN-DATE-YMD    PIC 9(08).
           05 RUN-DATE-YMD-R  REDEFINES RUN-DATE-YMD.
              10 RUN-DATE-CC   PIC 9(02).
              10 RUN-DATE-YY   PIC 9(02).
              10 RUN-DATE-MM   PIC 9(02).
              10 RUN-DATE-DD   PIC 9(02).
           05 RUN-DATE-YEAR-R REDEFINES RUN-DATE-YMD.
              10 RUN-DATE-YYYY PIC 9(04).
              10 FILLER        PIC 9(04).

      ****** The check's issue date decides the YTD year and the
      ****** quarter bucket the reversal comes out of - the quarter
      ****** the pay went into, not the quarter it was voided in
        01 ISSUE-DATE-FIELDS.
           05 ISSUE-DATE-YMD   PIC 9(08).
           05 ISSUE-DATE-YMD-R REDEFINES ISSUE-DATE-YMD.
              10 ISSUE-DATE-YYYY PIC 9(04).
              10 ISSUE-DATE-MM   PIC 9(02).
              10 ISSUE-DATE-DD   PIC 9(02).
        77 ISSUE-QTR             PIC 9(01).

        01 RPT-DATE-EDIT.
           05 RDE-YYYY        PIC 9(04).
           05 FILLER          PIC X(01) VALUE '-'.
           05 RDE-MM          PIC 9(02).
           05 FILLER          PIC X(01) VALUE '-'.
           05 RDE-DD          PIC 9(02).

      ****** Report lines - one line per reversal, footed, then the
      ****** journal batch exactly as it went to GLPOST
        01 RPT-TITLE-LINE.
           05 FILLER          PIC X(18) VALUE 'VOID REVERSALS'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FILLER          PIC X(04) VALUE 'RUN '.
           05 RT-RUN-DATE-O   PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(06) VALUE 'BATCH '.
           05 RT-BATCH-NO-O   PIC X(08).
           05 FILLER          PIC X(31) VALUE SPACES.

        01 RVR-COLUMN-LINE.
           05 FILLER          PIC X(10) VALUE 'CHECK NO'.
           05 FILLER          PIC X(08) VALUE 'EMPLOYEE'.
           05 FILLER          PIC X(03) VALUE 'ST'.
           05 FILLER          PIC X(10) VALUE 'ISSUED'.
           05 FILLER          PIC X(14) VALUE '        GROSS'.
           05 FILLER          PIC X(15) VALUE '          NET'.
           05 FILLER          PIC X(20) VALUE 'NOTE'.

        01 HEADING-DASH-LINE  PIC X(80) VALUE ALL '-'.

        01 RVR-DETAIL-LINE.
           05 RV-CHECK-NO-O   PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RV-EMPLOYEE-O   PIC X(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RV-STATUS-O     PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RV-ISSUE-DATE-O PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RV-GROSS-O      PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 RV-NET-O        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RV-NOTE-O       PIC X(20).

        01 RVR-TOTAL-LINE.
           05 RVT-LABEL-O     PIC X(20).
           05 RVT-COUNT-O     PIC ZZZ,ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RVT-GROSS-O     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 RVT-NET-O       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(14) VALUE SPACES.

        01 GLR-COLUMN-LINE.
           05 FILLER          PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER          PIC X(18) VALUE '          DEBIT'.
           05 FILLER          PIC X(18) VALUE '         CREDIT'.
           05 FILLER          PIC X(34) VALUE SPACES.

        01 GLR-DETAIL-LINE.
           05 GLR-ACCOUNT-O   PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 GLR-DEBIT-O     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 GLR-CREDIT-O    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       REVERSE-VOIDED-CHECKS.
           PERFORM SET-RUN-DATE
           PERFORM LOAD-YTD-TABLE
           OPEN I-O CHECK-REG-FILE
           PERFORM COLLECT-REVERSALS
           PERFORM BUILD-REVERSING-ENTRY
               VARYING RVT-SUB FROM 1 BY 1
               UNTIL RVT-SUB > RVT-COUNT

      ****** Nothing is changed anywhere until the whole night's
      ****** reversals are collected and the entry foots - a
      ****** partial reversal would leave YTDMSTR, the ledger and
      ****** the register disagreeing about which checks paid
           EVALUATE TRUE
               WHEN YTD-LOAD-OVERFLOWED
                   DISPLAY "YTD MASTER EXCEEDS TABLE SIZE"
                       " - NOTHING REVERSED"
                   MOVE 8 TO RETURN-CODE
               WHEN REVERSALS-OVERFLOWED
                   DISPLAY "VOIDS EXCEED TABLE SIZE"
                       " - NOTHING REVERSED"
                   MOVE 8 TO RETURN-CODE
               WHEN GL-LINES-OVERFLOWED
                   DISPLAY "REVERSING ENTRY EXCEEDS TABLE SIZE"
                       " - NOTHING REVERSED"
                   MOVE 8 TO RETURN-CODE
               WHEN GL-DEBIT-TOTAL NOT = GL-CREDIT-TOTAL
                   DISPLAY "REVERSING ENTRY OUT OF BALANCE - DR "
                       GL-DEBIT-TOTAL " CR " GL-CREDIT-TOTAL
                       " - NOTHING REVERSED"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM REVERSE-YTD-ENTRY
                       VARYING RVT-SUB FROM 1 BY 1
                       UNTIL RVT-SUB > RVT-COUNT
                   PERFORM WRITE-GL-EXTRACT
                   PERFORM WRITE-REVERSAL-REPORT
      ****** The register is flagged last, after YTDMSTR is safely
      ****** back on disk. A run that dies in between leaves every
      ****** check unflagged - YTDMSTR is restored from the copy
      ****** the job takes ahead of this step before it is rerun.
                   IF STAT-CHECKS-REVERSED > ZERO
                       PERFORM REWRITE-YTD-FILE
                   END-IF
                   PERFORM FLAG-REGISTER-ENTRY
                       VARYING RVT-SUB FROM 1 BY 1
                       UNTIL RVT-SUB > RVT-COUNT
           END-EVALUATE
           .

       CLOSE-STOP.
           CLOSE CHECK-REG-FILE.
           PERFORM DISPLAY-RUN-STATISTICS.
           GOBACK.

       DISPLAY-RUN-STATISTICS.
      ****** The return code is what the scheduler acts on: 0 clean,
      ****** 2 no reversing batch written (GLPOST is bypassed - any
      ****** manual items are still on VOIDRPT), 4 reversals written
      ****** but something needs a look on VOIDRPT, 8 nothing was
      ****** reversed and the register is untouched
           IF RETURN-CODE < 8
               EVALUATE TRUE
                   WHEN STAT-CHECKS-REVERSED = ZERO
                       MOVE 2 TO RETURN-CODE
                   WHEN STAT-MANUAL > ZERO
                   WHEN STAT-YTD-WARNINGS > ZERO
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF
           IF STAT-MANUAL > ZERO
               DISPLAY "VOIDS NEEDING A MANUAL JOURNAL: "
                   STAT-MANUAL " - SEE VOIDRPT"
           END-IF
           DISPLAY "PAYVOID RUN STATISTICS"
           DISPLAY "  BATCH NUMBER:       " GL-BATCH-NO
           DISPLAY "  REGISTER READ:      " STAT-REGISTER-READ
           DISPLAY "  CHECKS REVERSED:    " STAT-CHECKS-REVERSED
           DISPLAY "  GROSS REVERSED:     " RV-GROSS-TOTAL
           DISPLAY "  NET REVERSED:       " RV-NET-TOTAL
           DISPLAY "  EMPLOYER REVERSED:  " RV-ER-TOTAL
           DISPLAY "  MANUAL ITEMS:       " STAT-MANUAL
           DISPLAY "  YTD WARNINGS:       " STAT-YTD-WARNINGS
           DISPLAY "  RETURN CODE:        " RETURN-CODE
           .

       SET-RUN-DATE.
      *    One run date for the batch number, the extract lines and
      *    the reversed date stamped on each check
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
           MOVE RUN-DATE-YY   TO BATCH-YY
           MOVE RUN-DATE-MM   TO BATCH-MM
           MOVE RUN-DATE-DD   TO BATCH-DD
           MOVE RUN-DATE-YYYY TO RDE-YYYY
           MOVE RUN-DATE-MM   TO RDE-MM
           MOVE RUN-DATE-DD   TO RDE-DD
           MOVE RPT-DATE-EDIT TO RT-RUN-DATE-O
           MOVE GL-BATCH-NO   TO RT-BATCH-NO-O
           .

       READ-YTD-RECORD.
           READ YTD-MSTR-FILE
               AT END SET YTDMSTR-IS-EOF TO TRUE
           END-READ.

       LOAD-YTD-TABLE.
           OPEN INPUT YTD-MSTR-FILE
           PERFORM READ-YTD-RECORD
           PERFORM UNTIL YTDMSTR-IS-EOF
               PERFORM ADD-YTD-TABLE-ENTRY
               PERFORM READ-YTD-RECORD
           END-PERFORM
           CLOSE YTD-MSTR-FILE
           .

       ADD-YTD-TABLE-ENTRY.
           IF YTD-COUNT < YTD-TABLE-MAX
               ADD 1 TO YTD-COUNT
               SET YTD-IDX TO YTD-COUNT
               MOVE YTD-MSTR-REC TO YTD-ENTRY(YTD-IDX)
           ELSE
               SET YTD-LOAD-OVERFLOWED TO TRUE
           END-IF
           .

       COLLECT-REVERSALS.
      *    Sequential pass over the whole register - a check BANKREC
      *    has voided or stop-paid and nobody has reversed yet is
      *    tonight's work, whenever it was marked
           MOVE ZERO TO CR-CHECK-NO
           START CHECK-REG-FILE KEY >= CR-CHECK-NO
               INVALID KEY SET REGISTER-IS-EOF TO TRUE
           END-START
           IF NOT REGISTER-IS-EOF
               PERFORM READ-NEXT-REGISTER
           END-IF
           PERFORM UNTIL REGISTER-IS-EOF
               IF (CR-IS-VOIDED OR CR-IS-STOP-PAID)
                   AND CR-NOT-REVERSED
                   PERFORM ADD-REVERSAL-ENTRY
               END-IF
               PERFORM READ-NEXT-REGISTER
           END-PERFORM
           .

       READ-NEXT-REGISTER.
           READ CHECK-REG-FILE NEXT RECORD
               AT END SET REGISTER-IS-EOF TO TRUE
               NOT AT END ADD 1 TO STAT-REGISTER-READ
           END-READ.

       ADD-REVERSAL-ENTRY.
           IF RVT-COUNT >= RVT-MAX
               SET REVERSALS-OVERFLOWED TO TRUE
               SET REGISTER-IS-EOF TO TRUE
           ELSE
               ADD 1 TO RVT-COUNT
               MOVE CR-CHECK-NO    TO RVT-CHECK-NO(RVT-COUNT)
               MOVE CR-EMPLOYEE-ID TO RVT-EMP-ID(RVT-COUNT)
               MOVE CR-STATUS      TO RVT-STATUS(RVT-COUNT)
               MOVE CR-ISSUE-DATE  TO RVT-ISSUE-DATE(RVT-COUNT)
               MOVE CR-DEPT        TO RVT-DEPT(RVT-COUNT)
               MOVE CR-GROSS-PAY   TO RVT-GROSS(RVT-COUNT)
               MOVE CR-NET-PAY     TO RVT-NET(RVT-COUNT)
               MOVE ZERO           TO CHECK-DED-SUM
               PERFORM COPY-REVERSAL-DEDUCTION
                   VARYING DED-SUB FROM 1 BY 1
                   UNTIL DED-SUB > DED-MAX
               MOVE ZERO           TO CHECK-CHG-GROSS-SUM
               MOVE ZERO           TO CHECK-CHG-ER-SUM
               PERFORM COPY-REVERSAL-CHARGE
                   VARYING CHG-SUB FROM 1 BY 1
                   UNTIL CHG-SUB > CHG-MAX
               MOVE ZERO           TO CHECK-ER-SUM
               PERFORM COPY-REVERSAL-EMPLOYER-COST
                   VARYING ERC-SUB FROM 1 BY 1
                   UNTIL ERC-SUB > ERC-MAX
               SET RVT-IS-REVERSAL(RVT-COUNT) TO TRUE
               MOVE 'REVERSED'     TO RVT-NOTE(RVT-COUNT)
      *        A check written before the register carried its pay
      *        and department detail, or one whose detail does not
      *        foot to its own gross and employer cost, cannot be
      *        reversed by formula - it is listed for a manual
      *        journal instead of guessed at
               EVALUATE TRUE
                   WHEN CR-GROSS-PAY = ZERO
                       SET RVT-IS-MANUAL(RVT-COUNT) TO TRUE
                       MOVE 'NO PAY DETAIL'
                           TO RVT-NOTE(RVT-COUNT)
                   WHEN CR-NET-PAY + CHECK-DED-SUM
                        NOT = CR-GROSS-PAY
                       SET RVT-IS-MANUAL(RVT-COUNT) TO TRUE
                       MOVE 'DETAIL DOES NOT FOOT'
                           TO RVT-NOTE(RVT-COUNT)
                   WHEN CHECK-CHG-GROSS-SUM = ZERO
                       SET RVT-IS-MANUAL(RVT-COUNT) TO TRUE
                       MOVE 'NO DEPT DETAIL'
                           TO RVT-NOTE(RVT-COUNT)
                   WHEN CHECK-CHG-GROSS-SUM NOT = CR-GROSS-PAY
                       SET RVT-IS-MANUAL(RVT-COUNT) TO TRUE
                       MOVE 'DEPT DETAIL NOT FOOT'
                           TO RVT-NOTE(RVT-COUNT)
                   WHEN CHECK-CHG-ER-SUM NOT = CHECK-ER-SUM
                       SET RVT-IS-MANUAL(RVT-COUNT) TO TRUE
                       MOVE 'ER COST NOT FOOT'
                           TO RVT-NOTE(RVT-COUNT)
               END-EVALUATE
           END-IF
           .

       COPY-REVERSAL-DEDUCTION.
           MOVE CR-DED-CODE(DED-SUB)
               TO RVT-DED-CODE(RVT-COUNT DED-SUB).
           MOVE CR-DED-GL-ACCT(DED-SUB)
               TO RVT-DED-GL-ACCT(RVT-COUNT DED-SUB).
           MOVE CR-DED-AMT(DED-SUB)
               TO RVT-DED-AMT(RVT-COUNT DED-SUB).
           ADD CR-DED-AMT(DED-SUB) TO CHECK-DED-SUM.

       COPY-REVERSAL-CHARGE.
           MOVE CR-CHG-DEPT(CHG-SUB)
               TO RVT-CHG-DEPT(RVT-COUNT CHG-SUB).
           MOVE CR-CHG-GROSS(CHG-SUB)
               TO RVT-CHG-GROSS(RVT-COUNT CHG-SUB).
           MOVE CR-CHG-ER-TAX(CHG-SUB)
               TO RVT-CHG-ER-TAX(RVT-COUNT CHG-SUB).
           MOVE CR-CHG-BENEFIT(CHG-SUB)
               TO RVT-CHG-BENEFIT(RVT-COUNT CHG-SUB).
           ADD CR-CHG-GROSS(CHG-SUB) TO CHECK-CHG-GROSS-SUM.
           ADD CR-CHG-ER-TAX(CHG-SUB) TO CHECK-CHG-ER-SUM.
           ADD CR-CHG-BENEFIT(CHG-SUB) TO CHECK-CHG-ER-SUM.

       COPY-REVERSAL-EMPLOYER-COST.
           MOVE CR-ER-GL-ACCT(ERC-SUB)
               TO RVT-ER-GL-ACCT(RVT-COUNT ERC-SUB).
           MOVE CR-ER-WAGES(ERC-SUB)
               TO RVT-ER-WAGES(RVT-COUNT ERC-SUB).
           MOVE CR-ER-AMT(ERC-SUB)
               TO RVT-ER-AMT(RVT-COUNT ERC-SUB).
           ADD CR-ER-AMT(ERC-SUB) TO CHECK-ER-SUM.

       BUILD-REVERSING-ENTRY.
      *    The original entry turned around: debit net pay payable,
      *    each deduction liability and each employer cost liability
      *    back, credit the pay, employer tax and benefit expense
      *    back out of every department the check was charged to
           IF RVT-IS-REVERSAL(RVT-SUB)
               MOVE GL-NETPAY-ACCT  TO GL-LINE-ACCT
               MOVE RVT-NET(RVT-SUB) TO GL-LINE-DEBIT
               MOVE ZERO            TO GL-LINE-CREDIT
               PERFORM ADD-TO-GL-LINE
               PERFORM VARYING DED-SUB FROM 1 BY 1
                       UNTIL DED-SUB > DED-MAX
                   IF RVT-DED-AMT(RVT-SUB DED-SUB) NOT = ZERO
                       MOVE RVT-DED-GL-ACCT(RVT-SUB DED-SUB)
                           TO GL-LINE-ACCT
                       MOVE RVT-DED-AMT(RVT-SUB DED-SUB)
                           TO GL-LINE-DEBIT
                       MOVE ZERO TO GL-LINE-CREDIT
                       PERFORM ADD-TO-GL-LINE
                   END-IF
               END-PERFORM
               PERFORM VARYING ERC-SUB FROM 1 BY 1
                       UNTIL ERC-SUB > ERC-MAX
                   IF RVT-ER-AMT(RVT-SUB ERC-SUB) NOT = ZERO
                       MOVE RVT-ER-GL-ACCT(RVT-SUB ERC-SUB)
                           TO GL-LINE-ACCT
                       MOVE RVT-ER-AMT(RVT-SUB ERC-SUB)
                           TO GL-LINE-DEBIT
                       MOVE ZERO TO GL-LINE-CREDIT
                       PERFORM ADD-TO-GL-LINE
                       ADD RVT-ER-AMT(RVT-SUB ERC-SUB) TO RV-ER-TOTAL
                   END-IF
               END-PERFORM
               PERFORM CREDIT-DEPT-CHARGE
                   VARYING CHG-SUB FROM 1 BY 1
                   UNTIL CHG-SUB > CHG-MAX
               ADD RVT-GROSS(RVT-SUB) TO RV-GROSS-TOTAL
               ADD RVT-NET(RVT-SUB)   TO RV-NET-TOTAL
               ADD 1 TO STAT-CHECKS-REVERSED
           ELSE
               ADD 1 TO STAT-MANUAL
           END-IF
           .

       CREDIT-DEPT-CHARGE.
      *    Each department gets back exactly what LAB3 debited it
           IF RVT-CHG-DEPT(RVT-SUB CHG-SUB) NOT = SPACES
               MOVE RVT-CHG-DEPT(RVT-SUB CHG-SUB) TO GL-EXP-DEPT
               MOVE ZERO TO GL-LINE-DEBIT
               IF RVT-CHG-GROSS(RVT-SUB CHG-SUB) NOT = ZERO
                   MOVE '71' TO GL-EXP-SERIES
                   MOVE GL-DEPT-EXPENSE-ACCT TO GL-LINE-ACCT
                   MOVE RVT-CHG-GROSS(RVT-SUB CHG-SUB)
                       TO GL-LINE-CREDIT
                   PERFORM ADD-TO-GL-LINE
               END-IF
               IF RVT-CHG-ER-TAX(RVT-SUB CHG-SUB) NOT = ZERO
                   MOVE '72' TO GL-EXP-SERIES
                   MOVE GL-DEPT-EXPENSE-ACCT TO GL-LINE-ACCT
                   MOVE RVT-CHG-ER-TAX(RVT-SUB CHG-SUB)
                       TO GL-LINE-CREDIT
                   PERFORM ADD-TO-GL-LINE
               END-IF
               IF RVT-CHG-BENEFIT(RVT-SUB CHG-SUB) NOT = ZERO
                   MOVE '73' TO GL-EXP-SERIES
                   MOVE GL-DEPT-EXPENSE-ACCT TO GL-LINE-ACCT
                   MOVE RVT-CHG-BENEFIT(RVT-SUB CHG-SUB)
                       TO GL-LINE-CREDIT
                   PERFORM ADD-TO-GL-LINE
               END-IF
           END-IF
           .

       ADD-TO-GL-LINE.
      *    Summarized by account, the way LAB3 summarizes its own
      *    entry - one extract line per account touched
           MOVE 'N' TO GLT-FOUND-SW
           PERFORM VARYING GLT-SUB FROM 1 BY 1
                   UNTIL GLT-SUB > GLT-COUNT
                   OR GL-LINE-WAS-FOUND
               IF GLT-ACCOUNT(GLT-SUB) = GL-LINE-ACCT
                   SET GL-LINE-WAS-FOUND TO TRUE
                   ADD GL-LINE-DEBIT  TO GLT-DEBIT(GLT-SUB)
                   ADD GL-LINE-CREDIT TO GLT-CREDIT(GLT-SUB)
               END-IF
           END-PERFORM
           IF NOT GL-LINE-WAS-FOUND
               IF GLT-COUNT >= GLT-MAX
                   SET GL-LINES-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO GLT-COUNT
                   MOVE GL-LINE-ACCT   TO GLT-ACCOUNT(GLT-COUNT)
                   MOVE GL-LINE-DEBIT  TO GLT-DEBIT(GLT-COUNT)
                   MOVE GL-LINE-CREDIT TO GLT-CREDIT(GLT-COUNT)
               END-IF
           END-IF
           ADD GL-LINE-DEBIT  TO GL-DEBIT-TOTAL
           ADD GL-LINE-CREDIT TO GL-CREDIT-TOTAL
           .

       REVERSE-YTD-ENTRY.
      *    The pay comes back out of the year and quarter it went
      *    into. A check issued in a year already rolled to the
      *    archive is reversed in the ledger only - that year's
      *    W-2s have gone and its correction is a W-2c, not a
      *    change to this year's master.
           IF RVT-IS-REVERSAL(RVT-SUB)
               MOVE RVT-ISSUE-DATE(RVT-SUB) TO ISSUE-DATE-YMD
               COMPUTE ISSUE-QTR = (ISSUE-DATE-MM + 2) / 3
               IF ISSUE-DATE-YYYY NOT = RUN-DATE-YYYY
                   MOVE 'PRIOR YEAR - NO YTD' TO RVT-NOTE(RVT-SUB)
                   ADD 1 TO STAT-YTD-WARNINGS
               ELSE
                   PERFORM LOCATE-YTD-ENTRY
                   IF YTD-NOT-FOUND
                       MOVE 'NO YTD ENTRY' TO RVT-NOTE(RVT-SUB)
                       ADD 1 TO STAT-YTD-WARNINGS
                   ELSE
                       SUBTRACT RVT-GROSS(RVT-SUB)
                           FROM YTD-GROSS(YTD-IDX)
                       SUBTRACT RVT-NET(RVT-SUB)
                           FROM YTD-NET(YTD-IDX)
                       SUBTRACT RVT-GROSS(RVT-SUB)
                           FROM YTD-QTR-GROSS(YTD-IDX ISSUE-QTR)
                       PERFORM REVERSE-YTD-DEDUCTION
                           VARYING DED-SUB FROM 1 BY 1
                           UNTIL DED-SUB > DED-MAX
                       PERFORM REVERSE-YTD-EMPLOYER-COST
                           VARYING ERC-SUB FROM 1 BY 1
                           UNTIL ERC-SUB > ERC-MAX
                   END-IF
               END-IF
           END-IF
           .

       LOCATE-YTD-ENTRY.
           SET YTD-NOT-FOUND TO TRUE
           SET YTD-IDX TO 1
           PERFORM UNTIL YTD-IDX > YTD-COUNT OR YTD-IS-FOUND
               IF YTD-EMP-ID(YTD-IDX) = RVT-EMP-ID(RVT-SUB)
                   SET YTD-IS-FOUND TO TRUE
               ELSE
                   SET YTD-IDX UP BY 1
               END-IF
           END-PERFORM
           .

       REVERSE-YTD-DEDUCTION.
      *    Matched by code, never by column position - the same rule
      *    LAB3 follows when it adds the money in
           IF RVT-DED-AMT(RVT-SUB DED-SUB) NOT = ZERO
               MOVE ZERO TO YTD-DED-COL
               PERFORM VARYING COL-SCAN FROM 1 BY 1
                       UNTIL COL-SCAN > DED-MAX
                       OR YTD-DED-COL > ZERO
                   IF YTD-DED-CODE(YTD-IDX COL-SCAN)
                       = RVT-DED-CODE(RVT-SUB DED-SUB)
                       MOVE COL-SCAN TO YTD-DED-COL
                   END-IF
               END-PERFORM
               IF YTD-DED-COL = ZERO
                   MOVE 'DED NOT ON YTD' TO RVT-NOTE(RVT-SUB)
                   ADD 1 TO STAT-YTD-WARNINGS
               ELSE
                   SUBTRACT RVT-DED-AMT(RVT-SUB DED-SUB)
                       FROM YTD-DED-AMT(YTD-IDX YTD-DED-COL)
                   SUBTRACT RVT-DED-AMT(RVT-SUB DED-SUB)
                       FROM YTD-QTR-DED-AMT
                            (YTD-IDX ISSUE-QTR YTD-DED-COL)
               END-IF
           END-IF
           .

       REVERSE-YTD-EMPLOYER-COST.
      *    The wages each employer cost applied to come off its wage
      *    base too, so a later check is taxed up to the real cap
           SUBTRACT RVT-ER-WAGES(RVT-SUB ERC-SUB)
               FROM YTD-ER-WAGES(YTD-IDX ERC-SUB).
           SUBTRACT RVT-ER-AMT(RVT-SUB ERC-SUB)
               FROM YTD-ER-AMT(YTD-IDX ERC-SUB).
           SUBTRACT RVT-ER-AMT(RVT-SUB ERC-SUB)
               FROM YTD-QTR-ER-AMT(YTD-IDX ISSUE-QTR ERC-SUB).

       WRITE-GL-EXTRACT.
      *    Always opened, so GLPOST never reads last night's batch -
      *    but written only when something was actually reversed
           OPEN OUTPUT GL-EXTRACT-FILE
           IF STAT-CHECKS-REVERSED > ZERO
               PERFORM WRITE-GL-JOURNAL-LINE
                   VARYING GLT-SUB FROM 1 BY 1
                   UNTIL GLT-SUB > GLT-COUNT
           END-IF
           CLOSE GL-EXTRACT-FILE
           .

       WRITE-GL-JOURNAL-LINE.
           MOVE SPACES               TO GL-EXTRACT-REC.
           MOVE GL-BATCH-NO          TO GL-BATCH-NO-O.
           MOVE RUN-DATE-YMD         TO GL-RUN-DATE-O.
           MOVE GLT-ACCOUNT(GLT-SUB) TO GL-ACCOUNT-O.
           MOVE GLT-DEBIT(GLT-SUB)   TO GL-DEBIT-O.
           MOVE GLT-CREDIT(GLT-SUB)  TO GL-CREDIT-O.
           WRITE GL-EXTRACT-REC.

       WRITE-REVERSAL-REPORT.
           OPEN OUTPUT VOID-RPT
           WRITE VOID-RPT-REC FROM RPT-TITLE-LINE
           WRITE VOID-RPT-REC FROM RVR-COLUMN-LINE
           WRITE VOID-RPT-REC FROM HEADING-DASH-LINE
           PERFORM WRITE-REVERSAL-LINE
               VARYING RVT-SUB FROM 1 BY 1
               UNTIL RVT-SUB > RVT-COUNT
           WRITE VOID-RPT-REC FROM HEADING-DASH-LINE
           MOVE SPACES               TO RVR-TOTAL-LINE
           MOVE 'REVERSED:'          TO RVT-LABEL-O
           MOVE STAT-CHECKS-REVERSED TO RVT-COUNT-O
           MOVE RV-GROSS-TOTAL       TO RVT-GROSS-O
           MOVE RV-NET-TOTAL         TO RVT-NET-O
           WRITE VOID-RPT-REC FROM RVR-TOTAL-LINE
           MOVE SPACES               TO RVR-TOTAL-LINE
           MOVE 'EMPLOYER COST:'     TO RVT-LABEL-O
           MOVE RV-ER-TOTAL          TO RVT-GROSS-O
           WRITE VOID-RPT-REC FROM RVR-TOTAL-LINE
           MOVE SPACES               TO RVR-TOTAL-LINE
           MOVE 'MANUAL JOURNAL:'    TO RVT-LABEL-O
           MOVE STAT-MANUAL          TO RVT-COUNT-O
           WRITE VOID-RPT-REC FROM RVR-TOTAL-LINE
           IF STAT-CHECKS-REVERSED > ZERO
               MOVE SPACES TO VOID-RPT-REC
               WRITE VOID-RPT-REC
               WRITE VOID-RPT-REC FROM GLR-COLUMN-LINE
               WRITE VOID-RPT-REC FROM HEADING-DASH-LINE
               PERFORM WRITE-GL-REPORT-LINE
                   VARYING GLT-SUB FROM 1 BY 1
                   UNTIL GLT-SUB > GLT-COUNT
               MOVE SPACES          TO GLR-DETAIL-LINE
               MOVE 'TOTALS'        TO GLR-ACCOUNT-O
               MOVE GL-DEBIT-TOTAL  TO GLR-DEBIT-O
               MOVE GL-CREDIT-TOTAL TO GLR-CREDIT-O
               WRITE VOID-RPT-REC FROM GLR-DETAIL-LINE
           END-IF
           CLOSE VOID-RPT
           .

       WRITE-REVERSAL-LINE.
           MOVE SPACES                  TO RVR-DETAIL-LINE.
           MOVE RVT-CHECK-NO(RVT-SUB)   TO RV-CHECK-NO-O.
           MOVE RVT-EMP-ID(RVT-SUB)     TO RV-EMPLOYEE-O.
           MOVE RVT-STATUS(RVT-SUB)     TO RV-STATUS-O.
           MOVE RVT-ISSUE-DATE(RVT-SUB) TO RV-ISSUE-DATE-O.
           MOVE RVT-GROSS(RVT-SUB)      TO RV-GROSS-O.
           MOVE RVT-NET(RVT-SUB)        TO RV-NET-O.
           MOVE RVT-NOTE(RVT-SUB)       TO RV-NOTE-O.
           WRITE VOID-RPT-REC FROM RVR-DETAIL-LINE.

       WRITE-GL-REPORT-LINE.
           MOVE SPACES               TO GLR-DETAIL-LINE.
           MOVE GLT-ACCOUNT(GLT-SUB) TO GLR-ACCOUNT-O.
           MOVE GLT-DEBIT(GLT-SUB)   TO GLR-DEBIT-O.
           MOVE GLT-CREDIT(GLT-SUB)  TO GLR-CREDIT-O.
           WRITE VOID-RPT-REC FROM GLR-DETAIL-LINE.

       REWRITE-YTD-FILE.
           OPEN OUTPUT YTD-MSTR-FILE
           PERFORM WRITE-YTD-RECORD
               VARYING YTD-IDX FROM 1 BY 1
               UNTIL YTD-IDX > YTD-COUNT
           CLOSE YTD-MSTR-FILE
           .

       WRITE-YTD-RECORD.
           MOVE YTD-ENTRY(YTD-IDX) TO YTD-MSTR-REC.
           WRITE YTD-MSTR-REC.

       FLAG-REGISTER-ENTRY.
      *    Reversed or listed for a manual journal, the check is
      *    flagged either way so tomorrow's run never sees it again
           MOVE RVT-CHECK-NO(RVT-SUB) TO CR-CHECK-NO
           READ CHECK-REG-FILE
               INVALID KEY
                   DISPLAY "REGISTER REREAD FAILED - CHECK "
                       CR-CHECK-NO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF RVT-IS-REVERSAL(RVT-SUB)
                       SET CR-IS-REVERSED TO TRUE
                   ELSE
                       SET CR-REVERSAL-MANUAL TO TRUE
                   END-IF
                   MOVE RUN-DATE-YMD TO CR-REVERSED-DATE
                   REWRITE CHECK-REG-REC
                       INVALID KEY
                           DISPLAY "REGISTER REWRITE FAILED - CHECK "
                               CR-CHECK-NO
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ
           .
