      *                      column - a conflict stops the run RC 8
      *                      instead of silently taking the money
      *                      pre-tax and crediting the wrong account.
      * 2026-10-15  CR-4509  Every PAYRINTF deduction now carries the
      *                      liability account it was credited to,
      *                      so LAB8 can keep the check's full pay
      *                      detail on CHECKREG and PAYVOID can
      *                      reverse a voided check to the same
      *                      accounts this run posted. Record length
      *                      is 254.
      * 2026-10-15  CR-4514  Retroactive pay. Every card paid is
      *                      appended to the permanent PAYHIST
      *                      history - employee, week ending,
      *                      department, the card's share of the
      *                      regular/overtime/premium hours and the
      *                      rate paid - so RETROPAY can recompute
      *                      a week after a late raise. The timecard
      *                      trailer now carries the week-ending
      *                      date. Retro items RETROPAY releases on
      *                      RETROADJ are paid as a RETRO column on
      *                      the employee's next register line (a
      *                      line of their own if no card came in)
      *                      through YTD, the GL extract, PAYRINTF
      *                      and LABDIST like any other pay, logged
      *                      to PAYHIST, and taken off RETROADJ.
      *                      PAYRINTF is 263, the register 242,
      *                      LABDIST 94.
      * 2026-10-15  CR-4515  Employer cost. Every check now also
      *                      figures the employer's matching FICA,
      *                      FUTA, state unemployment and benefit
      *                      contribution off PARMFILE rates and wage
      *                      bases, each capped by the employer wage
      *                      base the YTD master now tracks per
      *                      employee. The cost is charged to the
      *                      departments the check was charged to -
      *                      '72' tax and '73' benefit expense debits
      *                      and a liability credit per cost - and
      *                      LABDIST shows the fully loaded cost.
      *                      YTDMSTR is 458, LABDIST 136.
      * 2026-10-15  CR-4516  Simulation mode. A SIMULATE card on the
      *                      new SIMPARM DD (DD DUMMY on the live
      *                      run) makes this a dry run against the
      *                      PARMFILE and DEDELECT the job points at,
      *                      paid as of the card's date if it has
      *                      one. YTDMSTR, RETROADJ, PAYHIST and
      *                      GLEXTR are left alone, and the PAYRINTF
      *                      trailer carries the run mode and date so
      *                      LAB8 refuses a simulated file and SIMCOMP
      *                      can compare it with the last live run.
      * 2026-10-15  CR-4517  Run control. Each pay week has a record
      *                      on the RUNCTL KSDS keyed on the timecard
      *                      week-ending, with the trailer count and
      *                      hours hash and each job step's status.
      *                      The step is marked running before YTDMSTR
      *                      or PAYHIST is touched and complete (or
      *                      failed) at the end. A week already paid
      *                      from the same file is skipped, from any
      *                      other file refused, and a step that never
      *                      finished refused until it is reset. The
      *                      PAYRINTF trailer carries the week so LAB8
      *                      can find it. Simulations bypass RUNCTL.
      * 2026-10-15  CR-4518  PAYRINTF carries each check's charges
      *                      by department (gross, employer tax and
      *                      benefit) and its employer cost wages,
      *                      amounts and liability accounts, so a
      *                      void can reverse them. PAYRINTF is 677.
      * 2026-10-15  CR-4519  The register, PAYRINTF and TIMEREJ are
      *                      opened only by a run that pays, so a
      *                      skipped week leaves the last ones for
      *                      GLPOST and ADVICES. A refused rerun names
      *                      the PAYHIST and RETROADJ backups as well
      *                      as YTDMSTR's.
      *-----------------------

       IDENTIFICATION DIVISION.
           SELECT PAYROLL-REG-FILE ASSIGN TO PAYROLL.
           SELECT PAYREG-INTF-FILE ASSIGN TO PAYRINTF.
           SELECT LABOR-DIST-FILE  ASSIGN TO LABDIST.
           SELECT PAY-HIST-FILE    ASSIGN TO PAYHIST.
           SELECT RETRO-ADJ-FILE   ASSIGN TO RETROADJ.
           SELECT SIM-PARM-FILE    ASSIGN TO SIMPARM.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-CYCLE-ID.

       DATA DIVISION.

      *    count and hours hash the sender computed, so a truncated
      *    file can never be mistaken for a complete one. Employee
      *    ids are numeric, so 'T' in the first byte is the trailer.
      *    The trailer also names the week the cards are for - the
      *    week every card paid tonight is filed under on PAYHIST.
       FD  TIMECARD-FILE RECORDING MODE F.
       01  TIMECARD-IN-REC.
           05  TI-EMPLOYEE-ID     PIC X(06).
      *    department names it here; spaces means charge the home
      *    department off the master
           05  TI-DEPT            PIC X(04).
           05  FILLER             PIC X(08).
       01  TIMECARD-TRAILER-REC.
           05  TI-TRAILER-CODE    PIC X(01).
           05  TI-TIMECARD-COUNT  PIC 9(05).
           05  TI-HOURS-HASH      PIC 9(07)V99.
           05  TI-PERIOD-END      PIC 9(08).

      *    Authorized pay rates - one record per employee, the only
      *    place a rate is allowed to come from
               10  YM-QTR-GROSS   PIC S9(9)V99 COMP-3.
               10  YM-QTR-DED-AMT OCCURS 8 TIMES
                                  PIC S9(9)V99 COMP-3.
      *    Employer cost, one column per EMPLOYER-COST-TABLE entry
      *    (FICA, FUTA, SUI, benefits): the wages taxed so far this
      *    year - what each annual wage base is measured against -
      *    and the employer's cost for the year and each quarter
           05  YM-ER-COST         OCCURS 4 TIMES.
               10  YM-ER-WAGES    PIC S9(9)V99 COMP-3.
               10  YM-ER-AMT      PIC S9(9)V99 COMP-3.
           05  YM-ER-QUARTER      OCCURS 4 TIMES.
               10  YM-QTR-ER-AMT  OCCURS 4 TIMES
                                  PIC S9(9)V99 COMP-3.

      *    Balanced journal entry for the run - a debit line for
      *    gross expense, a credit line per deduction liability and
           05  IF-REGULAR-PAY     PIC 9(07)V99.
           05  IF-OVERTIME-PAY    PIC 9(07)V99.
           05  IF-PREMIUM-PAY     PIC 9(07)V99.
      *    Back pay released by RETROPAY - already inside the gross
           05  IF-RETRO-PAY       PIC 9(07)V99.
           05  IF-GROSS-PAY       PIC 9(07)V99.
      *    Code rides with every amount so the advice labels can
      *    never drift out of step with the columns, and the
      *    liability account with it so a void reverses to the
      *    account the money was actually credited to
           05  IF-DEDUCTION       OCCURS 8 TIMES.
               10  IF-DED-CODE    PIC X(04).
               10  IF-DED-GL-ACCT PIC X(08).
               10  IF-DED-AMT     PIC 9(07)V99.
           05  IF-NET-PAY         PIC 9(07)V99.
      *    Where the check was charged - its gross and the
      *    employer's tax and benefit expense by department, as
      *    the GL extract debited them - and each employer cost's
      *    wages, amount and liability account, so a void takes
      *    back exactly what this check put on the books
           05  IF-DEPT-CHARGE     OCCURS 10 TIMES.
               10  IF-CHG-DEPT    PIC X(04).
               10  IF-CHG-GROSS   PIC 9(07)V99.
               10  IF-CHG-ER-TAX  PIC 9(07)V99.
               10  IF-CHG-BENEFIT PIC 9(07)V99.
           05  IF-EMPLOYER-COST   OCCURS 4 TIMES.
               10  IF-ER-GL-ACCT  PIC X(08).
               10  IF-ER-WAGES    PIC 9(07)V99.
               10  IF-ER-AMT      PIC 9(07)V99.
      *    The trailer also says whether the run was live or a
      *    simulation ('S'), and the date it was paid as of
       01  PAYREG-INTF-TRAILER.
           05  IT-RECORD-TYPE     PIC X(01).
           05  IT-LINE-COUNT      PIC 9(07).
           05  IT-NET-TOTAL       PIC 9(11)V99.
           05  IT-RUN-MODE        PIC X(01).
           05  IT-RUN-DATE        PIC 9(08).
      *    The pay week - LAB8's key into run control
           05  IT-CYCLE-ID        PIC X(08).
           05  FILLER             PIC X(639).

      *    Labor distribution report - hours and pay dollars by
      *    department, footed to the run gross
       FD  LABOR-DIST-FILE RECORDING MODE F.
       01  LABOR-DIST-LINE        PIC X(136).

      *    Permanent paid-hours history - appended every run, never
      *    recreated. An 'R' record per card paid: the week, the
      *    department charged, the card's share of the week's
      *    regular/overtime/premium hours and pay, and the rate
      *    paid. An 'A' record per retro item paid, carrying the
      *    week it corrects and the back pay. RETROPAY sums both to
      *    know what a week has been paid so far.
       FD  PAY-HIST-FILE RECORDING MODE F.
       01  PAY-HIST-REC.
           05  PH-RECORD-TYPE     PIC X(01).
           05  PH-EMPLOYEE-ID     PIC X(06).
           05  PH-WEEK-ENDING     PIC 9(08).
           05  PH-PAY-DATE        PIC 9(08).
           05  PH-DEPT            PIC X(04).
           05  PH-CARD-HOURS      PIC 9(03)V99.
           05  PH-REGULAR-HOURS   PIC 9(03)V99.
           05  PH-OVERTIME-HOURS  PIC 9(03)V99.
           05  PH-PREMIUM-HOURS   PIC 9(03)V99.
           05  PH-RATE            PIC 9(03)V99.
           05  PH-REGULAR-PAY     PIC 9(07)V99.
           05  PH-OVERTIME-PAY    PIC 9(07)V99.
           05  PH-PREMIUM-PAY     PIC 9(07)V99.
           05  PH-RETRO-PAY       PIC 9(07)V99.
           05  FILLER             PIC X(12).

      *    Retro items released by RETROPAY - one 'D' per week and
      *    department owed back pay, then a 'T' trailer with the
      *    item count and dollar total. Read at start of run and
      *    rewritten at end of run with only what could not be paid,
      *    so an item is never paid twice.
       FD  RETRO-ADJ-FILE RECORDING MODE F.
       01  RETRO-ADJ-REC.
           05  RA-RECORD-TYPE     PIC X(01).
               88  RA-IS-DETAIL     VALUE 'D'.
               88  RA-IS-TRAILER    VALUE 'T'.
           05  RA-EMPLOYEE-ID     PIC X(06).
           05  RA-WEEK-ENDING     PIC 9(08).
           05  RA-DEPT            PIC X(04).
           05  RA-RETRO-AMOUNT    PIC 9(07)V99.
           05  RA-NEW-RATE        PIC 9(03)V99.
           05  FILLER             PIC X(07).
       01  RETRO-ADJ-TRAILER.
           05  RT-RECORD-TYPE     PIC X(01).
           05  RT-ITEM-COUNT      PIC 9(07).
           05  RT-AMOUNT-TOTAL    PIC 9(09)V99.
           05  RT-RELEASE-DATE    PIC 9(08).
           05  FILLER             PIC X(13).

      *    Simulation card - DD DUMMY on the live run. 'SIMULATE'
      *    makes the run a dry run; the as-of date, when given,
      *    stands in for today's date, so future-dated PARMFILE
      *    rows and the quarter the pay would land in come into
      *    force exactly as they will on that day.
       FD  SIM-PARM-FILE RECORDING MODE F.
       01  SIM-PARM-REC.
           05  SP-RUN-MODE        PIC X(08).
               88  SP-IS-SIMULATION VALUE 'SIMULATE'.
           05  SP-AS-OF-DATE      PIC X(08).
           05  SP-AS-OF-DATE-R    REDEFINES SP-AS-OF-DATE.
               10  SP-AS-OF-YYYY  PIC 9(04).
               10  SP-AS-OF-MM    PIC 9(02).
               10  SP-AS-OF-DD    PIC 9(02).
           05  FILLER             PIC X(64).

      *    Run control - one record per pay week, a VSAM KSDS keyed
      *    on the week-ending off the timecard trailer. The trailer's
      *    count and hours hash say which file paid the week; each
      *    step's status is blank not run, R running, C complete or
      *    F failed, with the date it was last set.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           05  RC-CYCLE-ID        PIC X(08).
           05  RC-CARD-COUNT      PIC 9(05).
           05  RC-HOURS-HASH      PIC 9(07)V99.
           05  RC-GL-BATCH-NO     PIC X(08).
           05  RC-OPENED-DATE     PIC 9(08).
           05  RC-PAYROLL-STATUS  PIC X(01).
               88  RC-PAYROLL-NOT-RUN VALUE SPACE.
               88  RC-PAYROLL-DONE    VALUE 'C'.
           05  RC-PAYROLL-DATE    PIC 9(08).
           05  RC-GLPOST-STATUS   PIC X(01).
           05  RC-GLPOST-DATE     PIC 9(08).
           05  RC-ADVICE-STATUS   PIC X(01).
           05  RC-ADVICE-DATE     PIC 9(08).
           05  FILLER             PIC X(15).

       FD  PAYROLL-REG-FILE RECORDING MODE F.
       01  PAYROLL-REG-REC.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PR-PREMIUM-PAY-O   PIC $,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PR-RETRO-PAY-O     PIC $,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PR-GROSS-PAY-O     PIC $,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
      *    One amount column per DEDUCTION-TABLE entry, same order -
           05  OT-SHARE        PIC S9(7)V99 VALUE ZERO.
           05  PREM-SHARE      PIC S9(7)V99 VALUE ZERO.
           05  GROSS-SHARE     PIC S9(7)V99 VALUE ZERO.
      *    The employer's cost follows each piece of the gross to
      *    its department; whatever rounding leaves over lands on
      *    the register line's department
           05  ER-TAX-REMAINING   PIC S9(7)V99 VALUE ZERO.
           05  ER-BEN-REMAINING   PIC S9(7)V99 VALUE ZERO.
           05  ER-TAX-SHARE       PIC S9(7)V99 VALUE ZERO.
           05  ER-BEN-SHARE       PIC S9(7)V99 VALUE ZERO.
           05  COST-PIECE         PIC S9(7)V99 VALUE ZERO.
      *    The week's band hours split the same way, for PAYHIST
           05  REG-HRS-REMAINING  PIC S9(3)V99 VALUE ZERO.
           05  OT-HRS-REMAINING   PIC S9(3)V99 VALUE ZERO.
           05  PREM-HRS-REMAINING PIC S9(3)V99 VALUE ZERO.
           05  REG-HRS-SHARE      PIC S9(3)V99 VALUE ZERO.
           05  OT-HRS-SHARE       PIC S9(3)V99 VALUE ZERO.
           05  PREM-HRS-SHARE     PIC S9(3)V99 VALUE ZERO.

      ****** What the sender said was transmitted vs what actually
      ****** arrived, compared before a single card is paid
           05  TRAILER-CARD-COUNT PIC 9(05) VALUE ZERO.
           05  TRAILER-HOURS-HASH PIC 9(07)V99 VALUE ZERO.
           05  INPUT-HOURS-HASH   PIC 9(07)V99 VALUE ZERO.
           05  TRAILER-PERIOD-END PIC 9(08) VALUE ZERO.

      ****** Plausibility edit - no week on earth has more hours
      ****** than this, and TC-HOURS alone would let 999.99 through
       77  REGULAR-PAY  PIC 9(07)V99.
       77  OVERTIME-PAY PIC 9(07)V99.
       77  PREMIUM-PAY  PIC 9(07)V99.
       77  RETRO-PAY    PIC 9(07)V99.
       77  GROSS-PAY  PIC 9(07)V99.
      ****** The week's hours in each pay band, as COMPUTE-GROSS-PAY
      ****** peeled them off
       77  REGULAR-HOURS  PIC 9(03)V99.
       77  OVERTIME-HOURS PIC 9(03)V99.
       77  PREMIUM-HOURS  PIC 9(03)V99.
       77  TAXABLE-PAY PIC 9(07)V99.
       77  TOTAL-DEDUCTIONS PIC 9(07)V99.
       77  NET-PAY    PIC 9(07)V99.
       77  ELECTION-MAX       PIC 9(04) VALUE 1000.
       77  ELT-SCAN           PIC 9(04).

      ****** The employer's side of every check - matching FICA,
      ****** FUTA, state unemployment and the benefit contribution.
      ****** Codes, expense series and liability accounts live here;
      ****** the percentages and wage bases come off PARMFILE. A
      ****** zero wage base never stops. Taxes apply to the taxable
      ****** gross the employee's FICA uses; the benefit
      ****** contribution (ERC-ON-GROSS) to the whole gross.
       01  EMPLOYER-COST-TABLE.
           05  EMPLOYER-COST-ENTRY OCCURS 4 TIMES.
               10  ERC-CODE       PIC X(04).
               10  ERC-PCT        PIC V9(4).
               10  ERC-WAGE-BASE  PIC 9(07)V99.
               10  ERC-BASIS      PIC X(01).
                   88  ERC-ON-GROSS     VALUE 'G'.
               10  ERC-EXP-SERIES PIC X(02).
                   88  ERC-IS-BENEFIT   VALUE '73'.
               10  ERC-GL-ACCT    PIC X(08).
       77  ERC-SUB            PIC 9(02).
       77  ERC-COUNT          PIC 9(02) VALUE 4.

      ****** This check's employer cost, one slot per cost entry -
      ****** the wages each applied to and what it cost - and the
      ****** tax and benefit totals the departments are charged
       01  EMPLOYER-AMOUNTS.
           05  ER-TAXABLE     OCCURS 4 TIMES PIC 9(07)V99.
           05  ER-AMOUNT      OCCURS 4 TIMES PIC 9(07)V99.
       77  ER-TAX-PAY         PIC 9(07)V99 VALUE ZERO.
       77  ER-BENEFIT-PAY     PIC 9(07)V99 VALUE ZERO.

      ****** Ledger accounts the journal extract posts to - the
      ****** per-deduction liability accounts ride on the deduction
      ****** table itself. The expense debit is department-level:
      ****** '71' + dept + '00', so the blank/unassigned department
      ****** 0000 lands on 71000000, the old single expense account.
      ****** Employer taxes debit the '72' series and benefits the
      ****** '73' series the same way.
       01  GL-ACCOUNTS.
           05  GL-DEPT-EXPENSE-ACCT.
               10  GL-EXP-SERIES PIC X(02) VALUE '71'.
               10  GL-EXP-DEPT PIC X(04) VALUE '0000'.
               10  FILLER      PIC X(02) VALUE '00'.
           05  GL-NETPAY-ACCT  PIC X(08) VALUE '21000000'.
               10  DPT-REGULAR    PIC S9(9)V99 COMP-3.
               10  DPT-OVERTIME   PIC S9(9)V99 COMP-3.
               10  DPT-PREMIUM    PIC S9(9)V99 COMP-3.
               10  DPT-RETRO      PIC S9(9)V99 COMP-3.
               10  DPT-GROSS      PIC S9(9)V99 COMP-3.
               10  DPT-ER-TAX     PIC S9(9)V99 COMP-3.
               10  DPT-BENEFIT    PIC S9(9)V99 COMP-3.
       77  DEPT-COUNT         PIC 9(02) VALUE ZERO.
       77  DEPT-MAX           PIC 9(02) VALUE 50.
       77  DEPT-SUB           PIC 9(02).
       77  DEPT-SLOT          PIC 9(02).
       77  DEPT-GROSS-SUM     PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  DEPT-ER-TAX-SUM    PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  DEPT-BENEFIT-SUM   PIC S9(11)V99 COMP-3 VALUE ZERO.

      ****** The same charges for the one check being written - what
      ****** PAYRINTF carries so a void can credit each department
      ****** back exactly what it was debited. A split week and its
      ****** back pay for one department share a slot.
       01  CHECK-CHARGE-TABLE.
           05  CHECK-CHARGE-ENTRY OCCURS 10 TIMES.
               10  CHG-DEPT       PIC X(04).
               10  CHG-GROSS      PIC S9(7)V99 COMP-3.
               10  CHG-ER-TAX     PIC S9(7)V99 COMP-3.
               10  CHG-BENEFIT    PIC S9(7)V99 COMP-3.
       77  CHARGE-COUNT       PIC 9(02) VALUE ZERO.
       77  CHARGE-MAX         PIC 9(02) VALUE 10.
       77  CHARGE-SUB         PIC 9(02).
       77  CHARGE-SLOT        PIC 9(02).

      ****** Labor distribution print lines and report totals
       01  LABOR-RPT-TOTALS.
           05  LRT-REGULAR     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  LRT-OVERTIME    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  LRT-PREMIUM     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  LRT-RETRO       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  LRT-GROSS       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  LRT-ER-TAX      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  LRT-BENEFIT     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  LRT-LOADED      PIC S9(9)V99 COMP-3 VALUE ZERO.
      ****** Gross plus the employer's taxes and benefits - what the
      ****** department's labor really cost
       77  LOADED-COST         PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  LD-TITLE-LINE.
           05  FILLER          PIC X(23)
               VALUE 'LABOR DISTRIBUTION  RUN'.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LD-RUN-DATE-O   PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LD-RUN-MODE-O   PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  LD-COLUMN-LINE.
           05  FILLER          PIC X(06) VALUE 'DEPT'.
           05  FILLER          PIC X(14) VALUE '      REGULAR'.
           05  FILLER          PIC X(14) VALUE '     OVERTIME'.
           05  FILLER          PIC X(14) VALUE '      PREMIUM'.
           05  FILLER          PIC X(14) VALUE '        RETRO'.
           05  FILLER          PIC X(14) VALUE '        GROSS'.
           05  FILLER          PIC X(14) VALUE '       ER TAX'.
           05  FILLER          PIC X(14) VALUE '     BENEFITS'.
           05  FILLER          PIC X(14) VALUE '  LOADED COST'.
           05  FILLER          PIC X(07) VALUE SPACES.

       01  LD-DETAIL-LINE.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LD-PREMIUM-O    PIC -Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LD-RETRO-O      PIC -Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LD-GROSS-O      PIC -Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LD-ER-TAX-O     PIC -Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LD-BENEFIT-O    PIC -Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LD-LOADED-O     PIC -Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(07) VALUE SPACES.

      ****** Everything the run owes the ledger, summed as the
           05  RUN-NET-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  RUN-DED-TOTAL   OCCURS 8 TIMES
                               PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  RUN-ER-TOTAL    OCCURS 4 TIMES
                               PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  RUN-ER-TAX-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  RUN-BENEFIT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  GL-EXTRACT-WORK.
           05  GL-BATCH-NO.
      ****** Which calendar quarter the run date falls in - every
      ****** check paid tonight lands in this quarter's YTD buckets
       77  RUN-QTR            PIC 9(01).
      ****** A simulation run may be paid as of a date other than
      ****** today - zero means today
       77  SIM-AS-OF-DATE     PIC 9(08) VALUE ZERO.
       77  RUN-MODE-TEXT      PIC X(10) VALUE 'LIVE'.
       77  PAY-CYCLE-ID       PIC X(08) VALUE SPACES.
       77  RUN-CONTROL-TEXT   PIC X(11) VALUE 'NOT CHECKED'.
       77  QTR-SUB            PIC 9(01).

      ****** This run's deduction amounts for the one employee being
                   15  YTD-QTR-GROSS PIC S9(9)V99 COMP-3.
                   15  YTD-QTR-DED-AMT OCCURS 8 TIMES
                                  PIC S9(9)V99 COMP-3.
               10  YTD-ER-COST    OCCURS 4 TIMES.
                   15  YTD-ER-WAGES PIC S9(9)V99 COMP-3.
                   15  YTD-ER-AMT   PIC S9(9)V99 COMP-3.
               10  YTD-ER-QUARTER OCCURS 4 TIMES.
                   15  YTD-QTR-ER-AMT OCCURS 4 TIMES
                                  PIC S9(9)V99 COMP-3.
       77  YTD-COUNT          PIC 9(04) VALUE ZERO.
       77  YTD-LOAD-MAX       PIC 9(04) VALUE 1000.
      ****** Which of this employee's code-claimed YTD columns the
      ****** before the run date. A parm still unfound after the
      ****** load, or one that fails validation, stops the run.
       01  PARM-TABLE.
           05  PARM-ENTRY OCCURS 14 TIMES.
               10  PARM-ID        PIC X(08).
               10  PARM-VALUE     PIC 9(09)V9(04).
               10  PARM-EFF-DATE  PIC 9(08).
               10  PARM-FOUND-SW  PIC X(01).
       77  PARM-COUNT         PIC 9(02) VALUE 14.
       77  PARM-SUB           PIC 9(02).

      ****** Employee master, loaded once up front so each timecard
           05  LOOKUP-STATUS  PIC X VALUE SPACE.
               88  LOOKUP-EMP-ACTIVE  VALUE 'A'.

      ****** Back pay RETROPAY released, loaded whole up front and
      ****** proven against its trailer before anyone is paid. Each
      ****** item is 'N' until its employee's line is written, 'C'
      ****** while that line is being built, 'Y' once paid; 'R' is
      ****** an item whose employee cannot be paid - it goes back
      ****** out on RETROADJ for the next run.
       01  RETRO-TABLE.
           05  RETRO-ENTRY OCCURS 500 TIMES.
               10  RTA-EMP-ID     PIC X(06).
               10  RTA-WEEK-END   PIC 9(08).
               10  RTA-DEPT       PIC X(04).
               10  RTA-AMOUNT     PIC 9(07)V99.
               10  RTA-NEW-RATE   PIC 9(03)V99.
               10  RTA-PAID-SW    PIC X(01).
       77  RETRO-COUNT        PIC 9(04) VALUE ZERO.
       77  RETRO-MAX          PIC 9(04) VALUE 500.
      ****** Plain subscripts on purpose - the retro-only pass and
      ****** the per-employee sweeps walk the table independently
       77  RETRO-SUB          PIC 9(04).
       77  RETRO-SCAN         PIC 9(04).

       01  RETRO-CONTROL-TOTALS.
           05  RETRO-TRAILER-COUNT PIC 9(07) VALUE ZERO.
           05  RETRO-TRAILER-TOTAL PIC 9(09)V99 VALUE ZERO.
           05  RETRO-RELEASE-DATE  PIC 9(08) VALUE ZERO.
           05  RETRO-INPUT-TOTAL   PIC 9(09)V99 VALUE ZERO.
           05  RETRO-PAID-TOTAL    PIC 9(09)V99 VALUE ZERO.
           05  RETRO-LEFT-COUNT    PIC 9(07) VALUE ZERO.
           05  RETRO-LEFT-TOTAL    PIC 9(09)V99 VALUE ZERO.

       01  REJECT-REASON.
           05  REJECT-REASON-CODE PIC X(02) VALUE SPACES.
           05  REJECT-REASON-TEXT PIC X(30) VALUE SPACES.
           05  STAT-TIMECARDS-READ   PIC 9(07) VALUE ZERO.
           05  STAT-REGISTER-WRITTEN PIC 9(07) VALUE ZERO.
           05  STAT-REJECTED         PIC 9(07) VALUE ZERO.
           05  STAT-RETRO-PAID       PIC 9(07) VALUE ZERO.
           05  STAT-HISTORY-WRITTEN  PIC 9(07) VALUE ZERO.

       01  FLAGS.
           05  LASTREC        PIC X VALUE SPACE.
               88  PARMFILE-IS-EOF VALUE 'Y'.
           05  PARM-ERROR-SW   PIC X VALUE 'N'.
               88  PARMS-IN-ERROR VALUE 'Y'.
           05  RETROADJ-EOF-SW PIC X VALUE 'N'.
               88  RETROADJ-IS-EOF VALUE 'Y'.
           05  RA-TRAILER-SW   PIC X VALUE 'N'.
               88  RA-TRAILER-FOUND VALUE 'Y'.
           05  RA-BAD-TYPE-SW  PIC X VALUE 'N'.
               88  RA-BAD-RECORD-TYPE VALUE 'Y'.
           05  RA-OVERFLOW-SW  PIC X VALUE 'N'.
               88  RETRO-OVERFLOWED VALUE 'Y'.
           05  RA-CONTROLS-SW  PIC X VALUE 'N'.
               88  RETRO-CONTROLS-OK VALUE 'Y'.
           05  SIM-MODE-SW     PIC X VALUE 'N'.
               88  SIMULATION-RUN VALUE 'Y'.
           05  SIMPARM-ERROR-SW PIC X VALUE 'N'.
               88  SIMPARM-IN-ERROR VALUE 'Y'.
           05  CYCLE-CHECK-SW  PIC X VALUE SPACE.
               88  CYCLE-CLEARED      VALUE 'Y'.
               88  CYCLE-ALREADY-PAID VALUE 'P'.
               88  CYCLE-REFUSED      VALUE 'X'.
           05  CYCLE-CLAIM-SW  PIC X VALUE 'N'.
               88  PAY-CYCLE-CLAIMED VALUE 'Y'.
           05  REG-FILES-OPEN-SW PIC X VALUE 'N'.
               88  REGISTER-FILES-OPEN VALUE 'Y'.
           05  CHARGE-OVERFLOW-SW PIC X VALUE 'N'.
               88  CHECK-CHARGES-OVERFLOWED VALUE 'Y'.

       PROCEDURE DIVISION.
       READ-NEXT-TIMECARD.
           PERFORM LOAD-SIMULATION-CARD
           PERFORM SET-RUN-DATE
           PERFORM INITIALIZE-DEDUCTION-TABLE
           PERFORM INITIALIZE-EMPLOYER-COST-TABLE
           PERFORM LOAD-CONTROL-PARMS
           PERFORM LOAD-ELECTION-FILE
           PERFORM LOAD-EMPLOYEE-TABLE
           PERFORM LOAD-YTD-TABLE
           PERFORM LOAD-TIMECARD-TABLE
           PERFORM VERIFY-TIMECARD-CONTROLS
           PERFORM LOAD-RETRO-TABLE
           PERFORM VERIFY-RETRO-CONTROLS
      ****** Only a proven live transmission has a week worth
      ****** looking up - a simulation never touches run control
           IF TIMECARD-CONTROLS-OK AND NOT SIMULATION-RUN
               PERFORM CHECK-PAY-CYCLE
           END-IF

      ****** A short load of either master must stop the run here -
      ****** paying from a partial employee table rejects people who
      ****** and then rewriting the master over itself would destroy
      ****** the dropped employees' year-to-date history
           EVALUATE TRUE
               WHEN SIMPARM-IN-ERROR
                   DISPLAY "SIMULATION CARD UNUSABLE"
                       " - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
      ****** A missing or invalid control parameter means the run
      ****** does not know what rates to pay with - nothing moves
               WHEN PARMS-IN-ERROR
      ****** and nobody knows until the calls start
               WHEN NOT TIMECARD-CONTROLS-OK
                   MOVE 8 TO RETURN-CODE
      ****** Back pay is real money too - a retro file that does not
      ****** prove to its own trailer holds the whole run, the same
      ****** as a short timecard file
               WHEN RETRO-OVERFLOWED
                   DISPLAY "RETROADJ EXCEEDS TABLE SIZE"
                       " - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
               WHEN NOT RETRO-CONTROLS-OK
                   MOVE 8 TO RETURN-CODE
      ****** A simulation pays everyone on paper only - the
      ****** register, PAYRINTF, TIMEREJ and LABDIST go wherever
      ****** the job points them, and nothing permanent is touched
               WHEN SIMULATION-RUN
                   MOVE 'BYPASSED' TO RUN-CONTROL-TEXT
                   PERFORM OPEN-REGISTER-FILES
                   PERFORM PROCESS-TIMECARD-ENTRY
                       VARYING TCD-SUB FROM 1 BY 1
                       UNTIL TCD-SUB > TIMECARD-COUNT
                   PERFORM PAY-RETRO-ONLY-ENTRY
                       VARYING RETRO-SUB FROM 1 BY 1
                       UNTIL RETRO-SUB > RETRO-COUNT
                   PERFORM WRITE-INTERFACE-TRAILER
                   PERFORM WRITE-LABOR-DIST-REPORT
                   DISPLAY "SIMULATION RUN - YTDMSTR, RETROADJ,"
                       " PAYHIST AND GLEXTR NOT UPDATED"
      ****** A week already paid is never paid again - the same
      ****** file is a resubmitted job and the step just steps
      ****** aside; anything else was refused on the joblog
               WHEN CYCLE-ALREADY-PAID
                   CONTINUE
               WHEN CYCLE-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM CLAIM-PAY-CYCLE
                   IF PAY-CYCLE-CLAIMED
                       PERFORM OPEN-REGISTER-FILES
      ****** The paid-hours history is permanent - EXTEND appends
      ****** tonight's cards after every run that came before
                       OPEN EXTEND PAY-HIST-FILE
                       PERFORM PROCESS-TIMECARD-ENTRY
                           VARYING TCD-SUB FROM 1 BY 1
                           UNTIL TCD-SUB > TIMECARD-COUNT
                       PERFORM PAY-RETRO-ONLY-ENTRY
                           VARYING RETRO-SUB FROM 1 BY 1
                           UNTIL RETRO-SUB > RETRO-COUNT
                       CLOSE PAY-HIST-FILE
                       PERFORM WRITE-INTERFACE-TRAILER
                       PERFORM REWRITE-YTD-FILE
                       PERFORM REWRITE-RETRO-FILE
                       PERFORM WRITE-GL-EXTRACT
                       PERFORM WRITE-LABOR-DIST-REPORT
                   END-IF
           END-EVALUATE
           .

       CLOSE-STOP.
           IF REGISTER-FILES-OPEN
               CLOSE PAYROLL-REG-FILE
               CLOSE PAYREG-INTF-FILE
               CLOSE TIMECARD-REJ-FILE
           END-IF.
           IF PAY-CYCLE-CLAIMED
               PERFORM END-PAY-CYCLE
           END-IF.
           PERFORM DISPLAY-RUN-STATISTICS.
           GOBACK.

       OPEN-REGISTER-FILES.
      ****** Opened only by a run that is going to pay somebody - a
      ****** week already paid, or a run stopped before paying,
      ****** leaves the last register and PAYRINTF where they were
      ****** for the GLPOST and ADVICES steps that follow
           OPEN OUTPUT PAYROLL-REG-FILE
           OPEN OUTPUT PAYREG-INTF-FILE
           OPEN OUTPUT TIMECARD-REJ-FILE
           SET REGISTER-FILES-OPEN TO TRUE
           .

       DISPLAY-RUN-STATISTICS.
      ****** The return code is what the scheduler acts on: 0 clean,
      ****** 4 somebody was not paid and is sitting on TIMEREJ,
      ****** 8 the run cannot be trusted at all. A register with no
      ****** lines on it covers every empty-input case: no
      ****** timecards, no employees, or everything rejected -
      ****** except a week run control says is already paid.
           IF STAT-REGISTER-WRITTEN = ZERO
               IF RETURN-CODE < 8 AND NOT CYCLE-ALREADY-PAID
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               END-IF
           END-IF
           DISPLAY "LAB3 RUN STATISTICS"
           DISPLAY "  RUN MODE:           " RUN-MODE-TEXT
           DISPLAY "  PAID AS OF:         " RUN-DATE-YMD
           DISPLAY "  TIMECARDS READ:     " STAT-TIMECARDS-READ
           DISPLAY "  EMPLOYEES LOADED:   " EMPLOYEE-COUNT
           DISPLAY "  REGISTER LINES:     " STAT-REGISTER-WRITTEN
           DISPLAY "  TIMECARDS REJECTED: " STAT-REJECTED
           DISPLAY "  WEEK ENDING:        " TRAILER-PERIOD-END
           DISPLAY "  RUN CONTROL:        " RUN-CONTROL-TEXT
           DISPLAY "  RETRO ITEMS READ:   " RETRO-COUNT
           DISPLAY "  RETRO ITEMS PAID:   " STAT-RETRO-PAID
           DISPLAY "  RETRO DOLLARS PAID: " RETRO-PAID-TOTAL
           DISPLAY "  RETRO ITEMS LEFT:   " RETRO-LEFT-COUNT
           DISPLAY "  HISTORY APPENDED:   " STAT-HISTORY-WRITTEN
           DISPLAY "  EMPLOYER TAXES:     " RUN-ER-TAX-TOTAL
           DISPLAY "  EMPLOYER BENEFITS:  " RUN-BENEFIT-TOTAL
           DISPLAY "  RETURN CODE:        " RETURN-CODE
           .

                   SET TC-TRAILER-FOUND TO TRUE
                   MOVE TI-TIMECARD-COUNT TO TRAILER-CARD-COUNT
                   MOVE TI-HOURS-HASH     TO TRAILER-HOURS-HASH
                   IF TI-PERIOD-END IS NUMERIC
                       MOVE TI-PERIOD-END TO TRAILER-PERIOD-END
                   END-IF
               ELSE
                   PERFORM ADD-TIMECARD-ENTRY
               END-IF
               WHEN INPUT-HOURS-HASH NOT = TRAILER-HOURS-HASH
                   DISPLAY "TIMECARD HOURS HASH MISMATCH"
                       " - NOBODY PAID"
      ****** Every card paid is filed on PAYHIST under this week -
      ****** without it a later retro run cannot tell the weeks apart
               WHEN TRAILER-PERIOD-END = ZERO
                   DISPLAY "TIMECARD WEEK-ENDING DATE MISSING"
                       " - NOBODY PAID"
               WHEN OTHER
                   SET TIMECARD-CONTROLS-OK TO TRUE
           END-EVALUATE
           .

       READ-RETRO-RECORD.
           READ RETRO-ADJ-FILE
               AT END SET RETROADJ-IS-EOF TO TRUE
           END-READ.

       LOAD-RETRO-TABLE.
      ****** The retro items RETROPAY released, and its trailer. On
      ****** most nights the file is just a trailer with a zero
      ****** count.
           OPEN INPUT RETRO-ADJ-FILE
           PERFORM READ-RETRO-RECORD
           PERFORM UNTIL RETROADJ-IS-EOF
               EVALUATE TRUE
                   WHEN RA-IS-TRAILER
                       SET RA-TRAILER-FOUND TO TRUE
                       MOVE RT-ITEM-COUNT   TO RETRO-TRAILER-COUNT
                       MOVE RT-AMOUNT-TOTAL TO RETRO-TRAILER-TOTAL
                       MOVE RT-RELEASE-DATE TO RETRO-RELEASE-DATE
                   WHEN RA-IS-DETAIL
                       PERFORM ADD-RETRO-ENTRY
                   WHEN OTHER
                       DISPLAY "UNKNOWN RETROADJ RECORD TYPE "
                           RA-RECORD-TYPE
                       SET RA-BAD-RECORD-TYPE TO TRUE
               END-EVALUATE
               PERFORM READ-RETRO-RECORD
           END-PERFORM
           CLOSE RETRO-ADJ-FILE
           .

       ADD-RETRO-ENTRY.
           IF RETRO-COUNT < RETRO-MAX
               ADD 1 TO RETRO-COUNT
               MOVE RA-EMPLOYEE-ID  TO RTA-EMP-ID(RETRO-COUNT)
               MOVE RA-WEEK-ENDING  TO RTA-WEEK-END(RETRO-COUNT)
               MOVE RA-DEPT         TO RTA-DEPT(RETRO-COUNT)
               MOVE RA-RETRO-AMOUNT TO RTA-AMOUNT(RETRO-COUNT)
               MOVE RA-NEW-RATE     TO RTA-NEW-RATE(RETRO-COUNT)
               MOVE 'N'             TO RTA-PAID-SW(RETRO-COUNT)
               ADD RA-RETRO-AMOUNT  TO RETRO-INPUT-TOTAL
           ELSE
               SET RETRO-OVERFLOWED TO TRUE
           END-IF
           .

       VERIFY-RETRO-CONTROLS.
           EVALUATE TRUE
               WHEN RA-BAD-RECORD-TYPE
                   DISPLAY "RETROADJ FILE UNUSABLE - NOBODY PAID"
               WHEN NOT RA-TRAILER-FOUND
                   DISPLAY "RETROADJ TRAILER RECORD MISSING"
                       " - NOBODY PAID"
               WHEN RETRO-COUNT NOT = RETRO-TRAILER-COUNT
                   DISPLAY "RETROADJ COUNT MISMATCH - EXPECTED "
                       RETRO-TRAILER-COUNT " RECEIVED "
                       RETRO-COUNT " - NOBODY PAID"
               WHEN RETRO-INPUT-TOTAL NOT = RETRO-TRAILER-TOTAL
                   DISPLAY "RETROADJ DOLLAR TOTAL MISMATCH"
                       " - NOBODY PAID"
               WHEN OTHER
                   SET RETRO-CONTROLS-OK TO TRUE
           END-EVALUATE
           .

       PAY-RETRO-ONLY-ENTRY.
      ****** Back pay for someone with no card tonight still goes
      ****** out on the next advice - on a register line of its own
      ****** with no hours. Inactive employees are paid too: back
      ****** pay is owed to people who have since left. Someone no
      ****** longer on the master cannot be paid at all; their items
      ****** go back out on RETROADJ and the card is rejected once.
           IF RTA-PAID-SW(RETRO-SUB) = 'N'
               MOVE RTA-EMP-ID(RETRO-SUB) TO TC-EMPLOYEE-ID
               MOVE ZERO TO TC-HOURS
               MOVE ZERO TO SPLIT-COUNT
               PERFORM LOOKUP-EMPLOYEE
               IF EMP-NOT-FOUND
                   PERFORM HOLD-RETRO-ENTRY
                       VARYING RETRO-SCAN FROM RETRO-SUB BY 1
                       UNTIL RETRO-SCAN > RETRO-COUNT
                   MOVE '06' TO REJECT-REASON-CODE
                   MOVE 'RETRO PAY - NOT ON MASTER'
                       TO REJECT-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
               ELSE
                   MOVE RTA-DEPT(RETRO-SUB) TO PRIMARY-DEPT
                   IF PRIMARY-DEPT = SPACES
                       MOVE HOME-DEPT TO PRIMARY-DEPT
                   END-IF
                   IF PRIMARY-DEPT = SPACES
                       MOVE '0000' TO PRIMARY-DEPT
                   END-IF
                   PERFORM WRITE-RECORD
               END-IF
           END-IF
           .

       HOLD-RETRO-ENTRY.
           IF RTA-EMP-ID(RETRO-SCAN) = TC-EMPLOYEE-ID
               AND RTA-PAID-SW(RETRO-SCAN) = 'N'
               MOVE 'R' TO RTA-PAID-SW(RETRO-SCAN)
           END-IF
           .

       GATHER-RETRO-PAY.
      ****** Everything released for this employee rides on this
      ****** line, whichever weeks it corrects
           MOVE ZERO TO RETRO-PAY
           PERFORM VARYING RETRO-SCAN FROM 1 BY 1
                   UNTIL RETRO-SCAN > RETRO-COUNT
               IF RTA-EMP-ID(RETRO-SCAN) = TC-EMPLOYEE-ID
                   AND RTA-PAID-SW(RETRO-SCAN) = 'N'
                   MOVE 'C' TO RTA-PAID-SW(RETRO-SCAN)
                   ADD RTA-AMOUNT(RETRO-SCAN) TO RETRO-PAY
               END-IF
           END-PERFORM
           .

       CHARGE-RETRO-TO-DEPT.
      ****** Back pay is charged to the department the original week
      ****** was worked in, not wherever the employee is tonight,
      ****** and logged to PAYHIST against the week it corrects
           IF RTA-PAID-SW(RETRO-SCAN) = 'C'
               MOVE RTA-DEPT(RETRO-SCAN) TO CHARGE-DEPT
               IF CHARGE-DEPT = SPACES
                   MOVE '0000' TO CHARGE-DEPT
               END-IF
               PERFORM LOCATE-DEPT-SLOT
               MOVE RTA-AMOUNT(RETRO-SCAN) TO COST-PIECE
               PERFORM SHARE-EMPLOYER-COST
               IF NOT DEPT-TABLE-OVERFLOWED
                   ADD RTA-AMOUNT(RETRO-SCAN) TO DPT-RETRO(DEPT-SLOT)
                   ADD RTA-AMOUNT(RETRO-SCAN) TO DPT-GROSS(DEPT-SLOT)
                   ADD ER-TAX-SHARE TO DPT-ER-TAX(DEPT-SLOT)
                   ADD ER-BEN-SHARE TO DPT-BENEFIT(DEPT-SLOT)
               END-IF
               PERFORM ADD-CHECK-CHARGE
               IF NOT SIMULATION-RUN
                   PERFORM WRITE-RETRO-HISTORY
               END-IF
               MOVE 'Y' TO RTA-PAID-SW(RETRO-SCAN)
               ADD 1 TO STAT-RETRO-PAID
               ADD RTA-AMOUNT(RETRO-SCAN) TO RETRO-PAID-TOTAL
           END-IF
           .

       WRITE-RETRO-HISTORY.
           MOVE SPACES                 TO PAY-HIST-REC.
           MOVE 'A'                    TO PH-RECORD-TYPE.
           MOVE TC-EMPLOYEE-ID         TO PH-EMPLOYEE-ID.
           MOVE RTA-WEEK-END(RETRO-SCAN) TO PH-WEEK-ENDING.
           MOVE RUN-DATE-YMD           TO PH-PAY-DATE.
           MOVE CHARGE-DEPT            TO PH-DEPT.
           MOVE ZERO                   TO PH-CARD-HOURS.
           MOVE ZERO                   TO PH-REGULAR-HOURS.
           MOVE ZERO                   TO PH-OVERTIME-HOURS.
           MOVE ZERO                   TO PH-PREMIUM-HOURS.
           MOVE RTA-NEW-RATE(RETRO-SCAN) TO PH-RATE.
           MOVE ZERO                   TO PH-REGULAR-PAY.
           MOVE ZERO                   TO PH-OVERTIME-PAY.
           MOVE ZERO                   TO PH-PREMIUM-PAY.
           MOVE RTA-AMOUNT(RETRO-SCAN) TO PH-RETRO-PAY.
           WRITE PAY-HIST-REC.
           ADD 1 TO STAT-HISTORY-WRITTEN.

       REWRITE-RETRO-FILE.
      ****** Paid items come off the file; anything that could not
      ****** be paid goes back out with a fresh trailer, so the next
      ****** run picks up exactly what is still owed and RETROPAY
      ****** will not release over it
           OPEN OUTPUT RETRO-ADJ-FILE
           PERFORM WRITE-RETRO-LEFTOVER
               VARYING RETRO-SUB FROM 1 BY 1
               UNTIL RETRO-SUB > RETRO-COUNT
           MOVE SPACES             TO RETRO-ADJ-TRAILER
           MOVE 'T'                TO RT-RECORD-TYPE
           MOVE RETRO-LEFT-COUNT   TO RT-ITEM-COUNT
           MOVE RETRO-LEFT-TOTAL   TO RT-AMOUNT-TOTAL
           MOVE RETRO-RELEASE-DATE TO RT-RELEASE-DATE
           WRITE RETRO-ADJ-TRAILER
           CLOSE RETRO-ADJ-FILE
           .

       WRITE-RETRO-LEFTOVER.
           IF RTA-PAID-SW(RETRO-SUB) NOT = 'Y'
               MOVE SPACES                 TO RETRO-ADJ-REC
               MOVE 'D'                    TO RA-RECORD-TYPE
               MOVE RTA-EMP-ID(RETRO-SUB)  TO RA-EMPLOYEE-ID
               MOVE RTA-WEEK-END(RETRO-SUB) TO RA-WEEK-ENDING
               MOVE RTA-DEPT(RETRO-SUB)    TO RA-DEPT
               MOVE RTA-AMOUNT(RETRO-SUB)  TO RA-RETRO-AMOUNT
               MOVE RTA-NEW-RATE(RETRO-SUB) TO RA-NEW-RATE
               WRITE RETRO-ADJ-REC
               ADD 1 TO RETRO-LEFT-COUNT
               ADD RTA-AMOUNT(RETRO-SUB) TO RETRO-LEFT-TOTAL
           END-IF
           .

       PROCESS-TIMECARD-ENTRY.
      ****** A split week arrives as one card per department; every
      ****** card for the employee is gathered and the week is paid
           MOVE '21200000' TO DED-GL-ACCT(2).
           MOVE 2          TO DED-TABLE-COUNT.

      ****** Same arrangement for the employer's side: codes, basis
      ****** and ledger accounts here, rates and wage bases off
      ****** PARMFILE
       INITIALIZE-EMPLOYER-COST-TABLE.
           MOVE 'FICA'     TO ERC-CODE(1).
           MOVE 'T'        TO ERC-BASIS(1).
           MOVE '72'       TO ERC-EXP-SERIES(1).
           MOVE '21300000' TO ERC-GL-ACCT(1).
           MOVE 'FUTA'     TO ERC-CODE(2).
           MOVE 'T'        TO ERC-BASIS(2).
           MOVE '72'       TO ERC-EXP-SERIES(2).
           MOVE '21400000' TO ERC-GL-ACCT(2).
           MOVE 'SUI '     TO ERC-CODE(3).
           MOVE 'T'        TO ERC-BASIS(3).
           MOVE '72'       TO ERC-EXP-SERIES(3).
           MOVE '21500000' TO ERC-GL-ACCT(3).
           MOVE 'BEN '     TO ERC-CODE(4).
           MOVE 'G'        TO ERC-BASIS(4).
           MOVE '73'       TO ERC-EXP-SERIES(4).
           MOVE '21600000' TO ERC-GL-ACCT(4).
           PERFORM VARYING ERC-SUB FROM 1 BY 1
                   UNTIL ERC-SUB > ERC-COUNT
               MOVE ZERO TO ERC-PCT(ERC-SUB)
               MOVE ZERO TO ERC-WAGE-BASE(ERC-SUB)
           END-PERFORM
           .

       INITIALIZE-PARM-TABLE.
           MOVE 'FWHPCT  ' TO PARM-ID(1).
           MOVE 'FICAPCT ' TO PARM-ID(2).
           MOVE 'PREMTHRS' TO PARM-ID(5).
           MOVE 'OTMULT  ' TO PARM-ID(6).
           MOVE 'PREMMULT' TO PARM-ID(7).
           MOVE 'ERFICPCT' TO PARM-ID(8).
           MOVE 'ERFICBAS' TO PARM-ID(9).
           MOVE 'FUTAPCT ' TO PARM-ID(10).
           MOVE 'FUTABASE' TO PARM-ID(11).
           MOVE 'SUIPCT  ' TO PARM-ID(12).
           MOVE 'SUIBASE ' TO PARM-ID(13).
           MOVE 'ERBENPCT' TO PARM-ID(14).
           PERFORM INITIALIZE-PARM-ENTRY
               VARYING PARM-SUB FROM 1 BY 1
               UNTIL PARM-SUB > PARM-COUNT.
           MOVE PARM-VALUE(5) TO PREMIUM-THRESHOLD
           MOVE PARM-VALUE(6) TO OVERTIME-MULTIPLIER
           MOVE PARM-VALUE(7) TO PREMIUM-MULTIPLIER
           MOVE PARM-VALUE(8)  TO ERC-PCT(1)
           MOVE PARM-VALUE(9)  TO ERC-WAGE-BASE(1)
           MOVE PARM-VALUE(10) TO ERC-PCT(2)
           MOVE PARM-VALUE(11) TO ERC-WAGE-BASE(2)
           MOVE PARM-VALUE(12) TO ERC-PCT(3)
           MOVE PARM-VALUE(13) TO ERC-WAGE-BASE(3)
           MOVE PARM-VALUE(14) TO ERC-PCT(4)
           EVALUATE TRUE
               WHEN DED-PCT(1) = ZERO OR DED-PCT(2) = ZERO
                   DISPLAY "ZERO DEDUCTION PERCENTAGE ON PARMFILE"
                   SET PARMS-IN-ERROR TO TRUE
      ****** The employer taxes are owed on every dollar paid - a
      ****** zero rate would under-accrue them silently. A zero
      ****** benefit rate is a real choice and is allowed.
               WHEN ERC-PCT(1) = ZERO OR ERC-PCT(2) = ZERO
                   OR ERC-PCT(3) = ZERO
                   DISPLAY "ZERO EMPLOYER TAX PERCENTAGE ON PARMFILE"
                   SET PARMS-IN-ERROR TO TRUE
               WHEN OVERTIME-THRESHOLD > PREMIUM-THRESHOLD
                   DISPLAY "OVERTIME THRESHOLD "
                       OVERTIME-THRESHOLD
           END-IF
           .

       LOAD-SIMULATION-CARD.
      ****** No card is the live payroll. Anything on the card but a
      ****** good SIMULATE card is a typo that might have meant
      ****** either, and the run stops rather than guess.
           OPEN INPUT SIM-PARM-FILE
           READ SIM-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN NOT SP-IS-SIMULATION
                           DISPLAY "SIMPARM MODE INVALID - "
                               SP-RUN-MODE
                           SET SIMPARM-IN-ERROR TO TRUE
                       WHEN SP-AS-OF-DATE = SPACES
                           OR SP-AS-OF-DATE = ZEROS
                           SET SIMULATION-RUN TO TRUE
                       WHEN SP-AS-OF-DATE IS NOT NUMERIC
                           DISPLAY "SIMPARM AS-OF DATE INVALID - "
                               SP-AS-OF-DATE
                           SET SIMPARM-IN-ERROR TO TRUE
                       WHEN SP-AS-OF-MM < 1 OR SP-AS-OF-MM > 12
                           OR SP-AS-OF-DD < 1 OR SP-AS-OF-DD > 31
                           DISPLAY "SIMPARM AS-OF DATE INVALID - "
                               SP-AS-OF-DATE
                           SET SIMPARM-IN-ERROR TO TRUE
                       WHEN OTHER
                           SET SIMULATION-RUN TO TRUE
                           MOVE SP-AS-OF-DATE TO SIM-AS-OF-DATE
                   END-EVALUATE
           END-READ
           CLOSE SIM-PARM-FILE
           IF SIMULATION-RUN
               MOVE 'SIMULATION' TO RUN-MODE-TEXT
               MOVE 'SIMULATION' TO LD-RUN-MODE-O
           END-IF
           .

       SET-RUN-DATE.
      ****** Stamps the run date and batch number every extract line
      ****** carries, once, up front - a simulation's as-of date
      ****** stands in for today
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
           IF SIM-AS-OF-DATE > ZERO
               MOVE SIM-AS-OF-DATE TO RUN-DATE-YMD
           END-IF
           MOVE RUN-DATE-YY TO BATCH-YY
           MOVE RUN-DATE-MM TO BATCH-MM
           MOVE RUN-DATE-DD TO BATCH-DD
           COMPUTE RUN-QTR = (RUN-DATE-MM + 2) / 3
           .

       CHECK-PAY-CYCLE.
      ****** Looked up once the timecard trailer is proven, so the
      ****** week, count and hash are the sender's own. A step
      ****** marked running or failed died part way through
      ****** YTDMSTR, PAYHIST and RETROADJ - paying the week again
      ****** on top of that would double it.
           MOVE TRAILER-PERIOD-END TO PAY-CYCLE-ID
           OPEN INPUT RUN-CONTROL-FILE
           MOVE PAY-CYCLE-ID TO RC-CYCLE-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   SET CYCLE-CLEARED TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RC-PAYROLL-NOT-RUN
                           SET CYCLE-CLEARED TO TRUE
                       WHEN RC-PAYROLL-DONE
                           AND RC-CARD-COUNT = TRAILER-CARD-COUNT
                           AND RC-HOURS-HASH = TRAILER-HOURS-HASH
                           DISPLAY "CYCLE " PAY-CYCLE-ID
                               " ALREADY PAID " RC-PAYROLL-DATE
                               " - PAYROLL STEP SKIPPED"
                           SET CYCLE-ALREADY-PAID TO TRUE
                           MOVE 'SKIPPED' TO RUN-CONTROL-TEXT
                       WHEN RC-PAYROLL-DONE
                           DISPLAY "CYCLE " PAY-CYCLE-ID
                               " ALREADY PAID " RC-PAYROLL-DATE
                               " FROM ANOTHER TIMECARD FILE"
                               " - NOTHING PAID"
                           SET CYCLE-REFUSED TO TRUE
                           MOVE 'REFUSED' TO RUN-CONTROL-TEXT
                       WHEN OTHER
                           DISPLAY "PAYROLL STEP FOR CYCLE "
                               PAY-CYCLE-ID " STATUS "
                               RC-PAYROLL-STATUS " SINCE "
                               RC-PAYROLL-DATE " - NOTHING PAID"
                           DISPLAY "RESTORE YTDMSTR FROM YTDBKUP,"
                               " PAYHIST FROM PAYHBKUP AND RETROADJ"
                               " FROM RETRBKUP"
                           DISPLAY "AND RESET THE STEP BEFORE"
                               " RERUNNING"
                           SET CYCLE-REFUSED TO TRUE
                           MOVE 'REFUSED' TO RUN-CONTROL-TEXT
                   END-EVALUATE
           END-READ
           CLOSE RUN-CONTROL-FILE
           .

       CLAIM-PAY-CYCLE.
      ****** Marked running before the first permanent file is
      ****** touched - if the step dies part way the mark stays
      ****** behind it. A week reset after a failure is claimed
      ****** again with whatever file is paying it now.
           OPEN I-O RUN-CONTROL-FILE
           MOVE PAY-CYCLE-ID TO RC-CYCLE-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES       TO RUN-CONTROL-REC
                   MOVE PAY-CYCLE-ID TO RC-CYCLE-ID
                   MOVE RUN-DATE-YMD TO RC-OPENED-DATE
                   MOVE ZERO         TO RC-GLPOST-DATE
                   MOVE ZERO         TO RC-ADVICE-DATE
                   PERFORM FILL-PAY-CYCLE-CLAIM
                   WRITE RUN-CONTROL-REC
                       INVALID KEY
                           PERFORM RUN-CONTROL-WRITE-FAILED
                       NOT INVALID KEY
                           SET PAY-CYCLE-CLAIMED TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM FILL-PAY-CYCLE-CLAIM
                   REWRITE RUN-CONTROL-REC
                       INVALID KEY
                           PERFORM RUN-CONTROL-WRITE-FAILED
                       NOT INVALID KEY
                           SET PAY-CYCLE-CLAIMED TO TRUE
                   END-REWRITE
           END-READ
           CLOSE RUN-CONTROL-FILE
           .

       FILL-PAY-CYCLE-CLAIM.
           MOVE TRAILER-CARD-COUNT TO RC-CARD-COUNT
           MOVE TRAILER-HOURS-HASH TO RC-HOURS-HASH
           MOVE GL-BATCH-NO        TO RC-GL-BATCH-NO
           MOVE 'R'                TO RC-PAYROLL-STATUS
           MOVE RUN-DATE-YMD       TO RC-PAYROLL-DATE
           .

       RUN-CONTROL-WRITE-FAILED.
           DISPLAY "RUN CONTROL WRITE FAILED - CYCLE " PAY-CYCLE-ID
               " - NOTHING PAID"
           MOVE 'REFUSED' TO RUN-CONTROL-TEXT
           MOVE 8 TO RETURN-CODE
           .

       END-PAY-CYCLE.
      ****** Complete only if the run ended usable - the same test
      ****** the return code is set by below. Failed stays failed
      ****** until operations restores YTDMSTR and resets the step.
           OPEN I-O RUN-CONTROL-FILE
           MOVE PAY-CYCLE-ID TO RC-CYCLE-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "RUN CONTROL RECORD MISSING - CYCLE "
                       PAY-CYCLE-ID
                   MOVE 'FAILED' TO RUN-CONTROL-TEXT
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF RETURN-CODE < 8
                       AND STAT-REGISTER-WRITTEN > ZERO
                       MOVE 'C'        TO RC-PAYROLL-STATUS
                       MOVE 'COMPLETE' TO RUN-CONTROL-TEXT
                   ELSE
                       MOVE 'F'        TO RC-PAYROLL-STATUS
                       MOVE 'FAILED'   TO RUN-CONTROL-TEXT
                   END-IF
                   MOVE RUN-DATE-YMD TO RC-PAYROLL-DATE
                   REWRITE RUN-CONTROL-REC
                       INVALID KEY
                           DISPLAY "RUN CONTROL REWRITE FAILED"
                               " - CYCLE " PAY-CYCLE-ID
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ
           CLOSE RUN-CONTROL-FILE
           .

       READ-YTD-RECORD.
           READ YTD-MSTR-FILE
               AT END SET YTDMSTR-IS-EOF TO TRUE
               PERFORM ZERO-YTD-QUARTER
                   VARYING QTR-SUB FROM 1 BY 1
                   UNTIL QTR-SUB > 4
               PERFORM ZERO-YTD-EMPLOYER-COST
                   VARYING ERC-SUB FROM 1 BY 1
                   UNTIL ERC-SUB > ERC-COUNT
           END-IF
           .

           PERFORM ZERO-YTD-QTR-DEDUCTION
               VARYING DED-SUB FROM 1 BY 1
               UNTIL DED-SUB > DED-TABLE-MAX.
           PERFORM ZERO-YTD-QTR-EMPLOYER
               VARYING ERC-SUB FROM 1 BY 1
               UNTIL ERC-SUB > ERC-COUNT.

       ZERO-YTD-QTR-DEDUCTION.
           MOVE ZERO TO YTD-QTR-DED-AMT(YTD-IDX QTR-SUB DED-SUB).

       ZERO-YTD-QTR-EMPLOYER.
           MOVE ZERO TO YTD-QTR-ER-AMT(YTD-IDX QTR-SUB ERC-SUB).

       ZERO-YTD-EMPLOYER-COST.
           MOVE ZERO TO YTD-ER-WAGES(YTD-IDX ERC-SUB).
           MOVE ZERO TO YTD-ER-AMT(YTD-IDX ERC-SUB).

       UPDATE-YTD-ENTRY.
           ADD GROSS-PAY TO YTD-GROSS(YTD-IDX).
           ADD NET-PAY   TO YTD-NET(YTD-IDX).
           PERFORM UPDATE-YTD-DEDUCTION
               VARYING DED-SUB FROM 1 BY 1
               UNTIL DED-SUB > DED-TABLE-COUNT.
           PERFORM UPDATE-YTD-EMPLOYER-COST
               VARYING ERC-SUB FROM 1 BY 1
               UNTIL ERC-SUB > ERC-COUNT.

       UPDATE-YTD-EMPLOYER-COST.
           ADD ER-TAXABLE(ERC-SUB) TO YTD-ER-WAGES(YTD-IDX ERC-SUB).
           ADD ER-AMOUNT(ERC-SUB)  TO YTD-ER-AMT(YTD-IDX ERC-SUB).
           ADD ER-AMOUNT(ERC-SUB)
               TO YTD-QTR-ER-AMT(YTD-IDX RUN-QTR ERC-SUB).

       UPDATE-YTD-DEDUCTION.
      ****** Nothing deducted means no column is claimed - an
           PERFORM ACCUMULATE-RUN-DEDUCTION
               VARYING DED-SUB FROM 1 BY 1
               UNTIL DED-SUB > DED-TABLE-COUNT.
           PERFORM ACCUMULATE-RUN-EMPLOYER-COST
               VARYING ERC-SUB FROM 1 BY 1
               UNTIL ERC-SUB > ERC-COUNT.
           ADD ER-TAX-PAY     TO RUN-ER-TAX-TOTAL.
           ADD ER-BENEFIT-PAY TO RUN-BENEFIT-TOTAL.

       ACCUMULATE-RUN-DEDUCTION.
           ADD DED-AMOUNT(DED-SUB) TO RUN-DED-TOTAL(DED-SUB).

       ACCUMULATE-RUN-EMPLOYER-COST.
           ADD ER-AMOUNT(ERC-SUB) TO RUN-ER-TOTAL(ERC-SUB).

       ACCUMULATE-DEPT-TOTALS.
      ****** Each card in the gathered week charges its own
      ****** department. The pay splits pro-rata by each card's
      ****** share of the hours, with the last card taking the
      ****** rounding remainders so the department debits always
      ****** foot exactly to the run gross. The employer's cost
      ****** rides along in proportion to each piece of the gross.
           MOVE REGULAR-PAY  TO REG-REMAINING
           MOVE OVERTIME-PAY TO OT-REMAINING
           MOVE PREMIUM-PAY  TO PREM-REMAINING
           MOVE REGULAR-HOURS  TO REG-HRS-REMAINING
           MOVE OVERTIME-HOURS TO OT-HRS-REMAINING
           MOVE PREMIUM-HOURS  TO PREM-HRS-REMAINING
           MOVE ER-TAX-PAY     TO ER-TAX-REMAINING
           MOVE ER-BENEFIT-PAY TO ER-BEN-REMAINING
           MOVE ZERO TO CHARGE-COUNT
           MOVE 'N' TO CHARGE-OVERFLOW-SW
           PERFORM CHARGE-CARD-TO-DEPT
               VARYING SPL-SUB FROM 1 BY 1
               UNTIL SPL-SUB > SPLIT-COUNT
           PERFORM CHARGE-RETRO-TO-DEPT
               VARYING RETRO-SCAN FROM 1 BY 1
               UNTIL RETRO-SCAN > RETRO-COUNT
           PERFORM CHARGE-EMPLOYER-RESIDUE
           IF CHECK-CHARGES-OVERFLOWED
               DISPLAY "EMPLOYEE " TC-EMPLOYEE-ID
                   " CHARGED TO MORE THAN 10 DEPARTMENTS"
                   " - A VOID OF THIS CHECK MUST BE JOURNALED"
                   " BY HAND"
           END-IF
           .

       CHARGE-CARD-TO-DEPT.
               MOVE REG-REMAINING  TO REG-SHARE
               MOVE OT-REMAINING   TO OT-SHARE
               MOVE PREM-REMAINING TO PREM-SHARE
               MOVE REG-HRS-REMAINING  TO REG-HRS-SHARE
               MOVE OT-HRS-REMAINING   TO OT-HRS-SHARE
               MOVE PREM-HRS-REMAINING TO PREM-HRS-SHARE
           ELSE
               COMPUTE REG-SHARE ROUNDED =
                   REGULAR-PAY * SPL-HOURS(SPL-SUB) / HOURS
                   OVERTIME-PAY * SPL-HOURS(SPL-SUB) / HOURS
               COMPUTE PREM-SHARE ROUNDED =
                   PREMIUM-PAY * SPL-HOURS(SPL-SUB) / HOURS
               COMPUTE REG-HRS-SHARE ROUNDED =
                   REGULAR-HOURS * SPL-HOURS(SPL-SUB) / HOURS
               COMPUTE OT-HRS-SHARE ROUNDED =
                   OVERTIME-HOURS * SPL-HOURS(SPL-SUB) / HOURS
               COMPUTE PREM-HRS-SHARE ROUNDED =
                   PREMIUM-HOURS * SPL-HOURS(SPL-SUB) / HOURS
           END-IF
           SUBTRACT REG-SHARE  FROM REG-REMAINING
           SUBTRACT OT-SHARE   FROM OT-REMAINING
           SUBTRACT PREM-SHARE FROM PREM-REMAINING
           SUBTRACT REG-HRS-SHARE  FROM REG-HRS-REMAINING
           SUBTRACT OT-HRS-SHARE   FROM OT-HRS-REMAINING
           SUBTRACT PREM-HRS-SHARE FROM PREM-HRS-REMAINING
           COMPUTE GROSS-SHARE = REG-SHARE + OT-SHARE + PREM-SHARE
           MOVE GROSS-SHARE TO COST-PIECE
           PERFORM SHARE-EMPLOYER-COST
           PERFORM LOCATE-DEPT-SLOT
           IF NOT DEPT-TABLE-OVERFLOWED
               ADD SPL-HOURS(SPL-SUB) TO DPT-HOURS(DEPT-SLOT)
               ADD OT-SHARE     TO DPT-OVERTIME(DEPT-SLOT)
               ADD PREM-SHARE   TO DPT-PREMIUM(DEPT-SLOT)
               ADD GROSS-SHARE  TO DPT-GROSS(DEPT-SLOT)
               ADD ER-TAX-SHARE TO DPT-ER-TAX(DEPT-SLOT)
               ADD ER-BEN-SHARE TO DPT-BENEFIT(DEPT-SLOT)
           END-IF
           PERFORM ADD-CHECK-CHARGE
           IF NOT SIMULATION-RUN
               PERFORM WRITE-CARD-HISTORY
           END-IF
           .

       SHARE-EMPLOYER-COST.
      ****** The piece of gross in COST-PIECE carries the same
      ****** fraction of the employer's cost, never more than is
      ****** still left to charge
           IF GROSS-PAY = ZERO
               MOVE ZERO TO ER-TAX-SHARE
               MOVE ZERO TO ER-BEN-SHARE
           ELSE
               COMPUTE ER-TAX-SHARE ROUNDED =
                   ER-TAX-PAY * COST-PIECE / GROSS-PAY
               COMPUTE ER-BEN-SHARE ROUNDED =
                   ER-BENEFIT-PAY * COST-PIECE / GROSS-PAY
               IF ER-TAX-SHARE > ER-TAX-REMAINING
                   MOVE ER-TAX-REMAINING TO ER-TAX-SHARE
               END-IF
               IF ER-BEN-SHARE > ER-BEN-REMAINING
                   MOVE ER-BEN-REMAINING TO ER-BEN-SHARE
               END-IF
           END-IF
           SUBTRACT ER-TAX-SHARE FROM ER-TAX-REMAINING
           SUBTRACT ER-BEN-SHARE FROM ER-BEN-REMAINING
           .

       CHARGE-EMPLOYER-RESIDUE.
      ****** Pennies the pro-rata split could not place go to the
      ****** register line's own department, so the departments
      ****** always foot to the check's employer cost
           IF ER-TAX-REMAINING NOT = ZERO
               OR ER-BEN-REMAINING NOT = ZERO
               MOVE PRIMARY-DEPT TO CHARGE-DEPT
               PERFORM LOCATE-DEPT-SLOT
               IF NOT DEPT-TABLE-OVERFLOWED
                   ADD ER-TAX-REMAINING TO DPT-ER-TAX(DEPT-SLOT)
                   ADD ER-BEN-REMAINING TO DPT-BENEFIT(DEPT-SLOT)
               END-IF
               MOVE ZERO             TO COST-PIECE
               MOVE ER-TAX-REMAINING TO ER-TAX-SHARE
               MOVE ER-BEN-REMAINING TO ER-BEN-SHARE
               PERFORM ADD-CHECK-CHARGE
               MOVE ZERO TO ER-TAX-REMAINING
               MOVE ZERO TO ER-BEN-REMAINING
           END-IF
           .

       ADD-CHECK-CHARGE.
      ****** The piece just charged to CHARGE-DEPT - gross in
      ****** COST-PIECE, employer cost in the two shares - goes on
      ****** this check's own charge table as well. Past CHARGE-MAX
      ****** departments the check's detail no longer foots, and a
      ****** void of it is listed for a manual journal.
           MOVE ZERO TO CHARGE-SLOT
           PERFORM VARYING CHARGE-SUB FROM 1 BY 1
                   UNTIL CHARGE-SUB > CHARGE-COUNT
                   OR CHARGE-SLOT > ZERO
               IF CHG-DEPT(CHARGE-SUB) = CHARGE-DEPT
                   MOVE CHARGE-SUB TO CHARGE-SLOT
               END-IF
           END-PERFORM
           IF CHARGE-SLOT = ZERO
               IF CHARGE-COUNT >= CHARGE-MAX
                   SET CHECK-CHARGES-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO CHARGE-COUNT
                   MOVE CHARGE-COUNT TO CHARGE-SLOT
                   MOVE CHARGE-DEPT TO CHG-DEPT(CHARGE-SLOT)
                   MOVE ZERO TO CHG-GROSS(CHARGE-SLOT)
                   MOVE ZERO TO CHG-ER-TAX(CHARGE-SLOT)
                   MOVE ZERO TO CHG-BENEFIT(CHARGE-SLOT)
               END-IF
           END-IF
           IF CHARGE-SLOT > ZERO
               ADD COST-PIECE   TO CHG-GROSS(CHARGE-SLOT)
               ADD ER-TAX-SHARE TO CHG-ER-TAX(CHARGE-SLOT)
               ADD ER-BEN-SHARE TO CHG-BENEFIT(CHARGE-SLOT)
           END-IF
           .

       WRITE-CARD-HISTORY.
      ****** The card as paid - what RETROPAY recomputes from
           MOVE SPACES             TO PAY-HIST-REC.
           MOVE 'R'                TO PH-RECORD-TYPE.
           MOVE TC-EMPLOYEE-ID     TO PH-EMPLOYEE-ID.
           MOVE TRAILER-PERIOD-END TO PH-WEEK-ENDING.
           MOVE RUN-DATE-YMD       TO PH-PAY-DATE.
           MOVE CHARGE-DEPT        TO PH-DEPT.
           MOVE SPL-HOURS(SPL-SUB) TO PH-CARD-HOURS.
           MOVE REG-HRS-SHARE      TO PH-REGULAR-HOURS.
           MOVE OT-HRS-SHARE       TO PH-OVERTIME-HOURS.
           MOVE PREM-HRS-SHARE     TO PH-PREMIUM-HOURS.
           MOVE RATE               TO PH-RATE.
           MOVE REG-SHARE          TO PH-REGULAR-PAY.
           MOVE OT-SHARE           TO PH-OVERTIME-PAY.
           MOVE PREM-SHARE         TO PH-PREMIUM-PAY.
           MOVE ZERO               TO PH-RETRO-PAY.
           WRITE PAY-HIST-REC.
           ADD 1 TO STAT-HISTORY-WRITTEN.

       LOCATE-DEPT-SLOT.
           MOVE 'N' TO DEPT-FOUND-SW
           MOVE ZERO TO DEPT-SLOT
                   MOVE ZERO TO DPT-REGULAR(DEPT-SLOT)
                   MOVE ZERO TO DPT-OVERTIME(DEPT-SLOT)
                   MOVE ZERO TO DPT-PREMIUM(DEPT-SLOT)
                   MOVE ZERO TO DPT-RETRO(DEPT-SLOT)
                   MOVE ZERO TO DPT-GROSS(DEPT-SLOT)
                   MOVE ZERO TO DPT-ER-TAX(DEPT-SLOT)
                   MOVE ZERO TO DPT-BENEFIT(DEPT-SLOT)
               END-IF
           END-IF
           .
      ****** entry by hand any more, so an unbalanced one must never
      ****** reach the ledger, and a run that paid nobody must not
      ****** post an all-zero batch.
      ****** The employer's cost is both an expense and a liability
      ****** of the same amount, so it rides on both sides.
           COMPUTE GL-DEBIT-TOTAL = RUN-GROSS-TOTAL
               + RUN-ER-TAX-TOTAL + RUN-BENEFIT-TOTAL
           MOVE RUN-NET-TOTAL   TO GL-CREDIT-TOTAL
           PERFORM ADD-DEDUCTION-CREDIT
               VARYING DED-SUB FROM 1 BY 1
               UNTIL DED-SUB > DED-TABLE-COUNT
           PERFORM ADD-EMPLOYER-CREDIT
               VARYING ERC-SUB FROM 1 BY 1
               UNTIL ERC-SUB > ERC-COUNT
           MOVE ZERO TO DEPT-GROSS-SUM
           MOVE ZERO TO DEPT-ER-TAX-SUM
           MOVE ZERO TO DEPT-BENEFIT-SUM
           PERFORM ADD-DEPT-GROSS
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-COUNT
                       " DOES NOT FOOT TO RUN GROSS "
                       RUN-GROSS-TOTAL " - EXTRACT NOT WRITTEN"
                   MOVE 8 TO RETURN-CODE
               WHEN DEPT-ER-TAX-SUM NOT = RUN-ER-TAX-TOTAL
                   DISPLAY "DEPT EMPLOYER TAX " DEPT-ER-TAX-SUM
                       " DOES NOT FOOT TO RUN TOTAL "
                       RUN-ER-TAX-TOTAL " - EXTRACT NOT WRITTEN"
                   MOVE 8 TO RETURN-CODE
               WHEN DEPT-BENEFIT-SUM NOT = RUN-BENEFIT-TOTAL
                   DISPLAY "DEPT BENEFITS " DEPT-BENEFIT-SUM
                       " DO NOT FOOT TO RUN TOTAL "
                       RUN-BENEFIT-TOTAL " - EXTRACT NOT WRITTEN"
                   MOVE 8 TO RETURN-CODE
               WHEN GL-DEBIT-TOTAL = ZERO
                   CONTINUE
               WHEN OTHER
       ADD-DEDUCTION-CREDIT.
           ADD RUN-DED-TOTAL(DED-SUB) TO GL-CREDIT-TOTAL.

       ADD-EMPLOYER-CREDIT.
           ADD RUN-ER-TOTAL(ERC-SUB) TO GL-CREDIT-TOTAL.

       ADD-DEPT-GROSS.
           ADD DPT-GROSS(DEPT-SUB)   TO DEPT-GROSS-SUM.
           ADD DPT-ER-TAX(DEPT-SUB)  TO DEPT-ER-TAX-SUM.
           ADD DPT-BENEFIT(DEPT-SUB) TO DEPT-BENEFIT-SUM.

       WRITE-GL-JOURNAL-LINES.
      ****** One expense debit per department charged this run - the
      ****** lines together carry exactly the run gross the footing
      ****** above proved - followed by the department's employer
      ****** tax and benefit expense where it has any
           PERFORM VARYING DEPT-SUB FROM 1 BY 1
                   UNTIL DEPT-SUB > DEPT-COUNT
               MOVE '71'                TO GL-EXP-SERIES
               MOVE DPT-CODE(DEPT-SUB)  TO GL-EXP-DEPT
               MOVE GL-DEPT-EXPENSE-ACCT TO GL-LINE-ACCT
               MOVE DPT-GROSS(DEPT-SUB) TO GL-LINE-DEBIT
               MOVE ZERO                TO GL-LINE-CREDIT
               PERFORM WRITE-GL-JOURNAL-LINE
               IF DPT-ER-TAX(DEPT-SUB) NOT = ZERO
                   MOVE '72'                 TO GL-EXP-SERIES
                   MOVE GL-DEPT-EXPENSE-ACCT TO GL-LINE-ACCT
                   MOVE DPT-ER-TAX(DEPT-SUB) TO GL-LINE-DEBIT
                   PERFORM WRITE-GL-JOURNAL-LINE
               END-IF
               IF DPT-BENEFIT(DEPT-SUB) NOT = ZERO
                   MOVE '73'                  TO GL-EXP-SERIES
                   MOVE GL-DEPT-EXPENSE-ACCT  TO GL-LINE-ACCT
                   MOVE DPT-BENEFIT(DEPT-SUB) TO GL-LINE-DEBIT
                   PERFORM WRITE-GL-JOURNAL-LINE
               END-IF
           END-PERFORM

      ****** An elected deduction nobody hit this run would write a
               END-IF
           END-PERFORM

      ****** What the employer now owes on top of the checks
           PERFORM VARYING ERC-SUB FROM 1 BY 1
                   UNTIL ERC-SUB > ERC-COUNT
               IF RUN-ER-TOTAL(ERC-SUB) NOT = ZERO
                   MOVE ERC-GL-ACCT(ERC-SUB)  TO GL-LINE-ACCT
                   MOVE ZERO                  TO GL-LINE-DEBIT
                   MOVE RUN-ER-TOTAL(ERC-SUB) TO GL-LINE-CREDIT
                   PERFORM WRITE-GL-JOURNAL-LINE
               END-IF
           END-PERFORM

           MOVE GL-NETPAY-ACCT TO GL-LINE-ACCT
           MOVE ZERO           TO GL-LINE-DEBIT
           MOVE RUN-NET-TOTAL  TO GL-LINE-CREDIT

       WRITE-LABOR-DIST-REPORT.
      ****** What each department's labor cost tonight - hours and
      ****** the regular/overtime/premium/retro split, footed at the
      ****** bottom to the same run gross the GL extract carries,
      ****** then the employer's taxes and benefits on top of it and
      ****** the fully loaded cost
           OPEN OUTPUT LABOR-DIST-FILE
           MOVE RUN-DATE-YMD TO LD-RUN-DATE-O
           WRITE LABOR-DIST-LINE FROM LD-TITLE-LINE
           MOVE DPT-REGULAR(DEPT-SUB)  TO LD-REGULAR-O.
           MOVE DPT-OVERTIME(DEPT-SUB) TO LD-OVERTIME-O.
           MOVE DPT-PREMIUM(DEPT-SUB)  TO LD-PREMIUM-O.
           MOVE DPT-RETRO(DEPT-SUB)    TO LD-RETRO-O.
           MOVE DPT-GROSS(DEPT-SUB)    TO LD-GROSS-O.
           MOVE DPT-ER-TAX(DEPT-SUB)   TO LD-ER-TAX-O.
           MOVE DPT-BENEFIT(DEPT-SUB)  TO LD-BENEFIT-O.
           COMPUTE LOADED-COST = DPT-GROSS(DEPT-SUB)
               + DPT-ER-TAX(DEPT-SUB) + DPT-BENEFIT(DEPT-SUB).
           MOVE LOADED-COST            TO LD-LOADED-O.
           WRITE LABOR-DIST-LINE FROM LD-DETAIL-LINE.
           ADD DPT-HOURS(DEPT-SUB)    TO LRT-HOURS.
           ADD DPT-REGULAR(DEPT-SUB)  TO LRT-REGULAR.
           ADD DPT-OVERTIME(DEPT-SUB) TO LRT-OVERTIME.
           ADD DPT-PREMIUM(DEPT-SUB)  TO LRT-PREMIUM.
           ADD DPT-RETRO(DEPT-SUB)    TO LRT-RETRO.
           ADD DPT-GROSS(DEPT-SUB)    TO LRT-GROSS.
           ADD DPT-ER-TAX(DEPT-SUB)   TO LRT-ER-TAX.
           ADD DPT-BENEFIT(DEPT-SUB)  TO LRT-BENEFIT.
           ADD LOADED-COST            TO LRT-LOADED.

       WRITE-LABOR-DIST-TOTAL.
           MOVE SPACES       TO LD-DETAIL-LINE.
           MOVE LRT-REGULAR  TO LD-REGULAR-O.
           MOVE LRT-OVERTIME TO LD-OVERTIME-O.
           MOVE LRT-PREMIUM  TO LD-PREMIUM-O.
           MOVE LRT-RETRO    TO LD-RETRO-O.
           MOVE LRT-GROSS    TO LD-GROSS-O.
           MOVE LRT-ER-TAX   TO LD-ER-TAX-O.
           MOVE LRT-BENEFIT  TO LD-BENEFIT-O.
           MOVE LRT-LOADED   TO LD-LOADED-O.
           WRITE LABOR-DIST-LINE FROM LD-DETAIL-LINE.

       REWRITE-YTD-FILE.
           MOVE TC-HOURS         TO HOURS.
      ****** Calculation using COMPUTE reserved word verb
           PERFORM COMPUTE-GROSS-PAY.
      ****** Released back pay joins the gross before deductions, so
      ****** it is taxed and lands in YTD like any other pay
           PERFORM GATHER-RETRO-PAY.
           ADD RETRO-PAY TO GROSS-PAY.
           PERFORM LOCATE-YTD-ENTRY.
           PERFORM COMPUTE-DEDUCTIONS.
           PERFORM COMPUTE-EMPLOYER-COST.
           PERFORM UPDATE-YTD-ENTRY.
           PERFORM ACCUMULATE-RUN-TOTALS.
           PERFORM ACCUMULATE-DEPT-TOTALS.
           MOVE REGULAR-PAY      TO PR-REGULAR-PAY-O.
           MOVE OVERTIME-PAY     TO PR-OVERTIME-PAY-O.
           MOVE PREMIUM-PAY      TO PR-PREMIUM-PAY-O.
           MOVE RETRO-PAY        TO PR-RETRO-PAY-O.
           MOVE GROSS-PAY        TO PR-GROSS-PAY-O.
           PERFORM MOVE-DEDUCTION-COLUMN
               VARYING DED-SUB FROM 1 BY 1
           MOVE REGULAR-PAY      TO IF-REGULAR-PAY.
           MOVE OVERTIME-PAY     TO IF-OVERTIME-PAY.
           MOVE PREMIUM-PAY      TO IF-PREMIUM-PAY.
           MOVE RETRO-PAY        TO IF-RETRO-PAY.
           MOVE GROSS-PAY        TO IF-GROSS-PAY.
           PERFORM MOVE-INTERFACE-DEDUCTION
               VARYING DED-SUB FROM 1 BY 1
               UNTIL DED-SUB > DED-TABLE-COUNT.
           MOVE NET-PAY          TO IF-NET-PAY.
           PERFORM MOVE-INTERFACE-CHARGE
               VARYING CHARGE-SUB FROM 1 BY 1
               UNTIL CHARGE-SUB > CHARGE-COUNT.
           PERFORM MOVE-INTERFACE-EMPLOYER-COST
               VARYING ERC-SUB FROM 1 BY 1
               UNTIL ERC-SUB > ERC-COUNT.
           WRITE PAYREG-INTF-REC.

       MOVE-INTERFACE-DEDUCTION.
           MOVE DED-CODE(DED-SUB)   TO IF-DED-CODE(DED-SUB).
           MOVE DED-GL-ACCT(DED-SUB) TO IF-DED-GL-ACCT(DED-SUB).
           MOVE DED-AMOUNT(DED-SUB) TO IF-DED-AMT(DED-SUB).

       MOVE-INTERFACE-CHARGE.
           MOVE CHG-DEPT(CHARGE-SUB)    TO IF-CHG-DEPT(CHARGE-SUB).
           MOVE CHG-GROSS(CHARGE-SUB)   TO IF-CHG-GROSS(CHARGE-SUB).
           MOVE CHG-ER-TAX(CHARGE-SUB)  TO IF-CHG-ER-TAX(CHARGE-SUB).
           MOVE CHG-BENEFIT(CHARGE-SUB)
               TO IF-CHG-BENEFIT(CHARGE-SUB).

       MOVE-INTERFACE-EMPLOYER-COST.
           MOVE ERC-GL-ACCT(ERC-SUB) TO IF-ER-GL-ACCT(ERC-SUB).
           MOVE ER-TAXABLE(ERC-SUB)  TO IF-ER-WAGES(ERC-SUB).
           MOVE ER-AMOUNT(ERC-SUB)   TO IF-ER-AMT(ERC-SUB).

       WRITE-INTERFACE-TRAILER.
      ****** The control totals LAB8 must foot its checks to before
      ****** it touches the check-number series
           MOVE 'T'                   TO IT-RECORD-TYPE.
           MOVE STAT-REGISTER-WRITTEN TO IT-LINE-COUNT.
           MOVE RUN-NET-TOTAL         TO IT-NET-TOTAL.
           IF SIMULATION-RUN
               MOVE 'S'               TO IT-RUN-MODE
           END-IF.
           MOVE RUN-DATE-YMD          TO IT-RUN-DATE.
           MOVE TRAILER-PERIOD-END    TO IT-CYCLE-ID.
           WRITE PAYREG-INTF-TRAILER.

       COMPUTE-GROSS-PAY.
           MOVE HOURS TO PAYABLE-HOURS
           MOVE ZERO  TO OVERTIME-PAY
           MOVE ZERO  TO PREMIUM-PAY
           MOVE ZERO  TO OVERTIME-HOURS
           MOVE ZERO  TO PREMIUM-HOURS
           IF PAYABLE-HOURS > PREMIUM-THRESHOLD
               COMPUTE PREMIUM-HOURS =
                   PAYABLE-HOURS - PREMIUM-THRESHOLD
               COMPUTE PREMIUM-PAY ROUNDED =
                   (PAYABLE-HOURS - PREMIUM-THRESHOLD)
                   * RATE * PREMIUM-MULTIPLIER
               MOVE PREMIUM-THRESHOLD TO PAYABLE-HOURS
           END-IF
           IF PAYABLE-HOURS > OVERTIME-THRESHOLD
               COMPUTE OVERTIME-HOURS =
                   PAYABLE-HOURS - OVERTIME-THRESHOLD
               COMPUTE OVERTIME-PAY ROUNDED =
                   (PAYABLE-HOURS - OVERTIME-THRESHOLD)
                   * RATE * OVERTIME-MULTIPLIER
               MOVE OVERTIME-THRESHOLD TO PAYABLE-HOURS
           END-IF
           MOVE PAYABLE-HOURS TO REGULAR-HOURS
           COMPUTE REGULAR-PAY ROUNDED = PAYABLE-HOURS * RATE
           COMPUTE GROSS-PAY =
               REGULAR-PAY + OVERTIME-PAY + PREMIUM-PAY
       ZERO-DEDUCTION-AMOUNT.
           MOVE ZERO TO DED-AMOUNT(DED-SUB).

       COMPUTE-EMPLOYER-COST.
      ****** The employer's side of the same check. Nothing here
      ****** touches the employee's net - it is cost to the company,
      ****** accrued as a liability until it is paid over.
           MOVE ZERO TO ER-TAX-PAY
           MOVE ZERO TO ER-BENEFIT-PAY
           PERFORM COMPUTE-ONE-EMPLOYER-COST
               VARYING ERC-SUB FROM 1 BY 1
               UNTIL ERC-SUB > ERC-COUNT
           .

       COMPUTE-ONE-EMPLOYER-COST.
      ****** Each cost has its own annual wage base, measured
      ****** against the wages that cost has already been figured on
      ****** this year - the employer FICA, FUTA and SUI bases are
      ****** not the employee's and do not stop together
           IF ERC-ON-GROSS(ERC-SUB)
               MOVE GROSS-PAY     TO ER-TAXABLE(ERC-SUB)
           ELSE
               MOVE TAXABLE-GROSS TO ER-TAXABLE(ERC-SUB)
           END-IF
           IF ERC-WAGE-BASE(ERC-SUB) NOT = ZERO
               IF YTD-ER-WAGES(YTD-IDX ERC-SUB)
                   >= ERC-WAGE-BASE(ERC-SUB)
                   MOVE ZERO TO ER-TAXABLE(ERC-SUB)
               ELSE
                   COMPUTE TAXABLE-PAY = ERC-WAGE-BASE(ERC-SUB)
                       - YTD-ER-WAGES(YTD-IDX ERC-SUB)
                   IF TAXABLE-PAY < ER-TAXABLE(ERC-SUB)
                       MOVE TAXABLE-PAY TO ER-TAXABLE(ERC-SUB)
                   END-IF
               END-IF
           END-IF
           COMPUTE ER-AMOUNT(ERC-SUB) ROUNDED =
               ER-TAXABLE(ERC-SUB) * ERC-PCT(ERC-SUB)
           IF ERC-IS-BENEFIT(ERC-SUB)
               ADD ER-AMOUNT(ERC-SUB) TO ER-BENEFIT-PAY
           ELSE
               ADD ER-AMOUNT(ERC-SUB) TO ER-TAX-PAY
           END-IF
           .

       APPLY-ELECTIONS.
           PERFORM VARYING ELT-IDX FROM 1 BY 1
                   UNTIL ELT-IDX > ELECTION-COUNT
