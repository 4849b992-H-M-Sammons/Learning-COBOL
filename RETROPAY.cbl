      *-----------------------
      * Retroactive pay - when a raise is approved after some of the
      * weeks it covers have already been paid, payroll puts the
      * employee, the new rate and the date it took effect on
      * RETROPRM. Every week on the permanent PAYHIST paid-hours
      * history that ends on or after that date is recomputed at the
      * new rate under the overtime rules PARMFILE had in force for
      * that week, and the difference from what the week has been
      * paid so far (original pay plus any earlier retro) is listed
      * on RETRORPT for approval. A PROOF run only prints; a RELEASE
      * run also writes the amounts due to RETROADJ, one item per
      * week and department worked, for LAB3 to pay on the next
      * payroll through YTD, the ledger and the pay advice.
      *-----------------------
      *-----------------------
      * Modification History
      * 2026-10-15  CR-4514  New program.
      * 2026-10-15  CR-4514  A line that starts a new page is held
      *                      while the headings are written.
      *-----------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RETROPAY.
       AUTHOR.        HONNA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRO-PARM-FILE ASSIGN TO RETROPRM.
           SELECT EMPLOYEE-MSTR-FILE ASSIGN TO EMPMSTR.
           SELECT CONTROL-PARM-FILE ASSIGN TO PARMFILE.
           SELECT PAY-HIST-FILE   ASSIGN TO PAYHIST.
           SELECT SORT-HIST-WORK  ASSIGN TO SRTPWK1.
           SELECT SORTED-HIST     ASSIGN TO SRTDPHST.
           SELECT RETRO-ADJ-FILE  ASSIGN TO RETROADJ.
           SELECT RETRO-RPT       ASSIGN TO RETRORPT.

       DATA DIVISION.

       FILE SECTION.
      *    The run's instructions - an optional 'M' card saying PROOF
      *    or RELEASE (no card means PROOF), then one 'E' card per
      *    employee with the new rate and the date it took effect
       FD  RETRO-PARM-FILE RECORDING MODE F.
       01  RETRO-PARM-REC.
           05  RP-CARD-TYPE      PIC X(01).
               88  RP-IS-MODE        VALUE 'M'.
               88  RP-IS-EMPLOYEE    VALUE 'E'.
           05  RP-EMPLOYEE-ID    PIC X(06).
           05  RP-NEW-RATE       PIC 9(03)V99.
           05  RP-EFF-DATE       PIC 9(08).
           05  RP-EFF-DATE-R     REDEFINES RP-EFF-DATE.
               10  RP-EFF-YYYY   PIC 9(04).
               10  RP-EFF-MM     PIC 9(02).
               10  RP-EFF-DD     PIC 9(02).
           05  FILLER            PIC X(60).
       01  RETRO-MODE-REC.
           05  RM-CARD-TYPE      PIC X(01).
           05  RM-MODE           PIC X(07).
               88  RM-IS-PROOF       VALUE 'PROOF'.
               88  RM-IS-RELEASE     VALUE 'RELEASE'.
           05  FILLER            PIC X(72).

      *    Employee master exactly as EMPMAINT keeps it - read for
      *    the name and the rate the master carries today
       FD  EMPLOYEE-MSTR-FILE RECORDING MODE F.
       01  EMPLOYEE-MSTR-REC.
           05  EM-EMPLOYEE-ID    PIC X(06).
           05  EM-EMPLOYEE-NAME  PIC X(20).
           05  EM-RATE           PIC 9(03)V99.
           05  EM-STATUS         PIC X(01).
           05  EM-PAY-METHOD     PIC X(01).
           05  EM-BANK-ROUTING   PIC 9(09).
           05  EM-BANK-ACCOUNT   PIC X(17).
           05  EM-DEPT           PIC X(04).

      *    Control parameters - only the overtime rules are read
      *    here, every effective-dated value kept, so each week is
      *    recomputed under the rules it was worked under
       FD  CONTROL-PARM-FILE RECORDING MODE F.
       01  CONTROL-PARM-REC.
           05  PA-PARM-ID        PIC X(08).
           05  PA-EFF-DATE       PIC 9(08).
           05  PA-PARM-VALUE     PIC 9(09)V9(04).

      *    The permanent paid-hours history exactly as LAB3 appends
      *    it - 'R' a card paid, 'A' back pay paid for a week
       FD  PAY-HIST-FILE RECORDING MODE F.
       01  PAY-HIST-REC.
           05  PH-RECORD-TYPE    PIC X(01).
           05  PH-EMPLOYEE-ID    PIC X(06).
           05  PH-WEEK-ENDING    PIC 9(08).
           05  PH-PAY-DATE       PIC 9(08).
           05  PH-DEPT           PIC X(04).
           05  PH-CARD-HOURS     PIC 9(03)V99.
           05  PH-REGULAR-HOURS  PIC 9(03)V99.
           05  PH-OVERTIME-HOURS PIC 9(03)V99.
           05  PH-PREMIUM-HOURS  PIC 9(03)V99.
           05  PH-RATE           PIC 9(03)V99.
           05  PH-REGULAR-PAY    PIC 9(07)V99.
           05  PH-OVERTIME-PAY   PIC 9(07)V99.
           05  PH-PREMIUM-PAY    PIC 9(07)V99.
           05  PH-RETRO-PAY      PIC 9(07)V99.
           05  FILLER            PIC X(12).

       SD  SORT-HIST-WORK.
       01  SORT-HIST-REC.
           05  SH-RECORD-TYPE    PIC X(01).
           05  SH-EMPLOYEE-ID    PIC X(06).
           05  SH-WEEK-ENDING    PIC 9(08).
           05  SH-PAY-DATE       PIC 9(08).
           05  FILLER            PIC X(77).

      *    Only the requested employees' weeks since their effective
      *    dates, in employee, week and pay-date order - what the
      *    report loop actually reads
       FD  SORTED-HIST RECORDING MODE F.
       01  SORTED-HIST-REC.
           05  SO-RECORD-TYPE    PIC X(01).
               88  SO-IS-CARD-PAID   VALUE 'R'.
               88  SO-IS-RETRO-PAID  VALUE 'A'.
           05  SO-EMPLOYEE-ID    PIC X(06).
           05  SO-WEEK-ENDING    PIC 9(08).
           05  SO-PAY-DATE       PIC 9(08).
           05  SO-DEPT           PIC X(04).
           05  SO-CARD-HOURS     PIC 9(03)V99.
           05  SO-REGULAR-HOURS  PIC 9(03)V99.
           05  SO-OVERTIME-HOURS PIC 9(03)V99.
           05  SO-PREMIUM-HOURS  PIC 9(03)V99.
           05  SO-RATE           PIC 9(03)V99.
           05  SO-REGULAR-PAY    PIC 9(07)V99.
           05  SO-OVERTIME-PAY   PIC 9(07)V99.
           05  SO-PREMIUM-PAY    PIC 9(07)V99.
           05  SO-RETRO-PAY      PIC 9(07)V99.
           05  FILLER            PIC X(12).

      *    Released back pay exactly as LAB3 reads it - one 'D' per
      *    week and department, then the 'T' trailer. LAB3 rewrites
      *    it with only what it could not pay, so a file still
      *    holding items means the last release is not paid yet.
       FD  RETRO-ADJ-FILE RECORDING MODE F.
       01  RETRO-ADJ-REC.
           05  RA-RECORD-TYPE    PIC X(01).
               88  RA-IS-DETAIL      VALUE 'D'.
               88  RA-IS-TRAILER     VALUE 'T'.
           05  RA-EMPLOYEE-ID    PIC X(06).
           05  RA-WEEK-ENDING    PIC 9(08).
           05  RA-DEPT           PIC X(04).
           05  RA-RETRO-AMOUNT   PIC 9(07)V99.
           05  RA-NEW-RATE       PIC 9(03)V99.
           05  FILLER            PIC X(07).
       01  RETRO-ADJ-TRAILER.
           05  RT-RECORD-TYPE    PIC X(01).
           05  RT-ITEM-COUNT     PIC 9(07).
           05  RT-AMOUNT-TOTAL   PIC 9(09)V99.
           05  RT-RELEASE-DATE   PIC 9(08).
           05  FILLER            PIC X(13).

       FD  RETRO-RPT RECORDING MODE F.
       01  RETRO-RPT-REC         PIC X(121).

       WORKING-STORAGE SECTION.
        01 FLAGS.
           05 PARM-EOF-SW        PIC X VALUE 'N'.
              88  PARM-IS-EOF      VALUE 'Y'.
           05 EMPMSTR-EOF-SW     PIC X VALUE 'N'.
              88  EMPMSTR-IS-EOF   VALUE 'Y'.
           05 PARMFILE-EOF-SW    PIC X VALUE 'N'.
              88  PARMFILE-IS-EOF  VALUE 'Y'.
           05 HIST-EOF-SW        PIC X VALUE 'N'.
              88  HIST-IS-EOF      VALUE 'Y'.
           05 SORTED-EOF-SW      PIC X VALUE 'N'.
              88  SORTED-IS-EOF    VALUE 'Y'.
           05 RETROADJ-EOF-SW    PIC X VALUE 'N'.
              88  RETROADJ-IS-EOF  VALUE 'Y'.
           05 EMP-OVERFLOW-SW    PIC X VALUE 'N'.
              88  EMP-LOAD-OVERFLOWED VALUE 'Y'.
           05 RULE-OVERFLOW-SW   PIC X VALUE 'N'.
              88  RULE-LOAD-OVERFLOWED VALUE 'Y'.
           05 REQ-OVERFLOW-SW    PIC X VALUE 'N'.
              88  REQ-LOAD-OVERFLOWED VALUE 'Y'.
           05 MODE-ERROR-SW      PIC X VALUE 'N'.
              88  MODE-IN-ERROR    VALUE 'Y'.
           05 EMP-FOUND-SW       PIC X VALUE 'N'.
              88  EMP-IS-FOUND     VALUE 'Y'.
           05 REQ-FOUND-SW       PIC X VALUE 'N'.
              88  REQ-WAS-FOUND    VALUE 'Y'.
           05 DEPT-FOUND-SW      PIC X VALUE 'N'.
              88  DEPT-WAS-FOUND   VALUE 'Y'.
           05 RA-TRAILER-SW      PIC X VALUE 'N'.
              88  RA-TRAILER-FOUND VALUE 'Y'.
           05 RELEASE-SW         PIC X VALUE 'N'.
              88  RELEASE-ALLOWED  VALUE 'Y'.

      *    PROOF prints the report only; RELEASE also writes RETROADJ
        77 RUN-MODE              PIC X(07) VALUE 'PROOF'.
           88  RUN-IS-RELEASE      VALUE 'RELEASE'.

      *    Employee master, loaded once so each card's lookup is an
      *    in-storage search
        01 EMPLOYEE-TABLE.
           05 EMPLOYEE-ENTRY OCCURS 500 TIMES INDEXED BY EMP-IDX.
              10  EMP-ID         PIC X(06).
              10  EMP-NAME       PIC X(20).
              10  EMP-RATE       PIC 9(03)V99.
        77 EMPLOYEE-COUNT        PIC 9(04) VALUE ZERO.
        77 EMPLOYEE-TABLE-MAX    PIC 9(04) VALUE 500.

      *    One entry per RETROPRM employee card. 'V' cards are the
      *    ones recomputed; 'X' cards were refused and are listed
      *    with their reason at the end of the report. Each valid
      *    card is marked matched once any week of history is found
      *    for it.
        01 REQUEST-TABLE.
           05 REQUEST-ENTRY OCCURS 200 TIMES INDEXED BY REQ-IDX.
              10  REQ-EMP-ID     PIC X(06).
              10  REQ-EMP-NAME   PIC X(20).
              10  REQ-NEW-RATE   PIC 9(03)V99.
              10  REQ-EFF-DATE   PIC 9(08).
              10  REQ-MASTER-RATE PIC 9(03)V99.
              10  REQ-STATUS     PIC X(01).
                  88  REQ-IS-VALID   VALUE 'V'.
                  88  REQ-IS-REJECTED VALUE 'X'.
              10  REQ-REASON     PIC X(30).
              10  REQ-MATCHED-SW PIC X(01).
        77 REQUEST-COUNT         PIC 9(03) VALUE ZERO.
        77 REQUEST-MAX           PIC 9(03) VALUE 200.
      *    Plain subscript on purpose - the end-of-report sweeps walk
      *    the table independently of the history lookups
        77 REQ-SUB               PIC 9(03).
        77 CARD-REASON           PIC X(30) VALUE SPACES.

      *    Every effective-dated overtime rule on PARMFILE. The four
      *    ids are fixed; RUL-PARM-SUB says which one a row is.
        01 RULE-ID-TABLE.
           05 RULE-ID            PIC X(08) OCCURS 4 TIMES.
        77 RULE-ID-COUNT         PIC 9(01) VALUE 4.
        77 RULE-ID-SUB           PIC 9(01).
        01 RULE-HISTORY.
           05 RULE-ENTRY OCCURS 300 TIMES.
              10  RUL-PARM-SUB   PIC 9(01).
              10  RUL-EFF-DATE   PIC 9(08).
              10  RUL-VALUE      PIC 9(09)V9(04).
        77 RULE-COUNT            PIC 9(03) VALUE ZERO.
        77 RULE-MAX              PIC 9(03) VALUE 300.
        77 RULE-SUB              PIC 9(03).

      *    The rules in force for the week being recomputed - for
      *    each id the newest row effective on or before the week's
      *    ending date
        01 WEEK-RULES.
           05 WEEK-RULE OCCURS 4 TIMES.
              10  WRL-VALUE      PIC 9(09)V9(04).
              10  WRL-EFF-DATE   PIC 9(08).
              10  WRL-FOUND-SW   PIC X(01).
        01 OVERTIME-RULES.
           05 OVERTIME-THRESHOLD  PIC 9(03)V99 VALUE ZERO.
           05 PREMIUM-THRESHOLD   PIC 9(03)V99 VALUE ZERO.
           05 OVERTIME-MULTIPLIER PIC 9V99     VALUE ZERO.
           05 PREMIUM-MULTIPLIER  PIC 9V99     VALUE ZERO.

      *    One employee-week gathered off the sorted history: the
      *    hours worked, everything paid for it so far, the rate it
      *    was last paid at, and the hours by department so the back
      *    pay is charged where the work was done
        01 WEEK-WORK.
           05 WEEK-EMP-ID        PIC X(06) VALUE SPACES.
           05 WEEK-END-DATE      PIC 9(08) VALUE ZERO.
           05 WEEK-HOURS         PIC 9(05)V99 VALUE ZERO.
           05 WEEK-PAID          PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WEEK-PAID-RATE     PIC 9(03)V99 VALUE ZERO.
           05 WEEK-NOTE          PIC X(12) VALUE SPACES.
        01 WEEK-DEPT-TABLE.
           05 WEEK-DEPT-ENTRY OCCURS 20 TIMES.
              10  WDP-DEPT       PIC X(04).
              10  WDP-HOURS      PIC 9(05)V99.
        77 WEEK-DEPT-COUNT       PIC 9(02) VALUE ZERO.
        77 WEEK-DEPT-MAX         PIC 9(02) VALUE 20.
        77 WDP-SUB               PIC 9(02).

      *    The week refigured at the new rate - band by band exactly
      *    as LAB3 pays a card, so an unchanged week refigures to the
      *    cent
        01 RECOMPUTE-WORK.
           05 RETRO-RATE         PIC 9(03)V99 VALUE ZERO.
           05 PAYABLE-HOURS      PIC 9(05)V99 VALUE ZERO.
           05 REGULAR-PAY        PIC 9(07)V99 VALUE ZERO.
           05 OVERTIME-PAY       PIC 9(07)V99 VALUE ZERO.
           05 PREMIUM-PAY        PIC 9(07)V99 VALUE ZERO.
           05 NEW-GROSS          PIC 9(07)V99 VALUE ZERO.
           05 RETRO-DUE          PIC S9(7)V99 VALUE ZERO.
           05 DUE-REMAINING      PIC S9(7)V99 VALUE ZERO.
           05 DUE-SHARE          PIC S9(7)V99 VALUE ZERO.

        01 EMPLOYEE-TOTALS.
           05 EMP-WEEK-COUNT     PIC 9(05) VALUE ZERO.
           05 EMP-DUE-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.

      *    What the run found, footed on the report and the joblog
        01 RUN-TOTALS.
           05 WEEKS-RECOMPUTED   PIC 9(07) VALUE ZERO.
           05 WEEKS-DUE          PIC 9(07) VALUE ZERO.
           05 DUE-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WEEKS-OVERPAID     PIC 9(07) VALUE ZERO.
           05 OVERPAID-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WEEKS-IN-ERROR     PIC 9(07) VALUE ZERO.
           05 REQUESTS-REJECTED  PIC 9(07) VALUE ZERO.
           05 REQUESTS-NO-WEEKS  PIC 9(07) VALUE ZERO.
           05 ITEMS-RELEASED     PIC 9(07) VALUE ZERO.
           05 RELEASED-TOTAL     PIC 9(09)V99 VALUE ZERO.
           05 PRIOR-ITEM-COUNT   PIC 9(07) VALUE ZERO.

      *    What the run did, displayed at end of job
        01 RUN-STATISTICS.
           05 STAT-CARDS-READ    PIC 9(07) VALUE ZERO.
           05 STAT-HISTORY-READ  PIC 9(07) VALUE ZERO.
           05 STAT-HISTORY-USED  PIC 9(07) VALUE ZERO.

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
      ****** title + run date + page number + mode, then the column
      ****** line, then a dash rule
        01 PAGE-CONTROLS.
           05 PAGE-LINE-LIMIT  PIC 9(02) VALUE 60.
      *    Line count starts past the limit so the first line forces
      *    the first page heading
           05 RPT-LINE-COUNT   PIC 9(02) VALUE 99.
           05 RPT-PAGE-NO      PIC 9(04) VALUE ZERO.

        01 RPT-TITLE-LINE.
           05 RT-TITLE-O      PIC X(18) VALUE 'RETROACTIVE PAY'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FILLER          PIC X(04) VALUE 'RUN '.
           05 RT-RUN-DATE-O   PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(05) VALUE 'PAGE '.
           05 RT-PAGE-NO-O    PIC ZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(05) VALUE 'MODE '.
           05 RT-MODE-O       PIC X(07).
           05 FILLER          PIC X(63) VALUE SPACES.

        01 RPT-COLUMN-LINE.
           05 FILLER          PIC X(08) VALUE 'EMP ID'.
           05 FILLER          PIC X(22) VALUE 'NAME'.
           05 FILLER          PIC X(10) VALUE 'WEEK END'.
           05 FILLER          PIC X(08) VALUE ' HOURS'.
           05 FILLER          PIC X(08) VALUE 'OLD RATE'.
           05 FILLER          PIC X(08) VALUE 'NEW RATE'.
           05 FILLER          PIC X(15) VALUE '    PAID SO FAR'.
           05 FILLER          PIC X(15) VALUE '     RECOMPUTED'.
           05 FILLER          PIC X(15) VALUE '      RETRO DUE'.
           05 FILLER          PIC X(12) VALUE 'NOTE'.

        01 HEADING-DASH-LINE  PIC X(121) VALUE ALL '-'.
      ****** The caller's line, held while a page heading is written
      ****** through the same record area
        01 RPT-HOLD-LINE      PIC X(121).

        01 RPT-DETAIL-LINE.
           05 RD-EMPLOYEE-ID-O PIC X(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-NAME-O       PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-WEEK-END-O   PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-HOURS-O      PIC ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-OLD-RATE-O   PIC ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-NEW-RATE-O   PIC ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-PAID-O       PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-RECOMPUTED-O PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-DUE-O        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-NOTE-O       PIC X(12).

      *    Under the RETRO DUE column; the note asks payroll to look
      *    at the master when the new rate is not the rate it holds -
      *    otherwise the next regular check goes out at the old rate
        01 RPT-EMP-TOTAL-LINE.
           05 ET-EMPLOYEE-ID-O PIC X(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(20) VALUE 'EMPLOYEE TOTAL'.
           05 ET-WEEKS-O      PIC ZZ9.
           05 FILLER          PIC X(06) VALUE ' WEEKS'.
           05 FILLER          PIC X(57) VALUE SPACES.
           05 ET-DUE-O        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 ET-NOTE-O       PIC X(12).

        01 RPT-REQUEST-LINE.
           05 RQ-EMPLOYEE-ID-O PIC X(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RQ-LABEL-O      PIC X(22).
           05 RQ-REASON-O     PIC X(30).
           05 FILLER          PIC X(61) VALUE SPACES.

        01 RPT-TOTAL-LINE.
           05 RTT-LABEL-O     PIC X(32).
           05 RTT-COUNT-O     PIC ZZZ,ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RTT-AMOUNT-O    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       PRODUCE-RETRO-RUN.
           PERFORM SET-RUN-DATE
           PERFORM LOAD-EMPLOYEE-TABLE
           PERFORM LOAD-OVERTIME-RULES
           PERFORM LOAD-REQUEST-TABLE
           MOVE RUN-MODE TO RT-MODE-O
           OPEN OUTPUT RETRO-RPT
           EVALUATE TRUE
               WHEN EMP-LOAD-OVERFLOWED
                   DISPLAY "EMPLOYEE MASTER EXCEEDS TABLE SIZE"
                       " - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
               WHEN RULE-LOAD-OVERFLOWED
                   DISPLAY "PARMFILE OVERTIME RULES EXCEED TABLE SIZE"
                       " - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
      ****** A mode card that says neither PROOF nor RELEASE is a
      ****** typo that might have meant either - guess neither
               WHEN MODE-IN-ERROR
                   DISPLAY "RETROPRM MODE CARD INVALID - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
               WHEN REQ-LOAD-OVERFLOWED
                   DISPLAY "RETROPRM EXCEEDS TABLE SIZE"
                       " - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   IF RUN-IS-RELEASE
                       PERFORM CHECK-PRIOR-RELEASE
                   END-IF
                   PERFORM SORT-REQUESTED-HISTORY
                   IF RELEASE-ALLOWED
                       OPEN OUTPUT RETRO-ADJ-FILE
                   END-IF
                   PERFORM PRINT-RETRO-REPORT
                   IF RELEASE-ALLOWED
                       PERFORM WRITE-RETRO-TRAILER
                       CLOSE RETRO-ADJ-FILE
                   END-IF
                   PERFORM WRITE-RUN-TOTALS
           END-EVALUATE
           .

       CLOSE-STOP.
           CLOSE RETRO-RPT.
           PERFORM DISPLAY-RUN-STATISTICS.
           GOBACK.

       DISPLAY-RUN-STATISTICS.
      ****** The return code is what the scheduler acts on: 0 clean,
      ****** 4 something on the report needs a look - a card refused,
      ****** an employee with no weeks to recompute, a week that
      ****** could not be refigured - 8 nothing usable was asked for,
      ****** the run could not load, or a release was refused
           IF REQUESTS-REJECTED > ZERO OR REQUESTS-NO-WEEKS > ZERO
               OR WEEKS-IN-ERROR > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "RETROPAY RUN STATISTICS"
           DISPLAY "  MODE:               " RUN-MODE
           DISPLAY "  RETROPRM CARDS:     " STAT-CARDS-READ
           DISPLAY "  CARDS REJECTED:     " REQUESTS-REJECTED
           DISPLAY "  HISTORY READ:       " STAT-HISTORY-READ
           DISPLAY "  HISTORY USED:       " STAT-HISTORY-USED
           DISPLAY "  WEEKS RECOMPUTED:   " WEEKS-RECOMPUTED
           DISPLAY "  WEEKS WITH DUE:     " WEEKS-DUE
           DISPLAY "  RETRO DUE TOTAL:    " DUE-TOTAL
           DISPLAY "  WEEKS NOT COMPUTED: " WEEKS-IN-ERROR
           DISPLAY "  ITEMS RELEASED:     " ITEMS-RELEASED
           DISPLAY "  DOLLARS RELEASED:   " RELEASED-TOTAL
           DISPLAY "  RETURN CODE:        " RETURN-CODE
           .

       SET-RUN-DATE.
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
           MOVE RUN-DATE-YYYY TO RDE-YYYY
           MOVE RUN-DATE-MM   TO RDE-MM
           MOVE RUN-DATE-DD   TO RDE-DD
           MOVE RPT-DATE-EDIT TO RT-RUN-DATE-O
           .

       READ-EMPLOYEE-RECORD.
           READ EMPLOYEE-MSTR-FILE
               AT END SET EMPMSTR-IS-EOF TO TRUE
           END-READ.

       LOAD-EMPLOYEE-TABLE.
           OPEN INPUT EMPLOYEE-MSTR-FILE
           PERFORM READ-EMPLOYEE-RECORD
           PERFORM UNTIL EMPMSTR-IS-EOF
               IF EMPLOYEE-COUNT < EMPLOYEE-TABLE-MAX
                   ADD 1 TO EMPLOYEE-COUNT
                   SET EMP-IDX TO EMPLOYEE-COUNT
                   MOVE EM-EMPLOYEE-ID   TO EMP-ID(EMP-IDX)
                   MOVE EM-EMPLOYEE-NAME TO EMP-NAME(EMP-IDX)
                   MOVE EM-RATE          TO EMP-RATE(EMP-IDX)
               ELSE
                   SET EMP-LOAD-OVERFLOWED TO TRUE
               END-IF
               PERFORM READ-EMPLOYEE-RECORD
           END-PERFORM
           CLOSE EMPLOYEE-MSTR-FILE
           .

       READ-PARM-RECORD.
           READ CONTROL-PARM-FILE
               AT END SET PARMFILE-IS-EOF TO TRUE
           END-READ.

       LOAD-OVERTIME-RULES.
      ****** Unlike the payroll run, every dated row is kept - a week
      ****** last spring is refigured under last spring's rules, not
      ****** tonight's. Ids other than the four overtime rules pass
      ****** through untouched.
           MOVE 'OTTHRESH' TO RULE-ID(1)
           MOVE 'PREMTHRS' TO RULE-ID(2)
           MOVE 'OTMULT  ' TO RULE-ID(3)
           MOVE 'PREMMULT' TO RULE-ID(4)
           OPEN INPUT CONTROL-PARM-FILE
           PERFORM READ-PARM-RECORD
           PERFORM UNTIL PARMFILE-IS-EOF
               PERFORM VARYING RULE-ID-SUB FROM 1 BY 1
                       UNTIL RULE-ID-SUB > RULE-ID-COUNT
                   IF PA-PARM-ID = RULE-ID(RULE-ID-SUB)
                       PERFORM ADD-RULE-ENTRY
                   END-IF
               END-PERFORM
               PERFORM READ-PARM-RECORD
           END-PERFORM
           CLOSE CONTROL-PARM-FILE
           .

       ADD-RULE-ENTRY.
           IF RULE-COUNT < RULE-MAX
               ADD 1 TO RULE-COUNT
               MOVE RULE-ID-SUB   TO RUL-PARM-SUB(RULE-COUNT)
               MOVE PA-EFF-DATE   TO RUL-EFF-DATE(RULE-COUNT)
               MOVE PA-PARM-VALUE TO RUL-VALUE(RULE-COUNT)
           ELSE
               SET RULE-LOAD-OVERFLOWED TO TRUE
           END-IF
           .

       READ-RETRO-PARM.
           READ RETRO-PARM-FILE
               AT END SET PARM-IS-EOF TO TRUE
               NOT AT END ADD 1 TO STAT-CARDS-READ
           END-READ.

       LOAD-REQUEST-TABLE.
           OPEN INPUT RETRO-PARM-FILE
           PERFORM READ-RETRO-PARM
           PERFORM UNTIL PARM-IS-EOF
               IF RP-IS-MODE
                   IF RM-IS-PROOF OR RM-IS-RELEASE
                       MOVE RM-MODE TO RUN-MODE
                   ELSE
                       DISPLAY "RETROPRM MODE " RM-MODE
                           " IS NOT PROOF OR RELEASE"
                       SET MODE-IN-ERROR TO TRUE
                   END-IF
               ELSE
                   PERFORM ADD-REQUEST-ENTRY
               END-IF
               PERFORM READ-RETRO-PARM
           END-PERFORM
           CLOSE RETRO-PARM-FILE
           .

       ADD-REQUEST-ENTRY.
      ****** Each card is edited on the way in; a refused card stays
      ****** in the table so it prints with its reason instead of
      ****** vanishing. A second card for the same employee is
      ****** refused - two raises for one person in one run is a
      ****** keying error until somebody says otherwise.
           MOVE SPACES TO CARD-REASON
           MOVE 'N' TO EMP-FOUND-SW
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMPLOYEE-COUNT
                   OR EMP-IS-FOUND
               IF EMP-ID(EMP-IDX) = RP-EMPLOYEE-ID
                   SET EMP-IS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF EMP-IS-FOUND
               SET EMP-IDX DOWN BY 1
           END-IF
           MOVE 'N' TO REQ-FOUND-SW
           PERFORM VARYING REQ-SUB FROM 1 BY 1
                   UNTIL REQ-SUB > REQUEST-COUNT
                   OR REQ-WAS-FOUND
               IF REQ-EMP-ID(REQ-SUB) = RP-EMPLOYEE-ID
                   AND REQ-IS-VALID(REQ-SUB)
                   SET REQ-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT RP-IS-EMPLOYEE
                   MOVE 'UNKNOWN CARD TYPE' TO CARD-REASON
               WHEN NOT EMP-IS-FOUND
                   MOVE 'NOT ON EMPLOYEE MASTER' TO CARD-REASON
               WHEN RP-NEW-RATE NOT NUMERIC
                   OR RP-NEW-RATE = ZERO
                   MOVE 'NEW RATE MISSING OR ZERO' TO CARD-REASON
               WHEN RP-EFF-DATE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE INVALID' TO CARD-REASON
               WHEN RP-EFF-MM < 1 OR RP-EFF-MM > 12
                   OR RP-EFF-DD < 1 OR RP-EFF-DD > 31
                   MOVE 'EFFECTIVE DATE INVALID' TO CARD-REASON
               WHEN RP-EFF-DATE > RUN-DATE-YMD
                   MOVE 'EFFECTIVE DATE IN THE FUTURE' TO CARD-REASON
               WHEN REQ-WAS-FOUND
                   MOVE 'DUPLICATE CARD FOR EMPLOYEE' TO CARD-REASON
           END-EVALUATE
           IF REQUEST-COUNT < REQUEST-MAX
               ADD 1 TO REQUEST-COUNT
               SET REQ-IDX TO REQUEST-COUNT
               MOVE RP-EMPLOYEE-ID TO REQ-EMP-ID(REQ-IDX)
               MOVE 'N'            TO REQ-MATCHED-SW(REQ-IDX)
               MOVE CARD-REASON    TO REQ-REASON(REQ-IDX)
               IF CARD-REASON = SPACES
                   MOVE 'V'             TO REQ-STATUS(REQ-IDX)
                   MOVE EMP-NAME(EMP-IDX) TO REQ-EMP-NAME(REQ-IDX)
                   MOVE EMP-RATE(EMP-IDX)
                       TO REQ-MASTER-RATE(REQ-IDX)
                   MOVE RP-NEW-RATE     TO REQ-NEW-RATE(REQ-IDX)
                   MOVE RP-EFF-DATE     TO REQ-EFF-DATE(REQ-IDX)
               ELSE
                   MOVE 'X'             TO REQ-STATUS(REQ-IDX)
                   ADD 1 TO REQUESTS-REJECTED
               END-IF
           ELSE
               SET REQ-LOAD-OVERFLOWED TO TRUE
           END-IF
           .

       CHECK-PRIOR-RELEASE.
      ****** LAB3 takes each item off RETROADJ as it pays it, so a
      ****** file still holding items is a release not yet paid.
      ****** Writing over it would lose that money; adding to it
      ****** would pay those weeks twice, since the history does not
      ****** show them paid yet. Either way the release waits - the
      ****** report still prints as a proof.
           OPEN INPUT RETRO-ADJ-FILE
           PERFORM READ-RETRO-ADJ
           PERFORM UNTIL RETROADJ-IS-EOF
               IF RA-IS-TRAILER
                   SET RA-TRAILER-FOUND TO TRUE
               ELSE
                   ADD 1 TO PRIOR-ITEM-COUNT
               END-IF
               PERFORM READ-RETRO-ADJ
           END-PERFORM
           CLOSE RETRO-ADJ-FILE
           EVALUATE TRUE
               WHEN PRIOR-ITEM-COUNT > ZERO
                   DISPLAY "RETROADJ STILL HOLDS " PRIOR-ITEM-COUNT
                       " UNPAID ITEMS - NOTHING RELEASED"
                   MOVE 8 TO RETURN-CODE
               WHEN NOT RA-TRAILER-FOUND
                   DISPLAY "RETROADJ TRAILER RECORD MISSING"
                       " - NOTHING RELEASED"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   SET RELEASE-ALLOWED TO TRUE
           END-EVALUATE
           .

       READ-RETRO-ADJ.
           READ RETRO-ADJ-FILE
               AT END SET RETROADJ-IS-EOF TO TRUE
           END-READ.

       SORT-REQUESTED-HISTORY.
      ****** Only the requested employees' weeks since their
      ****** effective dates ride through the sort - the history
      ****** grows forever. Pay date is the minor key, so a week's
      ****** original pay comes ahead of any back pay paid on it.
           SORT SORT-HIST-WORK
               ON ASCENDING KEY SH-EMPLOYEE-ID
               ON ASCENDING KEY SH-WEEK-ENDING
               ON ASCENDING KEY SH-PAY-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS FILTER-HISTORY-INPUT
               GIVING SORTED-HIST.

       FILTER-HISTORY-INPUT.
           OPEN INPUT PAY-HIST-FILE
           PERFORM READ-HISTORY-RECORD
           PERFORM UNTIL HIST-IS-EOF
               PERFORM CHECK-HISTORY-REQUESTED
               IF REQ-WAS-FOUND
                   ADD 1 TO STAT-HISTORY-USED
                   MOVE PAY-HIST-REC TO SORT-HIST-REC
                   RELEASE SORT-HIST-REC
               END-IF
               PERFORM READ-HISTORY-RECORD
           END-PERFORM
           CLOSE PAY-HIST-FILE
           .

       READ-HISTORY-RECORD.
           READ PAY-HIST-FILE
               AT END SET HIST-IS-EOF TO TRUE
               NOT AT END ADD 1 TO STAT-HISTORY-READ
           END-READ.

       CHECK-HISTORY-REQUESTED.
      ****** A raise effective mid-week takes the whole week - the
      ****** cards carry no daily detail to split it on
           MOVE 'N' TO REQ-FOUND-SW
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQUEST-COUNT
                   OR REQ-WAS-FOUND
               IF REQ-EMP-ID(REQ-IDX) = PH-EMPLOYEE-ID
                   AND REQ-IS-VALID(REQ-IDX)
                   AND PH-WEEK-ENDING >= REQ-EFF-DATE(REQ-IDX)
                   SET REQ-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

       PRINT-RETRO-REPORT.
      ****** One detail line per employee-week, an employee total at
      ****** each change of employee, then the cards that found no
      ****** weeks and the cards that were refused
           OPEN INPUT SORTED-HIST
           PERFORM READ-SORTED-HISTORY
           PERFORM UNTIL SORTED-IS-EOF
               PERFORM START-WEEK-GROUP
               PERFORM UNTIL SORTED-IS-EOF
                       OR SO-EMPLOYEE-ID NOT = WEEK-EMP-ID
                       OR SO-WEEK-ENDING NOT = WEEK-END-DATE
                   PERFORM ADD-HISTORY-TO-WEEK
                   PERFORM READ-SORTED-HISTORY
               END-PERFORM
               PERFORM FINISH-WEEK
               IF SORTED-IS-EOF
                   OR SO-EMPLOYEE-ID NOT = WEEK-EMP-ID
                   PERFORM WRITE-EMPLOYEE-TOTAL
               END-IF
           END-PERFORM
           CLOSE SORTED-HIST
           PERFORM WRITE-NO-WEEKS-LINE
               VARYING REQ-SUB FROM 1 BY 1
               UNTIL REQ-SUB > REQUEST-COUNT
           PERFORM WRITE-REJECTED-CARD-LINE
               VARYING REQ-SUB FROM 1 BY 1
               UNTIL REQ-SUB > REQUEST-COUNT
           .

       READ-SORTED-HISTORY.
           READ SORTED-HIST
               AT END SET SORTED-IS-EOF TO TRUE
           END-READ.

       START-WEEK-GROUP.
           IF SO-EMPLOYEE-ID NOT = WEEK-EMP-ID
               MOVE ZERO TO EMP-WEEK-COUNT
               MOVE ZERO TO EMP-DUE-TOTAL
               MOVE 'N' TO REQ-FOUND-SW
               PERFORM VARYING REQ-IDX FROM 1 BY 1
                       UNTIL REQ-IDX > REQUEST-COUNT
                       OR REQ-WAS-FOUND
                   IF REQ-EMP-ID(REQ-IDX) = SO-EMPLOYEE-ID
                       AND REQ-IS-VALID(REQ-IDX)
                       SET REQ-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               SET REQ-IDX DOWN BY 1
               MOVE 'Y' TO REQ-MATCHED-SW(REQ-IDX)
           END-IF
           MOVE SO-EMPLOYEE-ID TO WEEK-EMP-ID
           MOVE SO-WEEK-ENDING TO WEEK-END-DATE
           MOVE ZERO   TO WEEK-HOURS
           MOVE ZERO   TO WEEK-PAID
           MOVE ZERO   TO WEEK-PAID-RATE
           MOVE SPACES TO WEEK-NOTE
           MOVE ZERO   TO WEEK-DEPT-COUNT
           .

       ADD-HISTORY-TO-WEEK.
      ****** Everything the week has been paid so far counts - the
      ****** original cards and any back pay already paid on it - so
      ****** a second raise only pays the difference from the first.
      ****** The rate carried forward is the one paid most recently.
           EVALUATE TRUE
               WHEN SO-IS-CARD-PAID
                   ADD SO-CARD-HOURS   TO WEEK-HOURS
                   ADD SO-REGULAR-PAY  TO WEEK-PAID
                   ADD SO-OVERTIME-PAY TO WEEK-PAID
                   ADD SO-PREMIUM-PAY  TO WEEK-PAID
                   MOVE SO-RATE        TO WEEK-PAID-RATE
                   PERFORM ADD-WEEK-DEPT-HOURS
               WHEN SO-IS-RETRO-PAID
                   ADD SO-RETRO-PAY    TO WEEK-PAID
                   MOVE SO-RATE        TO WEEK-PAID-RATE
               WHEN OTHER
                   DISPLAY "UNKNOWN PAYHIST RECORD TYPE "
                       SO-RECORD-TYPE " - EMPLOYEE " SO-EMPLOYEE-ID
                   MOVE 'BAD HISTORY' TO WEEK-NOTE
           END-EVALUATE
           .

       ADD-WEEK-DEPT-HOURS.
      ****** A late card for a department already paid this week
      ****** joins that department's hours
           MOVE 'N' TO DEPT-FOUND-SW
           PERFORM VARYING WDP-SUB FROM 1 BY 1
                   UNTIL WDP-SUB > WEEK-DEPT-COUNT
                   OR DEPT-WAS-FOUND
               IF WDP-DEPT(WDP-SUB) = SO-DEPT
                   SET DEPT-WAS-FOUND TO TRUE
                   ADD SO-CARD-HOURS TO WDP-HOURS(WDP-SUB)
               END-IF
           END-PERFORM
           IF NOT DEPT-WAS-FOUND
               IF WEEK-DEPT-COUNT < WEEK-DEPT-MAX
                   ADD 1 TO WEEK-DEPT-COUNT
                   MOVE SO-DEPT       TO WDP-DEPT(WEEK-DEPT-COUNT)
                   MOVE SO-CARD-HOURS TO WDP-HOURS(WEEK-DEPT-COUNT)
               ELSE
                   MOVE 'TOO MANY DPT' TO WEEK-NOTE
               END-IF
           END-IF
           .

       FINISH-WEEK.
      ****** Refigures the week at the new rate and compares it with
      ****** what has been paid. Only a positive difference is owed;
      ****** a week already paid at or above the new figure prints
      ****** for the record and nothing is taken back.
           MOVE ZERO TO NEW-GROSS
           MOVE ZERO TO RETRO-DUE
           MOVE REQ-NEW-RATE(REQ-IDX) TO RETRO-RATE
           IF WEEK-NOTE = SPACES AND WEEK-HOURS = ZERO
               MOVE 'NO HOURS' TO WEEK-NOTE
           END-IF
           IF WEEK-NOTE = SPACES
               PERFORM SELECT-WEEK-RULES
           END-IF
           IF WEEK-NOTE = SPACES
               ADD 1 TO WEEKS-RECOMPUTED
               ADD 1 TO EMP-WEEK-COUNT
               PERFORM RECOMPUTE-WEEK-PAY
               COMPUTE RETRO-DUE = NEW-GROSS - WEEK-PAID
               EVALUATE TRUE
                   WHEN RETRO-DUE > ZERO
                       MOVE 'DUE' TO WEEK-NOTE
                       ADD 1 TO WEEKS-DUE
                       ADD RETRO-DUE TO DUE-TOTAL
                       ADD RETRO-DUE TO EMP-DUE-TOTAL
                       IF RELEASE-ALLOWED
                           PERFORM RELEASE-WEEK-ITEMS
                       END-IF
                   WHEN RETRO-DUE < ZERO
                       MOVE 'OVERPAID' TO WEEK-NOTE
                       ADD 1 TO WEEKS-OVERPAID
                       ADD RETRO-DUE TO OVERPAID-TOTAL
                   WHEN OTHER
                       MOVE 'NONE DUE' TO WEEK-NOTE
               END-EVALUATE
           ELSE
               ADD 1 TO WEEKS-IN-ERROR
           END-IF
           PERFORM WRITE-WEEK-DETAIL
           .

       SELECT-WEEK-RULES.
      ****** For each overtime rule the newest row effective on or
      ****** before the week's ending date - and the same sanity
      ****** checks the payroll run puts on them
           PERFORM VARYING RULE-ID-SUB FROM 1 BY 1
                   UNTIL RULE-ID-SUB > RULE-ID-COUNT
               MOVE ZERO TO WRL-VALUE(RULE-ID-SUB)
               MOVE ZERO TO WRL-EFF-DATE(RULE-ID-SUB)
               MOVE 'N'  TO WRL-FOUND-SW(RULE-ID-SUB)
           END-PERFORM
           PERFORM VARYING RULE-SUB FROM 1 BY 1
                   UNTIL RULE-SUB > RULE-COUNT
               MOVE RUL-PARM-SUB(RULE-SUB) TO RULE-ID-SUB
               IF RUL-EFF-DATE(RULE-SUB) <= WEEK-END-DATE
                   AND RUL-EFF-DATE(RULE-SUB)
                       >= WRL-EFF-DATE(RULE-ID-SUB)
                   MOVE RUL-VALUE(RULE-SUB)
                       TO WRL-VALUE(RULE-ID-SUB)
                   MOVE RUL-EFF-DATE(RULE-SUB)
                       TO WRL-EFF-DATE(RULE-ID-SUB)
                   MOVE 'Y' TO WRL-FOUND-SW(RULE-ID-SUB)
               END-IF
           END-PERFORM
           PERFORM VARYING RULE-ID-SUB FROM 1 BY 1
                   UNTIL RULE-ID-SUB > RULE-ID-COUNT
               IF WRL-FOUND-SW(RULE-ID-SUB) = 'N'
                   MOVE 'NO OT RULES' TO WEEK-NOTE
               END-IF
           END-PERFORM
           IF WEEK-NOTE = SPACES
               MOVE WRL-VALUE(1) TO OVERTIME-THRESHOLD
               MOVE WRL-VALUE(2) TO PREMIUM-THRESHOLD
               MOVE WRL-VALUE(3) TO OVERTIME-MULTIPLIER
               MOVE WRL-VALUE(4) TO PREMIUM-MULTIPLIER
               IF OVERTIME-THRESHOLD > PREMIUM-THRESHOLD
                   OR OVERTIME-MULTIPLIER = ZERO
                   OR PREMIUM-MULTIPLIER = ZERO
                   MOVE 'BAD OT RULES' TO WEEK-NOTE
               END-IF
           END-IF
           .

       RECOMPUTE-WEEK-PAY.
      ****** Straight time through OVERTIME-THRESHOLD, the overtime
      ****** multiplier through PREMIUM-THRESHOLD, the premium
      ****** multiplier past that - peeled off the top in the same
      ****** order and with the same rounding as LAB3
           MOVE WEEK-HOURS TO PAYABLE-HOURS
           MOVE ZERO TO OVERTIME-PAY
           MOVE ZERO TO PREMIUM-PAY
           IF PAYABLE-HOURS > PREMIUM-THRESHOLD
               COMPUTE PREMIUM-PAY ROUNDED =
                   (PAYABLE-HOURS - PREMIUM-THRESHOLD)
                   * RETRO-RATE * PREMIUM-MULTIPLIER
               MOVE PREMIUM-THRESHOLD TO PAYABLE-HOURS
           END-IF
           IF PAYABLE-HOURS > OVERTIME-THRESHOLD
               COMPUTE OVERTIME-PAY ROUNDED =
                   (PAYABLE-HOURS - OVERTIME-THRESHOLD)
                   * RETRO-RATE * OVERTIME-MULTIPLIER
               MOVE OVERTIME-THRESHOLD TO PAYABLE-HOURS
           END-IF
           COMPUTE REGULAR-PAY ROUNDED = PAYABLE-HOURS * RETRO-RATE
           COMPUTE NEW-GROSS =
               REGULAR-PAY + OVERTIME-PAY + PREMIUM-PAY
           .

       RELEASE-WEEK-ITEMS.
      ****** The week's back pay splits across its departments by
      ****** hours, the last department taking the rounding
      ****** remainder so the items foot exactly to the week's due
           MOVE RETRO-DUE TO DUE-REMAINING
           PERFORM RELEASE-DEPT-ITEM
               VARYING WDP-SUB FROM 1 BY 1
               UNTIL WDP-SUB > WEEK-DEPT-COUNT
           .

       RELEASE-DEPT-ITEM.
           IF WDP-SUB = WEEK-DEPT-COUNT
               MOVE DUE-REMAINING TO DUE-SHARE
           ELSE
               COMPUTE DUE-SHARE ROUNDED =
                   RETRO-DUE * WDP-HOURS(WDP-SUB) / WEEK-HOURS
               IF DUE-SHARE > DUE-REMAINING
                   MOVE DUE-REMAINING TO DUE-SHARE
               END-IF
           END-IF
           SUBTRACT DUE-SHARE FROM DUE-REMAINING
           IF DUE-SHARE > ZERO
               MOVE SPACES            TO RETRO-ADJ-REC
               MOVE 'D'               TO RA-RECORD-TYPE
               MOVE WEEK-EMP-ID       TO RA-EMPLOYEE-ID
               MOVE WEEK-END-DATE     TO RA-WEEK-ENDING
               MOVE WDP-DEPT(WDP-SUB) TO RA-DEPT
               MOVE DUE-SHARE         TO RA-RETRO-AMOUNT
               MOVE RETRO-RATE        TO RA-NEW-RATE
               WRITE RETRO-ADJ-REC
               ADD 1 TO ITEMS-RELEASED
               ADD DUE-SHARE TO RELEASED-TOTAL
           END-IF
           .

       WRITE-RETRO-TRAILER.
      ****** The count and total LAB3 proves the file against
           MOVE SPACES         TO RETRO-ADJ-TRAILER
           MOVE 'T'            TO RT-RECORD-TYPE
           MOVE ITEMS-RELEASED TO RT-ITEM-COUNT
           MOVE RELEASED-TOTAL TO RT-AMOUNT-TOTAL
           MOVE RUN-DATE-YMD   TO RT-RELEASE-DATE
           WRITE RETRO-ADJ-TRAILER
           .

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGE-NO
           MOVE RPT-PAGE-NO       TO RT-PAGE-NO-O
           WRITE RETRO-RPT-REC FROM RPT-TITLE-LINE
           WRITE RETRO-RPT-REC FROM RPT-COLUMN-LINE
           WRITE RETRO-RPT-REC FROM HEADING-DASH-LINE
           MOVE 3 TO RPT-LINE-COUNT
           .

       WRITE-RPT-LINE.
      ****** Every body line goes through here so page breaks are
      ****** handled in one place - the caller builds RETRO-RPT-REC
           IF RPT-LINE-COUNT >= PAGE-LINE-LIMIT
               MOVE RETRO-RPT-REC TO RPT-HOLD-LINE
               PERFORM WRITE-RPT-HEADINGS
               MOVE RPT-HOLD-LINE TO RETRO-RPT-REC
           END-IF.
           WRITE RETRO-RPT-REC.
           ADD 1 TO RPT-LINE-COUNT.

       WRITE-WEEK-DETAIL.
           MOVE SPACES                TO RPT-DETAIL-LINE
           MOVE WEEK-EMP-ID           TO RD-EMPLOYEE-ID-O
           MOVE REQ-EMP-NAME(REQ-IDX) TO RD-NAME-O
           MOVE WEEK-END-DATE         TO RD-WEEK-END-O
           MOVE WEEK-HOURS            TO RD-HOURS-O
           MOVE WEEK-PAID-RATE        TO RD-OLD-RATE-O
           MOVE RETRO-RATE            TO RD-NEW-RATE-O
           MOVE WEEK-PAID             TO RD-PAID-O
           MOVE NEW-GROSS             TO RD-RECOMPUTED-O
           MOVE RETRO-DUE             TO RD-DUE-O
           MOVE WEEK-NOTE             TO RD-NOTE-O
           MOVE RPT-DETAIL-LINE       TO RETRO-RPT-REC
           PERFORM WRITE-RPT-LINE
           .

       WRITE-EMPLOYEE-TOTAL.
           MOVE WEEK-EMP-ID           TO ET-EMPLOYEE-ID-O
           MOVE EMP-WEEK-COUNT        TO ET-WEEKS-O
           MOVE EMP-DUE-TOTAL         TO ET-DUE-O
           MOVE SPACES                TO ET-NOTE-O
           IF REQ-NEW-RATE(REQ-IDX) NOT = REQ-MASTER-RATE(REQ-IDX)
               MOVE 'CHECK MASTER'    TO ET-NOTE-O
           END-IF
           MOVE RPT-EMP-TOTAL-LINE    TO RETRO-RPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE SPACES                TO RETRO-RPT-REC
           PERFORM WRITE-RPT-LINE
           .

       WRITE-NO-WEEKS-LINE.
      ****** A good card that found nothing to recompute still gets
      ****** an answer on paper - silence reads like a lost card
           IF REQ-IS-VALID(REQ-SUB)
               AND REQ-MATCHED-SW(REQ-SUB) = 'N'
               MOVE SPACES                  TO RPT-REQUEST-LINE
               MOVE REQ-EMP-ID(REQ-SUB)     TO RQ-EMPLOYEE-ID-O
               MOVE 'NOTHING RECOMPUTED - ' TO RQ-LABEL-O
               MOVE 'NO PAID WEEKS SINCE EFF DATE' TO RQ-REASON-O
               MOVE RPT-REQUEST-LINE        TO RETRO-RPT-REC
               PERFORM WRITE-RPT-LINE
               ADD 1 TO REQUESTS-NO-WEEKS
           END-IF
           .

       WRITE-REJECTED-CARD-LINE.
           IF REQ-IS-REJECTED(REQ-SUB)
               MOVE SPACES                  TO RPT-REQUEST-LINE
               MOVE REQ-EMP-ID(REQ-SUB)     TO RQ-EMPLOYEE-ID-O
               MOVE 'CARD REFUSED - '       TO RQ-LABEL-O
               MOVE REQ-REASON(REQ-SUB)     TO RQ-REASON-O
               MOVE RPT-REQUEST-LINE        TO RETRO-RPT-REC
               PERFORM WRITE-RPT-LINE
           END-IF
           .

       WRITE-RUN-TOTALS.
      ****** The approval page - what is owed, and whether this run
      ****** released it for the next payroll
           IF RPT-LINE-COUNT >= PAGE-LINE-LIMIT - 8
               PERFORM WRITE-RPT-HEADINGS
           END-IF
           MOVE SPACES TO RETRO-RPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE SPACES                  TO RPT-TOTAL-LINE
           MOVE 'WEEKS RECOMPUTED'      TO RTT-LABEL-O
           MOVE WEEKS-RECOMPUTED        TO RTT-COUNT-O
           MOVE ZERO                    TO RTT-AMOUNT-O
           MOVE RPT-TOTAL-LINE          TO RETRO-RPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE 'WEEKS WITH RETRO DUE'  TO RTT-LABEL-O
           MOVE WEEKS-DUE               TO RTT-COUNT-O
           MOVE DUE-TOTAL               TO RTT-AMOUNT-O
           MOVE RPT-TOTAL-LINE          TO RETRO-RPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE 'WEEKS OVERPAID - NOT RECOVERED' TO RTT-LABEL-O
           MOVE WEEKS-OVERPAID          TO RTT-COUNT-O
           MOVE OVERPAID-TOTAL          TO RTT-AMOUNT-O
           MOVE RPT-TOTAL-LINE          TO RETRO-RPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE 'WEEKS NOT RECOMPUTED'  TO RTT-LABEL-O
           MOVE WEEKS-IN-ERROR          TO RTT-COUNT-O
           MOVE ZERO                    TO RTT-AMOUNT-O
           MOVE RPT-TOTAL-LINE          TO RETRO-RPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE 'ITEMS RELEASED TO RETROADJ' TO RTT-LABEL-O
           MOVE ITEMS-RELEASED          TO RTT-COUNT-O
           MOVE RELEASED-TOTAL          TO RTT-AMOUNT-O
           MOVE RPT-TOTAL-LINE          TO RETRO-RPT-REC
           PERFORM WRITE-RPT-LINE
           EVALUATE TRUE
               WHEN RELEASE-ALLOWED
                   MOVE 'RELEASED - PAID ON THE NEXT PAYROLL RUN'
                       TO RETRO-RPT-REC
               WHEN RUN-IS-RELEASE
                   MOVE 'RELEASE REFUSED - LAST RELEASE NOT YET PAID'
                       TO RETRO-RPT-REC
               WHEN OTHER
                   MOVE 'PROOF ONLY - NOTHING RELEASED'
                       TO RETRO-RPT-REC
           END-EVALUATE
           PERFORM WRITE-RPT-LINE
           .
