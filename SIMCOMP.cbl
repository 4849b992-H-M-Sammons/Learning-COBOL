      *-----------------------
      * Payroll simulation comparison - before a rate change or a new
      * election cycle goes live, LAB3 is run as a simulation (the
      * SIMPAY job) against the candidate PARMFILE and DEDELECT, or
      * as of a future date. This program sets that simulated
      * register interface beside the last live one and prints, for
      * every employee, the old and new gross, each deduction code
      * and the net with the difference, then the same by
      * department and by code for the whole run, so payroll and HR
      * can sign the change off before the first real check.
      *-----------------------
      *-----------------------
      * Modification History
      * 2026-10-15  CR-4516  New program.
      * 2026-10-15  CR-4518  PAYRINTF is 677 - department charges
      *                      and employer costs follow the net pay.
      *-----------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIMCOMP.
       AUTHOR.        HONNA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-INTF-FILE  ASSIGN TO LIVEINTF.
           SELECT SIM-INTF-FILE   ASSIGN TO SIMINTF.
           SELECT SIM-RPT         ASSIGN TO SIMRPT.

       DATA DIVISION.

       FILE SECTION.
      *    The last live register interface exactly as LAB3 writes
      *    it - one 'D' per register line, then the 'T' trailer
       FD  LIVE-INTF-FILE RECORDING MODE F.
       01  LIVE-INTF-REC.
           05  LV-RECORD-TYPE    PIC X(01).
               88  LV-IS-DETAIL    VALUE 'D'.
               88  LV-IS-TRAILER   VALUE 'T'.
           05  LV-EMPLOYEE-ID    PIC X(06).
           05  LV-EMPLOYEE-NAME  PIC X(20).
           05  LV-DEPT           PIC X(04).
           05  LV-HOURS          PIC 9(03)V99.
           05  LV-RATE           PIC 9(03)V99.
           05  LV-REGULAR-PAY    PIC 9(07)V99.
           05  LV-OVERTIME-PAY   PIC 9(07)V99.
           05  LV-PREMIUM-PAY    PIC 9(07)V99.
           05  LV-RETRO-PAY      PIC 9(07)V99.
           05  LV-GROSS-PAY      PIC 9(07)V99.
           05  LV-DEDUCTION      OCCURS 8 TIMES.
               10  LV-DED-CODE   PIC X(04).
               10  LV-DED-GL-ACCT PIC X(08).
               10  LV-DED-AMT    PIC 9(07)V99.
           05  LV-NET-PAY        PIC 9(07)V99.
      *    Department charges and employer costs - not compared
           05  FILLER            PIC X(414).
       01  LIVE-INTF-TRAILER.
           05  LT-RECORD-TYPE    PIC X(01).
           05  LT-LINE-COUNT     PIC 9(07).
           05  LT-NET-TOTAL      PIC 9(11)V99.
           05  LT-RUN-MODE       PIC X(01).
               88  LT-IS-SIMULATION VALUE 'S'.
           05  LT-RUN-DATE       PIC X(08).
           05  FILLER            PIC X(647).

      *    The simulated register interface - same layout, trailer
      *    marked 'S'
       FD  SIM-INTF-FILE RECORDING MODE F.
       01  SIM-INTF-REC.
           05  SV-RECORD-TYPE    PIC X(01).
               88  SV-IS-DETAIL    VALUE 'D'.
               88  SV-IS-TRAILER   VALUE 'T'.
           05  SV-EMPLOYEE-ID    PIC X(06).
           05  SV-EMPLOYEE-NAME  PIC X(20).
           05  SV-DEPT           PIC X(04).
           05  SV-HOURS          PIC 9(03)V99.
           05  SV-RATE           PIC 9(03)V99.
           05  SV-REGULAR-PAY    PIC 9(07)V99.
           05  SV-OVERTIME-PAY   PIC 9(07)V99.
           05  SV-PREMIUM-PAY    PIC 9(07)V99.
           05  SV-RETRO-PAY      PIC 9(07)V99.
           05  SV-GROSS-PAY      PIC 9(07)V99.
           05  SV-DEDUCTION      OCCURS 8 TIMES.
               10  SV-DED-CODE   PIC X(04).
               10  SV-DED-GL-ACCT PIC X(08).
               10  SV-DED-AMT    PIC 9(07)V99.
           05  SV-NET-PAY        PIC 9(07)V99.
      *    Department charges and employer costs - not compared
           05  FILLER            PIC X(414).
       01  SIM-INTF-TRAILER.
           05  ST-RECORD-TYPE    PIC X(01).
           05  ST-LINE-COUNT     PIC 9(07).
           05  ST-NET-TOTAL      PIC 9(11)V99.
           05  ST-RUN-MODE       PIC X(01).
               88  ST-IS-SIMULATION VALUE 'S'.
           05  ST-RUN-DATE       PIC X(08).
           05  FILLER            PIC X(647).

       FD  SIM-RPT RECORDING MODE F.
       01  SIM-RPT-REC           PIC X(120).

       WORKING-STORAGE SECTION.
        01 FLAGS.
           05 LIVE-EOF-SW        PIC X VALUE 'N'.
              88  LIVE-IS-EOF      VALUE 'Y'.
           05 SIM-EOF-SW         PIC X VALUE 'N'.
              88  SIM-IS-EOF       VALUE 'Y'.
           05 LIVE-OVERFLOW-SW   PIC X VALUE 'N'.
              88  LIVE-LOAD-OVERFLOWED VALUE 'Y'.
           05 LIVE-OK-SW         PIC X VALUE 'N'.
              88  LIVE-REGISTER-OK VALUE 'Y'.
           05 SIM-OK-SW          PIC X VALUE 'N'.
              88  SIM-REGISTER-OK  VALUE 'Y'.
           05 LIVE-FOUND-SW      PIC X VALUE 'N'.
              88  LIVE-IS-FOUND    VALUE 'Y'.
              88  LIVE-NOT-FOUND   VALUE 'N'.
           05 SIM-SIDE-SW        PIC X VALUE 'N'.
              88  SIM-SIDE-PRESENT VALUE 'Y'.
           05 CMP-FOUND-SW       PIC X VALUE 'N'.
              88  CMP-WAS-FOUND    VALUE 'Y'.
           05 DEPT-FOUND-SW      PIC X VALUE 'N'.
              88  DEPT-WAS-FOUND   VALUE 'Y'.
           05 DEPT-OVERFLOW-SW   PIC X VALUE 'N'.
              88  DEPT-TABLE-OVERFLOWED VALUE 'Y'.
           05 CODE-FOUND-SW      PIC X VALUE 'N'.
              88  CODE-WAS-FOUND   VALUE 'Y'.
           05 CODE-OVERFLOW-SW   PIC X VALUE 'N'.
              88  CODE-TABLE-OVERFLOWED VALUE 'Y'.

      *    One register file's controls, proven the same way LAB8
      *    proves the file it pays from - filled by the pass over
      *    either file, judged in PROVE-REGISTER-CONTROLS
        01 REGISTER-CHECK.
           05 CHK-FILE-NAME      PIC X(08) VALUE SPACES.
           05 CHK-DETAIL-COUNT   PIC 9(07) VALUE ZERO.
           05 CHK-NET-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 CHK-TRAILER-COUNT  PIC 9(07) VALUE ZERO.
           05 CHK-TRAILER-NET    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 CHK-TRAILER-SW     PIC X(01) VALUE 'N'.
              88  CHK-TRAILER-FOUND VALUE 'Y'.
           05 CHK-BAD-TYPE-SW    PIC X(01) VALUE 'N'.
              88  CHK-BAD-RECORD-TYPE VALUE 'Y'.
           05 CHK-RESULT-SW      PIC X(01) VALUE 'N'.
              88  CHK-CONTROLS-OK  VALUE 'Y'.

      *    The last live run, loaded whole - the simulated file is
      *    then read once and each line matched to its live line
      *    by employee. Sized like LAB3's employee table: one
      *    register line per employee at most.
        01 LIVE-TABLE.
           05 LIVE-ENTRY OCCURS 500 TIMES INDEXED BY LIV-IDX.
              10  LIV-EMP-ID     PIC X(06).
              10  LIV-NAME       PIC X(20).
              10  LIV-DEPT       PIC X(04).
              10  LIV-GROSS      PIC 9(07)V99.
              10  LIV-DEDUCTION  OCCURS 8 TIMES.
                  15  LIV-DED-CODE PIC X(04).
                  15  LIV-DED-AMT  PIC 9(07)V99.
              10  LIV-NET        PIC 9(07)V99.
              10  LIV-MATCHED-SW PIC X(01).
        77 LIVE-COUNT            PIC 9(04) VALUE ZERO.
        77 LIVE-TABLE-MAX        PIC 9(04) VALUE 500.
        77 DED-SUB               PIC 9(02).
        77 LIVE-RUN-DATE         PIC X(08) VALUE SPACES.
        77 SIM-RUN-DATE          PIC X(08) VALUE SPACES.

      *    One employee's comparison: the employee, gross and net on
      *    each side, and every deduction code either side took,
      *    matched by code - LAB3 claims its columns in elections
      *    order, so a new election cycle can move a code from one
      *    column to another between the two files
        01 EMPLOYEE-COMPARE.
           05 CMP-EMP-ID         PIC X(06).
           05 CMP-NAME           PIC X(20).
           05 CMP-DEPT           PIC X(04).
           05 CMP-LIVE-DEPT      PIC X(04).
           05 CMP-LIVE-GROSS     PIC S9(7)V99 COMP-3.
           05 CMP-SIM-GROSS      PIC S9(7)V99 COMP-3.
           05 CMP-LIVE-NET       PIC S9(7)V99 COMP-3.
           05 CMP-SIM-NET        PIC S9(7)V99 COMP-3.
           05 CMP-LIVE-DED-TOT   PIC S9(7)V99 COMP-3.
           05 CMP-SIM-DED-TOT    PIC S9(7)V99 COMP-3.
           05 CMP-NOTE           PIC X(24).
           05 CMP-ITEM OCCURS 16 TIMES.
              10  CMI-CODE       PIC X(04).
              10  CMI-LIVE-AMT   PIC S9(7)V99 COMP-3.
              10  CMI-SIM-AMT    PIC S9(7)V99 COMP-3.
        77 CMP-ITEM-COUNT        PIC 9(02) VALUE ZERO.
        77 CMP-ITEM-MAX          PIC 9(02) VALUE 16.
        77 CMP-SUB               PIC 9(02).
        77 CMP-CHANGED-SW        PIC X(01) VALUE 'N'.
           88  CMP-IS-CHANGED      VALUE 'Y'.
        77 LOOKUP-CODE           PIC X(04).
        77 LOOKUP-AMOUNT         PIC 9(07)V99.
        77 LOOKUP-SIDE           PIC X(01).
           88  LOOKUP-IS-LIVE      VALUE 'L'.

      *    Both sides by department - the live side by the
      *    department the live line was charged to, the simulated
      *    side by its own, so each column foots to its own file
        01 DEPT-TOTALS.
           05 DEPT-TOTAL OCCURS 50 TIMES.
              10  DT-DEPT        PIC X(04).
              10  DT-LIVE-GROSS  PIC S9(9)V99 COMP-3.
              10  DT-SIM-GROSS   PIC S9(9)V99 COMP-3.
              10  DT-LIVE-DED    PIC S9(9)V99 COMP-3.
              10  DT-SIM-DED     PIC S9(9)V99 COMP-3.
              10  DT-LIVE-NET    PIC S9(9)V99 COMP-3.
              10  DT-SIM-NET     PIC S9(9)V99 COMP-3.
        77 DEPT-COUNT            PIC 9(02) VALUE ZERO.
        77 DEPT-MAX              PIC 9(02) VALUE 50.
        77 DEPT-SUB              PIC 9(02).
        77 DEPT-SLOT             PIC 9(02).
        77 CHARGE-DEPT           PIC X(04).

      *    Both sides by deduction code for the whole run
        01 CODE-TOTALS.
           05 CODE-TOTAL OCCURS 24 TIMES.
              10  CT-CODE        PIC X(04).
              10  CT-LIVE-AMT    PIC S9(9)V99 COMP-3.
              10  CT-SIM-AMT     PIC S9(9)V99 COMP-3.
        77 CODE-COUNT            PIC 9(02) VALUE ZERO.
        77 CODE-MAX              PIC 9(02) VALUE 24.
        77 CODE-SUB              PIC 9(02).
        77 CODE-SLOT             PIC 9(02).

      *    Whole-run footings for the TOT lines
        01 RUN-TOTALS.
           05 RUN-LIVE-GROSS     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-SIM-GROSS      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-LIVE-DED       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-SIM-DED        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-LIVE-NET       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-SIM-NET        PIC S9(9)V99 COMP-3 VALUE ZERO.

      *    What the run did, displayed at end of job
        01 RUN-STATISTICS.
           05 STAT-LIVE-READ     PIC 9(07) VALUE ZERO.
           05 STAT-SIM-READ      PIC 9(07) VALUE ZERO.
           05 STAT-COMPARED      PIC 9(07) VALUE ZERO.
           05 STAT-CHANGED       PIC 9(07) VALUE ZERO.
           05 STAT-SIM-ONLY      PIC 9(07) VALUE ZERO.
           05 STAT-LIVE-ONLY     PIC 9(07) VALUE ZERO.

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
      ****** title + run date + page number + the two runs' dates,
      ****** then the column line, then a dash rule
        01 PAGE-CONTROLS.
           05 PAGE-LINE-LIMIT  PIC 9(02) VALUE 60.
      *    Line count starts past the limit so the first line forces
      *    the first page heading
           05 RPT-LINE-COUNT   PIC 9(02) VALUE 99.
           05 RPT-PAGE-NO      PIC 9(04) VALUE ZERO.

        01 RPT-TITLE-LINE.
           05 FILLER          PIC X(30)
              VALUE 'PAYROLL SIMULATION COMPARISON'.
           05 FILLER          PIC X(05) VALUE ' RUN '.
           05 RT-RUN-DATE-O   PIC X(10).
           05 FILLER          PIC X(07) VALUE '  PAGE '.
           05 RT-PAGE-NO-O    PIC ZZZ9.
           05 FILLER          PIC X(07) VALUE '  LIVE '.
           05 RT-LIVE-DATE-O  PIC X(08).
           05 FILLER          PIC X(12) VALUE '  SIM AS OF '.
           05 RT-SIM-DATE-O   PIC X(08).
           05 FILLER          PIC X(29) VALUE SPACES.

        01 RPT-COLUMN-LINE.
           05 FILLER          PIC X(08) VALUE 'EMP ID'.
           05 FILLER          PIC X(22) VALUE 'NAME'.
           05 FILLER          PIC X(06) VALUE 'DEPT'.
           05 FILLER          PIC X(10) VALUE 'ITEM'.
           05 FILLER          PIC X(16) VALUE '          LIVE'.
           05 FILLER          PIC X(16) VALUE '     SIMULATED'.
           05 FILLER          PIC X(16) VALUE '    DIFFERENCE'.
           05 FILLER          PIC X(26) VALUE 'NOTE'.

        01 HEADING-DASH-LINE  PIC X(120) VALUE ALL '-'.
      *    The caller's line, held while a page heading is written
      *    through the same record area
        01 RPT-HOLD-LINE      PIC X(120).

      *    One amount compared - an employee's gross, a code or the
      *    net; a department's or the run's gross, deductions or net
        01 RPT-DETAIL-LINE.
           05 RD-EMPLOYEE-ID-O PIC X(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-NAME-O       PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-DEPT-O       PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-ITEM-O       PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-LIVE-O       PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-SIM-O        PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-DIFF-O       PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RD-NOTE-O       PIC X(24).
           05 FILLER          PIC X(02) VALUE SPACES.
        77 DIFF-AMOUNT        PIC S9(9)V99 COMP-3.

        01 RPT-TOTAL-LINE.
           05 RTT-LABEL-O     PIC X(32).
           05 RTT-COUNT-O     PIC ZZZ,ZZ9.
           05 FILLER          PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       PRODUCE-SIM-COMPARISON.
           PERFORM SET-RUN-DATE
           PERFORM LOAD-LIVE-REGISTER
           PERFORM VERIFY-SIM-REGISTER
           MOVE LIVE-RUN-DATE TO RT-LIVE-DATE-O
           MOVE SIM-RUN-DATE  TO RT-SIM-DATE-O
           OPEN OUTPUT SIM-RPT
      ****** Either file failing its own controls makes the whole
      ****** comparison meaningless - the reasons are on the joblog
           EVALUATE TRUE
               WHEN LIVE-LOAD-OVERFLOWED
                   DISPLAY "LIVEINTF EXCEEDS TABLE SIZE"
                       " - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
               WHEN NOT LIVE-REGISTER-OK
                   MOVE 8 TO RETURN-CODE
               WHEN NOT SIM-REGISTER-OK
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM COMPARE-SIM-REGISTER
                   PERFORM COMPARE-LIVE-ONLY-ENTRY
                       VARYING LIV-IDX FROM 1 BY 1
                       UNTIL LIV-IDX > LIVE-COUNT
                   PERFORM WRITE-DEPT-TOTALS
                   PERFORM WRITE-CODE-TOTALS
                   PERFORM WRITE-RUN-TOTALS
           END-EVALUATE
           .

       CLOSE-STOP.
           CLOSE SIM-RPT.
           PERFORM DISPLAY-RUN-STATISTICS.
           GOBACK.

       DISPLAY-RUN-STATISTICS.
      ****** The return code is what the scheduler acts on: 0 clean,
      ****** 4 someone is on only one of the two runs (listed on the
      ****** report) or a total could not be carried, 8 either
      ****** register was unusable and nothing was compared
           IF RETURN-CODE < 4
               IF STAT-SIM-ONLY > ZERO OR STAT-LIVE-ONLY > ZERO
                   OR DEPT-TABLE-OVERFLOWED
                   OR CODE-TABLE-OVERFLOWED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "SIMCOMP RUN STATISTICS"
           DISPLAY "  LIVE RUN DATE:      " LIVE-RUN-DATE
           DISPLAY "  SIM AS-OF DATE:     " SIM-RUN-DATE
           DISPLAY "  LIVE LINES READ:    " STAT-LIVE-READ
           DISPLAY "  SIM LINES READ:     " STAT-SIM-READ
           DISPLAY "  EMPLOYEES COMPARED: " STAT-COMPARED
           DISPLAY "  EMPLOYEES CHANGED:  " STAT-CHANGED
           DISPLAY "  NOT ON LIVE RUN:    " STAT-SIM-ONLY
           DISPLAY "  NOT ON SIMULATION:  " STAT-LIVE-ONLY
           DISPLAY "  RETURN CODE:        " RETURN-CODE
           .

       SET-RUN-DATE.
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
           MOVE RUN-DATE-YYYY TO RDE-YYYY
           MOVE RUN-DATE-MM   TO RDE-MM
           MOVE RUN-DATE-DD   TO RDE-DD
           MOVE RPT-DATE-EDIT TO RT-RUN-DATE-O
           .

       READ-LIVE-RECORD.
           READ LIVE-INTF-FILE
               AT END SET LIVE-IS-EOF TO TRUE
           END-READ.

       LOAD-LIVE-REGISTER.
      ****** The live file is loaded and proven in the same pass.
      ****** It must be a live run - comparing against another
      ****** simulation would sign off against a run nobody was
      ****** ever paid from.
           MOVE 'LIVEINTF' TO CHK-FILE-NAME
           PERFORM RESET-REGISTER-CHECK
           OPEN INPUT LIVE-INTF-FILE
           PERFORM READ-LIVE-RECORD
           PERFORM UNTIL LIVE-IS-EOF
               EVALUATE TRUE
                   WHEN LV-IS-TRAILER
                       SET CHK-TRAILER-FOUND TO TRUE
                       MOVE LT-LINE-COUNT TO CHK-TRAILER-COUNT
                       MOVE LT-NET-TOTAL  TO CHK-TRAILER-NET
                       MOVE LT-RUN-DATE   TO LIVE-RUN-DATE
                       IF LT-IS-SIMULATION
                           DISPLAY "LIVEINTF IS FROM A SIMULATION"
                               " RUN - NOT A LIVE REGISTER"
                           SET CHK-BAD-RECORD-TYPE TO TRUE
                       END-IF
                   WHEN LV-IS-DETAIL
                       ADD 1 TO STAT-LIVE-READ
                       ADD 1 TO CHK-DETAIL-COUNT
                       ADD LV-NET-PAY TO CHK-NET-TOTAL
                       PERFORM ADD-LIVE-TABLE-ENTRY
                   WHEN OTHER
                       DISPLAY "UNKNOWN LIVEINTF RECORD TYPE "
                           LV-RECORD-TYPE
                       SET CHK-BAD-RECORD-TYPE TO TRUE
               END-EVALUATE
               PERFORM READ-LIVE-RECORD
           END-PERFORM
           CLOSE LIVE-INTF-FILE
           PERFORM PROVE-REGISTER-CONTROLS
           IF CHK-CONTROLS-OK
               SET LIVE-REGISTER-OK TO TRUE
           END-IF
           .

       ADD-LIVE-TABLE-ENTRY.
           IF LIVE-COUNT < LIVE-TABLE-MAX
               ADD 1 TO LIVE-COUNT
               SET LIV-IDX TO LIVE-COUNT
               MOVE LV-EMPLOYEE-ID   TO LIV-EMP-ID(LIV-IDX)
               MOVE LV-EMPLOYEE-NAME TO LIV-NAME(LIV-IDX)
               MOVE LV-DEPT          TO LIV-DEPT(LIV-IDX)
               MOVE LV-GROSS-PAY     TO LIV-GROSS(LIV-IDX)
               MOVE LV-NET-PAY       TO LIV-NET(LIV-IDX)
               MOVE 'N'              TO LIV-MATCHED-SW(LIV-IDX)
               PERFORM VARYING DED-SUB FROM 1 BY 1
                       UNTIL DED-SUB > 8
                   MOVE LV-DED-CODE(DED-SUB)
                       TO LIV-DED-CODE(LIV-IDX DED-SUB)
                   MOVE LV-DED-AMT(DED-SUB)
                       TO LIV-DED-AMT(LIV-IDX DED-SUB)
               END-PERFORM
           ELSE
               SET LIVE-LOAD-OVERFLOWED TO TRUE
           END-IF
           .

       READ-SIM-RECORD.
           READ SIM-INTF-FILE
               AT END SET SIM-IS-EOF TO TRUE
           END-READ.

       VERIFY-SIM-REGISTER.
      ****** First pass over the simulated file, before a line of
      ****** the report is printed. It must be a simulation - a live
      ****** register here means the job was pointed at the wrong
      ****** dataset.
           MOVE 'SIMINTF ' TO CHK-FILE-NAME
           PERFORM RESET-REGISTER-CHECK
           OPEN INPUT SIM-INTF-FILE
           PERFORM READ-SIM-RECORD
           PERFORM UNTIL SIM-IS-EOF
               EVALUATE TRUE
                   WHEN SV-IS-TRAILER
                       SET CHK-TRAILER-FOUND TO TRUE
                       MOVE ST-LINE-COUNT TO CHK-TRAILER-COUNT
                       MOVE ST-NET-TOTAL  TO CHK-TRAILER-NET
                       MOVE ST-RUN-DATE   TO SIM-RUN-DATE
                       IF NOT ST-IS-SIMULATION
                           DISPLAY "SIMINTF IS NOT FROM A SIMULATION"
                               " RUN"
                           SET CHK-BAD-RECORD-TYPE TO TRUE
                       END-IF
                   WHEN SV-IS-DETAIL
                       ADD 1 TO CHK-DETAIL-COUNT
                       ADD SV-NET-PAY TO CHK-NET-TOTAL
                   WHEN OTHER
                       DISPLAY "UNKNOWN SIMINTF RECORD TYPE "
                           SV-RECORD-TYPE
                       SET CHK-BAD-RECORD-TYPE TO TRUE
               END-EVALUATE
               PERFORM READ-SIM-RECORD
           END-PERFORM
           CLOSE SIM-INTF-FILE
           MOVE 'N' TO SIM-EOF-SW
           PERFORM PROVE-REGISTER-CONTROLS
           IF CHK-CONTROLS-OK
               SET SIM-REGISTER-OK TO TRUE
           END-IF
           .

       RESET-REGISTER-CHECK.
           MOVE ZERO TO CHK-DETAIL-COUNT
           MOVE ZERO TO CHK-NET-TOTAL
           MOVE ZERO TO CHK-TRAILER-COUNT
           MOVE ZERO TO CHK-TRAILER-NET
           MOVE 'N'  TO CHK-TRAILER-SW
           MOVE 'N'  TO CHK-BAD-TYPE-SW
           MOVE 'N'  TO CHK-RESULT-SW
           .

       PROVE-REGISTER-CONTROLS.
           EVALUATE TRUE
               WHEN CHK-BAD-RECORD-TYPE
                   DISPLAY CHK-FILE-NAME " UNUSABLE"
               WHEN NOT CHK-TRAILER-FOUND
                   DISPLAY CHK-FILE-NAME " TRAILER MISSING"
               WHEN CHK-DETAIL-COUNT NOT = CHK-TRAILER-COUNT
                   DISPLAY CHK-FILE-NAME " LINE COUNT MISMATCH"
                       " - TRAILER " CHK-TRAILER-COUNT
                       " RECEIVED " CHK-DETAIL-COUNT
               WHEN CHK-NET-TOTAL NOT = CHK-TRAILER-NET
                   DISPLAY CHK-FILE-NAME " NET TOTAL MISMATCH"
                       " - TRAILER " CHK-TRAILER-NET
                       " RECEIVED " CHK-NET-TOTAL
               WHEN CHK-DETAIL-COUNT = ZERO
                   DISPLAY CHK-FILE-NAME " HAS NO REGISTER LINES"
               WHEN OTHER
                   SET CHK-CONTROLS-OK TO TRUE
           END-EVALUATE
           .

       COMPARE-SIM-REGISTER.
      ****** Report order is the simulated run's order - the order
      ****** the checks would come out in
           OPEN INPUT SIM-INTF-FILE
           PERFORM READ-SIM-RECORD
           PERFORM UNTIL SIM-IS-EOF
               IF SV-IS-DETAIL
                   ADD 1 TO STAT-SIM-READ
                   PERFORM COMPARE-SIM-LINE
               END-IF
               PERFORM READ-SIM-RECORD
           END-PERFORM
           CLOSE SIM-INTF-FILE
           .

       COMPARE-SIM-LINE.
           PERFORM CLEAR-EMPLOYEE-COMPARE
           SET SIM-SIDE-PRESENT TO TRUE
           MOVE SV-EMPLOYEE-ID   TO CMP-EMP-ID
           MOVE SV-EMPLOYEE-NAME TO CMP-NAME
           MOVE SV-DEPT          TO CMP-DEPT
           MOVE SV-GROSS-PAY     TO CMP-SIM-GROSS
           MOVE SV-NET-PAY       TO CMP-SIM-NET
           MOVE 'S' TO LOOKUP-SIDE
           PERFORM VARYING DED-SUB FROM 1 BY 1
                   UNTIL DED-SUB > 8
               IF SV-DED-CODE(DED-SUB) NOT = SPACES
                   MOVE SV-DED-CODE(DED-SUB) TO LOOKUP-CODE
                   MOVE SV-DED-AMT(DED-SUB)  TO LOOKUP-AMOUNT
                   PERFORM ADD-COMPARE-ITEM
               END-IF
           END-PERFORM
           PERFORM LOCATE-LIVE-ENTRY
           IF LIVE-IS-FOUND
               MOVE 'Y' TO LIV-MATCHED-SW(LIV-IDX)
               PERFORM ADD-LIVE-SIDE
               ADD 1 TO STAT-COMPARED
           ELSE
               MOVE 'NOT ON LIVE RUN' TO CMP-NOTE
               ADD 1 TO STAT-SIM-ONLY
           END-IF
           PERFORM FINISH-EMPLOYEE-COMPARE
           .

       COMPARE-LIVE-ONLY-ENTRY.
      ****** Paid on the live run but not on the simulation - an
      ****** employee the candidate rates or elections would drop
      ****** (or whose card did not come round again) is listed
      ****** with nothing on the simulated side
           IF LIV-MATCHED-SW(LIV-IDX) = 'N'
               PERFORM CLEAR-EMPLOYEE-COMPARE
               MOVE LIV-EMP-ID(LIV-IDX) TO CMP-EMP-ID
               MOVE LIV-NAME(LIV-IDX)   TO CMP-NAME
               MOVE LIV-DEPT(LIV-IDX)   TO CMP-DEPT
               PERFORM ADD-LIVE-SIDE
               MOVE 'NOT ON SIMULATION' TO CMP-NOTE
               ADD 1 TO STAT-LIVE-ONLY
               PERFORM FINISH-EMPLOYEE-COMPARE
           END-IF
           .

       CLEAR-EMPLOYEE-COMPARE.
           MOVE SPACES TO CMP-EMP-ID
           MOVE SPACES TO CMP-NAME
           MOVE SPACES TO CMP-DEPT
           MOVE SPACES TO CMP-LIVE-DEPT
           MOVE SPACES TO CMP-NOTE
           MOVE ZERO   TO CMP-LIVE-GROSS
           MOVE ZERO   TO CMP-SIM-GROSS
           MOVE ZERO   TO CMP-LIVE-NET
           MOVE ZERO   TO CMP-SIM-NET
           MOVE ZERO   TO CMP-LIVE-DED-TOT
           MOVE ZERO   TO CMP-SIM-DED-TOT
           MOVE ZERO   TO CMP-ITEM-COUNT
           MOVE 'N'    TO SIM-SIDE-SW
           MOVE 'N'    TO CMP-CHANGED-SW
           .

       LOCATE-LIVE-ENTRY.
           SET LIVE-NOT-FOUND TO TRUE
           SET LIV-IDX TO 1
           PERFORM UNTIL LIV-IDX > LIVE-COUNT OR LIVE-IS-FOUND
               IF LIV-EMP-ID(LIV-IDX) = CMP-EMP-ID
                   SET LIVE-IS-FOUND TO TRUE
               ELSE
                   SET LIV-IDX UP BY 1
               END-IF
           END-PERFORM
           .

       ADD-LIVE-SIDE.
           MOVE LIV-DEPT(LIV-IDX)  TO CMP-LIVE-DEPT
           MOVE LIV-GROSS(LIV-IDX) TO CMP-LIVE-GROSS
           MOVE LIV-NET(LIV-IDX)   TO CMP-LIVE-NET
           MOVE 'L' TO LOOKUP-SIDE
           PERFORM VARYING DED-SUB FROM 1 BY 1
                   UNTIL DED-SUB > 8
               IF LIV-DED-CODE(LIV-IDX DED-SUB) NOT = SPACES
                   MOVE LIV-DED-CODE(LIV-IDX DED-SUB) TO LOOKUP-CODE
                   MOVE LIV-DED-AMT(LIV-IDX DED-SUB)  TO LOOKUP-AMOUNT
                   PERFORM ADD-COMPARE-ITEM
               END-IF
           END-PERFORM
           .

       ADD-COMPARE-ITEM.
      ****** Each code gets one line however many columns carried
      ****** it; sixteen codes is both files' eight columns with no
      ****** code in common, so the table cannot fill
           MOVE 'N' TO CMP-FOUND-SW
           MOVE 1   TO CMP-SUB
           PERFORM UNTIL CMP-SUB > CMP-ITEM-COUNT OR CMP-WAS-FOUND
               IF CMI-CODE(CMP-SUB) = LOOKUP-CODE
                   SET CMP-WAS-FOUND TO TRUE
               ELSE
                   ADD 1 TO CMP-SUB
               END-IF
           END-PERFORM
           IF NOT CMP-WAS-FOUND
               ADD 1 TO CMP-ITEM-COUNT
               MOVE CMP-ITEM-COUNT TO CMP-SUB
               MOVE LOOKUP-CODE TO CMI-CODE(CMP-SUB)
               MOVE ZERO        TO CMI-LIVE-AMT(CMP-SUB)
               MOVE ZERO        TO CMI-SIM-AMT(CMP-SUB)
           END-IF
           IF LOOKUP-IS-LIVE
               ADD LOOKUP-AMOUNT TO CMI-LIVE-AMT(CMP-SUB)
               ADD LOOKUP-AMOUNT TO CMP-LIVE-DED-TOT
           ELSE
               ADD LOOKUP-AMOUNT TO CMI-SIM-AMT(CMP-SUB)
               ADD LOOKUP-AMOUNT TO CMP-SIM-DED-TOT
           END-IF
           .

       FINISH-EMPLOYEE-COMPARE.
      ****** Print the employee's block and carry it into the
      ****** department, code and run totals
           IF CMP-LIVE-GROSS NOT = CMP-SIM-GROSS
               OR CMP-LIVE-NET NOT = CMP-SIM-NET
               SET CMP-IS-CHANGED TO TRUE
           END-IF
           PERFORM VARYING CMP-SUB FROM 1 BY 1
                   UNTIL CMP-SUB > CMP-ITEM-COUNT
               IF CMI-LIVE-AMT(CMP-SUB) NOT = CMI-SIM-AMT(CMP-SUB)
                   SET CMP-IS-CHANGED TO TRUE
               END-IF
           END-PERFORM
      ****** Someone on one run only is counted and noted as such,
      ****** not as a change
           IF CMP-IS-CHANGED AND CMP-NOTE = SPACES
               ADD 1 TO STAT-CHANGED
               MOVE 'CHANGED' TO CMP-NOTE
           END-IF
           IF CMP-LIVE-DEPT NOT = SPACES
               AND CMP-LIVE-DEPT NOT = CMP-DEPT
               AND (CMP-NOTE = SPACES OR CMP-NOTE = 'CHANGED')
               MOVE SPACES TO CMP-NOTE
               STRING 'LIVE DEPT ' CMP-LIVE-DEPT
                   DELIMITED BY SIZE INTO CMP-NOTE
           END-IF
           PERFORM WRITE-EMPLOYEE-BLOCK
           PERFORM ACCUMULATE-EMPLOYEE-TOTALS
           .

       WRITE-EMPLOYEE-BLOCK.
      ****** Gross, one line per code, then net - the employee's id,
      ****** name and department on the first line only
           MOVE SPACES           TO RPT-DETAIL-LINE
           MOVE CMP-EMP-ID       TO RD-EMPLOYEE-ID-O
           MOVE CMP-NAME         TO RD-NAME-O
           MOVE CMP-DEPT         TO RD-DEPT-O
           MOVE 'GROSS'          TO RD-ITEM-O
           MOVE CMP-NOTE         TO RD-NOTE-O
           MOVE CMP-LIVE-GROSS   TO RD-LIVE-O
           MOVE CMP-SIM-GROSS    TO RD-SIM-O
           COMPUTE DIFF-AMOUNT = CMP-SIM-GROSS - CMP-LIVE-GROSS
           PERFORM WRITE-COMPARE-LINE
           PERFORM VARYING CMP-SUB FROM 1 BY 1
                   UNTIL CMP-SUB > CMP-ITEM-COUNT
               MOVE SPACES                TO RPT-DETAIL-LINE
               MOVE CMI-CODE(CMP-SUB)     TO RD-ITEM-O
               MOVE CMI-LIVE-AMT(CMP-SUB) TO RD-LIVE-O
               MOVE CMI-SIM-AMT(CMP-SUB)  TO RD-SIM-O
               COMPUTE DIFF-AMOUNT =
                   CMI-SIM-AMT(CMP-SUB) - CMI-LIVE-AMT(CMP-SUB)
               PERFORM WRITE-COMPARE-LINE
           END-PERFORM
           MOVE SPACES           TO RPT-DETAIL-LINE
           MOVE 'NET'            TO RD-ITEM-O
           MOVE CMP-LIVE-NET     TO RD-LIVE-O
           MOVE CMP-SIM-NET      TO RD-SIM-O
           COMPUTE DIFF-AMOUNT = CMP-SIM-NET - CMP-LIVE-NET
           PERFORM WRITE-COMPARE-LINE
           MOVE SPACES TO SIM-RPT-REC
           PERFORM WRITE-RPT-LINE
           .

       WRITE-COMPARE-LINE.
           MOVE DIFF-AMOUNT     TO RD-DIFF-O
           MOVE RPT-DETAIL-LINE TO SIM-RPT-REC
           PERFORM WRITE-RPT-LINE
           .

       ACCUMULATE-EMPLOYEE-TOTALS.
      ****** Each side lands in its own department - a transfer
      ****** between the two runs moves the money between them
           ADD CMP-LIVE-GROSS   TO RUN-LIVE-GROSS
           ADD CMP-SIM-GROSS    TO RUN-SIM-GROSS
           ADD CMP-LIVE-DED-TOT TO RUN-LIVE-DED
           ADD CMP-SIM-DED-TOT  TO RUN-SIM-DED
           ADD CMP-LIVE-NET     TO RUN-LIVE-NET
           ADD CMP-SIM-NET      TO RUN-SIM-NET
           IF CMP-LIVE-DEPT NOT = SPACES
               MOVE CMP-LIVE-DEPT TO CHARGE-DEPT
               PERFORM LOCATE-DEPT-SLOT
               IF NOT DEPT-TABLE-OVERFLOWED
                   ADD CMP-LIVE-GROSS   TO DT-LIVE-GROSS(DEPT-SLOT)
                   ADD CMP-LIVE-DED-TOT TO DT-LIVE-DED(DEPT-SLOT)
                   ADD CMP-LIVE-NET     TO DT-LIVE-NET(DEPT-SLOT)
               END-IF
           END-IF
           IF SIM-SIDE-PRESENT
               MOVE CMP-DEPT TO CHARGE-DEPT
               PERFORM LOCATE-DEPT-SLOT
               IF NOT DEPT-TABLE-OVERFLOWED
                   ADD CMP-SIM-GROSS    TO DT-SIM-GROSS(DEPT-SLOT)
                   ADD CMP-SIM-DED-TOT  TO DT-SIM-DED(DEPT-SLOT)
                   ADD CMP-SIM-NET      TO DT-SIM-NET(DEPT-SLOT)
               END-IF
           END-IF
           PERFORM VARYING CMP-SUB FROM 1 BY 1
                   UNTIL CMP-SUB > CMP-ITEM-COUNT
               PERFORM LOCATE-CODE-SLOT
               IF NOT CODE-TABLE-OVERFLOWED
                   ADD CMI-LIVE-AMT(CMP-SUB) TO CT-LIVE-AMT(CODE-SLOT)
                   ADD CMI-SIM-AMT(CMP-SUB)  TO CT-SIM-AMT(CODE-SLOT)
               END-IF
           END-PERFORM
           .

       LOCATE-DEPT-SLOT.
           MOVE 'N' TO DEPT-FOUND-SW
           MOVE ZERO TO DEPT-SLOT
           PERFORM VARYING DEPT-SUB FROM 1 BY 1
                   UNTIL DEPT-SUB > DEPT-COUNT
                   OR DEPT-WAS-FOUND
               IF DT-DEPT(DEPT-SUB) = CHARGE-DEPT
                   SET DEPT-WAS-FOUND TO TRUE
                   MOVE DEPT-SUB TO DEPT-SLOT
               END-IF
           END-PERFORM
           IF NOT DEPT-WAS-FOUND
               IF DEPT-COUNT >= DEPT-MAX
                   SET DEPT-TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT  TO DEPT-SLOT
                   MOVE CHARGE-DEPT TO DT-DEPT(DEPT-SLOT)
                   MOVE ZERO TO DT-LIVE-GROSS(DEPT-SLOT)
                   MOVE ZERO TO DT-SIM-GROSS(DEPT-SLOT)
                   MOVE ZERO TO DT-LIVE-DED(DEPT-SLOT)
                   MOVE ZERO TO DT-SIM-DED(DEPT-SLOT)
                   MOVE ZERO TO DT-LIVE-NET(DEPT-SLOT)
                   MOVE ZERO TO DT-SIM-NET(DEPT-SLOT)
               END-IF
           END-IF
           .

       LOCATE-CODE-SLOT.
           MOVE 'N' TO CODE-FOUND-SW
           MOVE ZERO TO CODE-SLOT
           PERFORM VARYING CODE-SUB FROM 1 BY 1
                   UNTIL CODE-SUB > CODE-COUNT
                   OR CODE-WAS-FOUND
               IF CT-CODE(CODE-SUB) = CMI-CODE(CMP-SUB)
                   SET CODE-WAS-FOUND TO TRUE
                   MOVE CODE-SUB TO CODE-SLOT
               END-IF
           END-PERFORM
           IF NOT CODE-WAS-FOUND
               IF CODE-COUNT >= CODE-MAX
                   SET CODE-TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO CODE-COUNT
                   MOVE CODE-COUNT        TO CODE-SLOT
                   MOVE CMI-CODE(CMP-SUB) TO CT-CODE(CODE-SLOT)
                   MOVE ZERO TO CT-LIVE-AMT(CODE-SLOT)
                   MOVE ZERO TO CT-SIM-AMT(CODE-SLOT)
               END-IF
           END-IF
           .

       WRITE-DEPT-TOTALS.
      ****** Gross, deductions and net for each department on
      ****** either run, footed to the whole run on the TOT lines
           MOVE SPACES TO SIM-RPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE 'DEPARTMENT TOTALS' TO SIM-RPT-REC
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING DEPT-SUB FROM 1 BY 1
                   UNTIL DEPT-SUB > DEPT-COUNT
               MOVE DT-DEPT(DEPT-SUB) TO CHARGE-DEPT
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE CHARGE-DEPT            TO RD-DEPT-O
               MOVE 'GROSS'                TO RD-ITEM-O
               MOVE DT-LIVE-GROSS(DEPT-SUB) TO RD-LIVE-O
               MOVE DT-SIM-GROSS(DEPT-SUB)  TO RD-SIM-O
               COMPUTE DIFF-AMOUNT =
                   DT-SIM-GROSS(DEPT-SUB) - DT-LIVE-GROSS(DEPT-SUB)
               PERFORM WRITE-COMPARE-LINE
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE 'DEDUCT'               TO RD-ITEM-O
               MOVE DT-LIVE-DED(DEPT-SUB)  TO RD-LIVE-O
               MOVE DT-SIM-DED(DEPT-SUB)   TO RD-SIM-O
               COMPUTE DIFF-AMOUNT =
                   DT-SIM-DED(DEPT-SUB) - DT-LIVE-DED(DEPT-SUB)
               PERFORM WRITE-COMPARE-LINE
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE 'NET'                  TO RD-ITEM-O
               MOVE DT-LIVE-NET(DEPT-SUB)  TO RD-LIVE-O
               MOVE DT-SIM-NET(DEPT-SUB)   TO RD-SIM-O
               COMPUTE DIFF-AMOUNT =
                   DT-SIM-NET(DEPT-SUB) - DT-LIVE-NET(DEPT-SUB)
               PERFORM WRITE-COMPARE-LINE
           END-PERFORM
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE 'TOT '           TO RD-DEPT-O
           MOVE 'GROSS'          TO RD-ITEM-O
           MOVE RUN-LIVE-GROSS   TO RD-LIVE-O
           MOVE RUN-SIM-GROSS    TO RD-SIM-O
           COMPUTE DIFF-AMOUNT = RUN-SIM-GROSS - RUN-LIVE-GROSS
           PERFORM WRITE-COMPARE-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE 'TOT '           TO RD-DEPT-O
           MOVE 'DEDUCT'         TO RD-ITEM-O
           MOVE RUN-LIVE-DED     TO RD-LIVE-O
           MOVE RUN-SIM-DED      TO RD-SIM-O
           COMPUTE DIFF-AMOUNT = RUN-SIM-DED - RUN-LIVE-DED
           PERFORM WRITE-COMPARE-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE 'TOT '           TO RD-DEPT-O
           MOVE 'NET'            TO RD-ITEM-O
           MOVE RUN-LIVE-NET     TO RD-LIVE-O
           MOVE RUN-SIM-NET      TO RD-SIM-O
           COMPUTE DIFF-AMOUNT = RUN-SIM-NET - RUN-LIVE-NET
           PERFORM WRITE-COMPARE-LINE
           IF DEPT-TABLE-OVERFLOWED
               MOVE 'DEPARTMENT TABLE FULL - TOTALS INCOMPLETE'
                   TO SIM-RPT-REC
               PERFORM WRITE-RPT-LINE
           END-IF
           .

       WRITE-CODE-TOTALS.
           MOVE SPACES TO SIM-RPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE 'RUN TOTALS BY DEDUCTION CODE' TO SIM-RPT-REC
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING CODE-SUB FROM 1 BY 1
                   UNTIL CODE-SUB > CODE-COUNT
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE CT-CODE(CODE-SUB)      TO RD-ITEM-O
               MOVE CT-LIVE-AMT(CODE-SUB)  TO RD-LIVE-O
               MOVE CT-SIM-AMT(CODE-SUB)   TO RD-SIM-O
               COMPUTE DIFF-AMOUNT =
                   CT-SIM-AMT(CODE-SUB) - CT-LIVE-AMT(CODE-SUB)
               PERFORM WRITE-COMPARE-LINE
           END-PERFORM
           IF CODE-TABLE-OVERFLOWED
               MOVE 'CODE TABLE FULL - TOTALS INCOMPLETE'
                   TO SIM-RPT-REC
               PERFORM WRITE-RPT-LINE
           END-IF
           .

       WRITE-RUN-TOTALS.
      ****** The sign-off page
           IF RPT-LINE-COUNT >= PAGE-LINE-LIMIT - 8
               PERFORM WRITE-RPT-HEADINGS
           END-IF
           MOVE SPACES TO SIM-RPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE SPACES                  TO RPT-TOTAL-LINE
           MOVE 'EMPLOYEES ON LIVE RUN'  TO RTT-LABEL-O
           MOVE STAT-LIVE-READ          TO RTT-COUNT-O
           MOVE RPT-TOTAL-LINE          TO SIM-RPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE 'EMPLOYEES ON SIMULATION' TO RTT-LABEL-O
           MOVE STAT-SIM-READ           TO RTT-COUNT-O
           MOVE RPT-TOTAL-LINE          TO SIM-RPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE 'EMPLOYEES ON BOTH'     TO RTT-LABEL-O
           MOVE STAT-COMPARED           TO RTT-COUNT-O
           MOVE RPT-TOTAL-LINE          TO SIM-RPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE 'EMPLOYEES WHOSE PAY CHANGES' TO RTT-LABEL-O
           MOVE STAT-CHANGED            TO RTT-COUNT-O
           MOVE RPT-TOTAL-LINE          TO SIM-RPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE 'NOT ON LIVE RUN'       TO RTT-LABEL-O
           MOVE STAT-SIM-ONLY           TO RTT-COUNT-O
           MOVE RPT-TOTAL-LINE          TO SIM-RPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE 'NOT ON SIMULATION'     TO RTT-LABEL-O
           MOVE STAT-LIVE-ONLY          TO RTT-COUNT-O
           MOVE RPT-TOTAL-LINE          TO SIM-RPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE 'SIMULATION ONLY - NOTHING WAS PAID OR POSTED'
               TO SIM-RPT-REC
           PERFORM WRITE-RPT-LINE
           .

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGE-NO
           MOVE RPT-PAGE-NO       TO RT-PAGE-NO-O
           WRITE SIM-RPT-REC FROM RPT-TITLE-LINE
           WRITE SIM-RPT-REC FROM RPT-COLUMN-LINE
           WRITE SIM-RPT-REC FROM HEADING-DASH-LINE
           MOVE 3 TO RPT-LINE-COUNT
           .

       WRITE-RPT-LINE.
      ****** Every body line goes through here so page breaks are
      ****** handled in one place - the caller builds SIM-RPT-REC
           IF RPT-LINE-COUNT >= PAGE-LINE-LIMIT
               MOVE SIM-RPT-REC   TO RPT-HOLD-LINE
               PERFORM WRITE-RPT-HEADINGS
               MOVE RPT-HOLD-LINE TO SIM-RPT-REC
           END-IF.
           WRITE SIM-RPT-REC.
           ADD 1 TO RPT-LINE-COUNT.
