      *-----------------------
      * Payroll run-control report and reset - lists every pay week
      * on the RUNCTL file LAB3, GLPOST and LAB8 keep, with the
      * timecard count and hours hash LAB3 paid it from, the GL
      * batch it went to the ledger under and where each of the
      * three steps stands. A step left running or failed blocks
      * every rerun of that week until an operator has put right
      * whatever it half-did and resets it here with a RESET card;
      * a completed step can never be reset, so a week cannot be
      * paid, posted or issued a second time.
      *-----------------------
      *-----------------------
      * Modification History
      * 2026-10-15  CR-4517  New program.
      * 2026-10-15  CR-4519  A payroll reset names PAYHIST and
      *                      RETROADJ as well as YTDMSTR - all three
      *                      come back from their backup generations.
      *-----------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUNCTLRP.
       AUTHOR.        HONNA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESET-CARD-FILE ASSIGN TO RCTLCARD.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CYCLE-ID.
           SELECT RUN-CONTROL-RPT ASSIGN TO RCTLRPT.

       DATA DIVISION.

       FILE SECTION.
      *    Optional reset cards - RESET in columns 1-5, the pay week
      *    (week-ending yyyymmdd) in 7-14, the step in 16-22:
      *    PAYROLL, GLPOST or ADVICES
       FD  RESET-CARD-FILE RECORDING MODE F.
       01  RESET-CARD-REC.
           05  RD-ACTION         PIC X(05).
               88  RD-IS-RESET     VALUE 'RESET'.
           05  FILLER            PIC X(01).
           05  RD-CYCLE-ID       PIC X(08).
           05  FILLER            PIC X(01).
           05  RD-STEP           PIC X(07).
               88  RD-STEP-PAYROLL VALUE 'PAYROLL'.
               88  RD-STEP-GLPOST  VALUE 'GLPOST '.
               88  RD-STEP-ADVICES VALUE 'ADVICES'.
           05  FILLER            PIC X(58).
       01  RESET-CARD-IMAGE.
           05  RD-CARD-FRONT     PIC X(22).
           05  FILLER            PIC X(58).

      *    Payroll run control - one record per pay week, keyed on
      *    the week-ending LAB3 paid; blank not run, R running,
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

       FD  RUN-CONTROL-RPT RECORDING MODE F.
       01  RUN-CONTROL-RPT-REC   PIC X(120).

       WORKING-STORAGE SECTION.
        01 FLAGS.
           05 CARD-EOF-SW        PIC X VALUE 'N'.
              88  CARD-IS-EOF      VALUE 'Y'.
           05 RUNCTL-EOF-SW      PIC X VALUE 'N'.
              88  RUNCTL-IS-EOF    VALUE 'Y'.

      ****** The status byte of the step a card names, and of each
      ****** step as it is listed
        01 STEP-STATUS-FIELDS.
           05 STEP-STATUS        PIC X(01) VALUE SPACE.
              88  STEP-NOT-RUN     VALUE SPACE.
              88  STEP-RUNNING     VALUE 'R'.
              88  STEP-COMPLETE    VALUE 'C'.
              88  STEP-FAILED      VALUE 'F'.
           05 STEP-STATUS-TEXT   PIC X(08) VALUE SPACES.

      ****** What to put right before a reset step is rerun - the
      ****** reset itself changes nothing but the status byte
        77 RESET-RESULT-TEXT  PIC X(60) VALUE SPACES.

        01 RUN-STATISTICS.
           05 STAT-CARDS-READ    PIC 9(05) VALUE ZERO.
           05 STAT-STEPS-RESET   PIC 9(05) VALUE ZERO.
           05 STAT-CARDS-REFUSED PIC 9(05) VALUE ZERO.
           05 STAT-CARDS-IGNORED PIC 9(05) VALUE ZERO.
           05 STAT-CYCLES-LISTED PIC 9(05) VALUE ZERO.
           05 STAT-INCOMPLETE    PIC 9(05) VALUE ZERO.

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
      ****** title + run date + page number, the column line, then a
      ****** dash rule
        01 PAGE-CONTROLS.
           05 PAGE-LINE-LIMIT  PIC 9(02) VALUE 60.
      *    Line count starts past the limit so the first line forces
      *    the first page heading
           05 RPT-LINE-COUNT   PIC 9(02) VALUE 99.
           05 RPT-PAGE-NO      PIC 9(04) VALUE ZERO.

        01 RPT-TITLE-LINE.
           05 RT-TITLE-O      PIC X(20)
              VALUE 'PAYROLL RUN CONTROL'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FILLER          PIC X(04) VALUE 'RUN '.
           05 RT-RUN-DATE-O   PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(05) VALUE 'PAGE '.
           05 RT-PAGE-NO-O    PIC ZZZ9.

        01 RPT-COLUMN-LINE.
           05 FILLER          PIC X(10) VALUE 'PAY WEEK'.
           05 FILLER          PIC X(07) VALUE 'CARDS'.
           05 FILLER          PIC X(14) VALUE '  HOURS HASH'.
           05 FILLER          PIC X(10) VALUE 'GL BATCH'.
           05 FILLER          PIC X(10) VALUE 'OPENED'.
           05 FILLER          PIC X(19) VALUE 'PAYROLL'.
           05 FILLER          PIC X(19) VALUE 'GLPOST'.
           05 FILLER          PIC X(19) VALUE 'ADVICES'.

        01 HEADING-DASH-LINE  PIC X(120) VALUE ALL '-'.
        01 HEADING-HOLD-LINE  PIC X(120) VALUE SPACES.

        01 RPT-DETAIL-LINE.
           05 RL-CYCLE-ID-O   PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RL-CARDS-O      PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RL-HASH-O       PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RL-BATCH-O      PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RL-OPENED-O     PIC 9(08) BLANK WHEN ZERO.
           05 RL-STEP-O       OCCURS 3 TIMES.
              10 FILLER       PIC X(02).
              10 RL-STATUS-O  PIC X(08).
              10 FILLER       PIC X(01).
              10 RL-DATE-O    PIC 9(08) BLANK WHEN ZERO.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RL-NOTE-O       PIC X(10).

        01 RPT-CARD-LINE.
           05 FILLER          PIC X(12) VALUE 'RESET CARD: '.
           05 CL-CARD-O       PIC X(22).
           05 FILLER          PIC X(03) VALUE ' - '.
           05 CL-RESULT-O     PIC X(60).
           05 FILLER          PIC X(23) VALUE SPACES.

        01 RPT-NONE-LINE.
           05 FILLER          PIC X(40)
              VALUE 'NO PAY WEEKS ON RUN CONTROL'.
           05 FILLER          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRODUCE-RUN-CONTROL.
           PERFORM SET-REPORT-RUN-DATE
           OPEN I-O    RUN-CONTROL-FILE
           OPEN OUTPUT RUN-CONTROL-RPT
      ****** Resets first, so the listing shows the file as the next
      ****** run will find it
           OPEN INPUT RESET-CARD-FILE
           PERFORM READ-RESET-CARD
           PERFORM UNTIL CARD-IS-EOF
               PERFORM APPLY-RESET-CARD
               PERFORM READ-RESET-CARD
           END-PERFORM
           CLOSE RESET-CARD-FILE
           PERFORM LIST-RUN-CONTROL
           CLOSE RUN-CONTROL-FILE
           CLOSE RUN-CONTROL-RPT
           .

       CLOSE-STOP.
           PERFORM DISPLAY-RUN-STATISTICS.
           GOBACK.

       DISPLAY-RUN-STATISTICS.
      ****** The return code is what the scheduler acts on: 0 every
      ****** week listed is complete, 4 a week is still open (or a
      ****** card named a step that had not started), 8 a reset
      ****** card was refused - a completed step, a week not on
      ****** file or a card that could not be read
           IF STAT-INCOMPLETE > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "RUNCTLRP RUN STATISTICS"
           DISPLAY "  RESET CARDS READ:   " STAT-CARDS-READ
           DISPLAY "  STEPS RESET:        " STAT-STEPS-RESET
           DISPLAY "  CARDS REFUSED:      " STAT-CARDS-REFUSED
           DISPLAY "  CARDS NOT NEEDED:   " STAT-CARDS-IGNORED
           DISPLAY "  PAY WEEKS LISTED:   " STAT-CYCLES-LISTED
           DISPLAY "  WEEKS INCOMPLETE:   " STAT-INCOMPLETE
           DISPLAY "  RETURN CODE:        " RETURN-CODE
           .

       SET-REPORT-RUN-DATE.
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
           MOVE RUN-DATE-YYYY TO RDE-YYYY
           MOVE RUN-DATE-MM   TO RDE-MM
           MOVE RUN-DATE-DD   TO RDE-DD
           MOVE RPT-DATE-EDIT TO RT-RUN-DATE-O
           .

       READ-RESET-CARD.
           READ RESET-CARD-FILE
               AT END SET CARD-IS-EOF TO TRUE
               NOT AT END ADD 1 TO STAT-CARDS-READ
           END-READ.

       APPLY-RESET-CARD.
      *    Only a step left running or failed goes back to not run.
      *    A completed step stays complete whatever the card says -
      *    resetting it is exactly the double payment run control
      *    is there to stop.
           MOVE SPACES TO RESET-RESULT-TEXT
           MOVE SPACE  TO STEP-STATUS
           IF NOT RD-IS-RESET
               OR NOT (RD-STEP-PAYROLL OR RD-STEP-GLPOST
                       OR RD-STEP-ADVICES)
               MOVE 'CARD NOT RECOGNIZED - NOTHING RESET'
                   TO RESET-RESULT-TEXT
               PERFORM REFUSE-RESET-CARD
           ELSE
               MOVE RD-CYCLE-ID TO RC-CYCLE-ID
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       MOVE 'WEEK NOT ON RUN CONTROL - NOTHING RESET'
                           TO RESET-RESULT-TEXT
                       PERFORM REFUSE-RESET-CARD
                   NOT INVALID KEY
                       PERFORM RESET-NAMED-STEP
               END-READ
           END-IF
           PERFORM WRITE-CARD-LINE
           .

       RESET-NAMED-STEP.
           EVALUATE TRUE
               WHEN RD-STEP-PAYROLL
                   MOVE RC-PAYROLL-STATUS TO STEP-STATUS
               WHEN RD-STEP-GLPOST
                   MOVE RC-GLPOST-STATUS  TO STEP-STATUS
               WHEN OTHER
                   MOVE RC-ADVICE-STATUS  TO STEP-STATUS
           END-EVALUATE
           EVALUATE TRUE
               WHEN STEP-COMPLETE
                   MOVE 'STEP IS COMPLETE - CANNOT BE RESET'
                       TO RESET-RESULT-TEXT
                   PERFORM REFUSE-RESET-CARD
               WHEN STEP-NOT-RUN
                   MOVE 'STEP HAS NOT RUN - NOTHING TO RESET'
                       TO RESET-RESULT-TEXT
                   ADD 1 TO STAT-CARDS-IGNORED
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   PERFORM CLEAR-NAMED-STEP
           END-EVALUATE
           .

       CLEAR-NAMED-STEP.
      *    The note says what the half-finished step may have left
      *    behind - that has to be put right before the rerun
           EVALUATE TRUE
               WHEN RD-STEP-PAYROLL
                   MOVE SPACE TO RC-PAYROLL-STATUS
                   MOVE RUN-DATE-YMD TO RC-PAYROLL-DATE
                   MOVE 'RESET - RESTORE YTDMSTR PAYHIST RETROADJ FIRST'
                       TO RESET-RESULT-TEXT
               WHEN RD-STEP-GLPOST
                   MOVE SPACE TO RC-GLPOST-STATUS
                   MOVE RUN-DATE-YMD TO RC-GLPOST-DATE
                   MOVE 'RESET - CHECK GLBALMST AND GLBATLOG FIRST'
                       TO RESET-RESULT-TEXT
               WHEN OTHER
                   MOVE SPACE TO RC-ADVICE-STATUS
                   MOVE RUN-DATE-YMD TO RC-ADVICE-DATE
                   MOVE 'RESET - CHECK CHECKREG AND CHECKCTL FIRST'
                       TO RESET-RESULT-TEXT
           END-EVALUATE
           REWRITE RUN-CONTROL-REC
               INVALID KEY
                   MOVE 'RUN CONTROL REWRITE FAILED - NOTHING RESET'
                       TO RESET-RESULT-TEXT
                   PERFORM REFUSE-RESET-CARD
               NOT INVALID KEY
                   ADD 1 TO STAT-STEPS-RESET
           END-REWRITE
           .

       REFUSE-RESET-CARD.
           ADD 1 TO STAT-CARDS-REFUSED
           MOVE 8 TO RETURN-CODE
           .

       WRITE-CARD-LINE.
           DISPLAY "RESET CARD " RD-CARD-FRONT " - "
               RESET-RESULT-TEXT
           MOVE RD-CARD-FRONT TO CL-CARD-O
           MOVE RESET-RESULT-TEXT    TO CL-RESULT-O
           MOVE RPT-CARD-LINE        TO RUN-CONTROL-RPT-REC
           PERFORM WRITE-RPT-LINE
           .

       LIST-RUN-CONTROL.
           MOVE LOW-VALUES TO RC-CYCLE-ID
           START RUN-CONTROL-FILE KEY >= RC-CYCLE-ID
               INVALID KEY SET RUNCTL-IS-EOF TO TRUE
           END-START
           IF NOT RUNCTL-IS-EOF
               PERFORM READ-NEXT-RUN-CONTROL
           END-IF
           PERFORM UNTIL RUNCTL-IS-EOF
               PERFORM WRITE-CYCLE-LINE
               PERFORM READ-NEXT-RUN-CONTROL
           END-PERFORM
           IF STAT-CYCLES-LISTED = ZERO
               MOVE RPT-NONE-LINE TO RUN-CONTROL-RPT-REC
               PERFORM WRITE-RPT-LINE
           END-IF
           .

       READ-NEXT-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END SET RUNCTL-IS-EOF TO TRUE
           END-READ.

       WRITE-CYCLE-LINE.
      *    A week is open until all three steps are complete
           MOVE SPACES            TO RPT-DETAIL-LINE
           MOVE RC-CYCLE-ID       TO RL-CYCLE-ID-O
           MOVE RC-CARD-COUNT     TO RL-CARDS-O
           MOVE RC-HOURS-HASH     TO RL-HASH-O
           MOVE RC-GL-BATCH-NO    TO RL-BATCH-O
           MOVE RC-OPENED-DATE    TO RL-OPENED-O
           MOVE RC-PAYROLL-STATUS TO STEP-STATUS
           PERFORM SET-STEP-STATUS-TEXT
           MOVE STEP-STATUS-TEXT  TO RL-STATUS-O(1)
           MOVE RC-PAYROLL-DATE   TO RL-DATE-O(1)
           MOVE RC-GLPOST-STATUS  TO STEP-STATUS
           PERFORM SET-STEP-STATUS-TEXT
           MOVE STEP-STATUS-TEXT  TO RL-STATUS-O(2)
           MOVE RC-GLPOST-DATE    TO RL-DATE-O(2)
           MOVE RC-ADVICE-STATUS  TO STEP-STATUS
           PERFORM SET-STEP-STATUS-TEXT
           MOVE STEP-STATUS-TEXT  TO RL-STATUS-O(3)
           MOVE RC-ADVICE-DATE    TO RL-DATE-O(3)
           IF RC-PAYROLL-STATUS NOT = 'C'
               OR RC-GLPOST-STATUS NOT = 'C'
               OR RC-ADVICE-STATUS NOT = 'C'
               MOVE 'INCOMPLETE' TO RL-NOTE-O
               ADD 1 TO STAT-INCOMPLETE
           END-IF
           MOVE RPT-DETAIL-LINE   TO RUN-CONTROL-RPT-REC
           PERFORM WRITE-RPT-LINE
           ADD 1 TO STAT-CYCLES-LISTED
           .

       SET-STEP-STATUS-TEXT.
           EVALUATE TRUE
               WHEN STEP-NOT-RUN
                   MOVE 'NOT RUN'  TO STEP-STATUS-TEXT
               WHEN STEP-RUNNING
                   MOVE 'RUNNING'  TO STEP-STATUS-TEXT
               WHEN STEP-COMPLETE
                   MOVE 'COMPLETE' TO STEP-STATUS-TEXT
               WHEN STEP-FAILED
                   MOVE 'FAILED'   TO STEP-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN'  TO STEP-STATUS-TEXT
           END-EVALUATE
           .

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGE-NO
           MOVE RPT-PAGE-NO TO RT-PAGE-NO-O
           WRITE RUN-CONTROL-RPT-REC FROM RPT-TITLE-LINE
           WRITE RUN-CONTROL-RPT-REC FROM RPT-COLUMN-LINE
           WRITE RUN-CONTROL-RPT-REC FROM HEADING-DASH-LINE
           MOVE 3 TO RPT-LINE-COUNT
           .

       WRITE-RPT-LINE.
      *    The caller's line is held across the headings, which are
      *    written through the same record area
           IF RPT-LINE-COUNT >= PAGE-LINE-LIMIT
               MOVE RUN-CONTROL-RPT-REC TO HEADING-HOLD-LINE
               PERFORM WRITE-RPT-HEADINGS
               MOVE HEADING-HOLD-LINE TO RUN-CONTROL-RPT-REC
           END-IF
           WRITE RUN-CONTROL-RPT-REC
           ADD 1 TO RPT-LINE-COUNT
           .
