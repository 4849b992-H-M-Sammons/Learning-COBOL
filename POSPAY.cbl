      *-----------------------
      * Positive-pay issue file - builds the nightly file the bank's
      * positive-pay service matches presented checks against: every
      * check LAB8 has added to the permanent check register and
      * every check BANKREC has marked void, each sent exactly once.
      * A header names our account, a trailer carries the item
      * counts and dollar totals the bank balances the file to, and
      * each register entry is stamped with the date its issue or
      * void went out, so a rerun never transmits an item twice.
      *-----------------------
      *-----------------------
      * Modification History
      * 2026-10-15  CR-4510  New program.
      * 2026-10-15  CR-4518  Register layout carries the check's
      *                      department charges and employer costs.
      *-----------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    POSPAY.
       AUTHOR.        HONNA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POS-PARM-FILE  ASSIGN TO POSPARM.
           SELECT CHECK-REG-FILE ASSIGN TO CHECKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHECK-NO.
           SELECT POS-PAY-FILE   ASSIGN TO POSPAYF.

       DATA DIVISION.

       FILE SECTION.
      *    One control card: the bank routing and account number the
      *    checks are drawn on, as the bank enrolled them
       FD  POS-PARM-FILE RECORDING MODE F.
       01  POS-PARM-REC.
           05  PM-BANK-ROUTING   PIC 9(09).
           05  PM-BANK-ACCOUNT   PIC X(17).

      *    The permanent check register exactly as LAB8 writes it
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

      *    The positive-pay transmission - 'H' header, one 'D' per
      *    issued or voided check, 'T' trailer with the controls
       FD  POS-PAY-FILE RECORDING MODE F.
       01  POS-PAY-HEADER.
           05  PH-RECORD-TYPE    PIC X(01).
           05  PH-BANK-ROUTING   PIC 9(09).
           05  PH-BANK-ACCOUNT   PIC X(17).
           05  PH-FILE-DATE      PIC 9(08).
           05  FILLER            PIC X(45).
       01  POS-PAY-DETAIL.
           05  PD-RECORD-TYPE    PIC X(01).
      *    'I' issued, 'V' voided - the bank pays an 'I' item only at
      *    this amount and refuses a 'V' item outright
           05  PD-ITEM-TYPE      PIC X(01).
           05  PD-CHECK-NO       PIC 9(08).
           05  PD-AMOUNT         PIC 9(08)V99.
           05  PD-ISSUE-DATE     PIC 9(08).
           05  PD-PAYEE-NAME     PIC X(20).
           05  FILLER            PIC X(32).
       01  POS-PAY-TRAILER.
           05  PT-RECORD-TYPE    PIC X(01).
           05  PT-ISSUE-COUNT    PIC 9(07).
           05  PT-ISSUE-AMOUNT   PIC 9(11)V99.
           05  PT-VOID-COUNT     PIC 9(07).
           05  PT-VOID-AMOUNT    PIC 9(11)V99.
           05  PT-DETAIL-COUNT   PIC 9(07).
           05  FILLER            PIC X(32).

       WORKING-STORAGE SECTION.
        01 FLAGS.
           05 REGISTER-EOF-SW    PIC X VALUE 'N'.
              88  REGISTER-IS-EOF  VALUE 'Y'.
           05 PARM-OK-SW         PIC X VALUE 'N'.
              88  POS-PARM-OK      VALUE 'Y'.
           05 ITEM-TYPE-SW       PIC X VALUE SPACE.
              88  ITEM-IS-ISSUE    VALUE 'I'.
              88  ITEM-IS-VOID     VALUE 'V'.

      ****** Captured off the control card before POSPARM is closed
        01 BANK-ACCOUNT-FIELDS.
           05 BANK-ROUTING       PIC 9(09) VALUE ZERO.
           05 BANK-ACCOUNT       PIC X(17) VALUE SPACES.

      ****** What went on the file, proven against what was stamped
      ****** on the register before the run can end clean
        01 RUN-STATISTICS.
           05 STAT-REGISTER-READ PIC 9(07) VALUE ZERO.
           05 STAT-ISSUES-SENT   PIC 9(07) VALUE ZERO.
           05 STAT-VOIDS-SENT    PIC 9(07) VALUE ZERO.
           05 STAT-ISSUES-MARKED PIC 9(07) VALUE ZERO.
           05 STAT-VOIDS-MARKED  PIC 9(07) VALUE ZERO.

        01 POS-PAY-TOTALS.
           05 ISSUE-AMOUNT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 VOID-AMOUNT-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 DETAIL-COUNT       PIC 9(07) VALUE ZERO.

        01 RUN-DATE-FIELDS.
           05 RUN-DATE-YMD    PIC 9(08).

       PROCEDURE DIVISION.
       BUILD-POSITIVE-PAY.
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
           PERFORM LOAD-POS-PARM
           IF NOT POS-PARM-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O    CHECK-REG-FILE
               OPEN OUTPUT POS-PAY-FILE
               PERFORM WRITE-POS-PAY-HEADER
               PERFORM START-REGISTER-BROWSE
               PERFORM UNTIL REGISTER-IS-EOF
                   PERFORM SEND-REGISTER-ITEMS
                   PERFORM READ-NEXT-REGISTER
               END-PERFORM
               PERFORM WRITE-POS-PAY-TRAILER
               CLOSE POS-PAY-FILE
      ****** The register is stamped only after the whole file is
      ****** written and closed - a run that dies mid-file leaves
      ****** nothing marked sent, and the rerun builds the complete
      ****** file again
               PERFORM START-REGISTER-BROWSE
               PERFORM UNTIL REGISTER-IS-EOF
                   PERFORM MARK-REGISTER-ITEMS
                   PERFORM READ-NEXT-REGISTER
               END-PERFORM
               CLOSE CHECK-REG-FILE
               PERFORM VERIFY-ITEMS-MARKED
           END-IF
           .

       CLOSE-STOP.
           PERFORM DISPLAY-RUN-STATISTICS.
           GOBACK.

       DISPLAY-RUN-STATISTICS.
      ****** The return code is what the scheduler acts on: 0 the
      ****** file is ready to transmit (a night with no new checks
      ****** still sends a header and a zero trailer), 8 do not
      ****** transmit - no control card, or the register stamps
      ****** disagree with the file
           DISPLAY "POSPAY RUN STATISTICS"
           DISPLAY "  REGISTER READ:      " STAT-REGISTER-READ
           DISPLAY "  ISSUES SENT:        " STAT-ISSUES-SENT
           DISPLAY "  ISSUE DOLLARS:      " ISSUE-AMOUNT-TOTAL
           DISPLAY "  VOIDS SENT:         " STAT-VOIDS-SENT
           DISPLAY "  VOID DOLLARS:       " VOID-AMOUNT-TOTAL
           DISPLAY "  RETURN CODE:        " RETURN-CODE
           .

       LOAD-POS-PARM.
      *    Without the enrolled account the bank cannot match the
      *    file to anything - no card, no file
           OPEN INPUT POS-PARM-FILE
           READ POS-PARM-FILE
               AT END
                   DISPLAY "POSPARM EMPTY - NO FILE BUILT"
               NOT AT END
                   IF PM-BANK-ROUTING NOT NUMERIC
                       OR PM-BANK-ROUTING = ZERO
                       OR PM-BANK-ACCOUNT = SPACES
                       DISPLAY "POSPARM BANK ACCOUNT MISSING"
                           " - NO FILE BUILT"
                   ELSE
                       MOVE PM-BANK-ROUTING TO BANK-ROUTING
                       MOVE PM-BANK-ACCOUNT TO BANK-ACCOUNT
                       SET POS-PARM-OK TO TRUE
                   END-IF
           END-READ
           CLOSE POS-PARM-FILE
           .

       START-REGISTER-BROWSE.
           MOVE 'N' TO REGISTER-EOF-SW
           MOVE ZERO TO CR-CHECK-NO
           START CHECK-REG-FILE KEY >= CR-CHECK-NO
               INVALID KEY SET REGISTER-IS-EOF TO TRUE
           END-START
           IF NOT REGISTER-IS-EOF
               PERFORM READ-NEXT-REGISTER
           END-IF
           .

       READ-NEXT-REGISTER.
           READ CHECK-REG-FILE NEXT RECORD
               AT END SET REGISTER-IS-EOF TO TRUE
           END-READ.

       SEND-REGISTER-ITEMS.
      *    A check not yet sent as issued goes out as an issue item
      *    whatever its status now - a check voided before the bank
      *    ever heard of it goes out as the issue and the void
      *    together, so the bank's file stays complete
           ADD 1 TO STAT-REGISTER-READ
           IF CR-PP-ISSUE-SENT = ZERO
               SET ITEM-IS-ISSUE TO TRUE
               PERFORM WRITE-POS-PAY-DETAIL
               ADD 1 TO STAT-ISSUES-SENT
               ADD CR-NET-PAY TO ISSUE-AMOUNT-TOTAL
           END-IF
           IF CR-IS-VOIDED AND CR-PP-VOID-SENT = ZERO
               SET ITEM-IS-VOID TO TRUE
               PERFORM WRITE-POS-PAY-DETAIL
               ADD 1 TO STAT-VOIDS-SENT
               ADD CR-NET-PAY TO VOID-AMOUNT-TOTAL
           END-IF
           .

       MARK-REGISTER-ITEMS.
      *    Exactly the tests SEND-REGISTER-ITEMS applied - nothing
      *    else touches the register between the two passes
           IF CR-PP-ISSUE-SENT = ZERO
               OR (CR-IS-VOIDED AND CR-PP-VOID-SENT = ZERO)
               IF CR-PP-ISSUE-SENT = ZERO
                   MOVE RUN-DATE-YMD TO CR-PP-ISSUE-SENT
                   ADD 1 TO STAT-ISSUES-MARKED
               END-IF
               IF CR-IS-VOIDED AND CR-PP-VOID-SENT = ZERO
                   MOVE RUN-DATE-YMD TO CR-PP-VOID-SENT
                   ADD 1 TO STAT-VOIDS-MARKED
               END-IF
               REWRITE CHECK-REG-REC
                   INVALID KEY
                       DISPLAY "REGISTER REWRITE FAILED - CHECK "
                           CR-CHECK-NO
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           END-IF
           .

       VERIFY-ITEMS-MARKED.
      *    Every item on the file must now be stamped on the
      *    register, or tomorrow's file sends it again
           IF STAT-ISSUES-MARKED NOT = STAT-ISSUES-SENT
               OR STAT-VOIDS-MARKED NOT = STAT-VOIDS-SENT
               DISPLAY "REGISTER STAMPS DISAGREE WITH FILE - ISSUES "
                   STAT-ISSUES-SENT "/" STAT-ISSUES-MARKED
                   " VOIDS " STAT-VOIDS-SENT "/" STAT-VOIDS-MARKED
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       WRITE-POS-PAY-HEADER.
           MOVE SPACES       TO POS-PAY-HEADER.
           MOVE 'H'          TO PH-RECORD-TYPE.
           MOVE BANK-ROUTING TO PH-BANK-ROUTING.
           MOVE BANK-ACCOUNT TO PH-BANK-ACCOUNT.
           MOVE RUN-DATE-YMD TO PH-FILE-DATE.
           WRITE POS-PAY-HEADER.

       WRITE-POS-PAY-DETAIL.
           MOVE SPACES           TO POS-PAY-DETAIL.
           MOVE 'D'              TO PD-RECORD-TYPE.
           MOVE ITEM-TYPE-SW     TO PD-ITEM-TYPE.
           MOVE CR-CHECK-NO      TO PD-CHECK-NO.
           MOVE CR-NET-PAY       TO PD-AMOUNT.
           MOVE CR-ISSUE-DATE    TO PD-ISSUE-DATE.
           MOVE CR-EMPLOYEE-NAME TO PD-PAYEE-NAME.
           WRITE POS-PAY-DETAIL.
           ADD 1 TO DETAIL-COUNT.

       WRITE-POS-PAY-TRAILER.
      ****** The bank counts and totals the items it receives and
      ****** rejects the file if they disagree with this record
           MOVE SPACES             TO POS-PAY-TRAILER.
           MOVE 'T'                TO PT-RECORD-TYPE.
           MOVE STAT-ISSUES-SENT   TO PT-ISSUE-COUNT.
           MOVE ISSUE-AMOUNT-TOTAL TO PT-ISSUE-AMOUNT.
           MOVE STAT-VOIDS-SENT    TO PT-VOID-COUNT.
           MOVE VOID-AMOUNT-TOTAL  TO PT-VOID-AMOUNT.
           MOVE DETAIL-COUNT       TO PT-DETAIL-COUNT.
           WRITE POS-PAY-TRAILER.
