      *-----------------------
      * Employee master maintenance - applies HR's add, change and
      * terminate transactions to EMPMSTR, the employee master LAB3
      * and LAB8 pay from, writes the new master with a balancing
      * report, and appends every rate, status, department and
      * bank-field change to EMPHIST with the user who keyed it and
      * the run date. Until this program existed EMPMSTR was edited
      * by hand and nobody could say who had changed a rate or a
      * deposit account, or when.
      *-----------------------
      *-----------------------
      * Modification History
      * 2026-10-15  CR-4508  New program.
      *-----------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPMAINT.
       AUTHOR.        HONNA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER     ASSIGN TO EMPMSTR.
           SELECT SORT-MST-WORK  ASSIGN TO SRTMWK1.
           SELECT SORTED-MASTER  ASSIGN TO SRTDMSTR.
           SELECT TRANS-FILE     ASSIGN TO EMPTRNS.
           SELECT SORT-TRN-WORK  ASSIGN TO SRTTWK1.
           SELECT SORTED-TRANS   ASSIGN TO SRTDTRNS.
           SELECT NEW-MASTER     ASSIGN TO NEWEMP.
           SELECT AUDIT-RPT      ASSIGN TO AUDITRPT.
           SELECT BALANCE-RPT    ASSIGN TO BALRPT.
           SELECT EMP-HIST-FILE  ASSIGN TO EMPHIST.

       DATA DIVISION.

       FILE SECTION.
      *    Old master - the flat EMPMSTR every payroll program reads
      *    whole, so it is sorted on employee ID here before the merge
      *    rather than trusted to arrive in key order
       FD  OLD-MASTER RECORDING MODE F.
       01  OLD-MASTER-REC         PIC X(63).

       SD  SORT-MST-WORK.
       01  SORT-MST-REC.
           05  SM-EMPLOYEE-ID     PIC X(06).
           05  FILLER             PIC X(57).

      *    Employee master exactly as LAB3 and LAB8 read it
       FD  SORTED-MASTER RECORDING MODE F.
       01  SORTED-MASTER-REC.
           05  OM-EMPLOYEE-ID     PIC X(06).
           05  OM-EMPLOYEE-NAME   PIC X(20).
           05  OM-RATE            PIC 9(03)V99.
           05  OM-STATUS          PIC X(01).
           05  OM-PAY-METHOD      PIC X(01).
           05  OM-BANK-ROUTING    PIC 9(09).
           05  OM-BANK-ACCOUNT    PIC X(17).
           05  OM-DEPT            PIC X(04).

      *    HR's transactions, keyed by employee ID: 'A' adds a new
      *    employee from a complete record, 'C' changes every field
      *    that is not blank (or zero, for the numeric fields), 'X'
      *    terminates - 'T' is the trailer, as on every feed we take.
      *    The user ID of whoever keyed the transaction is carried
      *    onto every history record it produces.
       FD  TRANS-FILE RECORDING MODE F.
       01  TRANS-FILE-REC.
           05  TF-TRANS-CODE      PIC X(01).
           05  TF-EMPLOYEE-ID     PIC X(06).
           05  TF-EMPLOYEE-NAME   PIC X(20).
           05  TF-RATE            PIC 9(03)V99.
           05  TF-STATUS          PIC X(01).
           05  TF-PAY-METHOD      PIC X(01).
           05  TF-BANK-ROUTING    PIC 9(09).
           05  TF-BANK-ACCOUNT    PIC X(17).
           05  TF-DEPT            PIC X(04).
           05  TF-USER-ID         PIC X(08).
       01  TRANS-TRAILER-REC.
           05  TT-TRAILER-CODE    PIC X(01).
           05  TT-TRANS-COUNT     PIC 9(09).
           05  TT-RATE-HASH       PIC 9(09)V99.
           05  FILLER             PIC X(51).

       SD  SORT-TRN-WORK.
       01  SORT-TRN-REC.
           05  ST-TRANS-CODE      PIC X(01).
           05  ST-EMPLOYEE-ID     PIC X(06).
           05  FILLER             PIC X(65).

      *    Transactions sorted ascending by employee ID for the merge
       FD  SORTED-TRANS RECORDING MODE F.
       01  CURRENT-TRANS-REC.
           05  CT-TRANS-CODE      PIC X(01).
               88  CT-IS-ADD        VALUE 'A'.
               88  CT-IS-CHANGE     VALUE 'C'.
               88  CT-IS-TERMINATE  VALUE 'X'.
           05  CT-EMPLOYEE-ID     PIC X(06).
           05  CT-EMPLOYEE-NAME   PIC X(20).
           05  CT-RATE            PIC 9(03)V99.
           05  CT-STATUS          PIC X(01).
           05  CT-PAY-METHOD      PIC X(01).
           05  CT-BANK-ROUTING    PIC 9(09).
           05  CT-BANK-ACCOUNT    PIC X(17).
           05  CT-DEPT            PIC X(04).
           05  CT-USER-ID         PIC X(08).

      *    Updated master, in the layout EMPMSTR already uses
       FD  NEW-MASTER RECORDING MODE F.
       01  NEW-MASTER-REC.
           05  NM-EMPLOYEE-ID     PIC X(06).
           05  NM-EMPLOYEE-NAME   PIC X(20).
           05  NM-RATE            PIC 9(03)V99.
           05  NM-STATUS          PIC X(01).
           05  NM-PAY-METHOD      PIC X(01).
           05  NM-BANK-ROUTING    PIC 9(09).
           05  NM-BANK-ACCOUNT    PIC X(17).
           05  NM-DEPT            PIC X(04).

      *    One line per transaction - what was done to whom, by whom,
      *    and for a reject, why
       FD  AUDIT-RPT RECORDING MODE F.
       01  AUDIT-REC.
           05  AUD-EMPLOYEE-ID-O  PIC X(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AUD-NAME-O         PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AUD-ACTION-O       PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AUD-USER-ID-O      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AUD-REASON-O       PIC X(30).

      *    Proof the run was complete - control check results and the
      *    old-vs-new master balancing, one labelled line at a time
       FD  BALANCE-RPT RECORDING MODE F.
       01  BALANCE-LINE           PIC X(60).

      *    Permanent change history - one record per field changed,
      *    before and after side by side, appended run after run and
      *    never recreated
       FD  EMP-HIST-FILE RECORDING MODE F.
       01  EMP-HIST-REC.
           05  EH-EMPLOYEE-ID     PIC X(06).
           05  EH-RUN-DATE        PIC 9(08).
           05  EH-USER-ID         PIC X(08).
           05  EH-ACTION          PIC X(08).
           05  EH-FIELD-NAME      PIC X(08).
           05  EH-OLD-VALUE       PIC X(20).
           05  EH-NEW-VALUE       PIC X(20).

       WORKING-STORAGE SECTION.
        01 FLAGS.
           05 MASTER-EOF-SW      PIC X VALUE 'N'.
              88  MASTER-IS-EOF    VALUE 'Y'.
           05 TRANS-EOF-SW       PIC X VALUE 'N'.
              88  TRANS-IS-EOF     VALUE 'Y'.
           05 RAWTRANS-EOF-SW    PIC X VALUE 'N'.
              88  RAWTRANS-IS-EOF  VALUE 'Y'.
           05 TRAILER-FOUND-SW   PIC X VALUE 'N'.
              88  TRAILER-WAS-FOUND VALUE 'Y'.
           05 CONTROLS-SW        PIC X VALUE 'N'.
              88  TRANS-CONTROLS-OK VALUE 'Y'.

      *    What the sender said was transmitted vs what actually
      *    arrived, compared before a single record is merged
        01 TRANS-CONTROL-TOTALS.
           05 TRAILER-TRANS-COUNT PIC 9(09) VALUE ZERO.
           05 TRAILER-RATE-HASH   PIC 9(09)V99 VALUE ZERO.
           05 INPUT-TRANS-COUNT   PIC 9(09) VALUE ZERO.
           05 INPUT-RATE-HASH     PIC 9(09)V99 VALUE ZERO.

      *    Merge activity, accumulated for the balancing proof. A
      *    terminated employee stays on the master (W-2s and the YTD
      *    history still need the name), so the record count proves
      *    old + added = new, and the active count proves the status
      *    changes on their own.
        01 BALANCING-TOTALS.
           05 OLD-MASTER-COUNT    PIC 9(09) VALUE ZERO.
           05 NEW-MASTER-COUNT    PIC 9(09) VALUE ZERO.
           05 ADDED-COUNT         PIC 9(09) VALUE ZERO.
           05 CHANGED-COUNT       PIC 9(09) VALUE ZERO.
           05 TERMINATED-COUNT    PIC 9(09) VALUE ZERO.
           05 REJECTED-COUNT      PIC 9(09) VALUE ZERO.
           05 EXPECTED-NEW-COUNT  PIC 9(09) VALUE ZERO.
           05 OLD-ACTIVE-COUNT    PIC 9(09) VALUE ZERO.
           05 NEW-ACTIVE-COUNT    PIC 9(09) VALUE ZERO.
           05 ACTIVE-NET-CHANGE   PIC S9(09) COMP-3 VALUE ZERO.
           05 EXPECTED-NEW-ACTIVE PIC S9(09) COMP-3 VALUE ZERO.
           05 OLD-RATE-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 NEW-RATE-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 ADDED-RATE-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 CHANGED-RATE-DELTA  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 EXPECTED-NEW-RATE   PIC S9(9)V99 COMP-3 VALUE ZERO.

      *    Balancing report print line
        01 BALANCE-DETAIL.
           05 BAL-LABEL-O         PIC X(29).
           05 BAL-COUNT-O         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BAL-AMOUNT-O        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      *    Running view of the current employee while every queued
      *    transaction for the ID is drained - an add followed by a
      *    change in the same run is applied to the new employee, not
      *    compared against whatever master key happens to come next
        01 CURRENT-KEY-GROUP.
           05 GRP-IMAGE.
              10 GRP-EMPLOYEE-ID   PIC X(06).
              10 GRP-EMPLOYEE-NAME PIC X(20).
              10 GRP-RATE          PIC 9(03)V99.
              10 GRP-STATUS        PIC X(01).
                 88  GRP-IS-ACTIVE   VALUE 'A'.
              10 GRP-PAY-METHOD    PIC X(01).
              10 GRP-BANK-ROUTING  PIC 9(09).
              10 GRP-BANK-ACCOUNT  PIC X(17).
              10 GRP-DEPT          PIC X(04).
           05 GRP-ON-FILE-SW     PIC X VALUE 'N'.
              88  GRP-IS-ON-FILE   VALUE 'Y'.
              88  GRP-NOT-ON-FILE  VALUE 'N'.

      *    The employee record as a transaction would leave it - built
      *    up here and edited as a whole, so a change that would leave
      *    the record unpayable is refused before it touches the group
        01 CANDIDATE-IMAGE.
           05 CAN-EMPLOYEE-ID    PIC X(06).
           05 CAN-EMPLOYEE-NAME  PIC X(20).
           05 CAN-RATE           PIC 9(03)V99.
           05 CAN-STATUS         PIC X(01).
              88  CAN-STATUS-VALID VALUE 'A' 'T'.
              88  CAN-IS-ACTIVE    VALUE 'A'.
           05 CAN-PAY-METHOD     PIC X(01).
              88  CAN-METHOD-VALID VALUE 'C' 'D'.
              88  CAN-IS-DEPOSIT   VALUE 'D'.
           05 CAN-BANK-ROUTING   PIC 9(09).
           05 CAN-BANK-ACCOUNT   PIC X(17).
           05 CAN-DEPT           PIC X(04).

      ****** The employee record before the transaction, held so
      ****** the history can carry old and new side by side. An add
      ****** has no before - its old values print blank.
        01 BEFORE-IMAGE.
           05 BF-EMPLOYEE-ID     PIC X(06).
           05 BF-EMPLOYEE-NAME   PIC X(20).
           05 BF-RATE            PIC 9(03)V99.
           05 BF-STATUS          PIC X(01).
              88  BF-IS-ACTIVE     VALUE 'A'.
           05 BF-PAY-METHOD      PIC X(01).
           05 BF-BANK-ROUTING    PIC 9(09).
           05 BF-BANK-ACCOUNT    PIC X(17).
           05 BF-DEPT            PIC X(04).
        77 BF-ON-FILE-SW         PIC X VALUE 'N'.
           88  BF-WAS-ON-FILE      VALUE 'Y'.

      ****** Spaces when the transaction is good, otherwise the reason
      ****** printed on the audit line
        77 REJECT-REASON         PIC X(30) VALUE SPACES.
        77 HIST-ACTION           PIC X(08) VALUE SPACES.
        77 HIST-RATE-EDIT        PIC ZZ9.99.
        77 HIST-ROUTING-EDIT     PIC 9(09).

        01 RUN-DATE-FIELDS.
           05 RUN-DATE-YMD       PIC 9(08).

        77 STAT-HISTORY-WRITTEN  PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       PROCESS-TRANSACTIONS.
           PERFORM SET-RUN-DATE
           PERFORM SORT-OLD-MASTER
           PERFORM SORT-TRANS-FILE
           OPEN OUTPUT BALANCE-RPT
           PERFORM VERIFY-TRANS-CONTROLS

      ****** A transmission that fails its own control totals must
      ****** not touch the master
           IF TRANS-CONTROLS-OK
               OPEN INPUT  SORTED-MASTER
               OPEN INPUT  SORTED-TRANS
               OPEN OUTPUT NEW-MASTER
               OPEN OUTPUT AUDIT-RPT
      ****** The history is permanent - EXTEND appends this run's
      ****** changes after every run that came before
               OPEN EXTEND EMP-HIST-FILE

               PERFORM READ-MASTER-RECORD
               PERFORM READ-TRANS-RECORD

               PERFORM UNTIL MASTER-IS-EOF AND TRANS-IS-EOF
                   PERFORM APPLY-NEXT-ACTION
               END-PERFORM

               PERFORM WRITE-BALANCING-REPORT

               CLOSE SORTED-MASTER
               CLOSE SORTED-TRANS
               CLOSE NEW-MASTER
               CLOSE AUDIT-RPT
               CLOSE EMP-HIST-FILE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       CLOSE-STOP.
           CLOSE BALANCE-RPT.
           PERFORM DISPLAY-RUN-STATISTICS.
           GOBACK.

       DISPLAY-RUN-STATISTICS.
      ****** The return code is what the scheduler acts on: 0 clean,
      ****** 4 some transactions were rejected onto AUDITRPT,
      ****** 8 the controls or the balancing failed, or the old
      ****** master came up empty - either way the new master must
      ****** not be promoted
           IF TRANS-CONTROLS-OK AND OLD-MASTER-COUNT = ZERO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF REJECTED-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "EMPMAINT RUN STATISTICS"
           DISPLAY "  TRANSACTIONS READ:  " INPUT-TRANS-COUNT
           DISPLAY "  OLD MASTER RECORDS: " OLD-MASTER-COUNT
           DISPLAY "  NEW MASTER RECORDS: " NEW-MASTER-COUNT
           DISPLAY "  ADDED:              " ADDED-COUNT
           DISPLAY "  CHANGED:            " CHANGED-COUNT
           DISPLAY "  TERMINATED:         " TERMINATED-COUNT
           DISPLAY "  REJECTED:           " REJECTED-COUNT
           DISPLAY "  HISTORY APPENDED:   " STAT-HISTORY-WRITTEN
           DISPLAY "  RETURN CODE:        " RETURN-CODE
           .

       SET-RUN-DATE.
      *    Stamped on every history record appended tonight
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
           .

       SORT-OLD-MASTER.
           SORT SORT-MST-WORK
               ON ASCENDING KEY SM-EMPLOYEE-ID
               USING OLD-MASTER
               GIVING SORTED-MASTER.

       SORT-TRANS-FILE.
      ****** The trailer must not ride into the merge, so the sort
      ****** takes its input through EDIT-TRANS-INPUT, which counts
      ****** and hashes the detail records and captures the trailer
           SORT SORT-TRN-WORK
               ON ASCENDING KEY ST-EMPLOYEE-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS EDIT-TRANS-INPUT
               GIVING SORTED-TRANS.

       EDIT-TRANS-INPUT.
           OPEN INPUT TRANS-FILE
           PERFORM READ-RAW-TRANS-RECORD
           PERFORM UNTIL RAWTRANS-IS-EOF
               IF TF-TRANS-CODE = 'T'
                   SET TRAILER-WAS-FOUND TO TRUE
                   MOVE TT-TRANS-COUNT TO TRAILER-TRANS-COUNT
                   MOVE TT-RATE-HASH   TO TRAILER-RATE-HASH
               ELSE
                   ADD 1 TO INPUT-TRANS-COUNT
                   IF TF-RATE NUMERIC
                       ADD TF-RATE TO INPUT-RATE-HASH
                   END-IF
                   MOVE TRANS-FILE-REC TO SORT-TRN-REC
                   RELEASE SORT-TRN-REC
               END-IF
               PERFORM READ-RAW-TRANS-RECORD
           END-PERFORM
           CLOSE TRANS-FILE
           .

       READ-RAW-TRANS-RECORD.
           READ TRANS-FILE
               AT END SET RAWTRANS-IS-EOF TO TRUE
           END-READ.

       VERIFY-TRANS-CONTROLS.
      *    A failed check lands on the balancing report as well as
      *    the joblog - an empty BALRPT must never be mistaken for
      *    a run that balanced
           EVALUATE TRUE
               WHEN NOT TRAILER-WAS-FOUND
                   DISPLAY "EMPTRNS TRAILER RECORD MISSING"
                       " - MERGE NOT RUN"
                   MOVE 'TRAILER MISSING - MERGE NOT RUN'
                       TO BALANCE-LINE
                   WRITE BALANCE-LINE
               WHEN INPUT-TRANS-COUNT NOT = TRAILER-TRANS-COUNT
                   DISPLAY "EMPTRNS COUNT MISMATCH - EXPECTED "
                       TRAILER-TRANS-COUNT " RECEIVED "
                       INPUT-TRANS-COUNT " - MERGE NOT RUN"
                   MOVE 'TRANS COUNT MISMATCH - MERGE NOT RUN'
                       TO BALANCE-LINE
                   WRITE BALANCE-LINE
               WHEN INPUT-RATE-HASH NOT = TRAILER-RATE-HASH
                   DISPLAY "EMPTRNS RATE HASH MISMATCH"
                       " - MERGE NOT RUN"
                   MOVE 'RATE HASH MISMATCH - MERGE NOT RUN'
                       TO BALANCE-LINE
                   WRITE BALANCE-LINE
               WHEN OTHER
                   SET TRANS-CONTROLS-OK TO TRUE
           END-EVALUATE
           .

       READ-MASTER-RECORD.
           READ SORTED-MASTER
               AT END SET MASTER-IS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO OLD-MASTER-COUNT
                   ADD OM-RATE TO OLD-RATE-TOTAL
                   IF OM-STATUS = 'A'
                       ADD 1 TO OLD-ACTIVE-COUNT
                   END-IF
           END-READ.

       READ-TRANS-RECORD.
           READ SORTED-TRANS
               AT END SET TRANS-IS-EOF TO TRUE
           END-READ.

       APPLY-NEXT-ACTION.
      *    Classic sequential match-merge keyed on employee ID
           EVALUATE TRUE
               WHEN MASTER-IS-EOF
                   PERFORM PROCESS-NEW-KEY-GROUP
               WHEN TRANS-IS-EOF
                   PERFORM WRITE-UNCHANGED-MASTER
                   PERFORM READ-MASTER-RECORD
               WHEN CT-EMPLOYEE-ID < OM-EMPLOYEE-ID
                   PERFORM PROCESS-NEW-KEY-GROUP
               WHEN CT-EMPLOYEE-ID > OM-EMPLOYEE-ID
                   PERFORM WRITE-UNCHANGED-MASTER
                   PERFORM READ-MASTER-RECORD
               WHEN OTHER
                   PERFORM PROCESS-MASTER-KEY-GROUP
                   PERFORM READ-MASTER-RECORD
           END-EVALUATE
           .

       PROCESS-NEW-KEY-GROUP.
      *    Transactions for an ID not on the master - only an add can
      *    bring it to life; whatever follows the add in this run is
      *    applied to the new employee
           MOVE SPACES        TO GRP-IMAGE
           MOVE ZERO          TO GRP-RATE
           MOVE ZERO          TO GRP-BANK-ROUTING
           MOVE CT-EMPLOYEE-ID TO GRP-EMPLOYEE-ID
           SET GRP-NOT-ON-FILE TO TRUE
           PERFORM DRAIN-KEY-GROUP
           .

       PROCESS-MASTER-KEY-GROUP.
           MOVE OM-EMPLOYEE-ID   TO GRP-EMPLOYEE-ID
           MOVE OM-EMPLOYEE-NAME TO GRP-EMPLOYEE-NAME
           MOVE OM-RATE          TO GRP-RATE
           MOVE OM-STATUS        TO GRP-STATUS
           MOVE OM-PAY-METHOD    TO GRP-PAY-METHOD
           MOVE OM-BANK-ROUTING  TO GRP-BANK-ROUTING
           MOVE OM-BANK-ACCOUNT  TO GRP-BANK-ACCOUNT
           MOVE OM-DEPT          TO GRP-DEPT
           SET GRP-IS-ON-FILE    TO TRUE
           PERFORM DRAIN-KEY-GROUP
           .

       DRAIN-KEY-GROUP.
      *    Apply every transaction queued for this ID, then write the
      *    employee once - unless the only transactions were rejected
      *    adds, in which case there is nobody to write
           PERFORM APPLY-ONE-TRANS-IN-GROUP
           PERFORM READ-TRANS-RECORD

           PERFORM UNTIL TRANS-IS-EOF
                   OR CT-EMPLOYEE-ID NOT = GRP-EMPLOYEE-ID
               PERFORM APPLY-ONE-TRANS-IN-GROUP
               PERFORM READ-TRANS-RECORD
           END-PERFORM

           IF GRP-IS-ON-FILE
               MOVE GRP-IMAGE TO NEW-MASTER-REC
               PERFORM WRITE-NEW-MASTER-RECORD
           END-IF
           .

       APPLY-ONE-TRANS-IN-GROUP.
           MOVE GRP-IMAGE      TO BEFORE-IMAGE
           MOVE GRP-ON-FILE-SW TO BF-ON-FILE-SW
           MOVE SPACES         TO REJECT-REASON
           PERFORM EDIT-TRANSACTION

           IF REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN CT-IS-ADD
                       PERFORM BUILD-ADD-CANDIDATE
                   WHEN CT-IS-CHANGE
                       PERFORM BUILD-CHANGE-CANDIDATE
                   WHEN CT-IS-TERMINATE
                       MOVE GRP-IMAGE TO CANDIDATE-IMAGE
                       MOVE 'T'       TO CAN-STATUS
               END-EVALUATE
           END-IF

           IF REJECT-REASON = SPACES
               PERFORM EDIT-CANDIDATE
           END-IF

           IF REJECT-REASON = SPACES
               MOVE CANDIDATE-IMAGE TO GRP-IMAGE
               SET GRP-IS-ON-FILE   TO TRUE
               PERFORM COUNT-APPLIED-TRANS
               PERFORM WRITE-FIELD-HISTORY
               MOVE HIST-ACTION TO AUD-ACTION-O
           ELSE
               ADD 1 TO REJECTED-COUNT
               MOVE 'REJECTED'  TO AUD-ACTION-O
           END-IF

           MOVE CT-EMPLOYEE-ID  TO AUD-EMPLOYEE-ID-O
           IF GRP-EMPLOYEE-NAME = SPACES
               MOVE CT-EMPLOYEE-NAME  TO AUD-NAME-O
           ELSE
               MOVE GRP-EMPLOYEE-NAME TO AUD-NAME-O
           END-IF
           MOVE CT-USER-ID      TO AUD-USER-ID-O
           MOVE REJECT-REASON   TO AUD-REASON-O
           WRITE AUDIT-REC.

       EDIT-TRANSACTION.
      *    Checks that do not depend on what the master holds. The ID
      *    must be numeric - LAB3 tells a timecard from its trailer by
      *    that - and nobody may change an employee anonymously.
           EVALUATE TRUE
               WHEN NOT CT-IS-ADD AND NOT CT-IS-CHANGE
                       AND NOT CT-IS-TERMINATE
                   MOVE 'INVALID TRANSACTION CODE' TO REJECT-REASON
               WHEN CT-EMPLOYEE-ID NOT NUMERIC
                   MOVE 'INVALID EMPLOYEE ID' TO REJECT-REASON
               WHEN CT-USER-ID = SPACES
                   MOVE 'NO USER ID ON TRANSACTION' TO REJECT-REASON
               WHEN CT-RATE NOT NUMERIC
                       OR CT-BANK-ROUTING NOT NUMERIC
                   MOVE 'RATE OR ROUTING NOT NUMERIC'
                       TO REJECT-REASON
               WHEN CT-IS-ADD AND GRP-IS-ON-FILE
                   MOVE 'EMPLOYEE ALREADY ON MASTER' TO REJECT-REASON
               WHEN NOT CT-IS-ADD AND GRP-NOT-ON-FILE
                   MOVE 'EMPLOYEE NOT ON MASTER' TO REJECT-REASON
               WHEN CT-IS-TERMINATE AND GRP-STATUS = 'T'
                   MOVE 'ALREADY TERMINATED' TO REJECT-REASON
           END-EVALUATE
           .

       BUILD-ADD-CANDIDATE.
      *    A new hire comes in whole; a blank status means active
           MOVE CT-EMPLOYEE-ID   TO CAN-EMPLOYEE-ID
           MOVE CT-EMPLOYEE-NAME TO CAN-EMPLOYEE-NAME
           MOVE CT-RATE          TO CAN-RATE
           MOVE CT-STATUS        TO CAN-STATUS
           IF CAN-STATUS = SPACE
               MOVE 'A' TO CAN-STATUS
           END-IF
           MOVE CT-PAY-METHOD    TO CAN-PAY-METHOD
           MOVE CT-BANK-ROUTING  TO CAN-BANK-ROUTING
           MOVE CT-BANK-ACCOUNT  TO CAN-BANK-ACCOUNT
           MOVE CT-DEPT          TO CAN-DEPT
           .

       BUILD-CHANGE-CANDIDATE.
      *    Only the fields the transaction carries are changed. A
      *    move to check pay clears the bank fields, so a stale
      *    deposit account can never come back to life by accident.
           MOVE GRP-IMAGE TO CANDIDATE-IMAGE
           IF CT-EMPLOYEE-NAME NOT = SPACES
               MOVE CT-EMPLOYEE-NAME TO CAN-EMPLOYEE-NAME
           END-IF
           IF CT-RATE NOT = ZERO
               MOVE CT-RATE          TO CAN-RATE
           END-IF
           IF CT-STATUS NOT = SPACE
               MOVE CT-STATUS        TO CAN-STATUS
           END-IF
           IF CT-PAY-METHOD NOT = SPACE
               MOVE CT-PAY-METHOD    TO CAN-PAY-METHOD
           END-IF
           IF CT-BANK-ROUTING NOT = ZERO
               MOVE CT-BANK-ROUTING  TO CAN-BANK-ROUTING
           END-IF
           IF CT-BANK-ACCOUNT NOT = SPACES
               MOVE CT-BANK-ACCOUNT  TO CAN-BANK-ACCOUNT
           END-IF
           IF CT-DEPT NOT = SPACES
               MOVE CT-DEPT          TO CAN-DEPT
           END-IF
           IF CAN-PAY-METHOD = 'C'
               MOVE ZERO   TO CAN-BANK-ROUTING
               MOVE SPACES TO CAN-BANK-ACCOUNT
           END-IF
           IF CANDIDATE-IMAGE = GRP-IMAGE
               MOVE 'NO FIELDS CHANGED' TO REJECT-REASON
           END-IF
           .

       EDIT-CANDIDATE.
      *    The record the transaction would leave must still be one
      *    LAB3 can pay and LAB8 can deliver
           EVALUATE TRUE
               WHEN CAN-EMPLOYEE-NAME = SPACES
                   MOVE 'EMPLOYEE NAME MISSING' TO REJECT-REASON
               WHEN CAN-RATE = ZERO
                   MOVE 'PAY RATE MISSING' TO REJECT-REASON
               WHEN NOT CAN-STATUS-VALID
                   MOVE 'INVALID STATUS' TO REJECT-REASON
               WHEN NOT CAN-METHOD-VALID
                   MOVE 'INVALID PAY METHOD' TO REJECT-REASON
               WHEN CAN-IS-DEPOSIT
                       AND (CAN-BANK-ROUTING = ZERO
                            OR CAN-BANK-ACCOUNT = SPACES)
                   MOVE 'DEPOSIT WITHOUT BANK ACCOUNT'
                       TO REJECT-REASON
           END-EVALUATE
           .

       COUNT-APPLIED-TRANS.
      *    Feeds the balancing proof: adds bring a record and a rate,
      *    changes carry their net rate delta, and every crossing of
      *    the active line moves the active count one way or the other
           EVALUATE TRUE
               WHEN CT-IS-ADD
                   ADD 1 TO ADDED-COUNT
                   ADD GRP-RATE TO ADDED-RATE-TOTAL
                   MOVE 'ADDED'      TO HIST-ACTION
               WHEN CT-IS-CHANGE
                   ADD 1 TO CHANGED-COUNT
                   COMPUTE CHANGED-RATE-DELTA =
                       CHANGED-RATE-DELTA + GRP-RATE - BF-RATE
                   MOVE 'CHANGED'    TO HIST-ACTION
               WHEN CT-IS-TERMINATE
                   ADD 1 TO TERMINATED-COUNT
                   MOVE 'TERMED'     TO HIST-ACTION
           END-EVALUATE
           IF BF-WAS-ON-FILE AND BF-IS-ACTIVE
               IF NOT GRP-IS-ACTIVE
                   SUBTRACT 1 FROM ACTIVE-NET-CHANGE
               END-IF
           ELSE
               IF GRP-IS-ACTIVE
                   ADD 1 TO ACTIVE-NET-CHANGE
               END-IF
           END-IF
           .

       WRITE-FIELD-HISTORY.
      *    One history record for each tracked field that differs
      *    between the before and after images
           MOVE CT-EMPLOYEE-ID TO EH-EMPLOYEE-ID
           MOVE CT-USER-ID     TO EH-USER-ID
           MOVE HIST-ACTION    TO EH-ACTION

           IF GRP-RATE NOT = BF-RATE
               MOVE 'RATE'         TO EH-FIELD-NAME
               MOVE SPACES         TO EH-OLD-VALUE
               IF BF-WAS-ON-FILE
                   MOVE BF-RATE        TO HIST-RATE-EDIT
                   MOVE HIST-RATE-EDIT TO EH-OLD-VALUE
               END-IF
               MOVE GRP-RATE       TO HIST-RATE-EDIT
               MOVE HIST-RATE-EDIT TO EH-NEW-VALUE
               PERFORM WRITE-HISTORY-RECORD
           END-IF

           IF GRP-STATUS NOT = BF-STATUS
               MOVE 'STATUS'       TO EH-FIELD-NAME
               MOVE BF-STATUS      TO EH-OLD-VALUE
               MOVE GRP-STATUS     TO EH-NEW-VALUE
               PERFORM WRITE-HISTORY-RECORD
           END-IF

           IF GRP-DEPT NOT = BF-DEPT
               MOVE 'DEPT'         TO EH-FIELD-NAME
               MOVE BF-DEPT        TO EH-OLD-VALUE
               MOVE GRP-DEPT       TO EH-NEW-VALUE
               PERFORM WRITE-HISTORY-RECORD
           END-IF

           IF GRP-PAY-METHOD NOT = BF-PAY-METHOD
               MOVE 'PAYMETH'      TO EH-FIELD-NAME
               MOVE BF-PAY-METHOD  TO EH-OLD-VALUE
               MOVE GRP-PAY-METHOD TO EH-NEW-VALUE
               PERFORM WRITE-HISTORY-RECORD
           END-IF

           IF GRP-BANK-ROUTING NOT = BF-BANK-ROUTING
               MOVE 'ROUTING'      TO EH-FIELD-NAME
               MOVE SPACES         TO EH-OLD-VALUE
               IF BF-BANK-ROUTING NOT = ZERO
                   MOVE BF-BANK-ROUTING   TO HIST-ROUTING-EDIT
                   MOVE HIST-ROUTING-EDIT TO EH-OLD-VALUE
               END-IF
               MOVE SPACES         TO EH-NEW-VALUE
               IF GRP-BANK-ROUTING NOT = ZERO
                   MOVE GRP-BANK-ROUTING  TO HIST-ROUTING-EDIT
                   MOVE HIST-ROUTING-EDIT TO EH-NEW-VALUE
               END-IF
               PERFORM WRITE-HISTORY-RECORD
           END-IF

           IF GRP-BANK-ACCOUNT NOT = BF-BANK-ACCOUNT
               MOVE 'ACCOUNT'        TO EH-FIELD-NAME
               MOVE BF-BANK-ACCOUNT  TO EH-OLD-VALUE
               MOVE GRP-BANK-ACCOUNT TO EH-NEW-VALUE
               PERFORM WRITE-HISTORY-RECORD
           END-IF
           .

       WRITE-UNCHANGED-MASTER.
           MOVE SORTED-MASTER-REC TO NEW-MASTER-REC.
           PERFORM WRITE-NEW-MASTER-RECORD.

       WRITE-NEW-MASTER-RECORD.
      *    Every new-master write flows through here so the
      *    balancing totals can never miss one
           ADD 1 TO NEW-MASTER-COUNT.
           ADD NM-RATE TO NEW-RATE-TOTAL.
           IF NM-STATUS = 'A'
               ADD 1 TO NEW-ACTIVE-COUNT
           END-IF.
           WRITE NEW-MASTER-REC.

       WRITE-HISTORY-RECORD.
      *    Callers set the employee, user, action, field and values;
      *    the run date is stamped here so every record in one run
      *    carries the same date
           MOVE RUN-DATE-YMD TO EH-RUN-DATE.
           WRITE EMP-HIST-REC.
           ADD 1 TO STAT-HISTORY-WRITTEN.

       WRITE-BALANCING-REPORT.
      *    Old-master count plus ADDED must equal the NEW-MASTER
      *    count, the rate total must move by exactly the added rates
      *    and the changed deltas, and the active count by exactly
      *    the status crossings. Anything else means the merge lost
      *    or invented employees, and the run must not end clean.
           COMPUTE EXPECTED-NEW-COUNT =
               OLD-MASTER-COUNT + ADDED-COUNT
           COMPUTE EXPECTED-NEW-RATE =
               OLD-RATE-TOTAL + ADDED-RATE-TOTAL + CHANGED-RATE-DELTA
           COMPUTE EXPECTED-NEW-ACTIVE =
               OLD-ACTIVE-COUNT + ACTIVE-NET-CHANGE

           MOVE 'OLD MASTER RECORDS' TO BAL-LABEL-O
           MOVE OLD-MASTER-COUNT     TO BAL-COUNT-O
           MOVE OLD-RATE-TOTAL       TO BAL-AMOUNT-O
           PERFORM WRITE-BALANCE-DETAIL

           MOVE 'ADDED'              TO BAL-LABEL-O
           MOVE ADDED-COUNT          TO BAL-COUNT-O
           MOVE ADDED-RATE-TOTAL     TO BAL-AMOUNT-O
           PERFORM WRITE-BALANCE-DETAIL

           MOVE 'CHANGED (NET RATE DELTA)' TO BAL-LABEL-O
           MOVE CHANGED-COUNT        TO BAL-COUNT-O
           MOVE CHANGED-RATE-DELTA   TO BAL-AMOUNT-O
           PERFORM WRITE-BALANCE-DETAIL

           MOVE 'TERMINATED'         TO BAL-LABEL-O
           MOVE TERMINATED-COUNT     TO BAL-COUNT-O
           MOVE ZERO                 TO BAL-AMOUNT-O
           PERFORM WRITE-BALANCE-DETAIL

           MOVE 'REJECTED'           TO BAL-LABEL-O
           MOVE REJECTED-COUNT       TO BAL-COUNT-O
           MOVE ZERO                 TO BAL-AMOUNT-O
           PERFORM WRITE-BALANCE-DETAIL

           MOVE 'EXPECTED NEW MASTER' TO BAL-LABEL-O
           MOVE EXPECTED-NEW-COUNT   TO BAL-COUNT-O
           MOVE EXPECTED-NEW-RATE    TO BAL-AMOUNT-O
           PERFORM WRITE-BALANCE-DETAIL

           MOVE 'NEW MASTER RECORDS' TO BAL-LABEL-O
           MOVE NEW-MASTER-COUNT     TO BAL-COUNT-O
           MOVE NEW-RATE-TOTAL       TO BAL-AMOUNT-O
           PERFORM WRITE-BALANCE-DETAIL

           MOVE 'OLD ACTIVE EMPLOYEES' TO BAL-LABEL-O
           MOVE OLD-ACTIVE-COUNT     TO BAL-COUNT-O
           MOVE ZERO                 TO BAL-AMOUNT-O
           PERFORM WRITE-BALANCE-DETAIL

           MOVE 'EXPECTED NEW ACTIVE' TO BAL-LABEL-O
           MOVE EXPECTED-NEW-ACTIVE  TO BAL-COUNT-O
           MOVE ZERO                 TO BAL-AMOUNT-O
           PERFORM WRITE-BALANCE-DETAIL

           MOVE 'NEW ACTIVE EMPLOYEES' TO BAL-LABEL-O
           MOVE NEW-ACTIVE-COUNT     TO BAL-COUNT-O
           MOVE ZERO                 TO BAL-AMOUNT-O
           PERFORM WRITE-BALANCE-DETAIL

           IF EXPECTED-NEW-COUNT = NEW-MASTER-COUNT
               AND EXPECTED-NEW-RATE = NEW-RATE-TOTAL
               AND EXPECTED-NEW-ACTIVE = NEW-ACTIVE-COUNT
               MOVE 'RUN IN BALANCE' TO BALANCE-LINE
               WRITE BALANCE-LINE
           ELSE
               MOVE 'RUN OUT OF BALANCE - MASTER NOT PROVEN'
                   TO BALANCE-LINE
               WRITE BALANCE-LINE
               DISPLAY "MASTER OUT OF BALANCE - SEE BALRPT"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       WRITE-BALANCE-DETAIL.
           MOVE BALANCE-DETAIL TO BALANCE-LINE.
           WRITE BALANCE-LINE.
