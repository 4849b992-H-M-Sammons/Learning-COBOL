      *-----------------------
      * Modification History
      * 2026-09-02  CR-4499  New program.
      * 2026-10-15  CR-4513  ACCTHIST now carries the entering user,
      *                      the second approver and the approval
      *                      threshold; HELD/RELEASED/EXPIRED actions
      *                      print with who keyed and who approved.
      *-----------------------

       IDENTIFICATION DIVISION.
           05  HI-ACTION         PIC X(08).
           05  HI-OLD-LIMIT      PIC S9(7)V99 COMP-3.
           05  HI-NEW-LIMIT      PIC S9(7)V99 COMP-3.
           05  HI-USER-ID        PIC X(07).
           05  HI-APPROVER-ID    PIC X(07).
           05  HI-THRESHOLD      PIC S9(7)V99 COMP-3.

       SD  SORT-HIST-WORK.
       01  SORT-HIST-REC.
           05  SH-ACTION         PIC X(08).
           05  SH-OLD-LIMIT      PIC S9(7)V99 COMP-3.
           05  SH-NEW-LIMIT      PIC S9(7)V99 COMP-3.
           05  SH-USER-ID        PIC X(07).
           05  SH-APPROVER-ID    PIC X(07).
           05  SH-THRESHOLD      PIC S9(7)V99 COMP-3.

      *    Only the requested accounts' history, in account and date
      *    order - what the report loop actually reads
           05  SO-ACTION         PIC X(08).
           05  SO-OLD-LIMIT      PIC S9(7)V99 COMP-3.
           05  SO-NEW-LIMIT      PIC S9(7)V99 COMP-3.
           05  SO-USER-ID        PIC X(07).
           05  SO-APPROVER-ID    PIC X(07).
           05  SO-THRESHOLD      PIC S9(7)V99 COMP-3.

       FD  INQUIRY-RPT RECORDING MODE F.
       01  INQUIRY-REC           PIC X(94).

       WORKING-STORAGE SECTION.
        01 FLAGS.
           05 FILLER          PIC X(15) VALUE '    OLD LIMIT'.
           05 FILLER          PIC X(15) VALUE '    NEW LIMIT'.
           05 FILLER          PIC X(16) VALUE '   DIFFERENCE'.
           05 FILLER          PIC X(09) VALUE 'USER'.
           05 FILLER          PIC X(09) VALUE 'APPROVER'.

        01 HEADING-DASH-LINE  PIC X(94) VALUE ALL '-'.

        01 INQ-DETAIL-LINE.
           05 IQ-ACOUNT-NO-O  PIC 9(08).
           05 IQ-NEW-LIMIT-O  PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 IQ-DIFF-O       PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 IQ-USER-ID-O    PIC X(07).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 IQ-APPROVER-O   PIC X(07).

        01 INQ-NOHIST-LINE.
           05 NH-ACOUNT-NO-O  PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(25)
              VALUE 'NO HISTORY ON FILE'.
           05 FILLER          PIC X(59) VALUE SPACES.

       PROCEDURE DIVISION.
       PRODUCE-INQUIRY.
           MOVE SO-OLD-LIMIT  TO IQ-OLD-LIMIT-O.
           MOVE SO-NEW-LIMIT  TO IQ-NEW-LIMIT-O.
           MOVE LIMIT-DIFF    TO IQ-DIFF-O.
           MOVE SO-USER-ID    TO IQ-USER-ID-O.
           MOVE SO-APPROVER-ID TO IQ-APPROVER-O.
           WRITE INQUIRY-REC FROM INQ-DETAIL-LINE.
           ADD 1 TO INQ-LINE-COUNT.
           ADD 1 TO STAT-LINES-PRINTED.
