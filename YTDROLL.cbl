      * 2026-09-02  CR-4507  The archive's tax-year stamp now comes
      *                      from the same captured year instead of
      *                      the closed ROLLPARM record area.
      * 2026-10-15  CR-4515  YTDMSTR carries the employer cost block
      *                      (458 bytes); the archive is 462.
      *-----------------------

       IDENTIFICATION DIVISION.
               10  YM-QTR-GROSS   PIC S9(9)V99 COMP-3.
               10  YM-QTR-DED-AMT OCCURS 8 TIMES
                                  PIC S9(9)V99 COMP-3.
           05  YM-ER-COST         OCCURS 4 TIMES.
               10  YM-ER-WAGES    PIC S9(9)V99 COMP-3.
               10  YM-ER-AMT      PIC S9(9)V99 COMP-3.
           05  YM-ER-QUARTER      OCCURS 4 TIMES.
               10  YM-QTR-ER-AMT  OCCURS 4 TIMES
                                  PIC S9(9)V99 COMP-3.

      *    The closing year's master, year-stamped, kept for W-2
      *    corrections and wage audits after the live master resets
       FD  YTD-ARCH-FILE RECORDING MODE F.
       01  YTD-ARCH-REC.
           05  YA-TAX-YEAR        PIC 9(04).
           05  YA-YTD-DATA        PIC X(458).

       WORKING-STORAGE SECTION.
        01 FLAGS.
      ****** must never run against a partially read file
        01 YTD-TABLE.
           05 YTD-ENTRY OCCURS 1500 TIMES INDEXED BY YTD-IDX
                                  PIC X(458).
        77 YTD-COUNT           PIC 9(04) VALUE ZERO.
        77 YTD-TABLE-MAX       PIC 9(04) VALUE 1500.

