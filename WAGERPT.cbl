      * plus (when the parameter asks for it) the per-employee
      * year-end W-2 extract, joined to the employee name on
      * EMPMSTR. No more totalling the quarter on a spreadsheet.
      * The year-end run also prints the annual FUTA (940)
      * summary under the last quarter's 941 figures.
      *-----------------------
      *-----------------------
      * Modification History
      *                      summary, the quarter subscripting and
      *                      the extract no longer read a closed
      *                      file's record area.
      * 2026-10-15  CR-4515  YTDMSTR carries the employer's cost
      *                      (458 bytes). The 941 summary adds the
      *                      employer FICA for the quarter and year
      *                      and the combined FICA owed; the
      *                      year-end run adds the annual FUTA (940)
      *                      summary - taxable and exempt wages and
      *                      the liability by quarter.
      *-----------------------

       IDENTIFICATION DIVISION.
               10  YM-QTR-GROSS   PIC S9(9)V99 COMP-3.
               10  YM-QTR-DED-AMT OCCURS 8 TIMES
                                  PIC S9(9)V99 COMP-3.
      *    Employer cost by LAB3 cost entry - 1 FICA, 2 FUTA, 3 SUI,
      *    4 benefits: wages each was figured on and the cost
           05  YM-ER-COST         OCCURS 4 TIMES.
               10  YM-ER-WAGES    PIC S9(9)V99 COMP-3.
               10  YM-ER-AMT      PIC S9(9)V99 COMP-3.
           05  YM-ER-QUARTER      OCCURS 4 TIMES.
               10  YM-QTR-ER-AMT  OCCURS 4 TIMES
                                  PIC S9(9)V99 COMP-3.

      *    Employee master - read only for the name the W-2 extract
      *    carries
           05 QTR-GROSS-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 QTR-FWH-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 QTR-FICA-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 QTR-ER-FICA-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 QTR-FICA-OWED      PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 YTD-TOTALS.
           05 YTD-EMPLOYEES      PIC 9(07) VALUE ZERO.
           05 YTD-GROSS-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 YTD-FWH-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 YTD-FICA-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 YTD-NET-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 YTD-ER-FICA-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.

      ****** The 940 figures - FUTA is the employer's alone, so
      ****** they all come off the employer cost columns (FUTA is
      ****** LAB3's cost entry 2)
        01 FUTA-TOTALS.
           05 FUTA-WAGES-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 FUTA-EXEMPT-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 FUTA-TAX-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 FUTA-QTR-TOTAL     OCCURS 4 TIMES
                                 PIC S9(11)V99 COMP-3 VALUE ZERO.
        77 ER-FICA            PIC 9(01) VALUE 1.
        77 ER-FUTA            PIC 9(01) VALUE 2.
        77 QTR-SUB            PIC 9(01).

      ****** What the run did, displayed at end of job
        01 RUN-STATISTICS.
           05 WT-QTR-O           PIC 9(01).
           05 FILLER             PIC X(18) VALUE SPACES.

        01 FUTA-TITLE-LINE.
           05 FILLER             PIC X(26)
              VALUE 'ANNUAL FUTA (940) SUMMARY'.
           05 FILLER             PIC X(06) VALUE '  YEAR'.
           05 FT-YEAR-O          PIC 9(04).
           05 FILLER             PIC X(24) VALUE SPACES.

        01 FUTA-QTR-LABEL.
           05 FILLER             PIC X(21)
              VALUE 'FUTA LIABILITY QTR  '.
           05 FQ-QTR-O           PIC 9(01).
           05 FILLER             PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
       PRODUCE-WAGE-REPORT.
           PERFORM LOAD-WAGE-PARM
               ADD 1 TO QTR-EMPLOYEES
           END-IF
           ADD YM-QTR-GROSS(REPORT-QTR)      TO QTR-GROSS-TOTAL
           ADD YM-QTR-ER-AMT(REPORT-QTR ER-FICA) TO QTR-ER-FICA-TOTAL
           ADD YM-ER-AMT(ER-FICA)            TO YTD-ER-FICA-TOTAL
           ADD YM-ER-WAGES(ER-FUTA)          TO FUTA-WAGES-TOTAL
           ADD YM-ER-AMT(ER-FUTA)            TO FUTA-TAX-TOTAL
           PERFORM VARYING QTR-SUB FROM 1 BY 1
                   UNTIL QTR-SUB > 4
               ADD YM-QTR-ER-AMT(QTR-SUB ER-FUTA)
                   TO FUTA-QTR-TOTAL(QTR-SUB)
           END-PERFORM
           .

       WRITE-W2-RECORD.
           MOVE QTR-FICA-TOTAL  TO WSM-AMOUNT-O
           PERFORM WRITE-WAGE-DETAIL

           MOVE 'QUARTER EMPLOYER FICA' TO WSM-LABEL-O
           MOVE ZERO            TO WSM-COUNT-O
           MOVE QTR-ER-FICA-TOTAL TO WSM-AMOUNT-O
           PERFORM WRITE-WAGE-DETAIL

           COMPUTE QTR-FICA-OWED = QTR-FICA-TOTAL + QTR-ER-FICA-TOTAL
           MOVE 'QUARTER FICA EE + ER' TO WSM-LABEL-O
           MOVE ZERO            TO WSM-COUNT-O
           MOVE QTR-FICA-OWED   TO WSM-AMOUNT-O
           PERFORM WRITE-WAGE-DETAIL

           MOVE 'YTD EMPLOYEES ON MASTER' TO WSM-LABEL-O
           MOVE YTD-EMPLOYEES   TO WSM-COUNT-O
           MOVE ZERO            TO WSM-AMOUNT-O
           MOVE YTD-FICA-TOTAL  TO WSM-AMOUNT-O
           PERFORM WRITE-WAGE-DETAIL

           MOVE 'YTD EMPLOYER FICA' TO WSM-LABEL-O
           MOVE ZERO            TO WSM-COUNT-O
           MOVE YTD-ER-FICA-TOTAL TO WSM-AMOUNT-O
           PERFORM WRITE-WAGE-DETAIL

           MOVE 'YTD NET PAY' TO WSM-LABEL-O
           MOVE ZERO            TO WSM-COUNT-O
           MOVE YTD-NET-TOTAL   TO WSM-AMOUNT-O
           PERFORM WRITE-WAGE-DETAIL

      *    The 940 is an annual return - it only prints on the
      *    year-end run, the same one that cuts the W-2 extract
           IF W2-EXTRACT-WANTED
               PERFORM WRITE-FUTA-SUMMARY
           END-IF

           CLOSE QTR-WAGE-RPT
           .

       WRITE-FUTA-SUMMARY.
           MOVE REPORT-YEAR TO FT-YEAR-O
           WRITE QTR-WAGE-LINE FROM FUTA-TITLE-LINE

           MOVE 'TOTAL PAYMENTS TO EMPLOYEES' TO WSM-LABEL-O
           MOVE ZERO            TO WSM-COUNT-O
           MOVE YTD-GROSS-TOTAL TO WSM-AMOUNT-O
           PERFORM WRITE-WAGE-DETAIL

      *    Everything paid past each employee's FUTA wage base, and
      *    any pre-tax deductions, is exempt from FUTA
           COMPUTE FUTA-EXEMPT-TOTAL =
               YTD-GROSS-TOTAL - FUTA-WAGES-TOTAL
           MOVE 'PAYMENTS NOT FUTA TAXABLE' TO WSM-LABEL-O
           MOVE ZERO            TO WSM-COUNT-O
           MOVE FUTA-EXEMPT-TOTAL TO WSM-AMOUNT-O
           PERFORM WRITE-WAGE-DETAIL

           MOVE 'FUTA TAXABLE WAGES' TO WSM-LABEL-O
           MOVE ZERO            TO WSM-COUNT-O
           MOVE FUTA-WAGES-TOTAL TO WSM-AMOUNT-O
           PERFORM WRITE-WAGE-DETAIL

           PERFORM VARYING QTR-SUB FROM 1 BY 1
                   UNTIL QTR-SUB > 4
               MOVE QTR-SUB         TO FQ-QTR-O
               MOVE FUTA-QTR-LABEL  TO WSM-LABEL-O
               MOVE ZERO            TO WSM-COUNT-O
               MOVE FUTA-QTR-TOTAL(QTR-SUB) TO WSM-AMOUNT-O
               PERFORM WRITE-WAGE-DETAIL
           END-PERFORM

           MOVE 'TOTAL FUTA TAX' TO WSM-LABEL-O
           MOVE ZERO            TO WSM-COUNT-O
           MOVE FUTA-TAX-TOTAL  TO WSM-AMOUNT-O
           PERFORM WRITE-WAGE-DETAIL
           .

       WRITE-WAGE-DETAIL.
           MOVE WAGE-SUMMARY-DETAIL TO QTR-WAGE-LINE.
           WRITE QTR-WAGE-LINE.
