      *-----------------------
      * Modification History
      * 2026-09-02  CR-4492  New program.
      * 2026-10-15  CR-4509  Register layout carries the check's pay
      *                      detail and reversed flag LAB8 now
      *                      writes. A void or stop-pay marked here
      *                      is picked up by PAYVOID in the next step
      *                      and reversed out of YTDMSTR and the
      *                      ledger.
      * 2026-10-15  CR-4510  Register layout carries the payee name
      *                      and positive-pay sent dates. A void
      *                      marked here goes to the bank on the
      *                      next POSPAY file.
      * 2026-10-15  CR-4518  Register layout carries the check's
      *                      department charges and employer costs.
      *-----------------------

       IDENTIFICATION DIVISION.
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

       FD  OUTSTAND-RPT RECORDING MODE F.
       01  OUTSTAND-REC          PIC X(80).
