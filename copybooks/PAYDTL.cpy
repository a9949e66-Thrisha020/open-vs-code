      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  ADDED THE TAXABLE WAGES THE PERIOD'S
      *                  WITHHOLDING WAS COMPUTED ON, AND ROOM FOR
      *                  TWELVE DEDUCTION ENTRIES SO THE TAX
      *                  ENTRIES (TYPE T) RIDE AHEAD OF A FULL
      *                  SET OF DEDMAST ROWS.
      * 10/15/2026  RSM  ADDED THE EARNINGS BREAKDOWN - ONE ENTRY PER
      *                  EARNINGS CODE PAID (SEE EARNREC) - SO THE GL
      *                  LABOR DISTRIBUTION CAN POST EACH PAY TYPE TO
      *                  ITS OWN EXPENSE ACCOUNT.
      * 10/15/2026  RSM  ADDED THE RUN TYPE, SO A PAYMENT FROM AN
      *                  OFF-CYCLE OR FINAL-PAY RUN IS TOLD APART
      *                  FROM THE REGULAR PERIOD'S.
      * 10/15/2026  RSM  ADDED THE EMPLOYER'S RETIREMENT-PLAN MATCH ON
      *                  THE PERIOD'S CONTRIBUTION (DEDUCTION TYPE R
      *                  OR A), FOR THE PLAN REMITTANCE (RETREMIT).
      *
       01  PAY-DETAIL-RECORD.
           05  PD-RECORD-TYPE   PIC X(02).
           05  PD-GROSS-PAY     PIC S9(07)V99.
           05  PD-TOTAL-DED     PIC S9(07)V99.
           05  PD-NET-PAY       PIC S9(07)V99.
      * GROSS LESS THE PRE-TAX (TYPE I) DEDUCTIONS - THE WAGES THE
      * TAX ENTRIES BELOW WERE COMPUTED ON. INCOME TAX (FIT, SIT) WAS
      * COMPUTED ON THIS LESS ANY PRE-TAX RETIREMENT CONTRIBUTION
      * (TYPE R); SOCIAL SECURITY AND MEDICARE ON THIS AS IT STANDS.
           05  PD-TAXABLE-WAGES PIC S9(07)V99.
      * DEDUCTIONS ACTUALLY TAKEN THIS PERIOD, IN THE PRIORITY
      * ORDER THEY WERE APPLIED. PD-DED-AMOUNT IS THE AMOUNT TAKEN,
      * WHICH MAY BE LESS THAN THE SCHEDULED DEDUCTION WHEN THE
      * PERIOD'S PAY COULD NOT COVER EVERYTHING. TAX WITHHOLDING
      * (TYPE T: FIT, SIT, SSE, MCE) COMES FIRST, AHEAD OF THE
      * GARNISHMENT BAND. THE RETIREMENT-PLAN CONTRIBUTION (CODE RET,
      * TYPE R PRE-TAX OR A AFTER-TAX) IS TAKEN AT THE HEAD OF THE
      * VOLUNTARY BAND.
           05  PD-DED-COUNT     PIC 9(02).
           05  PD-DED-ENTRY OCCURS 12 TIMES.
               10  PD-DED-CODE      PIC X(03).
               10  PD-DED-TYPE      PIC X(01).
               10  PD-DED-AMOUNT    PIC S9(05)V99.
      * EARNINGS PAID THIS PERIOD, ONE ENTRY PER EARNINGS CODE
      * (REGULAR, OVERTIME, DIFFERENTIAL, HOLIDAY, BONUS ...). THE
      * ENTRY AMOUNTS ADD TO PD-GROSS-PAY; PD-EARN-TAXABLE IS THE
      * CODE'S TAXABLE FLAG AS IT WAS PRICED.
           05  PD-EARN-COUNT    PIC 9(02).
           05  PD-EARN-ENTRY OCCURS 8 TIMES.
               10  PD-EARN-CODE     PIC X(03).
               10  PD-EARN-HOURS    PIC 9(03)V99.
               10  PD-EARN-AMOUNT   PIC S9(07)V99.
               10  PD-EARN-TAXABLE  PIC X(01).
      * THE PAY RUN THAT PRODUCED THE ROW. AN OFF-CYCLE ROW'S
      * PERIOD END IS THE OFF-CYCLE PAYMENT DATE.
           05  PD-RUN-TYPE      PIC X(01).
               88  PD-REGULAR-RUN       VALUE 'R'.
               88  PD-OFF-CYCLE-RUN     VALUE 'O'.
               88  PD-FINAL-PAY-RUN     VALUE 'F'.
      * THE EMPLOYER'S MATCH ON THE RETIREMENT CONTRIBUTION TAKEN -
      * AN EMPLOYER COST, NOT PART OF GROSS, DEDUCTIONS, OR NET.
           05  PD-ER-RET-MATCH  PIC S9(07)V99.
