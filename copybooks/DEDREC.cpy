      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  ADDED THE GOAL AMOUNT, THE AMOUNT TAKEN TO
      *                  DATE, THE ARREARS BALANCE, AND THE
      *                  COMPLETED STATUS, SO A LOAN REPAYMENT OR AN
      *                  OVERPAYMENT RECOVERY STOPS AT ITS TARGET AND
      *                  A SHORTED PERIOD IS COLLECTED LATER.
      * 10/15/2026  RSM  ADDED THE THIRD-PARTY REFERENCE NUMBER (THE
      *                  COURT CASE OR DOCKET NUMBER OF A
      *                  GARNISHMENT, THE UNION MEMBER NUMBER OF
      *                  DUES) THE REMITTANCE RUN (DEDREMIT) SENDS
      *                  WITH EACH AMOUNT.
      *
       01  DEDUCT-MASTER-RECORD.
           05  DED-KEY.
           05  DED-PRIORITY     PIC 9(02).
           05  DED-AMOUNT       PIC S9(05)V99.
           05  DED-EFF-DATE     PIC 9(08).
      * GOAL AND ARREARS, KEPT BY THE PAY RUN (PAYCALC). A ZERO GOAL
      * IS AN OPEN-ENDED DEDUCTION. WHAT PAY COULD NOT COVER IN A
      * PERIOD RIDES IN DED-ARREARS AND IS TAKEN ON TOP OF THE NEXT
      * PERIOD'S AMOUNT, IN THE DEDUCTION'S OWN PRIORITY SLOT. ONCE
      * THE AMOUNT TAKEN REACHES THE GOAL THE ROW IS MARKED
      * COMPLETED AND IS NO LONGER TAKEN.
           05  DED-GOAL-AMOUNT  PIC S9(07)V99.
           05  DED-TAKEN-TO-DATE PIC S9(07)V99.
           05  DED-ARREARS      PIC S9(07)V99.
           05  DED-STATUS       PIC X(01).
               88  DED-ACTIVE          VALUE SPACE.
               88  DED-COMPLETED       VALUE 'C'.
           05  DED-COMPLETED-DATE PIC 9(08).
      * WHAT THE PAYEE FILES THE AMOUNT UNDER: THE CASE OR DOCKET
      * NUMBER ON A GARNISHMENT ORDER, THE MEMBER NUMBER FOR UNION
      * DUES. SPACES WHEN THE PAYEE NEEDS NONE.
           05  DED-REFERENCE-NO PIC X(20).
