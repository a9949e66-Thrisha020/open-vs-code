      *----------------------------------------------------------*
      *  TIMEREC.CPY                                              *
      *  ACCEPTED TIMESHEET ROW - ONE PER EMPLOYEE PER EARNINGS   *
      *  CODE FOR THE PERIOD. WRITTEN BY THE TIME-CLOCK           *
      *  TRANSLATOR (PUNCHXL) OR KEYED, READ BY THE PAY           *
      *  CALCULATION RUN (PAYCALC). A BLANK EARNINGS CODE IS      *
      *  REGULAR TIME. TS-AMOUNT CARRIES THE DOLLARS FOR A CODE   *
      *  PRICED BY KEYED AMOUNT (BONUS, COMMISSION,               *
      *  REIMBURSEMENT -- SEE EARNREC); IT IS ZERO FOR THE        *
      *  HOURLY CODES.                                            *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  TIME-SHEET-RECORD.
           05  TS-EMP-ID        PIC 9(05).
           05  TS-HOURS         PIC 9(03)V99.
           05  TS-EARN-CODE     PIC X(03).
           05  TS-AMOUNT        PIC 9(07)V99.
