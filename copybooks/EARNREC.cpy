      *----------------------------------------------------------*
      *  EARNREC.CPY                                              *
      *  EARNINGS-CODE MASTER RECORD - ONE ROW PER PAY TYPE THE   *
      *  PAY RUN KNOWS HOW TO PRICE (REGULAR, OVERTIME, NIGHT     *
      *  SHIFT DIFFERENTIAL, HOLIDAY WORKED, HOLIDAY NOT WORKED,  *
      *  BONUS, COMMISSION, NON-TAXABLE REIMBURSEMENT, AND ANY    *
      *  CODE ADDED LATER). EACH CODE CARRIES HOW IT IS PRICED -- *
      *  A MULTIPLIER OF THE BASE RATE PER HOUR, A FLAT AMOUNT    *
      *  PER HOUR, OR A DOLLAR AMOUNT KEYED ON THE TIMESHEET ROW  *
      *  -- AND WHETHER IT IS TAXABLE. THE CODE IS ALSO THE       *
      *  GLMAP CLASS ITS EXPENSE POSTS UNDER. MAINTAINED BY       *
      *  EARNMNT, READ BY THE PAY CALCULATION RUN (PAYCALC).      *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  EARN-CODE-RECORD.
           05  EC-CODE              PIC X(03).
           05  EC-DESC              PIC X(20).
           05  EC-CALC-METHOD       PIC X(01).
               88  EC-RATE-MULTIPLE        VALUE 'M'.
               88  EC-FLAT-PER-HOUR        VALUE 'F'.
               88  EC-AMOUNT-KEYED         VALUE 'A'.
               88  EC-METHOD-VALID         VALUE 'M' 'F' 'A'.
      * METHOD M: HOURS TIMES BASE RATE TIMES EC-RATE-MULT (1.5
      * FOR OVERTIME; A DIFFERENTIAL PAID ON TOP OF REGULAR HOURS
      * CARRIES ONLY ITS PREMIUM, E.G. 0.1).
           05  EC-RATE-MULT         PIC 9V9(04).
      * METHOD F: HOURS TIMES EC-FLAT-AMOUNT, WHATEVER THE RATE.
           05  EC-FLAT-AMOUNT       PIC 9(05)V99.
           05  EC-TAXABLE-SW        PIC X(01).
               88  EC-TAXABLE              VALUE 'Y'.
               88  EC-NOT-TAXABLE          VALUE 'N'.
      * 'Y' WHEN THE CODE'S HOURS ARE HOURS WORKED AND COUNT
      * TOWARD THE 40-HOUR OVERTIME THRESHOLD.
           05  EC-HOURS-WORKED-SW   PIC X(01).
               88  EC-HOURS-WORKED         VALUE 'Y'.
      * HOURS PAID FOR EACH CALENDAR HOLIDAY IN THE PERIOD; USED
      * ONLY ON THE HOLIDAY-NOT-WORKED CODE (HNW), WHICH THE PAY
      * RUN GENERATES RATHER THAN READS FROM THE TIMESHEET.
           05  EC-HOLIDAY-HOURS     PIC 9(02)V99.
           05  EC-LAST-MAINT-DATE   PIC 9(08).
           05  FILLER               PIC X(10).
