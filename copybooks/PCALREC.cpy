      *----------------------------------------------------------*
      *  PCALREC.CPY                                              *
      *  PAY-CALENDAR RECORD - ONE ROW PER PAY PERIOD PER PAY     *
      *  GROUP, BUILT ONCE A YEAR BY PCALBLD AND READ THROUGH THE *
      *  PAYPER SERVICE (SEE CALL/PAYPER.CBL). THE CHECK DATE AND *
      *  THE BANK EFFECTIVE DATE ARE ALREADY BUSINESS DAYS,       *
      *  PULLED BACK THROUGH DATEUTL WHEN THEY FELL ON A WEEKEND  *
      *  OR A HOLIDAY, SO EVERY PAYROLL STEP THAT READS THEM      *
      *  AGREES.                                                  *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  PAY-CALENDAR-RECORD.
           05  PCL-PAY-GROUP    PIC X(02).
           05  PCL-PERIOD-NO    PIC 9(02).
           05  PCL-PERIOD-START PIC 9(08).
           05  PCL-PERIOD-END   PIC 9(08).
           05  PCL-CHECK-DATE   PIC 9(08).
           05  PCL-BANK-EFF-DATE PIC 9(08).
           05  FILLER           PIC X(10).
