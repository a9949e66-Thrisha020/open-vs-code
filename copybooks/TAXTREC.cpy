      *----------------------------------------------------------*
      *  TAXTREC.CPY                                              *
      *  ANNUAL TAX-TABLE RECORD - ONE ROW PER BRACKET OF A       *
      *  WITHHOLDING SCHEDULE, KEYED BY TAX YEAR, TAX TYPE,       *
      *  STATE, FILING STATUS, AND THE BRACKET'S ANNUALIZED WAGE  *
      *  FLOOR. RELOADED EACH YEAR BY TAXLOAD AND READ BY THE     *
      *  PAY CALCULATION RUN (PAYCALC), WHICH ANNUALIZES THE      *
      *  PERIOD'S TAXABLE WAGES, FINDS THE BRACKET, AND DE-       *
      *  ANNUALIZES THE TAX (THE PERCENTAGE METHOD).              *
      *  FIT/SIT ARE FEDERAL AND STATE INCOME TAX; SSE AND MCE    *
      *  ARE THE EMPLOYEE'S SHARE OF THE SOCIAL-SECURITY AND      *
      *  MEDICARE SOCIAL-INSURANCE TAXES, ONE FLAT-RATE ROW EACH  *
      *  (SSE CARRIES ITS ANNUAL WAGE BASE IN TT-WAGE-LIMIT). A   *
      *  BLANK FILING STATUS MEANS THE SCHEDULE APPLIES TO EVERY  *
      *  STATUS; STATE IS BLANK ON EVERY TYPE BUT SIT.            *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  TAX-TABLE-RECORD.
           05  TT-KEY.
               10  TT-TAX-YEAR      PIC 9(04).
               10  TT-TAX-TYPE      PIC X(03).
                   88  TT-FEDERAL-INCOME   VALUE 'FIT'.
                   88  TT-STATE-INCOME     VALUE 'SIT'.
                   88  TT-SOCIAL-SECURITY  VALUE 'SSE'.
                   88  TT-MEDICARE         VALUE 'MCE'.
                   88  TT-TYPE-VALID       VALUE 'FIT' 'SIT'
                                                 'SSE' 'MCE'.
               10  TT-STATE         PIC X(02).
               10  TT-FILING-STATUS PIC X(01).
               10  TT-BRACKET-FLOOR PIC 9(07)V99.
           05  TT-BASE-TAX          PIC 9(07)V99.
           05  TT-RATE              PIC 9V9(05).
           05  TT-ALLOW-AMOUNT      PIC 9(05)V99.
           05  TT-WAGE-LIMIT        PIC 9(07)V99.
           05  TT-PERIODS-PER-YEAR  PIC 9(03).
