      *----------------------------------------------------------*
      *  TAXEREC.CPY                                              *
      *  EMPLOYEE TAX-ELECTION RECORD - ONE PER EMPLOYEE ID,      *
      *  CARRYING THE WITHHOLDING ELECTIONS THE EMPLOYEE FILED    *
      *  (FILING STATUS, ALLOWANCES, EXTRA WITHHOLDING PER        *
      *  PERIOD, AND THE STATE WORKED IN) PLUS THE YEAR-TO-DATE   *
      *  SOCIAL-INSURANCE WAGES THE PAY RUN NEEDS TO STOP THAT    *
      *  TAX AT ITS ANNUAL WAGE BASE. MAINTAINED BY TAXMNT, READ  *
      *  AND YTD-UPDATED BY THE PAY CALCULATION RUN (PAYCALC).    *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  TAX-ELECTION-RECORD.
           05  TXE-EMP-ID           PIC 9(05).
           05  TXE-FILING-STATUS    PIC X(01).
               88  TXE-SINGLE              VALUE 'S'.
               88  TXE-MARRIED             VALUE 'M'.
               88  TXE-HEAD-OF-HOUSE       VALUE 'H'.
               88  TXE-STATUS-VALID        VALUE 'S' 'M' 'H'.
           05  TXE-ALLOWANCES       PIC 9(02).
      * ADDITIONAL FEDERAL WITHHOLDING THE EMPLOYEE ASKED FOR,
      * TAKEN EVERY PERIOD ON TOP OF THE TABLE AMOUNT.
           05  TXE-EXTRA-WH         PIC S9(05)V99.
      * STATE WORKED IN; SELECTS THE STATE TABLE. A STATE WITH NO
      * ROWS ON THE TAX TABLE WITHHOLDS NO STATE TAX.
           05  TXE-WORK-STATE       PIC X(02).
      * 'Y' CLAIMS EXEMPTION FROM INCOME-TAX WITHHOLDING (FEDERAL
      * AND STATE); SOCIAL-INSURANCE TAXES ARE STILL TAKEN.
           05  TXE-EXEMPT-SW        PIC X(01).
               88  TXE-WH-EXEMPT           VALUE 'Y'.
           05  TXE-EFF-DATE         PIC 9(08).
      * SOCIAL-INSURANCE WAGES TAXED SO FAR IN TXE-YTD-YEAR. THE
      * PRIOR FIGURE IS THE YTD AS IT STOOD BEFORE TXE-LAST-PERIOD
      * WAS ADDED, SO A RERUN OF THE SAME PERIOD STARTS FROM IT
      * INSTEAD OF COUNTING THE PERIOD TWICE.
           05  TXE-YTD-YEAR         PIC 9(04).
           05  TXE-YTD-SS-WAGES     PIC S9(07)V99.
           05  TXE-PRIOR-SS-WAGES   PIC S9(07)V99.
           05  TXE-LAST-PERIOD      PIC 9(08).
