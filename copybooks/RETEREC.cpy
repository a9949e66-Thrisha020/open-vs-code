      *----------------------------------------------------------*
      *  RETEREC.CPY                                              *
      *  EMPLOYEE RETIREMENT-PLAN ELECTION RECORD - ONE PER       *
      *  EMPLOYEE ID, CARRYING THE PERCENT OF GROSS THE EMPLOYEE  *
      *  ELECTED TO CONTRIBUTE EACH PERIOD, WHETHER IT IS TAKEN   *
      *  PRE-TAX OR AFTER-TAX, AND WHETHER THE EMPLOYEE MAY MAKE  *
      *  CATCH-UP CONTRIBUTIONS ABOVE THE ANNUAL LIMIT. THE LIMIT *
      *  AND THE EMPLOYER MATCH FORMULA ARE THE PLAN'S (SEE       *
      *  RPLNREC). MAINTAINED BY RETMNT, READ BY THE PAY          *
      *  CALCULATION RUN (PAYCALC).                               *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  RETIREMENT-ELECTION-RECORD.
           05  RTE-EMP-ID           PIC 9(05).
      * PERCENT OF GROSS PAY CONTRIBUTED EACH PERIOD (06.00 = 6%).
           05  RTE-CONTRIB-PCT      PIC 9(02)V99.
      * 'P' IS TAKEN BEFORE INCOME TAX (DEDUCTION TYPE R ON THE PAY
      * DETAIL); 'A' IS TAKEN AFTER TAX (DEDUCTION TYPE A).
           05  RTE-TAX-TREATMENT    PIC X(01).
               88  RTE-PRE-TAX             VALUE 'P'.
               88  RTE-AFTER-TAX           VALUE 'A'.
               88  RTE-TREATMENT-VALID     VALUE 'P' 'A'.
      * 'Y' RAISES THE EMPLOYEE'S ANNUAL LIMIT BY THE PLAN'S
      * CATCH-UP AMOUNT.
           05  RTE-CATCHUP-SW       PIC X(01).
               88  RTE-CATCHUP-ELIGIBLE    VALUE 'Y'.
           05  RTE-EFF-DATE         PIC 9(08).
      * A SUSPENDED ELECTION TAKES NOTHING UNTIL IT IS REACTIVATED.
           05  RTE-STATUS           PIC X(01).
               88  RTE-ACTIVE              VALUE 'A'.
               88  RTE-SUSPENDED           VALUE 'S'.
