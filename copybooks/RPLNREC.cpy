      *----------------------------------------------------------*
      *  RPLNREC.CPY                                              *
      *  RETIREMENT-PLAN PARAMETER RECORD - ONE ROW PER PLAN      *
      *  YEAR ON THE RETPLAN DECK, SO THE NEXT YEAR'S LIMITS CAN  *
      *  BE LOADED AHEAD OF THE FIRST PAY RUN IN IT. CARRIES THE  *
      *  PLAN ADMINISTRATOR'S PLAN NUMBER, THE ANNUAL EMPLOYEE    *
      *  CONTRIBUTION LIMIT, THE ADDITIONAL CATCH-UP AMOUNT, AND  *
      *  THE TWO-TIER EMPLOYER MATCH FORMULA: THE FIRST TIER-1    *
      *  PERCENT OF PAY CONTRIBUTED IS MATCHED AT THE TIER-1      *
      *  RATE, THE NEXT TIER-2 PERCENT AT THE TIER-2 RATE (100%   *
      *  OF THE FIRST 3% AND 50% OF THE NEXT 2% IS 03.00/100.00,  *
      *  02.00/050.00). READ BY PAYCALC AND RETREMIT.             *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  RETIREMENT-PLAN-RECORD.
           05  RPL-PLAN-YEAR        PIC 9(04).
           05  RPL-PLAN-ID          PIC X(10).
           05  RPL-DEFERRAL-LIMIT   PIC 9(07)V99.
           05  RPL-CATCHUP-LIMIT    PIC 9(07)V99.
           05  RPL-TIER-1-PCT       PIC 9(02)V99.
           05  RPL-TIER-1-MATCH     PIC 9(03)V99.
           05  RPL-TIER-2-PCT       PIC 9(02)V99.
           05  RPL-TIER-2-MATCH     PIC 9(03)V99.
           05  FILLER               PIC X(30).
