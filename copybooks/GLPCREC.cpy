      *----------------------------------------------------------*
      *  GLPCREC.CPY                                              *
      *  GL PAYABLE CONTROL RECORD - THE DEDUCTION PAYABLE        *
      *  CREDITS THE LABOR DISTRIBUTION (GLDIST) POSTED, ONE ROW  *
      *  PER DEDUCTION CODE, SO THE THIRD-PARTY REMITTANCE RUN    *
      *  (DEDREMIT) CAN PROVE WHAT IT SENDS OUT TIES BACK TO THE  *
      *  LEDGER. THE FILE (GLPAYCTL) IS WRAPPED IN THE STANDARD   *
      *  FILEHDR HEADER/TRAILER; ITS FIRST BODY ROW NAMES THE     *
      *  PAY-DETAIL FILE THE CREDITS CAME FROM (ITS FILEHDR RUN   *
      *  DATE AND TIME) SO THE TIE-OUT NEVER COMPARES TWO         *
      *  DIFFERENT PAY RUNS.                                      *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  GL-PAYABLE-CTL-RECORD.
           05  GPC-RECORD-TYPE      PIC X(02).
               88  GPC-SOURCE-ROW          VALUE 'PS'.
               88  GPC-CODE-ROW            VALUE 'PC'.
           05  FILLER               PIC X(01).
           05  GPC-ROW-DATA         PIC X(77).
      * 'PS' - THE PAY-DETAIL FILE THE JOURNAL WAS BUILT FROM.
           05  GPC-SOURCE-DATA REDEFINES GPC-ROW-DATA.
               10  GPC-PAYDETL-DATE PIC 9(08).
               10  FILLER           PIC X(01).
               10  GPC-PAYDETL-TIME PIC 9(06).
               10  FILLER           PIC X(01).
               10  GPC-PERIOD-END   PIC 9(08).
               10  FILLER           PIC X(53).
      * 'PC' - ONE DEDUCTION CODE'S PAYABLE CREDITS, ALL
      * DEPARTMENTS AND ACCOUNTS TOGETHER.
           05  GPC-CODE-DATA REDEFINES GPC-ROW-DATA.
               10  GPC-DED-CODE     PIC X(03).
               10  FILLER           PIC X(01).
               10  GPC-CREDIT-AMOUNT PIC 9(11)V99.
               10  FILLER           PIC X(01).
               10  GPC-ENTRY-COUNT  PIC 9(07).
               10  FILLER           PIC X(52).
