      *----------------------------------------------------------*
      *  PCKPREC.CPY                                              *
      *  PAY-CALCULATION CHECKPOINT RECORD - WRITTEN TO RESTOUT   *
      *  BY PAYCALC EVERY TIME IT COMMITS A BLOCK OF EMPLOYEES,   *
      *  AND READ BACK FROM RESTIN WHEN A FAILED RUN IS RESTARTED.*
      *  CARRIES THE SORT KEY OF THE LAST EMPLOYEE COMMITTED, THE *
      *  NUMBER OF PAYHIST ROWS THE RUN HAS APPENDED, THE         *
      *  REGISTER COUNTS, AND THE DEPARTMENT AND GRAND TOTALS AS  *
      *  THEY STOOD AT THE CHECKPOINT. A CLEAN FINISH WRITES A    *
      *  RUN-COMPLETE RECORD LAST, SO A LEFTOVER DECK IS NEVER    *
      *  MISTAKEN FOR AN UNFINISHED RUN.                          *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  ADDED THE COUNT OF RETIREMENT CONTRIBUTIONS
      *                  HELD TO THE ANNUAL PLAN LIMIT.
      *
       01  PAY-CHECKPOINT-RECORD.
           05  CK-RECORD-TYPE   PIC X(01).
               88  CK-CHECKPOINT        VALUE 'C'.
               88  CK-RUN-COMPLETE      VALUE 'E'.
           05  CK-PERIOD-END    PIC 9(08).
           05  CK-RUN-TYPE      PIC X(01).
           05  CK-LAST-SORT-KEY.
               10  CK-LAST-DEPT-CODE PIC X(04).
               10  CK-LAST-LNAME    PIC X(20).
               10  CK-LAST-FNAME    PIC X(15).
               10  CK-LAST-EMP-ID   PIC 9(05).
           05  CK-LAST-HIST-EMP-ID PIC 9(05).
           05  CK-HIST-COUNT    PIC 9(07).
           05  CK-EMP-COUNT     PIC 9(05).
           05  CK-PAID-COUNT    PIC 9(05).
           05  CK-NORATE-COUNT  PIC 9(05).
           05  CK-NOMAST-COUNT  PIC 9(05).
           05  CK-INACT-COUNT   PIC 9(05).
           05  CK-SHORT-COUNT   PIC 9(05).
           05  CK-DEDOVF-COUNT  PIC 9(05).
           05  CK-BADEARN-COUNT PIC 9(05).
           05  CK-NOTAX-COUNT   PIC 9(05).
           05  CK-PAYOUT-COUNT  PIC 9(05).
           05  CK-NOTTERM-COUNT PIC 9(05).
           05  CK-ARREARS-COUNT PIC 9(05).
           05  CK-DEDDONE-COUNT PIC 9(05).
           05  CK-PREV-DEPT-CODE PIC X(04).
           05  CK-DEPT-COUNT    PIC 9(05).
           05  CK-DEPT-GROSS    PIC S9(09)V99.
           05  CK-DEPT-NET      PIC S9(09)V99.
           05  CK-GRAND-GROSS   PIC S9(09)V99.
           05  CK-GRAND-NET     PIC S9(09)V99.
           05  CK-CKPT-DATE     PIC 9(08).
           05  CK-CKPT-TIME     PIC 9(06).
           05  CK-RETCAP-COUNT  PIC 9(05).
           05  FILLER           PIC X(47).
