      *----------------------------------------------------------*
      *  WTSREC.CPY                                               *
      *  YEAR-END WAGE-AND-TAX STATEMENT RECORD - ONE PER         *
      *  EMPLOYEE PAID IN THE TAX YEAR, WRITTEN BY TAXQTR ON THE  *
      *  FOURTH-QUARTER RUN INSIDE THE STANDARD FILEHDR HEADER    *
      *  AND TRAILER. FEEDS THE GOVERNMENT WAGE FILING AND THE    *
      *  PRINT VENDOR. TAXABLE PLUS NON-TAXABLE WAGES EQUALS      *
      *  GROSS; NON-TAXABLE IS WHAT PRE-TAX DEDUCTIONS TOOK OUT   *
      *  OF GROSS BEFORE INCOME TAX WAS FIGURED.                  *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  WAGE-TAX-STMT-RECORD.
           05  WT-RECORD-TYPE       PIC X(02)  VALUE 'WT'.
           05  WT-TAX-YEAR          PIC 9(04).
           05  WT-EMP-ID            PIC 9(05).
           05  WT-LNAME             PIC X(20).
           05  WT-FNAME             PIC X(15).
           05  WT-WORK-STATE        PIC X(02).
           05  WT-GROSS-WAGES       PIC S9(09)V99.
           05  WT-TAXABLE-WAGES     PIC S9(09)V99.
           05  WT-NONTAX-WAGES      PIC S9(09)V99.
           05  WT-PRETAX-DED        PIC S9(09)V99.
           05  WT-FIT-WITHHELD      PIC S9(07)V99.
           05  WT-SIT-WITHHELD      PIC S9(07)V99.
           05  WT-SSE-WITHHELD      PIC S9(07)V99.
           05  WT-MCE-WITHHELD      PIC S9(07)V99.
           05  FILLER               PIC X(12)  VALUE SPACE.
