      *----------------------------------------------------------*
      *  LSPLREC.CPY                                              *
      *  LABOR-SPLIT MASTER RECORD - ONE ROW PER EMPLOYEE PER     *
      *  EFFECTIVE DATE, SPREADING THE EMPLOYEE'S LABOR EXPENSE   *
      *  ACROSS UP TO TEN COST CENTERS OR GRANTS. EACH SHARE      *
      *  NAMES EITHER A DEPARTMENT (WHOSE GLMAP EXPENSE ROWS THE  *
      *  SHARE POSTS UNDER) OR A GL ACCOUNT OUTRIGHT, AND THE     *
      *  SHARES MUST TOTAL 100 PERCENT. THE ROW IN FORCE FOR A    *
      *  PAY PERIOD IS THE LATEST ONE EFFECTIVE ON OR BEFORE THE  *
      *  PERIOD END. AN EMPLOYEE WITH NO ROW CHARGES EVERYTHING   *
      *  TO THE HOME DEPARTMENT ON THE PAY DETAIL. MAINTAINED BY  *
      *  LSPLMNT, READ BY THE GL LABOR DISTRIBUTION (GLDIST).     *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  LABOR-SPLIT-RECORD.
           05  LS-KEY.
               10  LS-EMP-ID        PIC 9(05).
               10  LS-EFF-DATE      PIC 9(08).
           05  LS-SHARE-COUNT   PIC 9(02).
           05  LS-SHARE OCCURS 10 TIMES.
               10  LS-DEPT-CODE     PIC X(04).
               10  LS-GL-ACCOUNT    PIC X(08).
               10  LS-PERCENT       PIC 9(03)V99.
           05  LS-LAST-MAINT-DATE PIC 9(08).
           05  FILLER           PIC X(10).
