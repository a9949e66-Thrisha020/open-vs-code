      *----------------------------------------------------------*
      *  PERFREC.CPY                                              *
      *  PERFORMANCE-REVIEW RECORD - ONE PER EMPLOYEE PER REVIEW  *
      *  PERIOD, KEYED EMPLOYEE ID + PERIOD END SO AN EMPLOYEE'S  *
      *  REVIEWS READ OLDEST TO NEWEST. A ROW IS KEYED WHEN THE   *
      *  REVIEW IS SCHEDULED (DUE DATE SET, NOT YET COMPLETED)    *
      *  AND CHANGED WHEN IT IS DONE (RATING, REVIEWER, AND       *
      *  COMPLETED DATE FILLED IN). MAINTAINED BY PERFMNT; READ   *
      *  BY THE MERIT CYCLE (MERITCYC), WHICH PRICES OFF THE      *
      *  NEWEST COMPLETED RATING, AND BY THE OVERDUE-REVIEW       *
      *  REPORT (PERFOVD).                                        *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  PERF-REVIEW-RECORD.
           05  PRV-KEY.
               10  PRV-EMP-ID       PIC 9(05).
               10  PRV-PERIOD-END   PIC 9(08).
           05  PRV-PERIOD-START     PIC 9(08).
      * THE DATE THE REVIEW SHOULD BE COMPLETED BY.
           05  PRV-DUE-DATE         PIC 9(08).
      * 1 (UNSATISFACTORY) THROUGH 5 (OUTSTANDING); SPACE UNTIL THE
      * REVIEW IS COMPLETED.
           05  PRV-RATING           PIC X(01).
               88  PRV-RATING-VALID        VALUE '1' THRU '5'.
               88  PRV-NOT-RATED           VALUE SPACE.
      * EMPLOYEE ID OF THE REVIEWER.
           05  PRV-REVIEWER-ID      PIC 9(05).
      * ZERO WHILE THE REVIEW IS OPEN.
           05  PRV-COMPLETED-DATE   PIC 9(08).
               88  PRV-REVIEW-OPEN         VALUE ZERO.
           05  FILLER               PIC X(17).
