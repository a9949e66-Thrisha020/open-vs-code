      *----------------------------------------------------------*
      *  STAFREC.CPY                                              *
      *  MINIMUM STAFFING FIGURE - ONE ROW PER DEPARTMENT ON THE  *
      *  STAFMIN DECK: THE FEWEST EMPLOYEES WHO MUST BE PRESENT   *
      *  ON A WORKING DAY. LVCOVER COUNTS EACH DAY'S STAFF        *
      *  PRESENT AGAINST IT AND FLAGS THE DAYS THAT FALL SHORT.   *
      *  A DEPARTMENT WITH NO ROW IS LAID OUT BUT NOT CHECKED.    *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  STAFF-MINIMUM-RECORD.
           05  STF-DEPT-CODE        PIC X(04).
           05  STF-MIN-STAFF        PIC 9(03).
           05  FILLER               PIC X(13).
