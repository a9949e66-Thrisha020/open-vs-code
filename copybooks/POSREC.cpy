      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  NEW POS-GRADE, THE GRADE THE POSITION IS
      *                  AUTHORIZED AT.
      *
       01  POSITION-MASTER-RECORD.
           05  POS-KEY.
               88  POS-OPEN            VALUE 'O'.
               88  POS-FILLED          VALUE 'F'.
           05  POS-FILLED-EMP-ID PIC 9(05).
      * GRADE THE POSITION IS AUTHORIZED AT (SEE GRADEREC); AN OPEN
      * POSITION IS PRICED AT THE GRADE MIDPOINT BY BUDPROJ. SPACE
      * WHEN NOT YET GRADED.
           05  POS-GRADE        PIC X(02).
