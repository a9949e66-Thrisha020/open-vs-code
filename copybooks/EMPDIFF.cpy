      *----------------------------------------------------------*
      *  EMPDIFF.CPY                                              *
      *  EMPLOYEE-MASTER DIFFERENCE EXTRACT. EMPCOMP WRITES ONE   *
      *  PER EMPLOYEE ADDED, REMOVED OR CHANGED BETWEEN THE OLD   *
      *  AND NEW SNAPSHOTS, IN ASCENDING EMPLOYEE ID SEQUENCE,    *
      *  CARRYING BOTH FULL EMPREC IMAGES SO EMPTAMP CAN MATCH    *
      *  EACH CHANGE TO THE HISTORY OR JOURNAL ROW THAT SHOULD    *
      *  HAVE COME WITH IT.                                       *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  EMP-DIFF-RECORD.
           05  ED-COMPARE-DATE  PIC 9(08).
           05  ED-EMP-ID        PIC 9(05).
           05  ED-RESULT        PIC X(01).
               88  ED-ADDED             VALUE 'A'.
               88  ED-REMOVED           VALUE 'R'.
               88  ED-CHANGED           VALUE 'C'.
      * THE RECORD AS IT STOOD ON EACH SNAPSHOT. OLD IS SPACES ON
      * AN ADD, NEW IS SPACES ON A REMOVAL.
           05  ED-OLD-IMAGE     PIC X(80).
           05  ED-NEW-IMAGE     PIC X(80).
           05  FILLER           PIC X(06).
