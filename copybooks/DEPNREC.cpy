      *----------------------------------------------------------*
      *  DEPNREC.CPY                                              *
      *  BENEFITS DEPENDENT RECORD - ONE PER COVERED SPOUSE OR    *
      *  CHILD, KEYED EMPLOYEE ID + DEPENDENT SEQUENCE SO AN      *
      *  EMPLOYEE'S DEPENDENTS READ TOGETHER. COVERAGE RUNS FROM  *
      *  THE START DATE THROUGH THE END DATE (ZERO WHILE OPEN).   *
      *  MAINTAINED BY DEPNMNT; READ BY THE CARRIER EXTRACT       *
      *  (BENEXTR), WHICH WRITES A DEPENDENT DETAIL RECORD UNDER  *
      *  EACH EMPLOYEE AND ENDS A CHILD'S COVERAGE AT THE PLAN'S  *
      *  AGE LIMIT.                                               *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  DEPENDENT-RECORD.
           05  DEP-KEY.
               10  DEP-EMP-ID       PIC 9(05).
               10  DEP-SEQ          PIC 9(02).
           05  DEP-RELATIONSHIP     PIC X(01).
               88  DEP-SPOUSE              VALUE 'S'.
               88  DEP-CHILD               VALUE 'C'.
               88  DEP-RELATIONSHIP-VALID  VALUE 'S' 'C'.
           05  DEP-LNAME            PIC X(20).
           05  DEP-FNAME            PIC X(15).
           05  DEP-BIRTH-DATE       PIC 9(08).
           05  DEP-COV-START        PIC 9(08).
           05  DEP-COV-END          PIC 9(08).
               88  DEP-COVERAGE-OPEN       VALUE ZERO.
      * WHY COVERAGE ENDED: A WHEN THE CARRIER EXTRACT AGED THE CHILD
      * OUT, SPACE WHEN ENDED BY MAINTENANCE OR STILL OPEN.
           05  DEP-END-REASON       PIC X(01).
               88  DEP-AGED-OUT            VALUE 'A'.
           05  FILLER               PIC X(12).
