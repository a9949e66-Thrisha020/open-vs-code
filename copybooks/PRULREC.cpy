      *----------------------------------------------------------*
      *  PRULREC.CPY                                              *
      *  PROBATION LENGTH RULE - ONE ROW PER JOB CODE OR          *
      *  DEPARTMENT WHOSE PROBATIONARY PERIOD DIFFERS FROM THE    *
      *  HOUSE STANDARD, ON THE PROBRULE DECK. EMPMAINT TAKES     *
      *  THE JOB CODE'S ROW FIRST, THEN THE DEPARTMENT'S, THEN    *
      *  THE STANDARD. A ROW OF ZERO DAYS MEANS NO PROBATION FOR  *
      *  THAT JOB OR DEPARTMENT.                                  *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  PROBATION-RULE-RECORD.
           05  PRR-RULE-TYPE        PIC X(01).
               88  PRR-JOB-RULE            VALUE 'J'.
               88  PRR-DEPT-RULE           VALUE 'D'.
               88  PRR-TYPE-VALID          VALUE 'J' 'D'.
      * THE JOB CODE (LEFT-JUSTIFIED, SEE JOBREC) OR THE DEPARTMENT
      * CODE (SEE DEPTREC) THE RULE APPLIES TO.
           05  PRR-CODE             PIC X(04).
           05  PRR-LENGTH-DAYS      PIC 9(03).
           05  FILLER               PIC X(12).
