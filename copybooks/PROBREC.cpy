      *----------------------------------------------------------*
      *  PROBREC.CPY                                              *
      *  PROBATION RECORD - ONE ROW PER EMPLOYEE, KEYED BY        *
      *  EMPLOYEE ID, FOR THE PROBATIONARY PERIOD OF THEIR        *
      *  CURRENT HIRE. OPENED BY EMPMAINT ON AN APPLIED ADD OR    *
      *  REHIRE (A REHIRE REPLACES THE PRIOR HIRE'S ROW), WITH    *
      *  THE LENGTH TAKEN FROM THE PROBATION RULES DECK           *
      *  (PROBRULE, SEE PRULREC). CLOSED OUT BY THE PROBMNT       *
      *  CONFIRM/EXTEND/TERMINATE DECK; LISTED BY SUPERVISOR AS   *
      *  IT NEARS ITS END BY PROBRPT; READ BY BENELIG WHEN        *
      *  BENEFITS WAIT FOR A CONFIRMED PROBATION.                 *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  PROBATION-RECORD.
           05  PRB-EMP-ID           PIC 9(05).
      * THE HIRE (OR REHIRE) DATE THE PROBATION RUNS FROM.
           05  PRB-START-DATE       PIC 9(08).
           05  PRB-LENGTH-DAYS      PIC 9(03).
      * WHERE THE LENGTH CAME FROM: THE JOB CODE'S RULE, THE
      * DEPARTMENT'S RULE, OR THE HOUSE STANDARD.
           05  PRB-LENGTH-SOURCE    PIC X(01).
               88  PRB-FROM-JOB            VALUE 'J'.
               88  PRB-FROM-DEPT           VALUE 'D'.
               88  PRB-FROM-STANDARD       VALUE 'S'.
      * THE END DATE AS FIRST SET, AND THE END DATE NOW IN FORCE
      * (MOVED OUT BY EACH EXTENSION).
           05  PRB-ORIG-END-DATE    PIC 9(08).
           05  PRB-END-DATE         PIC 9(08).
           05  PRB-STATUS           PIC X(01).
               88  PRB-OPEN-ORIGINAL       VALUE 'O'.
               88  PRB-EXTENDED            VALUE 'E'.
               88  PRB-CONFIRMED           VALUE 'C'.
               88  PRB-TERMINATED          VALUE 'T'.
               88  PRB-OPEN                VALUE 'O' 'E'.
           05  PRB-EXTEND-COUNT     PIC 9(01).
      * ZERO WHILE THE PROBATION IS OPEN; THE DATE IT WAS CONFIRMED
      * OR ENDED IN TERMINATION, AND THE EMPLOYEE ID OF WHOEVER
      * MADE THE CALL.
           05  PRB-CLOSED-DATE      PIC 9(08).
           05  PRB-DECIDED-BY       PIC 9(05).
           05  FILLER               PIC X(12).
