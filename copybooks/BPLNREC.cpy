      *----------------------------------------------------------*
      *  BPLNREC.CPY                                              *
      *  BENEFITS PLAN CATALOG RECORD - ONE ROW PER PLAN YEAR,    *
      *  COVERAGE TYPE (MEDICAL, DENTAL, VISION) AND PLAN OPTION  *
      *  ON THE BENPLAN DECK, SO THE NEXT YEAR'S OPTIONS AND      *
      *  PRICES CAN BE LOADED AHEAD OF OPEN ENROLLMENT. CARRIES   *
      *  THE EMPLOYEE'S PER-PAY-PERIOD PREMIUM FOR EACH COVERAGE  *
      *  TIER (EMPLOYEE ONLY, PLUS SPOUSE, PLUS CHILDREN,         *
      *  FAMILY) AND THE CARRIER'S GROUP NUMBER, WHICH THE        *
      *  PREMIUM DEDUCTION IS REMITTED UNDER. READ BY THE OPEN-   *
      *  ENROLLMENT RUN (BENOPEN).                                *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  BENEFIT-PLAN-RECORD.
           05  BPL-PLAN-YEAR        PIC 9(04).
           05  BPL-COVERAGE-TYPE    PIC X(01).
               88  BPL-MEDICAL             VALUE 'M'.
               88  BPL-DENTAL              VALUE 'D'.
               88  BPL-VISION              VALUE 'V'.
               88  BPL-TYPE-VALID          VALUE 'M' 'D' 'V'.
      * SITE-ASSIGNED CODE FOR THE OPTION WITHIN ITS COVERAGE TYPE,
      * E.G. 'P1' FOR THE PPO, 'H1' FOR THE HMO.
           05  BPL-OPTION-CODE      PIC X(02).
           05  BPL-DESCRIPTION      PIC X(20).
           05  BPL-GROUP-NO         PIC X(10).
      * EMPLOYEE SHARE PER PAY PERIOD, BY COVERAGE TIER.
           05  BPL-PREMIUM-EMPLOYEE PIC 9(05)V99.
           05  BPL-PREMIUM-SPOUSE   PIC 9(05)V99.
           05  BPL-PREMIUM-CHILDREN PIC 9(05)V99.
           05  BPL-PREMIUM-FAMILY   PIC 9(05)V99.
           05  FILLER               PIC X(15).
