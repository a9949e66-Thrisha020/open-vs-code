      *----------------------------------------------------------*
      *  RTRQREC.CPY                                              *
      *  RETRO-PAY REQUEST QUEUE RECORD - ONE PER CHANGE APPLIED  *
      *  INSIDE A PAY PERIOD PAYCALC HAS ALREADY CLOSED (SEE      *
      *  CALL/PERCLOSE.CBL). COMPMNT, DEDMNT, AND EMPMAINT APPEND *
      *  ONE TO THE RETROQ QUEUE WHEN THE OPERATOR OVERRIDE LETS  *
      *  SUCH A CHANGE THROUGH; RETROPAY WORKS THE QUEUE. THE     *
      *  FIRST 21 BYTES ARE THE OLD RETRPARM REQUEST CARD, SO A   *
      *  HAND-KEYED CARD STILL READS AS A RATE REQUEST.           *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  RETRO-REQUEST-RECORD.
           05  RQ-EMP-ID            PIC 9(05).
      * FIRST AND LAST PERIOD-END DATE TO REVIEW: THE CHANGE'S
      * EFFECTIVE DATE THROUGH THE CLOSED-THROUGH DATE.
           05  RQ-FROM-DATE         PIC 9(08).
           05  RQ-TO-DATE           PIC 9(08).
      * R (OR BLANK, A HAND-KEYED CARD) IS A PAY-RATE CHANGE AND IS
      * REPRICED; D AND T ARE LISTED FOR MANUAL REVIEW.
           05  RQ-CHANGE-TYPE       PIC X(01).
               88  RQ-RATE-CHANGE          VALUE 'R' ' '.
               88  RQ-DEDUCTION-CHANGE     VALUE 'D'.
               88  RQ-TERMINATION          VALUE 'T'.
           05  RQ-SOURCE-PGM        PIC X(08).
           05  RQ-QUEUED-DATE       PIC 9(08).
      * DEDUCTION CODE, OR THE ACTION THAT RAISED THE REQUEST.
           05  RQ-REFERENCE         PIC X(10).
           05  FILLER               PIC X(32).
