      *----------------------------------------------------------*
      *  SGNREC.CPY                                               *
      *  SIGN-ON CONTROL RECORD (SIGNCTL, VSAM KSDS KEYED BY USER *
      *  ID). EMPSIGN COUNTS CONSECUTIVE FAILED SIGN-ONS HERE AND *
      *  LOCKS THE USER ID AT THE THIRD; A GOOD SIGN-ON RESETS    *
      *  THE COUNT. ONLY AUTHMNT'S UNLOCK TRANSACTION CLEARS A    *
      *  LOCK.                                                    *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  SIGNON-CONTROL-RECORD.
           05  SGN-USERID           PIC X(08).
           05  SGN-FAILED-COUNT     PIC 9(01).
           05  SGN-LOCK-SW          PIC X(01).
               88  SGN-LOCKED               VALUE 'L'.
               88  SGN-NOT-LOCKED           VALUE 'N'.
           05  SGN-LOCK-DATE        PIC 9(08).
           05  SGN-LOCK-TIME        PIC 9(06).
           05  SGN-LAST-SIGNON-DATE PIC 9(08).
           05  SGN-LAST-SIGNON-TIME PIC 9(06).
           05  FILLER               PIC X(42).
