      *  PRENOTE ENTRY AND ONLY MOVES LIVE MONEY ONCE THE         *
      *  PRENOTE HAS AGED CLEAN, SO A MISKEYED ACCOUNT BOUNCES A  *
      *  ZERO INSTEAD OF A PAYCHECK.                              *
      *  THE ACCOUNT IS STORED ONLY IN PROTECTED FORM (ACCTPROT). *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  ADDED THE SUSPENDED STATUS. A ROW WHOSE
      *                  ACCOUNT THE BANK REPORTS CLOSED OR NOT
      *                  FOUND (DDRETURN) SENDS NOTHING TO THE BANK
      *                  AND IS PAID BY CHECK UNTIL DDMNT CHANGES IT,
      *                  WHICH STARTS A NEW PRENOTE.
      * 10/15/2026  RSM  ADDED DDP-ACCT-FORM. DDP-ACCOUNT IS NOW HELD
      *                  ONLY IN PROTECTED FORM; THE RECORD GROWS TO 42
      *                  BYTES AND DDMAST IS UNLOADED, CONVERTED BY
      *                  DDPROT AND RELOADED.
      *
       01  DDEP-MASTER-RECORD.
           05  DDP-EMP-ID       PIC 9(05).
               88  DDP-TYPE-VALID      VALUE 'C' 'S'.
      * PRENOTE CYCLE: P UNTIL THE ZERO-DOLLAR PRENOTE HAS AGED
      * THE REQUIRED DAYS WITHOUT A BANK REJECT, THEN L (LIVE).
      * S (SUSPENDED) ONCE THE BANK HAS RETURNED A DEPOSIT AS A DEAD
      * ACCOUNT.
           05  DDP-PRENOTE-SW   PIC X(01).
               88  DDP-IN-PRENOTE      VALUE 'P'.
               88  DDP-LIVE            VALUE 'L'.
               88  DDP-SUSPENDED       VALUE 'S'.
           05  DDP-PRENOTE-DATE PIC 9(08).
      * DDP-ACCOUNT IS NEVER HELD IN THE CLEAR: P MEANS IT IS IN
      * THE PROTECTED FORM ACCTPROT PRODUCES. ONLY DDPAYFIL (AND
      * VOIDPAY FOR ITS REVERSING DEBITS) MAY RECOVER IT, AND
      * ONLY TO BUILD A BANK FILE; ALL ELSE PRINTS THE MASK.
           05  DDP-ACCT-FORM    PIC X(01).
               88  DDP-ACCT-PROTECTED  VALUE 'P'.
