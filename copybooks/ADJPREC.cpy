      *----------------------------------------------------------*
      *  ADJPREC.CPY                                              *
      *  HELD-ADJUSTMENT RECORD. SUBPROG QUEUES A TRANSACTION     *
      *  HERE INSTEAD OF POSTING IT WHEN ITS ADJUSTED VALUE IS    *
      *  BEYOND ITS CATEGORY'S APPROVAL LIMIT (ADJLIMIT): NOTHING *
      *  REACHES TRANS-OUT, YTD-ACCUM OR THE CHANGE LOG WHILE IT  *
      *  WAITS. THE NEXT DAY'S APPROVAL DECK (ADJAPPR) RELEASES   *
      *  OR REJECTS IT AND RECORDS WHO DECIDED; A RELEASED ITEM   *
      *  GOES BACK THROUGH MAINPROG AND IS MARKED POSTED WHEN     *
      *  SUBPROG APPLIES IT. VSAM KSDS ADJPEND, KEYED BY THE      *
      *  TRANSACTION KEY.                                         *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  ADJ-PENDING-RECORD.
           05  APD-TRANS-KEY    PIC X(08).
           05  APD-CATEGORY     PIC X(04).
      * THE TRANSACTION AS IT CAME IN, SO A RELEASE CAN BE FED BACK
      * THROUGH MAINPROG UNCHANGED.
           05  APD-TRANS-TYPE   PIC X(01).
           05  APD-ORIG-KEY     PIC X(08).
           05  APD-VALUE-IN     PIC S9(7)V99.
           05  APD-ADJ-AMOUNT   PIC S9(7)V99.
           05  APD-VALUE-OUT    PIC S9(7)V99.
           05  APD-LIMIT        PIC 9(7)V99.
           05  APD-HELD-DATE    PIC 9(08).
           05  APD-STATUS       PIC X(01).
               88  APD-HELD             VALUE 'H'.
               88  APD-APPROVED         VALUE 'A'.
               88  APD-REJECTED         VALUE 'R'.
               88  APD-POSTED           VALUE 'P'.
           05  APD-DECIDED-DATE PIC 9(08).
           05  APD-DECIDED-BY   PIC X(08).
      * WHY A REJECTED ITEM WAS REJECTED.
           05  APD-REASON       PIC X(30).
           05  APD-POSTED-DATE  PIC 9(08).
           05  FILLER           PIC X(10).
