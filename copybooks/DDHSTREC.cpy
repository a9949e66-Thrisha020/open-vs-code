      *----------------------------------------------------------*
      *  DDHSTREC.CPY                                             *
      *  DIRECT-DEPOSIT MASTER CHANGE-HISTORY RECORD. THE RETURN  *
      *  PROCESSOR (DDRETURN) APPENDS ONE FOR EVERY DDMAST ROW IT *
      *  CHANGES ON THE BANK'S WORD - A RETURN THAT SUSPENDS THE  *
      *  ROW OR PUTS IT BACK INTO PRENOTE, OR A NOTIFICATION OF   *
      *  CHANGE THAT CORRECTS THE ROUTING, ACCOUNT OR TYPE - WITH *
      *  THE ROW AS IT STOOD BEFORE AND AFTER, SO NO ACCOUNT IS   *
      *  EVER CHANGED WITHOUT A TRACE. WRITTEN EXTEND TO DDHIST   *
      *  AND NEVER CUT BACK, LIKE EMPHIST.                        *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  IMAGES WIDENED TO 42 BYTES (DDEPREC
      *                  DDP-ACCT-FORM). THE ACCOUNT INSIDE EACH IMAGE
      *                  IS IN PROTECTED FORM.
      *
       01  DD-HISTORY-RECORD.
           05  DH-RUN-DATE      PIC 9(08).
           05  DH-EMP-ID        PIC 9(05).
           05  DH-ACTION        PIC X(01).
               88  DH-ACT-RETURN        VALUE 'R'.
               88  DH-ACT-CHANGE-NOTICE VALUE 'N'.
      * THE BANK'S RETURN REASON OR CHANGE CODE (SEE BRTNREC).
           05  DH-REASON-CODE   PIC X(03).
           05  DH-PROGRAM-ID    PIC X(08).
      * FULL DDEPREC IMAGES AS THE ROW STOOD BEFORE AND AFTER.
           05  DH-BEFORE-IMAGE  PIC X(42).
           05  DH-AFTER-IMAGE   PIC X(42).
