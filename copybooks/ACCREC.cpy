      *                  REWRITE THAT FAILS AFTER A SUCCESSFUL
      *                  READ IS AN I/O PROBLEM, NOT A NOT-FOUND
      *                  PROBE, AND MUST NOT COUNT AS ONE.
      * 10/15/2026  RSM  ADDED THE 'R' REFUSED RESULT: THE PAYINQ
      *                  PAY-STUB INQUIRY LOGS A USER ITS AUTHCTL
      *                  CHECK TURNS AWAY, AGAINST THE EMPLOYEE
      *                  ASKED FOR, SO EMPACCRPT COUNTS THE ATTEMPT
      *                  WITH THE NOT-FOUND PROBES.
      * 10/15/2026  RSM  ADDED ACC-USERID, THE SIGNED-ON USER FROM
      *                  THE EMPSIGN SESSION, AND THE SESSION EVENTS
      *                  EMPSIGN AND SESSCHK LOG (EMPLOYEE ID ZERO):
      *                  I SIGNED ON, O SIGNED OFF, T TIMED OUT, B
      *                  SIGN-ON REJECTED, L USER ID LOCKED OUT.
      *
       01  ACCESS-LOG-RECORD.
           05  ACC-DATE         PIC 9(08).
               88  ACC-NOT-FOUND        VALUE 'N'.
               88  ACC-UPDATED          VALUE 'U'.
               88  ACC-UPD-FAILED       VALUE 'X'.
               88  ACC-REFUSED          VALUE 'R'.
               88  ACC-SIGNED-ON        VALUE 'I'.
               88  ACC-SIGNED-OFF       VALUE 'O'.
               88  ACC-TIMED-OUT        VALUE 'T'.
               88  ACC-SIGNON-FAILED    VALUE 'B'.
               88  ACC-LOCKED-OUT       VALUE 'L'.
               88  ACC-SESSION-EVENT    VALUE 'I' 'O' 'T' 'B' 'L'.
           05  FILLER           PIC X(01).
           05  ACC-USERID       PIC X(08).
           05  FILLER           PIC X(34).
