      * MODIFICATION HISTORY
      * --------------------
      * 08/22/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  EMPTRAN RECORD WIDENED TO 64 BYTES; THE AGENCY
      *                  FEED CARRIES NO JOB CODE, SO IT IS LEFT BLANK
      *                  ON THE ADD.
      *

       ENVIRONMENT DIVISION.
           05  NT-HIRE-DATE     PIC 9(08).
           05  NT-TERM-DATE     PIC 9(08).
           05  NT-TERM-REASON   PIC X(01).
           05  NT-JOB-CODE      PIC X(02).

       FD  REJECT-RPT
           LABEL RECORDS ARE STANDARD.
               MOVE AG-START-DATE TO NT-HIRE-DATE
               MOVE ZERO          TO NT-TERM-DATE
               MOVE SPACE         TO NT-TERM-REASON
               MOVE SPACE         TO NT-JOB-CODE
               WRITE NEWHIRE-TRANS-RECORD
               ADD 1 TO WS-ACCEPT-COUNT
           ELSE
