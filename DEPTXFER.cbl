      *                  AUTHORIZATION CHECK: ONLY A SUBMITTER
      *                  AUTHORIZED FOR THE MAINTENANCE PROGRAM MAY
      *                  RUN IT. REFUSED ATTEMPTS LAND ON AUTHVIO.
      * 10/15/2026  RSM  REVERSAL DECK WIDENED TO EMPTRAN'S 64 BYTES;
      *                  THE JOB CODE IS LEFT BLANK SO A REVERSAL DOES
      *                  NOT TOUCH IT.
      *
      * 08/22/2026  RSM  TAKES AN EXCLUSIVE EMPMAST LOCK THROUGH
      *                  THE SHARED FLOCKMGR SERVICE FOR THE LIFE
           05  RV-HIRE-DATE     PIC 9(08).
           05  RV-TERM-DATE     PIC 9(08).
           05  RV-TERM-REASON   PIC X(01).
           05  RV-JOB-CODE      PIC X(02).

       FD  XFER-RPT
           LABEL RECORDS ARE STANDARD.
           MOVE ZERO          TO RV-HIRE-DATE
           MOVE ZERO          TO RV-TERM-DATE
           MOVE SPACE         TO RV-TERM-REASON
           MOVE SPACE         TO RV-JOB-CODE

           MOVE WS-PR-TO(WS-PR-IDX) TO EMP-DEPT-CODE
           MOVE WS-XFER-RUN-DATE TO EMP-LAST-UPD-DATE
