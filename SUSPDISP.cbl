      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  EMPTRAN RECORD WIDENED TO 64 BYTES FOR THE NEW
      *                  TRAILING JOB CODE.
      *

       ENVIRONMENT DIVISION.

       FD  RELEASE-EMP
           LABEL RECORDS ARE STANDARD.
       01  RELEASE-EMP-RECORD   PIC X(64).

       FD  RELEASE-TRAN
           LABEL RECORDS ARE STANDARD.
           EVALUATE SUS-SYSTEM
               WHEN 'EMPMAINT'
                   WRITE RELEASE-EMP-RECORD
                       FROM SUS-TRAN-IMAGE(1:64)
               WHEN OTHER
                   WRITE RELEASE-TRAN-RECORD
                       FROM SUS-TRAN-IMAGE(1:25)
