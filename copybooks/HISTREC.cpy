      * MODIFICATION HISTORY
      * --------------------
      * 08/22/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  IMAGES WIDENED TO EMPREC'S NEW 80 BYTES
      *                  (EMP-JOB-CODE). EXISTING FILES NEED
      *                  CONVERTING, EACH IMAGE PADDED WITH TWO
      *                  SPACES.
      *
       01  EMP-HISTORY-RECORD.
           05  EH-RUN-DATE      PIC 9(08).
               88  EH-ACT-TERMINATE     VALUE 'T'.
      * FULL EMPREC IMAGES AS THE RECORD STOOD BEFORE AND AFTER THE
      * TRANSACTION WAS APPLIED. BEFORE IS SPACES ON AN ADD.
           05  EH-BEFORE-IMAGE  PIC X(80).
           05  EH-AFTER-IMAGE   PIC X(80).
