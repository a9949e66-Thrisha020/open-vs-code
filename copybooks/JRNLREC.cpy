      * MODIFICATION HISTORY
      * --------------------
      * 08/22/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  IMAGE WIDENED TO EMPREC'S NEW 80 BYTES
      *                  (EMP-JOB-CODE). EXISTING FILES NEED
      *                  CONVERTING, EACH IMAGE PADDED WITH TWO
      *                  SPACES.
      *
       01  JOURNAL-RECORD.
           05  JRN-SEQ          PIC 9(05).
           05  JRN-RUN-DATE     PIC 9(08).
      * THE FULL EMPREC IMAGE AS IT STOOD BEFORE THE TRANSACTION
      * WAS APPLIED. SPACES ON AN ADD (THERE WAS NO PRIOR RECORD).
           05  JRN-BEFORE-IMAGE PIC X(80).
