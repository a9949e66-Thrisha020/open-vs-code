      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  IMAGES WIDENED TO EMPREC'S NEW 80 BYTES
      *                  (EMP-JOB-CODE). EXISTING FILES NEED
      *                  CONVERTING, EACH IMAGE PADDED WITH TWO
      *                  SPACES.
      *
       01  HIST-INDEX-RECORD.
           05  HX-KEY.
               10  HX-SEQ           PIC 9(05).
           05  HX-SEG-YEAR      PIC 9(04).
           05  HX-ACTION        PIC X(01).
           05  HX-BEFORE-IMAGE  PIC X(80).
           05  HX-AFTER-IMAGE   PIC X(80).
