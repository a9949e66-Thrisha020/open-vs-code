      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  EMPREC IMAGE WIDENED TO 80 BYTES (NEW
      *                  EMP-JOB-CODE).
      *

       ENVIRONMENT DIVISION.

       FD  BK-EMP
           LABEL RECORDS ARE STANDARD.
       01  BK-EMP-RECORD        PIC X(80).

       FD  BK-COMP
           LABEL RECORDS ARE STANDARD.
