      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  EMPTRAN RECORD WIDENED TO 64 BYTES FOR THE NEW
      *                  TRAILING JOB CODE.
      *

       ENVIRONMENT DIVISION.
           LABEL RECORDS ARE STANDARD.
       01  CLEAN-TRANS-RECORD.
           05  CT-EMP-ID        PIC 9(05).
           05  FILLER           PIC X(59).

       FD  STREAM-1
           LABEL RECORDS ARE STANDARD.
       01  STREAM-1-RECORD      PIC X(64).

       FD  STREAM-2
           LABEL RECORDS ARE STANDARD.
       01  STREAM-2-RECORD      PIC X(64).

       FD  STREAM-3
           LABEL RECORDS ARE STANDARD.
       01  STREAM-3-RECORD      PIC X(64).

       FD  STREAM-4
           LABEL RECORDS ARE STANDARD.
       01  STREAM-4-RECORD      PIC X(64).

       FD  SPLIT-RPT
           LABEL RECORDS ARE STANDARD.
