      * one job-summary row (see JOBSUM) whose rejected column
      * carries the EMPMAINT recycle-deck count, so the chain
      * certifier can prove EMPMAINT's reads on a recycle night.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  RCYCEMP WIDENED TO 64 BYTES FOR EMPTRAN'S
      *                  TRAILING JOB CODE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  RECYCLE-EMP
           LABEL RECORDS ARE STANDARD.
       01  RECYCLE-EMP-RECORD   PIC X(64).

       FD  RECYCLE-TRAN
           LABEL RECORDS ARE STANDARD.
           EVALUATE SUS-SYSTEM
               WHEN 'EMPMAINT'
                   WRITE RECYCLE-EMP-RECORD
                       FROM SUS-TRAN-IMAGE(1:64)
                   ADD 1 TO WS-RECYCLE-COUNT
                   ADD 1 TO WS-RECYCLE-EMP-COUNT
               WHEN 'MAINPROG'
