      *                  RELEASED COUNT, SO THE JCL CAN
      *                  CONCATENATE IT ONTO RAWTRAN AND
      *                  EMPEDIT'S DECK BALANCE STILL PROVES.
      * 10/15/2026  RSM  EMPTRAN RECORD WIDENED TO 64 BYTES FOR THE NEW
      *                  TRAILING JOB CODE.
      *

       ENVIRONMENT DIVISION.
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.

      * RELEMP is cut in EMPEDIT's raw-deck shape (64 bytes) so the
      * JCL can concatenate it straight onto RAWTRAN; the deck ends
      * with its own 'BH' batch-header row carrying the released
      * count so EMPEDIT's deck balance still proves.
       FD  RELEASE-EMP
           LABEL RECORDS ARE STANDARD.
       01  RELEASE-EMP-RECORD   PIC X(64).

       FD  RELEASE-COMP
           LABEL RECORDS ARE STANDARD.
           05  FILLER       PIC X(02)  VALUE 'BH'.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-RBH-COUNT PIC 9(05)  VALUE ZERO.
           05  FILLER       PIC X(56)  VALUE SPACE.
       01  WS-CANCEL-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-PEND-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-BADDATE-COUNT PIC 9(5)   COMP VALUE ZERO.

           EVALUATE WS-WK-SYSTEM
               WHEN 'EMPMAINT'
                   MOVE WS-WK-IMAGE(1:64) TO RELEASE-EMP-RECORD
                   WRITE RELEASE-EMP-RECORD
                   ADD 1 TO WS-REL-EMP-COUNT
               WHEN 'COMPMNT '
