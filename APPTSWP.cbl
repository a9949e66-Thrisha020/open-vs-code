      *                  WAY OF RIDING UNCOUNTED WOULD HAVE
      *                  BROKEN THE DECK BALANCE OR THE CHAIN
      *                  CERTIFICATE.
      * 10/15/2026  RSM  EMPTRAN RECORD WIDENED TO 64 BYTES; THE JOB
      *                  CODE IS BLANK ON THE TERMINATE.
      *

       ENVIRONMENT DIVISION.
           05  ATO-HIRE-DATE    PIC 9(08).
           05  ATO-TERM-DATE    PIC 9(08).
           05  ATO-TERM-REASON  PIC X(01).
           05  ATO-JOB-CODE     PIC X(02).

       FD  SWEEP-RPT
           LABEL RECORDS ARE STANDARD.
           05  FILLER       PIC X(02)  VALUE 'BH'.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-ABH-COUNT PIC 9(05)  VALUE ZERO.
           05  FILLER       PIC X(56)  VALUE SPACE.
       01  WS-SKIP-COUNT    PIC 9(5)   COMP VALUE ZERO.

      * DATEUTL linkage-shaped working-storage (see COPYBOOKS/
           MOVE ZERO          TO ATO-HIRE-DATE
           MOVE APT-END-DATE  TO ATO-TERM-DATE
           MOVE 'O'           TO ATO-TERM-REASON
           MOVE SPACE         TO ATO-JOB-CODE
           WRITE APPT-TRANS-OUT-RECORD

           SET APT-TERM-EMITTED TO TRUE
