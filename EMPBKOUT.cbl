      *                  ORDER LEAVES THE MASTER NEITHER PRE-RUN
      *                  NOR POST-RUN. THE OPERATOR FALLS BACK TO
      *                  THE SNAPSHOT RESTORE.
      * 10/15/2026  RSM  EMPREC IMAGE WIDENED TO 80 BYTES (NEW
      *                  EMP-JOB-CODE).
      *

       ENVIRONMENT DIVISION.
               10  WS-JR-SEQ        PIC 9(05).
               10  WS-JR-ACTION     PIC X(01).
               10  WS-JR-EMP-ID     PIC 9(05).
               10  WS-JR-IMAGE      PIC X(80).

       01  WS-REPLAY-I      PIC S9(4) COMP VALUE ZERO.

