      *                  PRODUCE (A DUPLICATE OF THE PREVIOUS
      *                  SEQUENCE IS LEGITIMATE; ONLY A TRUE HOLE
      *                  BREAKS).
      * 10/15/2026  RSM  EMPREC IMAGE WIDENED TO 80 BYTES (NEW
      *                  EMP-JOB-CODE).
      *

       ENVIRONMENT DIVISION.
       01  WS-CHN-EMP-ID    PIC 9(05)  VALUE ZERO.
       01  WS-CHN-FIRST-SW  PIC X(01)  VALUE 'Y'.
           88  WS-CHN-FIRST-ROW       VALUE 'Y'.
       01  WS-CHN-PRIOR-AFTER PIC X(80) VALUE SPACE.
       01  WS-CHN-PRIOR-DATE PIC 9(08) VALUE ZERO.
       01  WS-CHN-PRIOR-SEQ PIC 9(05)  VALUE ZERO.

      * plausibility test.
       01  WS-IMAGE-FIELDS.
           05  IM-EMP-ID        PIC X(05).
           05  FILLER           PIC X(75).

       01  WS-TITLE-LINE    PIC X(90) VALUE
           'EMPHIST CHAIN-INTEGRITY VERIFICATION'.
