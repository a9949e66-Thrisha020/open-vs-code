      * 08/09/2026  RSM  ADDED JS-RUN-DATE SO NIGHTLY SUMMARIES CAN BE
      *                  ACCUMULATED INTO A HISTORY FILE AND TRENDED
      *                  BY DATE INSTEAD OF JUST REFLECTING LAST NIGHT.
      * 10/15/2026  RSM  ADDED JS-RECORDS-HELD SO ITEMS PARKED FOR
      *                  APPROVAL ARE COUNTED APART FROM THOSE READ AND
      *                  REJECTED; RECORD STAYS 80 BYTES.
      *
       01  WS-JOB-SUMMARY-LINE.
           05  JS-PROGRAM-ID          PIC X(08).
               88  JS-ABNORMAL-COMPLETION     VALUE 'A'.
           05  FILLER                 PIC X(02)  VALUE SPACE.
           05  JS-RUN-DATE            PIC 9(08).
           05  FILLER                 PIC X(02)  VALUE SPACE.
      * ITEMS NEITHER PROCESSED NOR REJECTED BUT PARKED FOR A LATER
      * DECISION (MAINPROG: ADJUSTMENTS HELD OVER THEIR APPROVAL
      * LIMIT). ZERO FOR A PROGRAM THAT HOLDS NOTHING.
           05  JS-RECORDS-HELD        PIC 9(07)  VALUE ZERO.
           05  FILLER                 PIC X(32)  VALUE SPACE.
