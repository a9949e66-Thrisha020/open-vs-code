      *                  CARRY THE OLD SHORTER RECORD AND MUST BE
      *                  CONVERTED (LOA ZERO) BEFORE THE NEXT
      *                  SNAPSHOT APPEND.
      * 10/15/2026  RSM  ADDED HC-FTE-TOTAL, THE DEPARTMENT'S ACTIVE
      *                  AND ON-LEAVE EMPLOYEES SUMMED BY FTE (SEE
      *                  FTEREC), SO PART-TIMERS COUNT BY THEIR
      *                  SCHEDULED HOURS ALONGSIDE THE HEADCOUNT.
      *                  EXISTING HDCHIST FILES MUST BE CONVERTED
      *                  (FTE ZERO) BEFORE THE NEXT SNAPSHOT APPEND.
      *
       01  HEADCOUNT-HIST-RECORD.
           05  HC-DEPT-CODE     PIC X(04).
           05  HC-TERM-COUNT    PIC 9(05).
           05  HC-LOA-COUNT     PIC 9(05).
           05  HC-SNAP-DATE     PIC 9(08).
           05  HC-FTE-TOTAL     PIC 9(05)V99.
