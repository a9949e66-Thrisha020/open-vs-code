      *                  CORRECTION IS VISIBLE AS A CORRECTION IN
      *                  THE LOG INSTEAD OF LOOKING LIKE NEW
      *                  BUSINESS.
      * 10/15/2026  RSM  ADDED CHG-CATEGORY (THE TRANSACTION'S CATEGORY
      *                  CODE) OUT OF THE TRAILING FILLER SO THE GL
      *                  POSTING STEP CAN MAP EACH ROW TO ITS ACCOUNTS;
      *                  RECORD STAYS 80 BYTES.
      * 10/15/2026  RSM  ADDED CHG-APPROVED-BY OUT OF THE TRAILING
      *                  FILLER FOR AN ADJUSTMENT POSTED AFTER AN
      *                  APPROVAL HOLD; RECORD STAYS 80 BYTES.
      *
       01  WS-CHANGE-LOG-LINE.
           05  CHG-TRANS-KEY        PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  CHG-REVERSAL-FLAG    PIC X(01).
               88  CHG-IS-REVERSAL          VALUE 'R'.
           05  FILLER               PIC X(01)  VALUE SPACE.
      * THE TRANSACTION'S CATEGORY CODE, WHICH THE GL POSTING STEP
      * (GLADJPST) MAPS TO ITS LEDGER ACCOUNTS. SPACES ON ROWS
      * LOGGED BEFORE IT WAS CARRIED.
           05  CHG-CATEGORY         PIC X(04).
           05  FILLER               PIC X(01)  VALUE SPACE.
      * WHO RELEASED THE ADJUSTMENT, WHEN IT WAS HELD OVER ITS
      * CATEGORY'S APPROVAL LIMIT AND POSTED ONLY ONCE APPROVED
      * (SEE ADJAPPR). SPACES FOR AN ADJUSTMENT NEVER HELD.
           05  CHG-APPROVED-BY      PIC X(08).
           05  FILLER               PIC X(04)  VALUE SPACE.

       01  WS-CHG-DATE.
           05  WS-CHG-YY            PIC 9(02).
