      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  ADDED ENR-COVERAGE-TIER (E EMPLOYEE ONLY,
      *                  S PLUS SPOUSE, C PLUS CHILDREN, F FAMILY)
      *                  FOR AN ELECTION; THE CARRIER BILLS BY IT.
      *                  THE COVERED DEPENDENTS THEMSELVES ARE ON
      *                  DEPNMAST (SEE DEPNREC).
      * 10/15/2026  RSM  ADDED THE PLAN OPTION CHOSEN FOR MEDICAL,
      *                  THE DENTAL AND VISION ELECTIONS (ELECTED OR
      *                  WAIVED, OPTION, TIER), AND THE PLAN YEAR AND
      *                  EFFECTIVE DATE THEY WERE LAST SET FOR, SO
      *                  THE OPEN-ENROLLMENT RUN (BENOPEN) CAN PRICE
      *                  EACH COVERAGE FROM THE PLAN CATALOG (SEE
      *                  BPLNREC). THE MEDICAL ELECTION AND TIER
      *                  REMAIN ENR-ELECTION AND ENR-COVERAGE-TIER.
      *
       01  ENROLL-MASTER-RECORD.
           05  ENR-EMP-ID       PIC 9(05).
               88  ENR-ELECTED         VALUE 'E'.
               88  ENR-WAIVED          VALUE 'W'.
           05  ENR-ELECT-DATE   PIC 9(08).
      * SPACE ON A WAIVER.
           05  ENR-COVERAGE-TIER PIC X(01).
               88  ENR-TIER-EMPLOYEE   VALUE 'E'.
               88  ENR-TIER-SPOUSE     VALUE 'S'.
               88  ENR-TIER-CHILDREN   VALUE 'C'.
               88  ENR-TIER-FAMILY     VALUE 'F'.
               88  ENR-TIER-VALID      VALUE 'E' 'S' 'C' 'F'.
      * PLAN OPTION CODES ARE BPL-OPTION-CODE; SPACE WHEN WAIVED OR
      * NOT YET CHOSEN AT AN OPEN ENROLLMENT. DENTAL AND VISION TIERS
      * TAKE THE SAME VALUES AS ENR-COVERAGE-TIER.
           05  ENR-MED-OPTION   PIC X(02).
           05  ENR-DEN-ELECTION PIC X(01).
               88  ENR-DEN-ELECTED     VALUE 'E'.
               88  ENR-DEN-WAIVED      VALUE 'W'.
           05  ENR-DEN-OPTION   PIC X(02).
           05  ENR-DEN-TIER     PIC X(01).
           05  ENR-VIS-ELECTION PIC X(01).
               88  ENR-VIS-ELECTED     VALUE 'E'.
               88  ENR-VIS-WAIVED      VALUE 'W'.
           05  ENR-VIS-OPTION   PIC X(02).
           05  ENR-VIS-TIER     PIC X(01).
      * THE PLAN YEAR AND ITS EFFECTIVE DATE AT THE LAST OPEN
      * ENROLLMENT; ZERO UNTIL THE FIRST ONE.
           05  ENR-PLAN-YEAR    PIC 9(04).
           05  ENR-EFF-DATE     PIC 9(08).
           05  FILLER           PIC X(20).
