      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  AN ELECTION NOW CARRIES ITS COVERAGE TIER
      *                  (ETX-TIER, SEE ENR-COVERAGE-TIER); AN E
      *                  WITHOUT A VALID TIER IS REJECTED, AND A
      *                  WAIVER CLEARS THE TIER.
      * 10/15/2026  RSM  AN E OR W NOW REPLACES ONLY THE MEDICAL
      *                  ELECTION, TIER, AND DATE ON AN EXISTING ROW,
      *                  KEEPING THE PLAN OPTIONS AND THE DENTAL AND
      *                  VISION ELECTIONS THE OPEN-ENROLLMENT RUN
      *                  (BENOPEN) SETS. A NEW ROW STARTS WITH THEM
      *                  BLANK.
      *

       ENVIRONMENT DIVISION.
               88  ETX-ELECT            VALUE 'E'.
               88  ETX-WAIVE            VALUE 'W'.
               88  ETX-DROP             VALUE 'D'.
      * E EMPLOYEE ONLY, S PLUS SPOUSE, C PLUS CHILDREN, F FAMILY;
      * REQUIRED ON AN ELECTION, IGNORED OTHERWISE.
           05  ETX-TIER         PIC X(01).
               88  ETX-TIER-VALID       VALUE 'E' 'S' 'C' 'F'.

       FD  ENROLL-MASTER.
           COPY ENRLREC.
      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad maintenance run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.02'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-ENRL-TRANS      VALUE 'Y'.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-ACTION    PIC X(10).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-TIER      PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(30).
           05  FILLER           PIC X(21)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(13)  VALUE 'TRANS READ : '.

      *----------------------------------------------------------*
      *  2100-APPLY-ELECTION - E OR W, A WRITE FOR A NEW EMPLOYEE *
      *  OR A REWRITE THAT REPLACES THE CURRENT MEDICAL STATE.    *
      *  AN E MUST CARRY A COVERAGE TIER                          *
      *----------------------------------------------------------*
       2100-APPLY-ELECTION.

                       TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED AND ETX-ELECT AND NOT ETX-TIER-VALID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'TIER NOT E, S, C, OR F' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               MOVE ETX-EMP-ID      TO ENR-EMP-ID
               READ ENROLL-MASTER
                   INVALID KEY
                       MOVE SPACE      TO ENROLL-MASTER-RECORD
                       MOVE ETX-EMP-ID TO ENR-EMP-ID
                       MOVE ZERO       TO ENR-PLAN-YEAR
                                          ENR-EFF-DATE
               END-READ
               MOVE ETX-ACTION      TO ENR-ELECTION
               MOVE WS-RUN-DATE-NUM TO ENR-ELECT-DATE
               IF ETX-ELECT
                   MOVE ETX-TIER    TO ENR-COVERAGE-TIER
               ELSE
                   MOVE SPACE       TO ENR-COVERAGE-TIER
               END-IF

               WRITE ENROLL-MASTER-RECORD
                   INVALID KEY

           MOVE ETX-EMP-ID     TO WS-DET-ID
           MOVE WS-ACTION-DESC TO WS-DET-ACTION
           MOVE ETX-TIER       TO WS-DET-TIER

           IF WS-TRANS-APPLIED
               MOVE 'APPLIED'  TO WS-DET-RESULT
