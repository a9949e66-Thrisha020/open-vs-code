      *            : BUT NOT ELECTED, ENROLLED, OR WAIVED -- SO
      *            : WHO THE CARRIER SHOULD AND SHOULD NOT BE
      *            : BILLING IS A REPORT INSTEAD OF AN ARGUMENT.
      *            : AN OPTIONAL BELGPARM CARD CAN ADD COMPLETED
      *            : PROBATION (PROBMAST, SEE PROBREC) AS A SECOND
      *            : CONDITION ALONGSIDE THE WAIT.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  PROBATION CONDITION. WITH 'Y' IN COLUMN 1 OF
      *                  THE OPTIONAL BELGPARM CARD, AN EMPLOYEE
      *                  PAST THE WAIT WHOSE PROBATION ROW ON PROBMAST
      *                  IS STILL OPEN IS NOT YET ELIGIBLE AND LANDS
      *                  IN A NEW ON PROBATION STATE, THE ELIGIBILITY
      *                  DATE SHOWING THE LATER OF THE TWO DATES. AN
      *                  EMPLOYEE WITH NO ROW (HIRED BEFORE PROBATION
      *                  WAS TRACKED, OR A ZERO-DAY JOB) COUNTS AS
      *                  COMPLETED. NO CARD, OR NO PROBMAST, RUNS ON
      *                  THE WAIT ALONE AS BEFORE.
      * 10/15/2026  RSM  MINIMUM-HOURS RULE. WEEKLY HOURS (99V99) IN
      *                  COLUMNS 2-5 OF THE BELGPARM CARD SET A MINIMUM
      *                  SCHEDULE: AN ACTIVE EMPLOYEE WHOSE SCHEDULED
      *                  HOURS ON THE NEW FTEMAST FILE (SEE FTEREC) ARE
      *                  UNDER IT LANDS IN A NEW BELOW MINIMUM HOURS
      *                  STATE AHEAD OF EVERY OTHER, SO A PART-TIMER
      *                  STILL ENROLLED SHOWS UP. NO ROW IS THE
      *                  FULL-TIME 40-HOUR WEEK. BLANK COLUMNS, OR NO
      *                  FTEMAST, RUN WITHOUT THE RULE AS BEFORE.
      *

       ENVIRONMENT DIVISION.
               RECORD KEY IS ENR-EMP-ID
               FILE STATUS IS WS-ENROLL-STATUS.

      * Optional run card; 'Y' in column 1 adds the probation
      * condition, weekly hours (99V99) in columns 2-5 add the
      * minimum-hours rule.
           SELECT ELIG-PARM   ASSIGN TO BELGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PROB-MASTER ASSIGN TO PROBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRB-EMP-ID
               FILE STATUS IS WS-PROB-MASTER-STATUS.

           SELECT FTE-MASTER  ASSIGN TO FTEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FTE-EMP-ID
               FILE STATUS IS WS-FTE-MASTER-STATUS.

           SELECT ELIG-RPT    ASSIGN TO BELIGRPT
               ORGANIZATION IS SEQUENTIAL.

       FD  ENROLL-MASTER.
           COPY ENRLREC.

       FD  ELIG-PARM
           LABEL RECORDS ARE STANDARD.
       01  ELIG-PARM-RECORD.
           05  EP-PROBATION-SW  PIC X(01).
               88  EP-PROBATION-REQUIRED VALUE 'Y'.
      * The minimum weekly scheduled hours for eligibility; blank
      * means no hours rule. FTECHK reads the same card.
           05  EP-MIN-HOURS     PIC X(04).
           05  EP-MIN-HOURS-NUM REDEFINES EP-MIN-HOURS
                                PIC 9(02)V99.
           05  FILLER           PIC X(75).

       FD  PROB-MASTER.
           COPY PROBREC.

       FD  FTE-MASTER.
           COPY FTEREC.

       FD  ELIG-RPT
           LABEL RECORDS ARE STANDARD.
       01  ELIG-RPT-LINE    PIC X(80).
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-ENROLL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS        PIC X(02)  VALUE '00'.
       01  WS-PROB-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-FTE-MASTER-STATUS  PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad eligibility run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.02'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-MASTER      VALUE 'Y'.
       01  WS-ENR-FOUND-SW  PIC X(01)  VALUE 'N'.
           88  WS-ENR-FOUND           VALUE 'Y'.

      * Set from the BELGPARM card and a usable PROBMAST.
       01  WS-PROB-RULE-SW  PIC X(01)  VALUE 'N'.
           88  WS-PROBATION-REQUIRED  VALUE 'Y'.
       01  WS-ON-PROB-SW    PIC X(01)  VALUE 'N'.
           88  WS-ON-PROBATION        VALUE 'Y'.

      * Set from the BELGPARM card and a usable FTEMAST. An employee
      * with no FTEMAST row works the standard full-time week.
       01  WS-HOURS-RULE-SW PIC X(01)  VALUE 'N'.
           88  WS-HOURS-RULE-ACTIVE   VALUE 'Y'.
       01  WS-MIN-HOURS     PIC 9(02)V99 VALUE ZERO.
       01  WS-STD-WEEK-HOURS PIC 9(02)V99 VALUE 40.00.
       01  WS-EMP-SCHED-HOURS PIC 9(02)V99 VALUE ZERO.
       01  WS-BELOW-MIN-SW  PIC X(01)  VALUE 'N'.
           88  WS-BELOW-MIN-HOURS     VALUE 'Y'.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-ELIG-DATE-NUM PIC 9(08)  VALUE ZERO.

       01  WS-OPEN-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-ENROLL-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-WAIVE-COUNT   PIC 9(5)   COMP VALUE ZERO.
       01  WS-PROB-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-HOURS-COUNT   PIC 9(5)   COMP VALUE ZERO.

      * DATEUTL linkage-shaped working-storage (see COPYBOOKS/
      * CCYYDATE.CPY and CALL/DATEUTL.CBL).
           05  WS-TRL-WAIVE PIC ZZZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.

       01  WS-PROB-TRAILER-LINE.
           05  FILLER       PIC X(16)  VALUE 'ON PROBATION : '.
           05  WS-TRL-PROB  PIC ZZZZ9.
           05  FILLER       PIC X(59)  VALUE SPACE.

       01  WS-HOURS-TRAILER-LINE.
           05  FILLER       PIC X(22)  VALUE 'BELOW MINIMUM HOURS : '.
           05  WS-TRL-HOURS PIC ZZZZ9.
           05  FILLER       PIC X(16)  VALUE '  MINIMUM WEEK: '.
           05  WS-TRL-MIN-HOURS PIC Z9.99.
           05  FILLER       PIC X(32)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.


           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           PERFORM 1100-READ-PARM

           OPEN INPUT  EMP-MASTER
           OPEN INPUT  ENROLL-MASTER
           OPEN OUTPUT ELIG-RPT

           PERFORM 8000-READ-EMP-MASTER.

      *----------------------------------------------------------*
      *  1100-READ-PARM - THE OPTIONAL PROBATION CONDITION; IT    *
      *  NEEDS PROBMAST, SO A MISSING MASTER TURNS IT BACK OFF    *
      *----------------------------------------------------------*
       1100-READ-PARM.

           OPEN INPUT ELIG-PARM
           IF WS-PARM-STATUS = '00'
               READ ELIG-PARM
                   AT END
                       MOVE SPACE TO ELIG-PARM-RECORD
               END-READ
               IF EP-PROBATION-REQUIRED
                   SET WS-PROBATION-REQUIRED TO TRUE
               END-IF
               IF EP-MIN-HOURS NUMERIC AND EP-MIN-HOURS-NUM > ZERO
                   MOVE EP-MIN-HOURS-NUM TO WS-MIN-HOURS
                   SET WS-HOURS-RULE-ACTIVE TO TRUE
               END-IF
               CLOSE ELIG-PARM
           END-IF

           IF WS-PROBATION-REQUIRED
               OPEN INPUT PROB-MASTER
               IF WS-PROB-MASTER-STATUS NOT = '00'
                   DISPLAY 'BENELIG: NO PROBMAST PROBATION MASTER - '
                       'PROBATION CONDITION SKIPPED'
                   MOVE 'N' TO WS-PROB-RULE-SW
               END-IF
           END-IF

           IF WS-HOURS-RULE-ACTIVE
               OPEN INPUT FTE-MASTER
               IF WS-FTE-MASTER-STATUS NOT = '00'
                   DISPLAY 'BENELIG: NO FTEMAST SCHEDULE FILE - '
                       'MINIMUM-HOURS RULE SKIPPED'
                   MOVE 'N' TO WS-HOURS-RULE-SW
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2000-CLASSIFY-EMPLOYEE - ONE STATE PER ACTIVE EMPLOYEE   *
      *----------------------------------------------------------*
               ADD 1 TO WS-READ-COUNT
               PERFORM 2100-DERIVE-ELIGIBILITY-DATE
               PERFORM 2200-READ-ENROLLMENT
               PERFORM 2300-CHECK-PROBATION
               PERFORM 2400-CHECK-MINIMUM-HOURS

               MOVE EMP-ID          TO WS-DET-ID
               MOVE EMP-LNAME       TO WS-DET-LNAME
               MOVE WS-ELIG-DATE-NUM TO WS-DET-ELIG

               EVALUATE TRUE
                   WHEN WS-BELOW-MIN-HOURS
                       MOVE 'BELOW MINIMUM HOURS' TO WS-DET-STATE
                       ADD 1 TO WS-HOURS-COUNT
                   WHEN WS-ELIG-DATE-NUM > WS-RUN-DATE-NUM
                       MOVE 'WAITING PERIOD' TO WS-DET-STATE
                       ADD 1 TO WS-WAIT-COUNT
                   WHEN WS-ON-PROBATION
                       MOVE 'ON PROBATION'   TO WS-DET-STATE
                       IF PRB-END-DATE > WS-ELIG-DATE-NUM
                           MOVE PRB-END-DATE TO WS-DET-ELIG
                       END-IF
                       ADD 1 TO WS-PROB-COUNT
                   WHEN WS-ENR-FOUND AND ENR-ELECTED
                       MOVE 'ENROLLED'       TO WS-DET-STATE
                       ADD 1 TO WS-ENROLL-COUNT
                   SET WS-ENR-FOUND TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  2300-CHECK-PROBATION - ONLY AN OPEN ROW HOLDS THE        *
      *  EMPLOYEE BACK; NO ROW COUNTS AS COMPLETED                *
      *----------------------------------------------------------*
       2300-CHECK-PROBATION.

           MOVE 'N' TO WS-ON-PROB-SW
           IF WS-PROBATION-REQUIRED
               MOVE EMP-ID TO PRB-EMP-ID
               READ PROB-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRB-OPEN
                           SET WS-ON-PROBATION TO TRUE
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *  2400-CHECK-MINIMUM-HOURS - SCHEDULED WEEKLY HOURS UNDER  *
      *  THE CARD'S MINIMUM MAKE THE EMPLOYEE INELIGIBLE WHATEVER *
      *  THE WAIT OR ELECTION SAY; NO ROW IS THE FULL-TIME WEEK   *
      *----------------------------------------------------------*
       2400-CHECK-MINIMUM-HOURS.

           MOVE 'N' TO WS-BELOW-MIN-SW
           IF WS-HOURS-RULE-ACTIVE
               MOVE WS-STD-WEEK-HOURS TO WS-EMP-SCHED-HOURS
               MOVE EMP-ID TO FTE-EMP-ID
               READ FTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FTE-SCHED-HOURS TO WS-EMP-SCHED-HOURS
               END-READ
               IF WS-EMP-SCHED-HOURS < WS-MIN-HOURS
                   SET WS-BELOW-MIN-HOURS TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  3000-FINALIZE - TRAILER, CLOSE FILES                     *
      *----------------------------------------------------------*
           MOVE SPACE TO ELIG-RPT-LINE
           WRITE ELIG-RPT-LINE
           WRITE ELIG-RPT-LINE FROM WS-TRAILER-LINE
           IF WS-PROBATION-REQUIRED
               MOVE WS-PROB-COUNT TO WS-TRL-PROB
               WRITE ELIG-RPT-LINE FROM WS-PROB-TRAILER-LINE
           END-IF
           IF WS-HOURS-RULE-ACTIVE
               MOVE WS-HOURS-COUNT TO WS-TRL-HOURS
               MOVE WS-MIN-HOURS   TO WS-TRL-MIN-HOURS
               WRITE ELIG-RPT-LINE FROM WS-HOURS-TRAILER-LINE
           END-IF

           CLOSE EMP-MASTER
           CLOSE ENROLL-MASTER
           IF WS-PROBATION-REQUIRED
               CLOSE PROB-MASTER
           END-IF
           IF WS-HOURS-RULE-ACTIVE
               CLOSE FTE-MASTER
           END-IF
           CLOSE ELIG-RPT

           MOVE WS-READ-COUNT TO AUD-RECORD-COUNT
