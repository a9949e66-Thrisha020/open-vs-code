      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  A VOIDED PAY-HISTORY ROW (SEE VOIDPAY) IS
      *                  NOT REPRICED; NOTHING WAS PAID ON IT.
      * 10/15/2026  RSM  RETRPARM IS NOW THE RETRO-PAY REQUEST QUEUE
      *                  (RETROQ, SEE RTRQREC) THAT COMPMNT, DEDMNT,
      *                  AND EMPMAINT FILL WHEN A CHANGE INSIDE A
      *                  CLOSED PAY PERIOD IS LET THROUGH; A HAND-
      *                  KEYED CARD STILL READS AS ONE RATE REQUEST.
      *                  EVERY REQUEST ON IT IS WORKED IN TURN: RATE
      *                  REQUESTS ARE REPRICED UNDER THEIR OWN TITLE
      *                  AND TRAILER, DEDUCTION AND TERMINATION
      *                  REQUESTS ARE LISTED FOR MANUAL REVIEW, AND A
      *                  BAD REQUEST IS REPORTED AND SKIPPED WITH
      *                  CONDITION CODE 8 INSTEAD OF ENDING THE RUN.
      *                  AN EMPTY QUEUE IS A NORMAL, QUIET RUN.
      *

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.

      * The requests: which employee, and the period-end date range
      * to reprice (inclusive, CCYYMMDD), one row each. The operator
      * clears the queue once the night's adjustments are taken.
       FD  RETRO-PARM
           LABEL RECORDS ARE STANDARD.
           COPY RTRQREC.

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad recalculation to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.02'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-HISTORY     VALUE 'Y'.
       01  WS-REQ-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-RETRO-REQUESTS  VALUE 'Y'.
       01  WS-RATE-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-RATE-HISTORY    VALUE 'Y'.

       01  WS-REQ-EMP-ID    PIC 9(05)  VALUE ZERO.
       01  WS-REQ-FROM      PIC 9(08)  VALUE ZERO.
       01  WS-REQ-TO        PIC 9(08)  VALUE ZERO.
       01  WS-REQ-SOURCE    PIC X(08)  VALUE SPACE.
       01  WS-REQ-REFERENCE PIC X(10)  VALUE SPACE.

      * Set per request: a request that fails its edits, or whose
      * employee has no rate on file, is reported and skipped.
       01  WS-REQUEST-SW    PIC X(01)  VALUE 'Y'.
           88  WS-REQUEST-OK          VALUE 'Y'.
           88  WS-REQUEST-SKIPPED     VALUE 'N'.
       01  WS-SKIP-REASON   PIC X(30)  VALUE SPACE.

       01  WS-REQUEST-COUNT  PIC 9(5)  COMP VALUE ZERO.
       01  WS-REPRICED-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-REVIEW-COUNT   PIC 9(5)  COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT  PIC 9(5)  COMP VALUE ZERO.
       01  WS-RUN-PERIOD-COUNT PIC 9(5) COMP VALUE ZERO.

      * The employee's candidate rates: every superseded row plus
      * the current master row. The reprice picks the candidate
       01  WS-NEW-GROSS     PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-ADJUSTMENT    PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-ADJ     PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-REQ-TOTAL-ADJ PIC S9(09)V99 COMP-3 VALUE ZERO.

      * DATEUTL linkage-shaped working-storage (see COPYBOOKS/
      * CCYYDATE.CPY and CALL/DATEUTL.CBL).
           05  WS-TTL-FROM  PIC 9(08).
           05  FILLER       PIC X(03)  VALUE ' - '.
           05  WS-TTL-TO    PIC 9(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-TTL-SOURCE PIC X(08).
           05  FILLER       PIC X(19)  VALUE SPACE.

       01  WS-COLUMN-LINE   PIC X(80)  VALUE
           '  PERIOD END   OLD RATE   NEW RATE   OLD GROSS   NEW GROS
           05  WS-TRL-TOTAL PIC -ZZZZZZZ9.99.
           05  FILLER       PIC X(15)  VALUE SPACE.

      * A deduction or termination request is not repriced here;
      * it is listed so payroll can review the closed periods.
       01  WS-REVIEW-LINE.
           05  FILLER       PIC X(18)  VALUE '  MANUAL REVIEW - '.
           05  WS-RVW-TYPE  PIC X(11).
           05  FILLER       PIC X(06)  VALUE ' FROM '.
           05  WS-RVW-SOURCE PIC X(08).
           05  FILLER       PIC X(05)  VALUE ' REF '.
           05  WS-RVW-REF   PIC X(10).
           05  FILLER       PIC X(22)  VALUE SPACE.

       01  WS-SKIP-LINE.
           05  FILLER       PIC X(20)  VALUE '  REQUEST SKIPPED - '.
           05  WS-SKP-REASON PIC X(30).
           05  FILLER       PIC X(30)  VALUE SPACE.

       01  WS-EMPTY-LINE    PIC X(80)  VALUE
           'NO RETRO-PAY REQUESTS QUEUED'.

       01  WS-RUN-TRAILER-LINE.
           05  FILLER       PIC X(11)  VALUE 'REQUESTS : '.
           05  WS-RTL-REQUESTS PIC ZZZZ9.
           05  FILLER       PIC X(13)  VALUE '  REPRICED : '.
           05  WS-RTL-REPRICED PIC ZZZZ9.
           05  FILLER       PIC X(11)  VALUE '  REVIEW : '.
           05  WS-RTL-REVIEW PIC ZZZZ9.
           05  FILLER       PIC X(12)  VALUE '  SKIPPED : '.
           05  WS-RTL-SKIPPED PIC ZZZZ9.
           05  FILLER       PIC X(13)  VALUE SPACE.

       01  WS-RUN-TOTAL-LINE.
           05  FILLER       PIC X(21)  VALUE 'RUN TOTAL ADJUSTMENT '.
           05  WS-RTL-TOTAL PIC -ZZZZZZZ9.99.
           05  FILLER       PIC X(46)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST
               UNTIL END-OF-RETRO-REQUESTS
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN THE REQUEST QUEUE AND THE         *
      *  OUTPUTS, READ THE FIRST REQUEST                          *
      *----------------------------------------------------------*
       1000-INITIALIZE.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ADJ-RPT
           OPEN OUTPUT ADJ-TRANS

           PERFORM 8100-READ-RETRO-REQUEST
           IF END-OF-RETRO-REQUESTS
               DISPLAY 'RETROPAY: NO RETRO-PAY REQUESTS QUEUED'
               WRITE ADJ-RPT-LINE FROM WS-EMPTY-LINE
           END-IF.

      *----------------------------------------------------------*
      *  1100-VALIDATE-REQUEST-DATES - BOTH THROUGH DATEUTL, AND  *
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW
           IF NOT WS-DATEUTL-DATE-IS-VALID
               SET WS-REQUEST-SKIPPED TO TRUE
               MOVE 'FROM DATE INVALID' TO WS-SKIP-REASON
           END-IF

           IF WS-REQUEST-OK
               MOVE WS-REQ-TO TO WS-DU-DATE1-NUM
               MOVE 'V' TO WS-DATEUTL-FUNCTION
               CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                   WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                   WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                   WS-DATEUTL-VALID-SW
               IF NOT WS-DATEUTL-DATE-IS-VALID
                   SET WS-REQUEST-SKIPPED TO TRUE
                   MOVE 'TO DATE INVALID' TO WS-SKIP-REASON
               END-IF
           END-IF

           IF WS-REQUEST-OK
               MOVE WS-REQ-FROM TO WS-DU-DATE1-NUM
               MOVE WS-REQ-TO   TO WS-DU-DATE2-NUM
               MOVE 'C' TO WS-DATEUTL-FUNCTION
               CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                   WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                   WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                   WS-DATEUTL-VALID-SW
               IF WS-DATEUTL-COMPARE-RESULT > ZERO
                   SET WS-REQUEST-SKIPPED TO TRUE
                   MOVE 'DATE RANGE RUNS BACKWARD' TO WS-SKIP-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *----------------------------------------------------------*
       1200-LOAD-RATE-CANDIDATES.

           MOVE ZERO TO WS-RATE-COUNT
           MOVE 'N'  TO WS-RATE-EOF-SW

           OPEN INPUT RATE-HISTORY
           IF WS-RATEHIST-STATUS = '00'
               PERFORM 1250-LOAD-ONE-RATE-ROW

           IF WS-RATE-COUNT = ZERO
               DISPLAY 'RETROPAY: NO RATES ON FILE FOR EMPLOYEE '
                   WS-REQ-EMP-ID ' - REQUEST SKIPPED'
               SET WS-REQUEST-SKIPPED TO TRUE
               MOVE 'NO RATES ON FILE' TO WS-SKIP-REASON
           END-IF.

      *----------------------------------------------------------*
           END-IF.

      *----------------------------------------------------------*
      *  2000-PROCESS-REQUEST - ONE QUEUED REQUEST: A RATE        *
      *  REQUEST IS REPRICED, A DEDUCTION OR TERMINATION REQUEST  *
      *  IS LISTED FOR REVIEW                                     *
      *----------------------------------------------------------*
       2000-PROCESS-REQUEST.

           ADD 1 TO WS-REQUEST-COUNT
           SET WS-REQUEST-OK TO TRUE
           MOVE SPACE TO WS-SKIP-REASON

           MOVE RQ-EMP-ID     TO WS-REQ-EMP-ID
           MOVE RQ-FROM-DATE  TO WS-REQ-FROM
           MOVE RQ-TO-DATE    TO WS-REQ-TO
           MOVE RQ-SOURCE-PGM TO WS-REQ-SOURCE
           MOVE RQ-REFERENCE  TO WS-REQ-REFERENCE

           MOVE SPACE TO ADJ-RPT-LINE
           WRITE ADJ-RPT-LINE
           MOVE WS-REQ-EMP-ID TO WS-TTL-EMP
           MOVE WS-REQ-FROM   TO WS-TTL-FROM
           MOVE WS-REQ-TO     TO WS-TTL-TO
           MOVE WS-REQ-SOURCE TO WS-TTL-SOURCE
           WRITE ADJ-RPT-LINE FROM WS-TITLE-LINE

           EVALUATE TRUE
               WHEN RQ-RATE-CHANGE
                   PERFORM 2010-REPRICE-REQUEST
               WHEN RQ-DEDUCTION-CHANGE
                   MOVE 'DEDUCTION'   TO WS-RVW-TYPE
                   PERFORM 2400-LIST-FOR-REVIEW
               WHEN RQ-TERMINATION
                   MOVE 'TERMINATION' TO WS-RVW-TYPE
                   PERFORM 2400-LIST-FOR-REVIEW
               WHEN OTHER
                   SET WS-REQUEST-SKIPPED TO TRUE
                   MOVE 'UNKNOWN REQUEST TYPE' TO WS-SKIP-REASON
           END-EVALUATE

           IF WS-REQUEST-SKIPPED
               PERFORM 2500-SKIP-REQUEST
           END-IF

           PERFORM 8100-READ-RETRO-REQUEST.

      *----------------------------------------------------------*
      *  2010-REPRICE-REQUEST - EDIT THE REQUEST, LOAD THE        *
      *  EMPLOYEE'S RATES, AND WALK PAYHIST FOR ITS PERIODS       *
      *----------------------------------------------------------*
       2010-REPRICE-REQUEST.

           PERFORM 1100-VALIDATE-REQUEST-DATES

           IF WS-REQUEST-OK
               PERFORM 1200-LOAD-RATE-CANDIDATES
           END-IF

           IF WS-REQUEST-OK
               OPEN INPUT PAY-HISTORY
               IF WS-PAYHIST-STATUS NOT = '00'
                   SET WS-REQUEST-SKIPPED TO TRUE
                   MOVE 'PAYHIST NOT AVAILABLE' TO WS-SKIP-REASON
               END-IF
           END-IF

           IF WS-REQUEST-OK
               ADD 1 TO WS-REPRICED-COUNT
               MOVE ZERO TO WS-PERIOD-COUNT
               MOVE ZERO TO WS-ADJ-COUNT
               MOVE ZERO TO WS-REQ-TOTAL-ADJ
               MOVE 'N'  TO WS-EOF-SW
               WRITE ADJ-RPT-LINE FROM WS-COLUMN-LINE

               PERFORM 8000-READ-PAY-HISTORY
               PERFORM 2050-PROCESS-HISTORY-ROW
                   UNTIL END-OF-PAY-HISTORY
               CLOSE PAY-HISTORY

               PERFORM 2350-WRITE-REQUEST-TRAILER
           END-IF.

      *----------------------------------------------------------*
      *  2050-PROCESS-HISTORY-ROW - REPRICE THE REQUESTED         *
      *  EMPLOYEE'S PERIODS INSIDE THE RANGE                      *
      *----------------------------------------------------------*
       2050-PROCESS-HISTORY-ROW.

           ADD 1 TO WS-ROW-COUNT

           IF PH-EMP-ID = WS-REQ-EMP-ID
               AND PH-PERIOD-END NOT < WS-REQ-FROM
               AND PH-PERIOD-END NOT > WS-REQ-TO
               AND NOT PH-VOIDED
               ADD 1 TO WS-PERIOD-COUNT
               PERFORM 2100-REPRICE-ONE-PERIOD
           END-IF
               IF WS-ADJUSTMENT NOT = ZERO
                   ADD 1 TO WS-ADJ-COUNT
                   ADD WS-ADJUSTMENT TO WS-TOTAL-ADJ
                   ADD WS-ADJUSTMENT TO WS-REQ-TOTAL-ADJ
                   PERFORM 2300-WRITE-ADJ-TRANSACTION
               END-IF
           END-IF.
           WRITE ADJ-TRANS-RECORD.

      *----------------------------------------------------------*
      *  2350-WRITE-REQUEST-TRAILER - THE REQUEST'S PERIODS,      *
      *  ADJUSTMENTS, AND TOTAL                                   *
      *----------------------------------------------------------*
       2350-WRITE-REQUEST-TRAILER.

           MOVE WS-PERIOD-COUNT  TO WS-TRL-PERIODS
           MOVE WS-ADJ-COUNT     TO WS-TRL-ADJ
           MOVE WS-REQ-TOTAL-ADJ TO WS-TRL-TOTAL
           WRITE ADJ-RPT-LINE FROM WS-TRAILER-LINE
           ADD WS-PERIOD-COUNT TO WS-RUN-PERIOD-COUNT.

      *----------------------------------------------------------*
      *  2400-LIST-FOR-REVIEW - A DEDUCTION OR TERMINATION        *
      *  CHANGED INSIDE A CLOSED PERIOD: NOT REPRICED, LISTED     *
      *----------------------------------------------------------*
       2400-LIST-FOR-REVIEW.

           ADD 1 TO WS-REVIEW-COUNT
           MOVE WS-REQ-SOURCE    TO WS-RVW-SOURCE
           MOVE WS-REQ-REFERENCE TO WS-RVW-REF
           WRITE ADJ-RPT-LINE FROM WS-REVIEW-LINE.

      *----------------------------------------------------------*
      *  2500-SKIP-REQUEST - A REQUEST THAT CANNOT BE WORKED IS   *
      *  REPORTED AND THE RUN MOVES ON                            *
      *----------------------------------------------------------*
       2500-SKIP-REQUEST.

           ADD 1 TO WS-SKIPPED-COUNT
           MOVE WS-SKIP-REASON TO WS-SKP-REASON
           WRITE ADJ-RPT-LINE FROM WS-SKIP-LINE
           DISPLAY 'RETROPAY: REQUEST FOR EMPLOYEE ' WS-REQ-EMP-ID
               ' SKIPPED - ' WS-SKIP-REASON.

      *----------------------------------------------------------*
      *  3000-FINALIZE - RUN TRAILER, CLOSE FILES. A SKIPPED      *
      *  REQUEST ENDS THE RUN CONDITION CODE 8.                   *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE WS-REQUEST-COUNT  TO WS-RTL-REQUESTS
           MOVE WS-REPRICED-COUNT TO WS-RTL-REPRICED
           MOVE WS-REVIEW-COUNT   TO WS-RTL-REVIEW
           MOVE WS-SKIPPED-COUNT  TO WS-RTL-SKIPPED
           MOVE WS-TOTAL-ADJ      TO WS-RTL-TOTAL
           MOVE SPACE TO ADJ-RPT-LINE
           WRITE ADJ-RPT-LINE
           WRITE ADJ-RPT-LINE FROM WS-RUN-TRAILER-LINE
           WRITE ADJ-RPT-LINE FROM WS-RUN-TOTAL-LINE

           CLOSE RETRO-PARM
           CLOSE ADJ-RPT
           CLOSE ADJ-TRANS

           MOVE WS-RUN-PERIOD-COUNT TO AUD-RECORD-COUNT
           IF WS-SKIPPED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
               MOVE '08' TO AUD-RETURN-CODE
           ELSE
               MOVE '00' TO AUD-RETURN-CODE
           END-IF
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.
                   SET END-OF-PAY-HISTORY TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-RETRO-REQUEST - READ NEXT QUEUED REQUEST       *
      *----------------------------------------------------------*
       8100-READ-RETRO-REQUEST.

           READ RETRO-PARM
               AT END
                   SET END-OF-RETRO-REQUESTS TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
