      *                  HEADER, AND EVERY HEADER'S COUNT JOINS
      *                  THE EXPECTED TOTAL SO THE DECK STILL
      *                  BALANCES ON A RELEASE NIGHT.
      * 10/15/2026  RSM  EMPTRAN RECORD WIDENED TO 64 BYTES FOR THE NEW
      *                  TRAILING JOB CODE.
      * 10/15/2026  RSM  THE ACTION-CODE EDIT NOW ACCEPTS EMPMAINT'S NEW
      *                  S (SCHEDULE CHANGE) TRANSACTION: ITS WEEKLY
      *                  HOURS (FIRST-NAME COLUMNS) MUST BE ABOVE ZERO
      *                  AND NOT OVER 40, AND ITS EFFECTIVE DATE
      *                  (HIRE-DATE COLUMN) MUST PASS DATEUTL.
      *

       ENVIRONMENT DIVISION.
               88  RT-PLACE-ON-LEAVE    VALUE 'L'.
               88  RT-RETURN-FROM-LEAVE VALUE 'R'.
               88  RT-REHIRE            VALUE 'H'.
               88  RT-SCHEDULE-CHANGE   VALUE 'S'.
           05  RT-FNAME         PIC X(15).
      * A schedule change's weekly hours (99V99) ride in the first-
      * name columns.
           05  RT-SCHED-FIELDS REDEFINES RT-FNAME.
               10  RT-SCHED-HOURS   PIC X(04).
               10  RT-SCHED-HOURS-NUM REDEFINES RT-SCHED-HOURS
                                    PIC 9(02)V99.
               10  FILLER           PIC X(11).
           05  RT-LNAME         PIC X(20).
           05  RT-DEPT-CODE     PIC X(04).
           05  RT-HIRE-DATE     PIC X(08).
           05  RT-TERM-DATE     PIC X(08).
           05  RT-TERM-REASON   PIC X(01).
               88  RT-REASON-VALID      VALUE 'R' 'D' 'E' 'O'.
           05  RT-JOB-CODE      PIC X(02).
       01  RAW-BATCH-HEADER REDEFINES RAW-TRANS-RECORD.
           05  BH-RECORD-TYPE   PIC X(02).
               88  BH-IS-BATCH-HEADER   VALUE 'BH'.
           05  FILLER           PIC X(01).
           05  BH-EXPECTED-COUNT PIC 9(05).
           05  FILLER           PIC X(56).

       FD  CLEAN-TRANS
           LABEL RECORDS ARE STANDARD.
       01  CLEAN-TRANS-RECORD   PIC X(64).

       FD  DEPT-MASTER.
           COPY DEPTREC.
               AND NOT RT-PLACE-ON-LEAVE
               AND NOT RT-RETURN-FROM-LEAVE
               AND NOT RT-REHIRE
               AND NOT RT-SCHEDULE-CHANGE
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'UNRECOGNIZED ACTION CODE' TO WS-REJECT-REASON
           END-IF
               IF WS-TRANS-ACCEPTED AND RT-DEPT-CODE NOT = SPACE
                   PERFORM 2300-VALIDATE-DEPT-CODE
               END-IF
           END-IF

           IF WS-TRANS-ACCEPTED AND RT-SCHEDULE-CHANGE
               PERFORM 2700-VALIDATE-SCHEDULE-FIELDS
           END-IF.

      *----------------------------------------------------------*
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW.

      *----------------------------------------------------------*
      *  2700-VALIDATE-SCHEDULE-FIELDS - WEEKLY HOURS ABOVE ZERO  *
      *  AND NOT OVER THE 40-HOUR STANDARD, AND THE EFFECTIVE     *
      *  DATE (HIRE-DATE COLUMN) THROUGH DATEUTL, THE SAME RULE   *
      *  EMPMAINT ENFORCES                                        *
      *----------------------------------------------------------*
       2700-VALIDATE-SCHEDULE-FIELDS.

           IF RT-SCHED-HOURS NOT NUMERIC
               OR RT-SCHED-HOURS-NUM = ZERO
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'SCHEDULED HOURS MISSING' TO WS-REJECT-REASON
           ELSE
               IF RT-SCHED-HOURS-NUM > 40
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'SCHEDULED HOURS OVER STANDARD'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-ACCEPTED
               IF RT-HIRE-DATE NOT NUMERIC
                   OR RT-HIRE-DATE = '00000000'
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EFFECTIVE DATE MISSING' TO WS-REJECT-REASON
               ELSE
                   MOVE RT-HIRE-DATE TO WS-DU-DATE1-NUM
                   PERFORM 2600-CALL-DATEUTL-VALIDATE
                   IF NOT WS-DATEUTL-DATE-IS-VALID
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'EFFECTIVE DATE INVALID'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2900-WRITE-REJECT-LINE - ONE LINE PER REJECTED           *
      *  TRANSACTION                                              *
