      *                  DATE INSTEAD OF THE NEW EMP-HIRE-DATE.
      *                  A MISSING PRIORSVC FILE SKIPS THE LOOKUP
      *                  WITH AN OPERATOR MESSAGE.
      * 10/15/2026  RSM  PART-TIME PRO-RATING. THE BAND'S MONTHLY HOURS
      *                  ARE NOW MULTIPLIED BY THE EMPLOYEE'S FTE FROM
      *                  THE NEW FTEMAST SCHEDULE FILE (SEE FTEREC, SET
      *                  BY EMPMAINT'S SCHEDULE CHANGE), ROUNDED TO THE
      *                  HUNDREDTH HOUR; THE DETAIL LINE SHOWS THE FTE
      *                  USED. NO ROW IS FULL TIME; A MISSING FILE
      *                  CREDITS EVERYONE THE FULL BAND WITH AN OPERATOR
      *                  MESSAGE.
      *

       ENVIRONMENT DIVISION.
               RECORD KEY IS BRG-EMP-ID
               FILE STATUS IS WS-BRIDGE-STATUS.

           SELECT FTE-MASTER  ASSIGN TO FTEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FTE-EMP-ID
               FILE STATUS IS WS-FTE-MASTER-STATUS.

           SELECT ACCRUAL-RPT ASSIGN TO LVACRPT
               ORGANIZATION IS SEQUENTIAL.

       FD  SVC-BRIDGE.
           COPY SVCBREC.

       FD  FTE-MASTER.
           COPY FTEREC.

       FD  ACCRUAL-RPT
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-RPT-LINE     PIC X(80).
      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad accrual run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05) VALUE 'V1.01'.

       01  WS-EOF-SW        PIC X(01) VALUE 'N'.
           88  END-OF-EMP-MASTER      VALUE 'Y'.
           88  WS-BRIDGE-AVAILABLE      VALUE 'Y'.
       01  WS-SERVICE-BASE-DATE PIC 9(08) VALUE ZERO.

      * Part-time pro-rating: the band's hours times the employee's
      * FTE from FTEMAST. No row is full time, and a missing file
      * credits everyone the full band.
       01  WS-FTE-MASTER-STATUS PIC X(02) VALUE '00'.
       01  WS-FTE-AVAIL-SW  PIC X(01) VALUE 'N'.
           88  WS-FTE-AVAILABLE         VALUE 'Y'.
       01  WS-EMP-FTE       PIC 9(01)V9999 VALUE 1.

      * Run date and its CCYYMM, the double-credit guard.
       COPY CCYYDATE REPLACING WS-CCYYMMDD-DATE BY WS-RUN-DATE
                                WS-CCYYMMDD-NUM  BY WS-RUN-DATE-NUM
           05  WS-DET-RATE      PIC ZZ9.99.
           05  FILLER           PIC X(10) VALUE ' BALANCE  '.
           05  WS-DET-BALANCE   PIC -ZZZZ9.99.
           05  FILLER           PIC X(05) VALUE ' FTE '.
           05  WS-DET-FTE       PIC 9.9999.
           05  FILLER           PIC X(18) VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(15) VALUE 'RECORDS READ : '.
                   'SERVICE COUNTS FROM EMP-HIRE-DATE ONLY'
           END-IF

           OPEN INPUT FTE-MASTER
           IF WS-FTE-MASTER-STATUS = '00'
               SET WS-FTE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'LEAVACCR: NO FTEMAST SCHEDULE FILE - '
                   'EVERYONE CREDITED AS FULL TIME'
           END-IF

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           COMPUTE WS-RUN-CCYYMM = WS-RUN-DATE-NUM / 100

           END-IF.

      *----------------------------------------------------------*
      *  2200-SET-ACCRUAL-RATE - THE BAND'S MONTHLY HOURS,        *
      *  PRO-RATED BY THE EMPLOYEE'S FTE                          *
      *----------------------------------------------------------*
       2200-SET-ACCRUAL-RATE.

                   MOVE WS-RATE-5-TO-10 TO WS-ACCRUAL-RATE
               WHEN OTHER
                   MOVE WS-RATE-10-PLUS TO WS-ACCRUAL-RATE
           END-EVALUATE

           MOVE 1 TO WS-EMP-FTE
           IF WS-FTE-AVAILABLE
               MOVE EMP-ID TO FTE-EMP-ID
               READ FTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FTE-VALUE TO WS-EMP-FTE
               END-READ
           END-IF

           IF WS-EMP-FTE < 1
               COMPUTE WS-ACCRUAL-RATE ROUNDED =
                   WS-ACCRUAL-RATE * WS-EMP-FTE
           END-IF.

      *----------------------------------------------------------*
      *  2300-CREDIT-LEAVE-RECORD - READ-OR-CREATE, GUARD THE     *
               MOVE WS-SERVICE-YEARS  TO WS-DET-YEARS
               MOVE WS-ACCRUAL-RATE   TO WS-DET-RATE
               MOVE LVE-BALANCE-HOURS TO WS-DET-BALANCE
               MOVE WS-EMP-FTE        TO WS-DET-FTE
               WRITE ACCRUAL-RPT-LINE FROM WS-DETAIL-LINE
           END-IF.

               CLOSE SVC-BRIDGE
           END-IF

           IF WS-FTE-AVAILABLE
               CLOSE FTE-MASTER
           END-IF

           MOVE WS-CREDIT-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD
