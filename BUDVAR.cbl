      *            : COMPILED-IN DEFAULT). PAYROLL DOLLARS WITH
      *            : NO BUDGET ROW ARE THEIR OWN EXCEPTION
      *            : SECTION, SO NOTHING TOTALS QUIETLY OUTSIDE
      *            : THE BUDGET. ON A FISCAL PERIOD BASIS
      *            : (PERBASIS CARD 'F', SEE PBASREC) THE YEAR TO
      *            : DATE RUNS FROM THE FIRST DAY OF THE FISCAL YEAR
      *            : THROUGH THE END OF THE FISCAL PERIOD HOLDING THE
      *            : RUN DATE, FROM THE FISCAL CALENDAR THROUGH
      *            : DATEUTL, AND THE HEADING CARRIES THE PERIOD.
      *
      * MODIFICATION HISTORY
      * --------------------
      *                  WHILE THE MESSAGE SAID DROPPED) AND THE
      *                  RUN ENDS CC 16 WITH A REPORT LINE, SO A
      *                  SHORT SET OF ACTUALS IS NEVER TRUSTED.
      * 10/15/2026  RSM  A VOIDED PAY-HISTORY ROW (SEE VOIDPAY) IS
      *                  NOT COUNTED AS ACTUAL SPEND.
      * 10/15/2026  RSM  FISCAL PERIOD BASIS: WITH A PERBASIS CARD OF
      *                  'F' THE YEAR TO DATE RUNS FROM THE FISCAL
      *                  YEAR'S FIRST DAY THROUGH THE END OF THE RUN
      *                  DATE'S FISCAL PERIOD (FISCAL CALENDAR THROUGH
      *                  DATEUTL) AND THE HEADING CARRIES THE PERIOD
      *                  LABEL. A RUN DATE OFF THE FISCAL CALENDAR ENDS
      *                  THE RUN CC 16.
      *

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PERIOD-BASIS ASSIGN TO PERBASIS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERBASIS-STATUS.

           SELECT PAY-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
       01  THRESH-PARM-RECORD.
           05  TP-THRESHOLD-PCT PIC 9(03).

       FD  PERIOD-BASIS
           LABEL RECORDS ARE STANDARD.
           COPY PBASREC.

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC.
       01  WS-EMP-MASTER-STATUS    PIC X(02)  VALUE '00'.
       01  WS-BUDGET-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-DEPT-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-PERBASIS-STATUS      PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad report to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.03'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-HISTORY     VALUE 'Y'.
           05  WS-RUN-MONTH     PIC 9(02).
           05  FILLER           PIC 9(02).

      * Calendar months unless the period-basis card says fiscal;
      * on the fiscal basis a pay row counts when its period end
      * falls between the fiscal year's first day and the end of
      * the run date's fiscal period.
       01  WS-BASIS-SW      PIC X(01)  VALUE 'C'.
           88  WS-FISCAL-BASIS        VALUE 'F'.
       01  WS-PAY-PERIOD-END PIC 9(08) VALUE ZERO.
       01  WS-IN-YTD-SW     PIC X(01)  VALUE 'N'.
           88  WS-ROW-IN-YTD          VALUE 'Y'.

      * DATEUTL linkage-shaped working-storage for the fiscal
      * calendar (see COPYBOOKS/CCYYDATE.CPY, FISCPER.CPY and
      * CALL/DATEUTL.CBL).
       01  WS-DATEUTL-FUNCTION       PIC X(01).
       COPY CCYYDATE REPLACING WS-CCYYMMDD-DATE BY WS-DU-DATE1
                                WS-CCYYMMDD-NUM  BY WS-DU-DATE1-NUM
                                DT-CCYY          BY WS-DU-D1-CCYY
                                DT-MM            BY WS-DU-D1-MM
                                DT-DD            BY WS-DU-D1-DD.
       COPY CCYYDATE REPLACING WS-CCYYMMDD-DATE BY WS-DU-DATE2
                                WS-CCYYMMDD-NUM  BY WS-DU-DATE2-NUM
                                DT-CCYY          BY WS-DU-D2-CCYY
                                DT-MM            BY WS-DU-D2-MM
                                DT-DD            BY WS-DU-D2-DD.
       01  WS-DATEUTL-DAYS-TO-ADD    PIC S9(05) VALUE ZERO.
       COPY CCYYDATE REPLACING WS-CCYYMMDD-DATE BY WS-DU-RESULT-DATE
                                WS-CCYYMMDD-NUM  BY WS-DU-RESULT-NUM
                                DT-CCYY          BY WS-DU-R-CCYY
                                DT-MM            BY WS-DU-R-MM
                                DT-DD            BY WS-DU-R-DD.
       01  WS-DATEUTL-COMPARE-RESULT PIC S9(01) VALUE ZERO.
       01  WS-DATEUTL-VALID-SW       PIC X(01) VALUE 'Y'.
           88  WS-DATEUTL-DATE-IS-VALID    VALUE 'Y'.
       COPY FISCPER.

      * Per-department year-to-date actuals accumulated from the
      * pay history, joined to budgets in the print pass.
       01  WS-ACT-COUNT     PIC 9(03)  COMP VALUE ZERO.
           05  WS-TTL-MONTH PIC 9(02).
           05  FILLER       PIC X(39)  VALUE SPACE.

       01  WS-FISCAL-TITLE-LINE.
           05  FILLER       PIC X(36)  VALUE
               'DEPARTMENT SALARY BUDGET VARIANCE - '.
           05  WS-FTL-LABEL PIC X(10).
           05  FILLER       PIC X(16)  VALUE '  YEAR TO DATE '.
           05  WS-FTL-START PIC 9(08).
           05  FILLER       PIC X(03)  VALUE ' - '.
           05  WS-FTL-END   PIC 9(08).
           05  FILLER       PIC X(19)  VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DET-DEPT  PIC X(04).
           05  FILLER       PIC X(02)  VALUE SPACE.
               CLOSE THRESH-PARM
           END-IF

           PERFORM 1100-READ-PERIOD-BASIS
           IF WS-FISCAL-BASIS
               PERFORM 1200-RESOLVE-FISCAL-PERIOD
           END-IF

           OPEN INPUT  PAY-HISTORY
           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT VARIANCE-RPT

           IF WS-FISCAL-BASIS
               MOVE FPI-LABEL      TO WS-FTL-LABEL
               MOVE FPI-YEAR-START TO WS-FTL-START
               MOVE FPI-PERIOD-END TO WS-FTL-END
               WRITE VARIANCE-LINE FROM WS-FISCAL-TITLE-LINE
           ELSE
               MOVE WS-RUN-YEAR  TO WS-TTL-YEAR
               MOVE WS-RUN-MONTH TO WS-TTL-MONTH
               WRITE VARIANCE-LINE FROM WS-TITLE-LINE
           END-IF
           MOVE SPACE TO VARIANCE-LINE
           WRITE VARIANCE-LINE

           PERFORM 8000-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  1100-READ-PERIOD-BASIS - CALENDAR MONTHS UNLESS THE CARD *
      *  SAYS FISCAL                                              *
      *----------------------------------------------------------*
       1100-READ-PERIOD-BASIS.

           OPEN INPUT PERIOD-BASIS
           IF WS-PERBASIS-STATUS = '00'
               READ PERIOD-BASIS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PB-FISCAL-BASIS
                           MOVE 'F' TO WS-BASIS-SW
                       END-IF
               END-READ
               CLOSE PERIOD-BASIS
           END-IF.

      *----------------------------------------------------------*
      *  1200-RESOLVE-FISCAL-PERIOD - THE RUN DATE'S FISCAL       *
      *  PERIOD; A RUN DATE OFF THE FISCAL CALENDAR CANNOT BE     *
      *  REPORTED ON THE FISCAL BASIS                             *
      *----------------------------------------------------------*
       1200-RESOLVE-FISCAL-PERIOD.

           MOVE WS-RUN-DATE-NUM TO WS-DU-DATE1-NUM
           MOVE 'F' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW FISCAL-PERIOD-INFO

           IF NOT WS-DATEUTL-DATE-IS-VALID
               DISPLAY 'BUDVAR: RUN DATE ' WS-RUN-DATE-NUM
                   ' NOT ON THE FISCAL CALENDAR (FISCCAL) - '
                   'ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *  2000-ACCUMULATE-HISTORY-ROW - THIS YEAR'S ROWS UP TO THE *
      *  RUN MONTH (OR FISCAL PERIOD), BUCKETED BY THE            *
      *  EMPLOYEE'S DEPARTMENT                                    *
      *----------------------------------------------------------*
       2000-ACCUMULATE-HISTORY-ROW.

           ADD 1 TO WS-ROW-COUNT

           MOVE 'N' TO WS-IN-YTD-SW
           IF WS-FISCAL-BASIS
               MOVE PH-PERIOD-END TO WS-PAY-PERIOD-END
               IF WS-PAY-PERIOD-END NOT < FPI-YEAR-START
                   AND WS-PAY-PERIOD-END NOT > FPI-PERIOD-END
                   SET WS-ROW-IN-YTD TO TRUE
               END-IF
           ELSE
               IF PH-PERIOD-CCYY = WS-RUN-YEAR
                   AND PH-PERIOD-MM NOT > WS-RUN-MONTH
                   SET WS-ROW-IN-YTD TO TRUE
               END-IF
           END-IF

           IF WS-ROW-IN-YTD
               AND NOT PH-VOIDED
               MOVE PH-EMP-ID TO EMP-ID
               READ EMP-MASTER
                   INVALID KEY
