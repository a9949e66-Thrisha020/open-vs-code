      *         LK-RESULT-DATE SET TO THE RESULTING DATE
      *   'W' - ADD LK-DAYS-TO-ADD BUSINESS DAYS (MAY BE NEGATIVE)
      *         TO LK-DATE-1, LK-RESULT-DATE SET TO THE RESULT
      *   'H' - IS LK-DATE-1 ON THE OPERATIONS HOLIDAY CALENDAR
      *         (WHATEVER THE DAY OF THE WEEK), LK-DATE-VALID-SW
      *         SET TO Y OR N
      *   'F' - THE FISCAL PERIOD LK-DATE-1 FALLS IN, FROM THE
      *         FINANCE FISCAL CALENDAR, HANDED BACK IN AN EIGHTH
      *         ARGUMENT (SEE COPYBOOKS/FISCPER.CPY) THAT ONLY THIS
      *         FUNCTION TOUCHES; LK-DATE-VALID-SW SET TO N WHEN THE
      *         DATE IS NOT ON THE CALENDAR
      * The holiday calendar (HOLCAL, one CCYYMMDD date per record,
      * maintained by operations) is loaded once per run unit on the
      * first business-day call; a missing calendar simply means no
      * holidays, with a one-time operator message. The fiscal
      * calendar (FISCCAL, see COPYBOOKS/FISCREC.CPY, built by
      * FISCBLD) is loaded the same way on the first 'F' call; a
      * missing calendar puts every date off it, announced once.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLCAL-FILE-STATUS.

           SELECT FISCAL-CAL ASSIGN TO FISCCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FISCCAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-CAL
       01  HOLIDAY-CAL-RECORD.
           05  HOL-DATE          PIC 9(08).

       FD  FISCAL-CAL
           LABEL RECORDS ARE STANDARD.
           COPY FISCREC.

       WORKING-STORAGE SECTION.

       01  WS-LEAP-YEAR-SW       PIC X(01) VALUE 'N'.
       01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                 PIC 9(08).

      * Finance fiscal calendar, loaded once per run unit on the
      * first fiscal-period call. Ten years of 4-4-5 periods fit
      * with room to spare.
       01  WS-FISCCAL-FILE-STATUS PIC X(02) VALUE '00'.
       01  WS-FISCCAL-LOADED-SW  PIC X(01) VALUE 'N'.
           88  WS-FISCCAL-LOADED       VALUE 'Y'.
       01  WS-FISCCAL-EOF-SW     PIC X(01) VALUE 'N'.
           88  WS-FISCCAL-EOF          VALUE 'Y'.
       01  WS-FISC-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-FISC-TABLE.
           05  WS-FISC-ENTRY     OCCURS 200 TIMES.
               10  WS-FT-YEAR    PIC 9(04).
               10  WS-FT-QUARTER PIC 9(01).
               10  WS-FT-PERIOD  PIC 9(02).
               10  WS-FT-START   PIC 9(08).
               10  WS-FT-END     PIC 9(08).
       01  WS-FISC-SUB           PIC 9(03) COMP VALUE ZERO.
       01  WS-FISC-HIT           PIC 9(03) COMP VALUE ZERO.
       01  WS-FISC-YEAR-LAST     PIC 9(02) VALUE ZERO.
       01  WS-FISC-QTR-LAST      PIC 9(02) VALUE ZERO.

       LINKAGE SECTION.

       01  LK-DATE-FUNCTION      PIC X(01).
           88  LK-FUNC-IS-BUSINESS     VALUE 'B'.
           88  LK-FUNC-NEXT-BUSINESS   VALUE 'N'.
           88  LK-FUNC-ADD-BUSINESS    VALUE 'W'.
           88  LK-FUNC-IS-HOLIDAY      VALUE 'H'.
           88  LK-FUNC-FISCAL-PERIOD   VALUE 'F'.

       COPY CCYYDATE REPLACING WS-CCYYMMDD-DATE BY LK-DATE-1
                                WS-CCYYMMDD-NUM  BY LK-DATE-1-NUM
           88  LK-DATE-IS-VALID        VALUE 'Y'.
           88  LK-DATE-IS-INVALID      VALUE 'N'.

      * Passed only by callers of the fiscal-period function.
       COPY FISCPER REPLACING FISCAL-PERIOD-INFO BY LK-FISCAL-PERIOD.

       PROCEDURE DIVISION USING LK-DATE-FUNCTION, LK-DATE-1, LK-DATE-2,
                                 LK-DAYS-TO-ADD, LK-RESULT-DATE,
                                 LK-COMPARE-RESULT, LK-DATE-VALID-SW,
                                 LK-FISCAL-PERIOD.

       MAIN-PARA.
           EVALUATE TRUE
                   PERFORM NEXT-BUSINESS-DAY-PARA
               WHEN LK-FUNC-ADD-BUSINESS
                   PERFORM ADD-BUSINESS-DAYS-PARA
               WHEN LK-FUNC-IS-HOLIDAY
                   PERFORM IS-HOLIDAY-PARA
               WHEN LK-FUNC-FISCAL-PERIOD
                   PERFORM FISCAL-PERIOD-PARA
           END-EVALUATE

           EXIT PROGRAM.
               SET LK-DATE-IS-INVALID TO TRUE
           END-IF.

      * 'H': is LK-DATE-1 on the operations holiday calendar --
      * the pay run uses this to generate the period's holiday pay.
       IS-HOLIDAY-PARA.
           IF NOT WS-HOLCAL-LOADED
               PERFORM LOAD-HOLIDAY-CALENDAR-PARA
           END-IF

           MOVE LK1-CCYY TO WS-WORK-CCYY
           MOVE LK1-MM   TO WS-WORK-MM
           MOVE LK1-DD   TO WS-WORK-DD

           MOVE 'Y' TO WS-BUSINESS-DAY-SW
           PERFORM CHECK-HOLIDAY-PARA

           IF WS-IS-BUSINESS-DAY
               SET LK-DATE-IS-INVALID TO TRUE
           ELSE
               SET LK-DATE-IS-VALID TO TRUE
           END-IF.

      * 'N': the first business day strictly after LK-DATE-1.
       NEXT-BUSINESS-DAY-PARA.
           MOVE LK1-CCYY TO WS-WORK-CCYY
                   END-IF
           END-READ.

      * 'F': the fiscal period holding LK-DATE-1, with the first
      * day of its fiscal year and what its end closes -- the
      * year's last period closes the year, a quarter's last
      * period the quarter, any other just the period.
       FISCAL-PERIOD-PARA.
           IF NOT WS-FISCCAL-LOADED
               PERFORM LOAD-FISCAL-CALENDAR-PARA
           END-IF

           MOVE ZERO  TO FPI-FISCAL-YEAR
           MOVE ZERO  TO FPI-QUARTER
           MOVE ZERO  TO FPI-PERIOD
           MOVE ZERO  TO FPI-PERIOD-START
           MOVE ZERO  TO FPI-PERIOD-END
           MOVE ZERO  TO FPI-YEAR-START
           MOVE SPACE TO FPI-CLOSE-LEVEL
           MOVE SPACE TO FPI-LABEL

           MOVE ZERO TO WS-FISC-HIT
           PERFORM FIND-FISCAL-ROW-PARA
               VARYING WS-FISC-SUB FROM 1 BY 1
               UNTIL WS-FISC-SUB > WS-FISC-COUNT
                  OR WS-FISC-HIT > ZERO

           IF WS-FISC-HIT = ZERO
               SET LK-DATE-IS-INVALID TO TRUE
           ELSE
               SET LK-DATE-IS-VALID TO TRUE
               MOVE WS-FT-YEAR(WS-FISC-HIT)    TO FPI-FISCAL-YEAR
               MOVE WS-FT-QUARTER(WS-FISC-HIT) TO FPI-QUARTER
               MOVE WS-FT-PERIOD(WS-FISC-HIT)  TO FPI-PERIOD
               MOVE WS-FT-START(WS-FISC-HIT)   TO FPI-PERIOD-START
               MOVE WS-FT-END(WS-FISC-HIT)     TO FPI-PERIOD-END
               MOVE WS-FT-START(WS-FISC-HIT)   TO FPI-YEAR-START
               MOVE ZERO TO WS-FISC-YEAR-LAST
               MOVE ZERO TO WS-FISC-QTR-LAST
               PERFORM SCAN-FISCAL-YEAR-PARA
                   VARYING WS-FISC-SUB FROM 1 BY 1
                   UNTIL WS-FISC-SUB > WS-FISC-COUNT
               EVALUATE TRUE
                   WHEN FPI-PERIOD = WS-FISC-YEAR-LAST
                       SET FPI-CLOSES-YEAR    TO TRUE
                   WHEN FPI-PERIOD = WS-FISC-QTR-LAST
                       SET FPI-CLOSES-QUARTER TO TRUE
                   WHEN OTHER
                       SET FPI-CLOSES-PERIOD  TO TRUE
               END-EVALUATE
               MOVE 'FY'            TO FPI-LBL-FY
               MOVE FPI-FISCAL-YEAR TO FPI-LBL-YEAR
               MOVE ' P'            TO FPI-LBL-P
               MOVE FPI-PERIOD      TO FPI-LBL-PERIOD
           END-IF.

       FIND-FISCAL-ROW-PARA.
           IF LK-DATE-1-NUM NOT < WS-FT-START(WS-FISC-SUB)
               AND LK-DATE-1-NUM NOT > WS-FT-END(WS-FISC-SUB)
               MOVE WS-FISC-SUB TO WS-FISC-HIT
           END-IF.

      * Across the hit's fiscal year: its earliest start, its last
      * period, and the last period of the hit's quarter.
       SCAN-FISCAL-YEAR-PARA.
           IF WS-FT-YEAR(WS-FISC-SUB) = FPI-FISCAL-YEAR
               IF WS-FT-START(WS-FISC-SUB) < FPI-YEAR-START
                   MOVE WS-FT-START(WS-FISC-SUB) TO FPI-YEAR-START
               END-IF
               IF WS-FT-PERIOD(WS-FISC-SUB) > WS-FISC-YEAR-LAST
                   MOVE WS-FT-PERIOD(WS-FISC-SUB) TO WS-FISC-YEAR-LAST
               END-IF
               IF WS-FT-QUARTER(WS-FISC-SUB) = FPI-QUARTER
                   AND WS-FT-PERIOD(WS-FISC-SUB) > WS-FISC-QTR-LAST
                   MOVE WS-FT-PERIOD(WS-FISC-SUB) TO WS-FISC-QTR-LAST
               END-IF
           END-IF.

      * Load the fiscal calendar once per run unit. A missing file
      * puts every date off the calendar, announced once.
       LOAD-FISCAL-CALENDAR-PARA.
           SET WS-FISCCAL-LOADED TO TRUE
           OPEN INPUT FISCAL-CAL
           IF WS-FISCCAL-FILE-STATUS NOT = '00'
               DISPLAY 'DATEUTL: NO FISCAL CALENDAR (FISCCAL) - '
                   'NO DATE HAS A FISCAL PERIOD'
           ELSE
               PERFORM LOAD-ONE-FISCAL-ROW-PARA
                   UNTIL WS-FISCCAL-EOF
               CLOSE FISCAL-CAL
           END-IF.

       LOAD-ONE-FISCAL-ROW-PARA.
           READ FISCAL-CAL
               AT END
                   SET WS-FISCCAL-EOF TO TRUE
               NOT AT END
                   IF WS-FISC-COUNT < 200
                       AND FC-FISCAL-YEAR NUMERIC
                       AND FC-QUARTER NUMERIC
                       AND FC-PERIOD NUMERIC
                       AND FC-PERIOD-START NUMERIC
                       AND FC-PERIOD-END NUMERIC
                       ADD 1 TO WS-FISC-COUNT
                       MOVE FC-FISCAL-YEAR
                           TO WS-FT-YEAR(WS-FISC-COUNT)
                       MOVE FC-QUARTER
                           TO WS-FT-QUARTER(WS-FISC-COUNT)
                       MOVE FC-PERIOD
                           TO WS-FT-PERIOD(WS-FISC-COUNT)
                       MOVE FC-PERIOD-START
                           TO WS-FT-START(WS-FISC-COUNT)
                       MOVE FC-PERIOD-END
                           TO WS-FT-END(WS-FISC-COUNT)
                   END-IF
           END-READ.

      * Standard Gregorian leap-year test against WS-WORK-CCYY:
      * divisible by 4, except centuries, unless divisible by 400.
       DETERMINE-LEAP-YEAR-PARA.
