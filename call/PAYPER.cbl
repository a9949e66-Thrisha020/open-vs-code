       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPER.

      * Central pay-calendar service, callable like RUNMODE or
      * DATEUTL. PCALBLD builds the PAYCAL file once a year (see
      * COPYBOOKS/PCALREC.CPY): one record per pay period per pay
      * group, carrying the period start and end, the check date,
      * and the bank effective date. The payroll steps take their
      * dates from it instead of from keyed PAYPARM cards.
      * LK-CAL-FUNCTION selects the lookup:
      *   'C' - CURRENT PERIOD: THE LATEST PERIOD OF LK-PAY-GROUP
      *         THAT ENDED ON OR BEFORE LK-LOOKUP-DATE (ZERO = USE
      *         TODAY'S DATE, HANDED BACK)
      *   'E' - THE PERIOD THAT ENDS ON LK-LOOKUP-DATE; A SPACE PAY
      *         GROUP MATCHES THE FIRST GROUP WITH THAT PERIOD END,
      *         FOR STEPS THAT ONLY SEE A PAY-DETAIL PERIOD END
      * The matching row comes back in LK-PAY-CALENDAR. No match,
      * or no calendar file, comes back LK-STATUS-FAILED with the
      * row cleared; the caller decides whether that stops the run.
      * The calendar is loaded once per run unit on the first call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-CALENDAR ASSIGN TO PAYCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-CALENDAR
           LABEL RECORDS ARE STANDARD.
       01  PAY-CALENDAR-FILE-RECORD PIC X(54).

       WORKING-STORAGE SECTION.
       01  WS-PAYCAL-FILE-STATUS PIC X(02) VALUE '00'.
       01  WS-PAYCAL-LOADED-SW   PIC X(01) VALUE 'N'.
           88  WS-PAYCAL-LOADED        VALUE 'Y'.
       01  WS-PAYCAL-EOF-SW      PIC X(01) VALUE 'N'.
           88  WS-PAYCAL-EOF           VALUE 'Y'.
       01  WS-PAYCAL-AVAIL-SW    PIC X(01) VALUE 'N'.
           88  WS-PAYCAL-AVAILABLE     VALUE 'Y'.
       01  WS-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND            VALUE 'Y'.

       COPY PCALREC REPLACING PAY-CALENDAR-RECORD
                           BY WS-CAL-READ-RECORD
                              PCL-PAY-GROUP     BY WS-CR-PAY-GROUP
                              PCL-PERIOD-NO     BY WS-CR-PERIOD-NO
                              PCL-PERIOD-START  BY WS-CR-PERIOD-START
                              PCL-PERIOD-END    BY WS-CR-PERIOD-END
                              PCL-CHECK-DATE    BY WS-CR-CHECK-DATE
                              PCL-BANK-EFF-DATE BY WS-CR-BANK-EFF-DATE.

      * The whole calendar in storage: a year of weekly periods for
      * several pay groups fits with room to spare.
       01  WS-CAL-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 500 TIMES INDEXED BY WS-CAL-IDX.
               10  WS-CT-ROW         PIC X(54).
       01  WS-BEST-SUB           PIC 9(03) COMP VALUE ZERO.
       01  WS-BEST-END           PIC 9(08) VALUE ZERO.

       LINKAGE SECTION.

       01  LK-CAL-FUNCTION       PIC X(01).
           88  LK-FUNC-CURRENT         VALUE 'C'.
           88  LK-FUNC-ENDING          VALUE 'E'.

       01  LK-PAY-GROUP          PIC X(02).

      * Zero on entry to a 'C' lookup means "as of today's system
      * date", which is handed back the way RUNMODE does.
       01  LK-LOOKUP-DATE        PIC 9(08).

       COPY PCALREC REPLACING PAY-CALENDAR-RECORD BY LK-PAY-CALENDAR.

       COPY LKRETSTS.

       PROCEDURE DIVISION USING LK-CAL-FUNCTION, LK-PAY-GROUP,
                                 LK-LOOKUP-DATE, LK-PAY-CALENDAR,
                                 LK-RETURN-STATUS.

       MAIN-PARA.
           SET LK-STATUS-OK TO TRUE
           MOVE SPACE TO LK-PAY-CALENDAR
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-BEST-SUB
           MOVE ZERO TO WS-BEST-END

           IF NOT WS-PAYCAL-LOADED
               PERFORM LOAD-CALENDAR-PARA
           END-IF

           IF LK-LOOKUP-DATE = ZERO
               ACCEPT LK-LOOKUP-DATE FROM DATE YYYYMMDD
           END-IF

           IF WS-PAYCAL-AVAILABLE
               EVALUATE TRUE
                   WHEN LK-FUNC-CURRENT
                       PERFORM FIND-CURRENT-PARA
                           VARYING WS-CAL-IDX FROM 1 BY 1
                           UNTIL WS-CAL-IDX > WS-CAL-COUNT
                   WHEN LK-FUNC-ENDING
                       PERFORM FIND-ENDING-PARA
                           VARYING WS-CAL-IDX FROM 1 BY 1
                           UNTIL WS-CAL-IDX > WS-CAL-COUNT
                              OR WS-ROW-FOUND
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-BEST-SUB > ZERO
               MOVE WS-CT-ROW(WS-BEST-SUB) TO LK-PAY-CALENDAR
           ELSE
               MOVE ZERO TO PCL-PERIOD-START OF LK-PAY-CALENDAR
                            PCL-PERIOD-END OF LK-PAY-CALENDAR
                            PCL-CHECK-DATE OF LK-PAY-CALENDAR
                            PCL-BANK-EFF-DATE OF LK-PAY-CALENDAR
               SET LK-STATUS-FAILED TO TRUE
           END-IF

           EXIT PROGRAM.

      * Latest period of the group that has already ended.
       FIND-CURRENT-PARA.
           MOVE WS-CT-ROW(WS-CAL-IDX) TO WS-CAL-READ-RECORD
           IF WS-CR-PAY-GROUP = LK-PAY-GROUP
               AND WS-CR-PERIOD-END NOT > LK-LOOKUP-DATE
               AND WS-CR-PERIOD-END > WS-BEST-END
               MOVE WS-CR-PERIOD-END TO WS-BEST-END
               SET WS-BEST-SUB TO WS-CAL-IDX
           END-IF.

      * The period ending on the lookup date, in the group asked
      * for or, with a space group, in any group.
       FIND-ENDING-PARA.
           MOVE WS-CT-ROW(WS-CAL-IDX) TO WS-CAL-READ-RECORD
           IF WS-CR-PERIOD-END = LK-LOOKUP-DATE
               AND (WS-CR-PAY-GROUP = LK-PAY-GROUP
                    OR LK-PAY-GROUP = SPACE)
               SET WS-ROW-FOUND TO TRUE
               SET WS-BEST-SUB TO WS-CAL-IDX
           END-IF.

       LOAD-CALENDAR-PARA.
           SET WS-PAYCAL-LOADED TO TRUE
           OPEN INPUT PAY-CALENDAR
           IF WS-PAYCAL-FILE-STATUS NOT = '00'
               DISPLAY 'PAYPER: PAY CALENDAR (PAYCAL) NOT '
                   'AVAILABLE - NO PERIOD CAN BE RESOLVED'
           ELSE
               SET WS-PAYCAL-AVAILABLE TO TRUE
               PERFORM LOAD-ONE-PERIOD-PARA
                   UNTIL WS-PAYCAL-EOF
               CLOSE PAY-CALENDAR
           END-IF.

      * A row past the table's end is reported and left out rather
      * than overrunning storage.
       LOAD-ONE-PERIOD-PARA.
           READ PAY-CALENDAR
               AT END
                   SET WS-PAYCAL-EOF TO TRUE
               NOT AT END
                   IF WS-CAL-COUNT < 500
                       ADD 1 TO WS-CAL-COUNT
                       MOVE PAY-CALENDAR-FILE-RECORD
                           TO WS-CT-ROW(WS-CAL-COUNT)
                   ELSE
                       DISPLAY 'PAYPER: PAY CALENDAR OVER 500 '
                           'PERIODS - ROW IGNORED'
                   END-IF
           END-READ.
