      * a missing calendar file, comes back mode D with
      * LK-STATUS-WARNING so the caller can decide whether to fall
      * back or stop.
      * A step whose period-basis card (PERBASIS, see
      * COPYBOOKS/PBASREC.CPY) says fiscal takes its mode from the
      * finance fiscal calendar instead, through DATEUTL: the last
      * business day of a fiscal period is month-end, of a fiscal
      * quarter quarter-end, of a fiscal year year-end; any other
      * day is daily. A date off the fiscal calendar comes back
      * mode D with LK-STATUS-WARNING, the same as RUNCAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-FILE-STATUS.

           SELECT PERIOD-BASIS ASSIGN TO PERBASIS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERBASIS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CALENDAR
           05  RC-MODE          PIC X(01).
               88  RC-MODE-VALID        VALUE 'D' 'M' 'Q' 'Y'.

       FD  PERIOD-BASIS
           LABEL RECORDS ARE STANDARD.
           COPY PBASREC.

       WORKING-STORAGE SECTION.
       01  WS-RUNCAL-FILE-STATUS PIC X(02) VALUE '00'.
       01  WS-RUNCAL-EOF-SW      PIC X(01) VALUE 'N'.
       01  WS-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-DATE-FOUND           VALUE 'Y'.

       01  WS-PERBASIS-FILE-STATUS PIC X(02) VALUE '00'.
       01  WS-BASIS-SW           PIC X(01) VALUE 'C'.
           88  WS-FISCAL-BASIS         VALUE 'F'.

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

       LINKAGE SECTION.

      * Zero on entry means "derive from today's system date", which
               ACCEPT LK-RUN-DATE FROM DATE YYYYMMDD
           END-IF

           PERFORM READ-PERIOD-BASIS-PARA

           IF WS-FISCAL-BASIS
               PERFORM FISCAL-MODE-PARA
           ELSE
               PERFORM CALENDAR-MODE-PARA
           END-IF

           EXIT PROGRAM.

      * The run calendar's own mode for the run date.
       CALENDAR-MODE-PARA.
           OPEN INPUT RUN-CALENDAR
           IF WS-RUNCAL-FILE-STATUS NOT = '00'
               DISPLAY 'RUNMODE: RUN CALENDAR (RUNCAL) NOT '
                       'DEFAULTS TO DAILY'
                   SET LK-STATUS-WARNING TO TRUE
               END-IF
           END-IF.

      * Calendar months unless the step's period-basis card says
      * fiscal; no card is the calendar.
       READ-PERIOD-BASIS-PARA.
           MOVE 'C' TO WS-BASIS-SW
           OPEN INPUT PERIOD-BASIS
           IF WS-PERBASIS-FILE-STATUS = '00'
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

      * Fiscal basis: the run date closes its fiscal period when it
      * is a business day and the next business day falls past the
      * period end -- so a period ending on a Saturday closes on the
      * Friday before it, or the Thursday if Friday is a holiday.
       FISCAL-MODE-PARA.
           MOVE LK-RUN-DATE TO WS-DU-DATE1-NUM
           MOVE 'F' TO WS-DATEUTL-FUNCTION
           PERFORM CALL-DATEUTL-PARA

           IF NOT WS-DATEUTL-DATE-IS-VALID
               DISPLAY 'RUNMODE: RUN DATE ' LK-RUN-DATE
                   ' NOT ON THE FISCAL CALENDAR - MODE '
                   'DEFAULTS TO DAILY'
               SET LK-STATUS-WARNING TO TRUE
           ELSE
               MOVE 'B' TO WS-DATEUTL-FUNCTION
               PERFORM CALL-DATEUTL-PARA
               IF WS-DATEUTL-DATE-IS-VALID
                   MOVE 'N' TO WS-DATEUTL-FUNCTION
                   PERFORM CALL-DATEUTL-PARA
                   IF WS-DU-RESULT-NUM > FPI-PERIOD-END
                       MOVE FPI-CLOSE-LEVEL TO LK-RUN-MODE
                   END-IF
               END-IF
           END-IF.

       CALL-DATEUTL-PARA.
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW FISCAL-PERIOD-INFO.

      * One calendar record: keep scanning until the run date's own
      * row is found. A row with a bad mode byte counts as daily.
