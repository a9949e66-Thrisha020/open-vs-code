       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PUNCHXL.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : TIME-CLOCK PUNCH TRANSLATOR AND TIMESHEET
      *            : BUILDER. READS THE TIME-CLOCK VENDOR'S PUNCH
      *            : FILE (PUNCHIN), SORTS IT BY EMPLOYEE, DATE,
      *            : AND TIME, PAIRS EACH IN-PUNCH WITH THE NEXT
      *            : OUT-PUNCH (AN OUT ON THE FOLLOWING DAY CLOSES
      *            : AN OVERNIGHT SHIFT AND COUNTS TO THE IN-DAY),
      *            : ROLLS THE PAIRS UP TO DAILY HOURS AND THE DAYS
      *            : UP TO THE PAY PERIOD (THE SAME PAY-CALENDAR
      *            : PERIOD PAYCALC PAYS), AND WRITES
      *            : ONE TIMESHT ROW PER EMPLOYEE -- SO PAYCALC
      *            : NEVER PRICES HOURS NOBODY CHECKED. REJECTED
      *            : BEFORE THEY REACH TIMESHT: EVERY PUNCH FOR AN
      *            : EMPLOYEE NOT ON THE MASTER, TERMINATED, OR ON
      *            : LEAVE OF ABSENCE; A DAY OVER 16 HOURS; A DAY
      *            : COVERED BY AN APPROVED LEAVE REQUEST (LVREQFIL);
      *            : A DAY OUTSIDE THE PERIOD. AN IN-PUNCH WITH NO
      *            : OUT-PUNCH (OR AN OUT WITH NO IN) IS FLAGGED AND
      *            : CONTRIBUTES NO HOURS. EVERY EXCEPTION PRINTS ON
      *            : PUNCHRPT AND THE RUN ENDS CC 4 WHEN THERE ARE
      *            : ANY.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  TIMESHEET ROW NOW THE SHARED TIMEREC LAYOUT,
      *                  WRITTEN UNDER THE REGULAR EARNINGS CODE.
      * 10/15/2026  RSM  THE PERIOD START AND END NOW COME FROM THE
      *                  PAY CALENDAR (PAYCAL THROUGH PAYPER, SEE
      *                  PCALREC) FOR THE PAYPARM PAY GROUP, AS
      *                  PAYCALC RESOLVES THEM, IN PLACE OF THE
      *                  PAYPARM DATE LESS THIRTEEN DAYS. NO PERIOD
      *                  ON THE CALENDAR ENDS THE RUN CC 16.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUNCH-FILE  ASSIGN TO PUNCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUNCH-STATUS.

           SELECT PAY-PARM    ASSIGN TO PAYPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK   ASSIGN TO SORTWK.

           SELECT SORTED-PUNCH ASSIGN TO SRTPUNCH
               ORGANIZATION IS SEQUENTIAL.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT REQUEST-FILE ASSIGN TO LVREQFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRQ-KEY
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT TIME-SHEET  ASSIGN TO TIMESHT
               ORGANIZATION IS SEQUENTIAL.

           SELECT PUNCH-RPT   ASSIGN TO PUNCHRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * The time-clock vendor's daily punch, one row per swipe.
       FD  PUNCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PUNCH-RECORD.
           05  PN-EMP-ID        PIC 9(05).
           05  PN-PUNCH-DATE    PIC 9(08).
           05  PN-PUNCH-TIME    PIC 9(04).
           05  PN-PUNCH-TYPE    PIC X(01).
           05  PN-CLOCK-ID      PIC X(04).
           05  FILLER           PIC X(18).

      * Optional run card, shared with PAYCALC. Only the pay group
      * is used here (blank means BW); the period itself comes from
      * the pay calendar.
       FD  PAY-PARM
           LABEL RECORDS ARE STANDARD.
       01  PAY-PARM-RECORD.
           05  PP-PERIOD-END    PIC 9(08).
           05  PP-RUN-TYPE      PIC X(01).
           05  PP-PAY-GROUP     PIC X(02).

       SD  SORT-WORK.
       01  SD-SORT-RECORD.
           05  SD-EMP-ID        PIC 9(05).
           05  SD-PUNCH-DATE    PIC 9(08).
           05  SD-PUNCH-TIME    PIC 9(04).
           05  FILLER           PIC X(23).

       FD  SORTED-PUNCH
           LABEL RECORDS ARE STANDARD.
       01  SORTED-PUNCH-RECORD.
           05  SP-EMP-ID        PIC 9(05).
           05  SP-PUNCH-DATE    PIC 9(08).
           05  SP-PUNCH-TIME    PIC 9(04).
           05  SP-PUNCH-HHMM REDEFINES SP-PUNCH-TIME.
               10  SP-PUNCH-HH      PIC 9(02).
               10  SP-PUNCH-MN      PIC 9(02).
           05  SP-PUNCH-TYPE    PIC X(01).
               88  SP-PUNCH-IN            VALUE 'I'.
               88  SP-PUNCH-OUT           VALUE 'O'.
           05  SP-CLOCK-ID      PIC X(04).
           05  FILLER           PIC X(18).

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  REQUEST-FILE.
           COPY LVREQREC.

      * One accepted timesheet row per employee for the period --
      * the shape PAYCALC reads, always regular time from the clock.
       FD  TIME-SHEET
           LABEL RECORDS ARE STANDARD.
           COPY TIMEREC.

       FD  PUNCH-RPT
           LABEL RECORDS ARE STANDARD.
       01  PUNCH-RPT-LINE   PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PUNCH-STATUS       PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS        PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-REQUEST-STATUS     PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad timesheet to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.02'.

      * DATEUTL linkage-shaped working-storage (see COPYBOOKS/
      * CCYYDATE.CPY and CALL/DATEUTL.CBL).
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

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-SORTED-PUNCH    VALUE 'Y'.
       01  WS-LV-EOF-SW     PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-REQUESTS    VALUE 'Y'.
       01  WS-LVREQ-SW      PIC X(01)  VALUE 'N'.
           88  WS-LVREQ-AVAILABLE     VALUE 'Y'.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
      * The pay period: the pay group's latest calendar period
      * ended on or before the run date, the period PAYCALC pays.
       01  WS-PERIOD-END    PIC 9(08)  VALUE ZERO.
       01  WS-PERIOD-START  PIC 9(08)  VALUE ZERO.

      * Pay-calendar lookup through PAYPER (see CALL/PAYPER.CBL).
       01  WS-PAY-GROUP     PIC X(02)  VALUE 'BW'.
       01  WS-CAL-FUNCTION  PIC X(01)  VALUE 'C'.
       01  WS-CAL-LOOKUP-DATE PIC 9(08) VALUE ZERO.
       COPY PCALREC.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-PAYCAL-STATUS
                               LK-STATUS-OK      BY WS-PAYCAL-OK
                               LK-STATUS-WARNING BY WS-PAYCAL-WARNING
                               LK-STATUS-FAILED  BY WS-PAYCAL-FAILED.

      * The employee being built, and why the whole employee was
      * rejected when it was.
       01  WS-PREV-EMP-ID   PIC 9(05)  VALUE ZERO.
       01  WS-EMP-OPEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-EMPLOYEE-OPEN       VALUE 'Y'.
       01  WS-EMP-REJECT-SW PIC X(01)  VALUE 'N'.
           88  WS-EMPLOYEE-REJECTED   VALUE 'Y'.
       01  WS-PERIOD-MINUTES PIC 9(05) COMP VALUE ZERO.
       01  WS-TS-HOURS      PIC 9(03)V99 VALUE ZERO.

      * The open in-punch waiting for its out-punch.
       01  WS-PENDING-SW    PIC X(01)  VALUE 'N'.
           88  WS-IN-PENDING          VALUE 'Y'.
       01  WS-IN-DATE       PIC 9(08)  VALUE ZERO.
       01  WS-IN-MINUTE     PIC 9(04)  COMP VALUE ZERO.
       01  WS-OUT-MINUTE    PIC 9(04)  COMP VALUE ZERO.
       01  WS-PAIR-MINUTES  PIC S9(05) COMP VALUE ZERO.
       01  WS-PAIR-OK-SW    PIC X(01)  VALUE 'N'.
           88  WS-PAIR-OK             VALUE 'Y'.

      * The work day being rolled up (the in-punch date of its pairs).
       01  WS-DAY-DATE      PIC 9(08)  VALUE ZERO.
       01  WS-DAY-MINUTES   PIC 9(05)  COMP VALUE ZERO.
       01  WS-DAY-LIMIT-MIN PIC 9(05)  COMP VALUE 960.
       01  WS-DAY-HOURS     PIC 9(03)V99 VALUE ZERO.

      * The employee's approved leave inside the period, loaded from
      * LVREQFIL when the employee opens.
       01  WS-LV-COUNT      PIC 9(02)  COMP VALUE ZERO.
       01  WS-LV-TABLE.
           05  WS-LV-ENTRY OCCURS 20 TIMES INDEXED BY WS-LV-IDX.
               10  WS-LV-START      PIC 9(08).
               10  WS-LV-END        PIC 9(08).
       01  WS-LV-HIT-SW     PIC X(01)  VALUE 'N'.
           88  WS-DAY-ON-LEAVE        VALUE 'Y'.

       01  WS-READ-COUNT    PIC 9(7)   COMP VALUE ZERO.
       01  WS-EMP-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-TS-COUNT      PIC 9(5)   COMP VALUE ZERO.
       01  WS-REJ-EMP-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-EXC-COUNT     PIC 9(5)   COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(36)  VALUE
               'TIME-CLOCK PUNCH TRANSLATION PERIOD '.
           05  WS-TTL-START PIC 9(08).
           05  FILLER       PIC X(04)  VALUE ' TO '.
           05  WS-TTL-END   PIC 9(08).
           05  FILLER       PIC X(24)  VALUE SPACE.

       01  WS-COLUMN-LINE   PIC X(80)  VALUE
           'EMP    DATE        HOURS  RESULT'.

       01  WS-DETAIL-LINE.
           05  WS-DET-ID    PIC 9(05).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-DATE  PIC X(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-HOURS PIC ZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-TEXT  PIC X(30).
           05  FILLER       PIC X(23)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(09)  VALUE 'PUNCHES: '.
           05  WS-TRL-READ  PIC ZZZZZZ9.
           05  FILLER       PIC X(13)  VALUE '  EMPLOYEES: '.
           05  WS-TRL-EMP   PIC ZZZZ9.
           05  FILLER       PIC X(13)  VALUE '  TIMESHEET: '.
           05  WS-TRL-TS    PIC ZZZZ9.
           05  FILLER       PIC X(12)  VALUE '  REJECTED: '.
           05  WS-TRL-REJ   PIC ZZZZ9.
           05  FILLER       PIC X(11)  VALUE SPACE.

       01  WS-EXC-TRAILER-LINE.
           05  FILLER       PIC X(19)  VALUE 'EXCEPTIONS LISTED: '.
           05  WS-TRL-EXC   PIC ZZZZ9.
           05  FILLER       PIC X(56)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PUNCH
               UNTIL END-OF-SORTED-PUNCH
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - RESOLVE THE PERIOD, SORT THE PUNCHES,  *
      *  OPEN FILES, WRITE THE TITLE                              *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           PERFORM 1100-RESOLVE-PERIOD

           SORT SORT-WORK
               ON ASCENDING KEY SD-EMP-ID
               ON ASCENDING KEY SD-PUNCH-DATE
               ON ASCENDING KEY SD-PUNCH-TIME
               USING PUNCH-FILE
               GIVING SORTED-PUNCH

           OPEN INPUT  SORTED-PUNCH
           OPEN INPUT  EMP-MASTER
           OPEN INPUT  REQUEST-FILE
           IF WS-REQUEST-STATUS = '00'
               SET WS-LVREQ-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'PUNCHXL: LVREQFIL NOT AVAILABLE - HOURS ARE '
                   'NOT CHECKED AGAINST APPROVED LEAVE'
           END-IF
           OPEN OUTPUT TIME-SHEET
           OPEN OUTPUT PUNCH-RPT

           MOVE WS-PERIOD-START TO WS-TTL-START
           MOVE WS-PERIOD-END   TO WS-TTL-END
           WRITE PUNCH-RPT-LINE FROM WS-TITLE-LINE
           MOVE SPACE TO PUNCH-RPT-LINE
           WRITE PUNCH-RPT-LINE
           WRITE PUNCH-RPT-LINE FROM WS-COLUMN-LINE

           PERFORM 8000-READ-SORTED-PUNCH.

      *----------------------------------------------------------*
      *  1100-RESOLVE-PERIOD - THE PAY GROUP'S CURRENT PERIOD     *
      *  FROM THE PAY CALENDAR; NONE ENDS THE RUN CC 16           *
      *----------------------------------------------------------*
       1100-RESOLVE-PERIOD.

           OPEN INPUT PAY-PARM
           IF WS-PARM-STATUS = '00'
               READ PAY-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-PAY-GROUP NOT = SPACE
                           MOVE PP-PAY-GROUP TO WS-PAY-GROUP
                       END-IF
               END-READ
               CLOSE PAY-PARM
           END-IF

           MOVE 'C' TO WS-CAL-FUNCTION
           MOVE WS-RUN-DATE-NUM TO WS-CAL-LOOKUP-DATE
           CALL 'PAYPER' USING WS-CAL-FUNCTION WS-PAY-GROUP
               WS-CAL-LOOKUP-DATE PAY-CALENDAR-RECORD
               WS-PAYCAL-STATUS
           IF NOT WS-PAYCAL-OK
               DISPLAY 'PUNCHXL: NO PAY-CALENDAR PERIOD FOR GROUP '
                   WS-PAY-GROUP ' ENDED BY ' WS-RUN-DATE-NUM
                   ' - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE PCL-PERIOD-START TO WS-PERIOD-START
           MOVE PCL-PERIOD-END   TO WS-PERIOD-END.

      *----------------------------------------------------------*
      *  2000-PROCESS-PUNCH - A NEW EMPLOYEE CLOSES THE LAST ONE; *
      *  A REJECTED EMPLOYEE'S PUNCHES ARE PASSED OVER            *
      *----------------------------------------------------------*
       2000-PROCESS-PUNCH.

           ADD 1 TO WS-READ-COUNT

           IF SP-EMP-ID NOT = WS-PREV-EMP-ID
               OR NOT WS-EMPLOYEE-OPEN
               PERFORM 2900-CLOSE-EMPLOYEE
               PERFORM 2100-OPEN-EMPLOYEE
           END-IF

           IF NOT WS-EMPLOYEE-REJECTED
               IF SP-PUNCH-DATE NOT NUMERIC
                   OR SP-PUNCH-TIME NOT NUMERIC
                   OR SP-PUNCH-HH > 23
                   OR SP-PUNCH-MN > 59
                   OR NOT (SP-PUNCH-IN OR SP-PUNCH-OUT)
                   MOVE ZERO TO WS-DAY-HOURS
                   MOVE SP-PUNCH-DATE TO WS-DET-DATE
                   MOVE 'UNREADABLE PUNCH - IGNORED' TO WS-DET-TEXT
                   PERFORM 2800-WRITE-EXCEPTION
               ELSE
                   IF SP-PUNCH-IN
                       PERFORM 2200-PUNCH-IN
                   ELSE
                       PERFORM 2300-PUNCH-OUT
                   END-IF
               END-IF
           END-IF

           PERFORM 8000-READ-SORTED-PUNCH.

      *----------------------------------------------------------*
      *  2100-OPEN-EMPLOYEE - RESET THE ROLL-UP, REJECT THE WHOLE *
      *  EMPLOYEE WHEN NOT ON THE MASTER, TERMINATED, OR ON LOA,  *
      *  OTHERWISE LOAD THE EMPLOYEE'S APPROVED LEAVE             *
      *----------------------------------------------------------*
       2100-OPEN-EMPLOYEE.

           MOVE SP-EMP-ID TO WS-PREV-EMP-ID
           SET WS-EMPLOYEE-OPEN TO TRUE
           MOVE 'N'  TO WS-EMP-REJECT-SW
           MOVE 'N'  TO WS-PENDING-SW
           MOVE ZERO TO WS-PERIOD-MINUTES
           MOVE ZERO TO WS-DAY-DATE
           MOVE ZERO TO WS-DAY-MINUTES
           MOVE ZERO TO WS-LV-COUNT
           ADD 1 TO WS-EMP-COUNT

           MOVE SP-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   MOVE 'NOT ON EMPLOYEE MASTER' TO WS-DET-TEXT
                   SET WS-EMPLOYEE-REJECTED TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EMP-TERMINATED
                           MOVE 'EMPLOYEE TERMINATED'
                               TO WS-DET-TEXT
                           SET WS-EMPLOYEE-REJECTED TO TRUE
                       WHEN EMP-ON-LEAVE
                           MOVE 'EMPLOYEE ON LEAVE OF ABSENCE'
                               TO WS-DET-TEXT
                           SET WS-EMPLOYEE-REJECTED TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ

           IF WS-EMPLOYEE-REJECTED
               ADD 1 TO WS-REJ-EMP-COUNT
               MOVE ZERO  TO WS-DAY-HOURS
               MOVE SPACE TO WS-DET-DATE
               PERFORM 2800-WRITE-EXCEPTION
           ELSE
               IF WS-LVREQ-AVAILABLE
                   PERFORM 2150-LOAD-EMP-LEAVE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2150-LOAD-EMP-LEAVE - POSITION ON THE EMPLOYEE'S FIRST   *
      *  REQUEST AND KEEP THE APPROVED ONES OVERLAPPING THE       *
      *  PERIOD (RELEASED REQUESTS WERE APPROVED TOO)             *
      *----------------------------------------------------------*
       2150-LOAD-EMP-LEAVE.

           MOVE 'N' TO WS-LV-EOF-SW
           MOVE SP-EMP-ID TO LRQ-EMP-ID
           MOVE ZERO      TO LRQ-START-DATE
           START REQUEST-FILE KEY IS NOT LESS THAN LRQ-KEY
               INVALID KEY
                   SET END-OF-EMP-REQUESTS TO TRUE
           END-START

           PERFORM 2160-READ-EMP-REQUEST
               UNTIL END-OF-EMP-REQUESTS.

      *----------------------------------------------------------*
      *  2160-READ-EMP-REQUEST - ONE REQUEST; STOPS AT THE NEXT   *
      *  EMPLOYEE                                                 *
      *----------------------------------------------------------*
       2160-READ-EMP-REQUEST.

           READ REQUEST-FILE NEXT
               AT END
                   SET END-OF-EMP-REQUESTS TO TRUE
               NOT AT END
                   IF LRQ-EMP-ID NOT = SP-EMP-ID
                       SET END-OF-EMP-REQUESTS TO TRUE
                   ELSE
                       IF (LRQ-APPROVED OR LRQ-RELEASED)
                           AND LRQ-START-DATE NOT > WS-PERIOD-END
                           AND LRQ-END-DATE NOT < WS-PERIOD-START
                           AND WS-LV-COUNT < 20
                           ADD 1 TO WS-LV-COUNT
                           SET WS-LV-IDX TO WS-LV-COUNT
                           MOVE LRQ-START-DATE
                               TO WS-LV-START(WS-LV-IDX)
                           MOVE LRQ-END-DATE
                               TO WS-LV-END(WS-LV-IDX)
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2200-PUNCH-IN - AN IN STILL OPEN IS A MISSING OUT-PUNCH; *
      *  THIS IN BECOMES THE OPEN ONE                             *
      *----------------------------------------------------------*
       2200-PUNCH-IN.

           IF WS-IN-PENDING
               PERFORM 2250-MISSING-OUT-PUNCH
           END-IF

           SET WS-IN-PENDING TO TRUE
           MOVE SP-PUNCH-DATE TO WS-IN-DATE
           COMPUTE WS-IN-MINUTE = SP-PUNCH-HH * 60 + SP-PUNCH-MN.

      *----------------------------------------------------------*
      *  2250-MISSING-OUT-PUNCH - THE OPEN IN-PUNCH NEVER CLOSED; *
      *  IT CONTRIBUTES NO HOURS                                  *
      *----------------------------------------------------------*
       2250-MISSING-OUT-PUNCH.

           MOVE ZERO       TO WS-DAY-HOURS
           MOVE WS-IN-DATE TO WS-DET-DATE
           MOVE 'MISSING OUT-PUNCH - NO HOURS' TO WS-DET-TEXT
           PERFORM 2800-WRITE-EXCEPTION
           MOVE 'N' TO WS-PENDING-SW.

      *----------------------------------------------------------*
      *  2300-PUNCH-OUT - CLOSE THE OPEN IN-PUNCH ON THE SAME DAY *
      *  OR THE DAY AFTER (OVERNIGHT); ANYTHING ELSE LEAVES BOTH  *
      *  PUNCHES UNPAIRED                                         *
      *----------------------------------------------------------*
       2300-PUNCH-OUT.

           MOVE 'N' TO WS-PAIR-OK-SW
           COMPUTE WS-OUT-MINUTE = SP-PUNCH-HH * 60 + SP-PUNCH-MN

           IF WS-IN-PENDING
               IF SP-PUNCH-DATE = WS-IN-DATE
                   COMPUTE WS-PAIR-MINUTES =
                       WS-OUT-MINUTE - WS-IN-MINUTE
                   SET WS-PAIR-OK TO TRUE
               ELSE
                   MOVE WS-IN-DATE TO WS-DU-DATE1-NUM
                   MOVE 1 TO WS-DATEUTL-DAYS-TO-ADD
                   MOVE 'A' TO WS-DATEUTL-FUNCTION
                   PERFORM 8500-CALL-DATEUTL
                   IF WS-DU-RESULT-NUM = SP-PUNCH-DATE
                       COMPUTE WS-PAIR-MINUTES =
                           WS-OUT-MINUTE + 1440 - WS-IN-MINUTE
                       SET WS-PAIR-OK TO TRUE
                   ELSE
                       PERFORM 2250-MISSING-OUT-PUNCH
                   END-IF
               END-IF
           END-IF

           IF WS-PAIR-OK
               PERFORM 2400-ADD-PAIR-TO-DAY
               MOVE 'N' TO WS-PENDING-SW
           ELSE
               MOVE ZERO          TO WS-DAY-HOURS
               MOVE SP-PUNCH-DATE TO WS-DET-DATE
               MOVE 'OUT-PUNCH WITH NO IN - IGNORED' TO WS-DET-TEXT
               PERFORM 2800-WRITE-EXCEPTION
           END-IF.

      *----------------------------------------------------------*
      *  2400-ADD-PAIR-TO-DAY - A PAIR ON A NEW DAY CLOSES THE    *
      *  DAY BEING ROLLED UP FIRST                                *
      *----------------------------------------------------------*
       2400-ADD-PAIR-TO-DAY.

           IF WS-IN-DATE NOT = WS-DAY-DATE
               PERFORM 2500-CLOSE-DAY
               MOVE WS-IN-DATE TO WS-DAY-DATE
           END-IF

           ADD WS-PAIR-MINUTES TO WS-DAY-MINUTES.

      *----------------------------------------------------------*
      *  2500-CLOSE-DAY - A DAY OUTSIDE THE PERIOD, OVER 16       *
      *  HOURS, OR ON APPROVED LEAVE IS HELD OUT; ANY OTHER DAY   *
      *  COUNTS TOWARD THE PERIOD                                 *
      *----------------------------------------------------------*
       2500-CLOSE-DAY.

           IF WS-DAY-DATE NOT = ZERO
               COMPUTE WS-DAY-HOURS ROUNDED = WS-DAY-MINUTES / 60
               MOVE WS-DAY-DATE TO WS-DET-DATE
               PERFORM 2510-CHECK-LEAVE-DAY
               EVALUATE TRUE
                   WHEN WS-DAY-DATE < WS-PERIOD-START
                       OR WS-DAY-DATE > WS-PERIOD-END
                       MOVE 'OUTSIDE PAY PERIOD - REJECTED'
                           TO WS-DET-TEXT
                       PERFORM 2800-WRITE-EXCEPTION
                   WHEN WS-DAY-MINUTES > WS-DAY-LIMIT-MIN
                       MOVE 'DAY OVER 16 HOURS - REJECTED'
                           TO WS-DET-TEXT
                       PERFORM 2800-WRITE-EXCEPTION
                   WHEN WS-DAY-ON-LEAVE
                       MOVE 'ON APPROVED LEAVE - REJECTED'
                           TO WS-DET-TEXT
                       PERFORM 2800-WRITE-EXCEPTION
                   WHEN OTHER
                       ADD WS-DAY-MINUTES TO WS-PERIOD-MINUTES
               END-EVALUATE
           END-IF

           MOVE ZERO TO WS-DAY-DATE
           MOVE ZERO TO WS-DAY-MINUTES.

      *----------------------------------------------------------*
      *  2510-CHECK-LEAVE-DAY - IS THE DAY INSIDE ANY OF THE      *
      *  EMPLOYEE'S APPROVED LEAVE REQUESTS                       *
      *----------------------------------------------------------*
       2510-CHECK-LEAVE-DAY.

           MOVE 'N' TO WS-LV-HIT-SW
           IF WS-LV-COUNT > ZERO
               SET WS-LV-IDX TO 1
               SEARCH WS-LV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LV-IDX > WS-LV-COUNT
                       CONTINUE
                   WHEN WS-DAY-DATE NOT < WS-LV-START(WS-LV-IDX)
                       AND WS-DAY-DATE NOT > WS-LV-END(WS-LV-IDX)
                       SET WS-DAY-ON-LEAVE TO TRUE
               END-SEARCH
           END-IF.

      *----------------------------------------------------------*
      *  2800-WRITE-EXCEPTION - ONE FLAGGED OR REJECTED ITEM      *
      *----------------------------------------------------------*
       2800-WRITE-EXCEPTION.

           MOVE WS-PREV-EMP-ID TO WS-DET-ID
           MOVE WS-DAY-HOURS   TO WS-DET-HOURS
           WRITE PUNCH-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-EXC-COUNT.

      *----------------------------------------------------------*
      *  2900-CLOSE-EMPLOYEE - CLOSE THE OPEN IN-PUNCH AND THE    *
      *  LAST DAY, THEN WRITE THE PERIOD'S TIMESHEET ROW          *
      *  (NOTHING ON THE VERY FIRST BREAK OR FOR A REJECTED       *
      *  EMPLOYEE)                                                *
      *----------------------------------------------------------*
       2900-CLOSE-EMPLOYEE.

           IF WS-EMPLOYEE-OPEN
               AND NOT WS-EMPLOYEE-REJECTED
               IF WS-IN-PENDING
                   PERFORM 2250-MISSING-OUT-PUNCH
               END-IF
               PERFORM 2500-CLOSE-DAY
               IF WS-PERIOD-MINUTES > ZERO
                   COMPUTE WS-TS-HOURS ROUNDED =
                       WS-PERIOD-MINUTES / 60
                   MOVE WS-PREV-EMP-ID TO TS-EMP-ID
                   MOVE WS-TS-HOURS    TO TS-HOURS
                   MOVE 'REG'          TO TS-EARN-CODE
                   MOVE ZERO           TO TS-AMOUNT
                   WRITE TIME-SHEET-RECORD
                   ADD 1 TO WS-TS-COUNT
                   MOVE WS-PREV-EMP-ID TO WS-DET-ID
                   MOVE 'PERIOD'       TO WS-DET-DATE
                   MOVE WS-TS-HOURS    TO WS-DET-HOURS
                   MOVE 'ACCEPTED TO TIMESHEET' TO WS-DET-TEXT
                   WRITE PUNCH-RPT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  3000-FINALIZE - LAST EMPLOYEE, TRAILER, CLOSE            *
      *----------------------------------------------------------*
       3000-FINALIZE.

           PERFORM 2900-CLOSE-EMPLOYEE

           MOVE SPACE TO PUNCH-RPT-LINE
           WRITE PUNCH-RPT-LINE
           MOVE WS-READ-COUNT    TO WS-TRL-READ
           MOVE WS-EMP-COUNT     TO WS-TRL-EMP
           MOVE WS-TS-COUNT      TO WS-TRL-TS
           MOVE WS-REJ-EMP-COUNT TO WS-TRL-REJ
           WRITE PUNCH-RPT-LINE FROM WS-TRAILER-LINE
           MOVE WS-EXC-COUNT     TO WS-TRL-EXC
           WRITE PUNCH-RPT-LINE FROM WS-EXC-TRAILER-LINE

           IF WS-EXC-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE SORTED-PUNCH
           CLOSE EMP-MASTER
           IF WS-LVREQ-AVAILABLE
               CLOSE REQUEST-FILE
           END-IF
           CLOSE TIME-SHEET
           CLOSE PUNCH-RPT

           MOVE WS-READ-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-SORTED-PUNCH - READ NEXT SORTED PUNCH          *
      *----------------------------------------------------------*
       8000-READ-SORTED-PUNCH.

           READ SORTED-PUNCH
               AT END
                   SET END-OF-SORTED-PUNCH TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8500-CALL-DATEUTL - SHARED DATE SERVICE                  *
      *----------------------------------------------------------*
       8500-CALL-DATEUTL.

           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'PUNCHXL '         TO AUD-PROGRAM-ID
           MOVE WS-PROGRAM-VERSION TO AUD-PROGRAM-VERSION

           ACCEPT WS-AUDIT-DATE FROM DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           ACCEPT WS-AUDIT-DATE-CCYY FROM DATE YYYYMMDD
           MOVE WS-AUD-MM TO AUD-START-MM
           MOVE WS-AUD-DD TO AUD-START-DD
           MOVE WS-AUD-YY TO AUD-START-YY
           MOVE WS-AUD-CCYY TO AUD-START-CCYY
           MOVE WS-AUD-HH TO AUD-START-HH
           MOVE WS-AUD-MN TO AUD-START-MN
           MOVE WS-AUD-SS TO AUD-START-SS

           COMPUTE WS-AUD-START-SECS =
               WS-AUD-HH * 3600 + WS-AUD-MN * 60 + WS-AUD-SS.

      *----------------------------------------------------------*
      *  9700-WRITE-AUDIT-RECORD - LOG ONE JOB AUDIT-TRAIL ENTRY  *
      *----------------------------------------------------------*
       9700-WRITE-AUDIT-RECORD.

           ACCEPT WS-AUDIT-DATE FROM DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUD-MM TO AUD-END-MM
           MOVE WS-AUD-DD TO AUD-END-DD
           MOVE WS-AUD-YY TO AUD-END-YY
           MOVE WS-AUD-HH TO AUD-END-HH
           MOVE WS-AUD-MN TO AUD-END-MN
           MOVE WS-AUD-SS TO AUD-END-SS

           COMPUTE WS-AUD-END-SECS =
               WS-AUD-HH * 3600 + WS-AUD-MN * 60 + WS-AUD-SS
           IF WS-AUD-END-SECS < WS-AUD-START-SECS
               ADD 86400 TO WS-AUD-END-SECS
           END-IF
           COMPUTE AUD-ELAPSED-SECONDS =
               WS-AUD-END-SECS - WS-AUD-START-SECS

           WRITE AUDIT-LINE FROM WS-AUDIT-LINE.
