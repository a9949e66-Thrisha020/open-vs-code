       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCALBLD.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : PAY-CALENDAR BUILD, RUN ONCE A YEAR AHEAD OF THE
      *            : FIRST PAY RUN. READS ONE PCALPARM CARD PER PAY
      *            : GROUP (GROUP, CALENDAR YEAR, FIRST PERIOD
      *            : START, PERIOD LENGTH IN DAYS, DAYS FROM PERIOD
      *            : END TO CHECK DATE, AND BUSINESS DAYS THE BANK
      *            : SETTLES AHEAD OF THE CHECK DATE) AND WRITES THE
      *            : PAY CALENDAR (PAYCAL, SEE PCALREC): ONE ROW PER
      *            : PERIOD WHOSE CHECK DATE FALLS IN THE YEAR, WITH
      *            : PERIOD START AND END, CHECK DATE, AND BANK
      *            : EFFECTIVE DATE. A CHECK DATE THAT LANDS ON A
      *            : WEEKEND OR A HOLIDAY IS PULLED BACK TO THE
      *            : PRIOR BUSINESS DAY THROUGH DATEUTL, AND THE
      *            : EFFECTIVE DATE IS COUNTED BACK FROM IT IN
      *            : BUSINESS DAYS. THE LISTING (PCALRPT) SHOWS
      *            : EVERY PERIOD BUILT AND EVERY CARD REJECTED; A
      *            : REJECTED CARD LEAVES ITS GROUP OFF THE CALENDAR
      *            : AND ENDS THE STEP CC 8.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-PARM    ASSIGN TO PCALPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PAY-CALENDAR ASSIGN TO PAYCAL
               ORGANIZATION IS SEQUENTIAL.

           SELECT CAL-RPT     ASSIGN TO PCALRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One card per pay group. PERIOD DAYS is 7 (weekly) or 14
      * (biweekly); CHECK LAG is calendar days from period end to
      * the check date; EFF LEAD is business days the bank entry
      * settles ahead of the check date (zero = on the check date).
       FD  CAL-PARM
           LABEL RECORDS ARE STANDARD.
       01  CAL-PARM-RECORD.
           05  CP-PAY-GROUP     PIC X(02).
           05  CP-CAL-YEAR      PIC 9(04).
           05  CP-FIRST-START   PIC 9(08).
           05  CP-PERIOD-DAYS   PIC 9(02).
           05  CP-CHECK-LAG     PIC 9(02).
           05  CP-EFF-LEAD      PIC 9(01).
           05  FILLER           PIC X(61).

       FD  PAY-CALENDAR
           LABEL RECORDS ARE STANDARD.
           COPY PCALREC.

       FD  CAL-RPT
           LABEL RECORDS ARE STANDARD.
       01  CAL-RPT-LINE     PIC X(132).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS        PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad calendar to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-CAL-PARM        VALUE 'Y'.
       01  WS-GROUP-DONE-SW PIC X(01)  VALUE 'N'.
           88  WS-GROUP-DONE          VALUE 'Y'.

       01  WS-REASON        PIC X(30)  VALUE SPACE.

       01  WS-CARD-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-PERIOD-COUNT  PIC 9(7)   VALUE ZERO.
       01  WS-PERIOD-NO     PIC 9(02)  VALUE ZERO.
      * Safety stop on one group's loop: a year holds at most 53
      * weekly periods.
       01  WS-LOOP-COUNT    PIC 9(03)  COMP VALUE ZERO.

       01  WS-PERIOD-START  PIC 9(08)  VALUE ZERO.
       01  WS-PERIOD-END    PIC 9(08)  VALUE ZERO.
       01  WS-CHECK-DATE    PIC 9(08)  VALUE ZERO.
       01  WS-EFF-DATE      PIC 9(08)  VALUE ZERO.
       01  WS-CHECK-YEAR    PIC 9(04)  VALUE ZERO.

      * DATEUTL linkage-shaped working-storage (see
      * COPYBOOKS/CCYYDATE.CPY and CALL/DATEUTL.CBL).
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

       01  WS-RPT-TITLE     PIC X(132) VALUE
           'PAY CALENDAR BUILD - PERIODS AND REJECTED CARDS'.

       01  WS-RPT-COLUMNS.
           05  FILLER       PIC X(50)  VALUE
               'GROUP  NO  PERIOD START  PERIOD END  CHECK DATE  B'.
           05  FILLER       PIC X(50)  VALUE
               'ANK EFF'.
           05  FILLER       PIC X(32)  VALUE SPACE.

       01  WS-RPT-DETAIL.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RD-GROUP      PIC X(02).
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-RD-PERIOD-NO  PIC Z9.
           05  FILLER           PIC X(04)  VALUE SPACE.
           05  WS-RD-START      PIC 9(08).
           05  FILLER           PIC X(04)  VALUE SPACE.
           05  WS-RD-END        PIC 9(08).
           05  FILLER           PIC X(04)  VALUE SPACE.
           05  WS-RD-CHECK      PIC 9(08).
           05  FILLER           PIC X(04)  VALUE SPACE.
           05  WS-RD-EFF        PIC 9(08).
           05  FILLER           PIC X(75)  VALUE SPACE.

       01  WS-RPT-REJECT.
           05  FILLER           PIC X(16)  VALUE
               'REJECTED CARD : '.
           05  WS-RJ-CARD       PIC X(19).
           05  FILLER           PIC X(03)  VALUE ' - '.
           05  WS-RJ-REASON     PIC X(30).
           05  FILLER           PIC X(64)  VALUE SPACE.

       01  WS-RPT-TRAILER.
           05  FILLER           PIC X(12)  VALUE 'CARDS     : '.
           05  WS-RT-CARDS      PIC ZZZZ9.
           05  FILLER           PIC X(13)  VALUE '  REJECTED : '.
           05  WS-RT-REJECTS    PIC ZZZZ9.
           05  FILLER           PIC X(12)  VALUE '  PERIODS : '.
           05  WS-RT-PERIODS    PIC ZZZZZZ9.
           05  FILLER           PIC X(78)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARD
               UNTIL END-OF-CAL-PARM
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, WRITE THE LISTING TITLES   *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           OPEN INPUT CAL-PARM
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'PCALBLD: NO PCALPARM CARDS - CALENDAR NOT '
                   'BUILT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PAY-CALENDAR
           OPEN OUTPUT CAL-RPT

           WRITE CAL-RPT-LINE FROM WS-RPT-TITLE
           MOVE SPACE TO CAL-RPT-LINE
           WRITE CAL-RPT-LINE
           WRITE CAL-RPT-LINE FROM WS-RPT-COLUMNS

           PERFORM 8000-READ-CAL-PARM.

      *----------------------------------------------------------*
      *  2000-PROCESS-CARD - EDIT ONE PAY GROUP'S CARD, THEN      *
      *  BUILD ITS PERIODS                                        *
      *----------------------------------------------------------*
       2000-PROCESS-CARD.

           ADD 1 TO WS-CARD-COUNT
           PERFORM 2100-EDIT-CARD

           IF WS-REASON = SPACE
               MOVE CP-FIRST-START TO WS-PERIOD-START
               MOVE ZERO TO WS-PERIOD-NO
               MOVE ZERO TO WS-LOOP-COUNT
               MOVE 'N' TO WS-GROUP-DONE-SW
               PERFORM 2200-BUILD-ONE-PERIOD
                   UNTIL WS-GROUP-DONE
           ELSE
               MOVE CAL-PARM-RECORD(1:19) TO WS-RJ-CARD
               MOVE WS-REASON TO WS-RJ-REASON
               WRITE CAL-RPT-LINE FROM WS-RPT-REJECT
               ADD 1 TO WS-REJECT-COUNT
           END-IF

           PERFORM 8000-READ-CAL-PARM.

      *----------------------------------------------------------*
      *  2100-EDIT-CARD - GROUP PRESENT, FIRST START A REAL DATE  *
      *  NO LATER THAN THE YEAR, A WEEKLY OR BIWEEKLY LENGTH      *
      *----------------------------------------------------------*
       2100-EDIT-CARD.

           MOVE SPACE TO WS-REASON
           EVALUATE TRUE
               WHEN CP-PAY-GROUP = SPACE
                   MOVE 'PAY GROUP MISSING' TO WS-REASON
               WHEN CP-CAL-YEAR NOT NUMERIC
                   OR CP-FIRST-START NOT NUMERIC
                   OR CP-PERIOD-DAYS NOT NUMERIC
                   OR CP-CHECK-LAG NOT NUMERIC
                   OR CP-EFF-LEAD NOT NUMERIC
                   MOVE 'NON-NUMERIC FIELD ON CARD' TO WS-REASON
               WHEN CP-PERIOD-DAYS NOT = 7 AND NOT = 14
                   MOVE 'PERIOD DAYS NOT 7 OR 14' TO WS-REASON
               WHEN CP-FIRST-START / 10000 > CP-CAL-YEAR
                   MOVE 'FIRST START AFTER THE YEAR' TO WS-REASON
               WHEN OTHER
                   MOVE CP-FIRST-START TO WS-DU-DATE1-NUM
                   MOVE 'V' TO WS-DATEUTL-FUNCTION
                   CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                       WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                       WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                       WS-DATEUTL-VALID-SW
                   IF NOT WS-DATEUTL-DATE-IS-VALID
                       MOVE 'FIRST START NOT A VALID DATE'
                           TO WS-REASON
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2200-BUILD-ONE-PERIOD - PERIOD END, CHECK DATE PULLED    *
      *  BACK TO A BUSINESS DAY, BANK EFFECTIVE DATE; WRITTEN     *
      *  WHEN THE CHECK DATE FALLS IN THE CALENDAR YEAR           *
      *----------------------------------------------------------*
       2200-BUILD-ONE-PERIOD.

           ADD 1 TO WS-LOOP-COUNT

           MOVE WS-PERIOD-START TO WS-DU-DATE1-NUM
           COMPUTE WS-DATEUTL-DAYS-TO-ADD = CP-PERIOD-DAYS - 1
           MOVE 'A' TO WS-DATEUTL-FUNCTION
           PERFORM 8100-CALL-DATEUTL
           MOVE WS-DU-RESULT-NUM TO WS-PERIOD-END

           MOVE WS-PERIOD-END TO WS-DU-DATE1-NUM
           MOVE CP-CHECK-LAG  TO WS-DATEUTL-DAYS-TO-ADD
           MOVE 'A' TO WS-DATEUTL-FUNCTION
           PERFORM 8100-CALL-DATEUTL
           MOVE WS-DU-RESULT-NUM TO WS-CHECK-DATE
           PERFORM 2300-PULL-BACK-CHECK-DATE

           IF CP-EFF-LEAD > ZERO
               MOVE WS-CHECK-DATE TO WS-DU-DATE1-NUM
               COMPUTE WS-DATEUTL-DAYS-TO-ADD = 0 - CP-EFF-LEAD
               MOVE 'W' TO WS-DATEUTL-FUNCTION
               PERFORM 8100-CALL-DATEUTL
               MOVE WS-DU-RESULT-NUM TO WS-EFF-DATE
           ELSE
               MOVE WS-CHECK-DATE TO WS-EFF-DATE
           END-IF

           COMPUTE WS-CHECK-YEAR = WS-CHECK-DATE / 10000
           IF WS-CHECK-YEAR = CP-CAL-YEAR
               PERFORM 2400-WRITE-PERIOD
           END-IF

           IF WS-CHECK-YEAR > CP-CAL-YEAR
               OR WS-LOOP-COUNT > 60
               SET WS-GROUP-DONE TO TRUE
           ELSE
               MOVE WS-PERIOD-END TO WS-DU-DATE1-NUM
               MOVE 1 TO WS-DATEUTL-DAYS-TO-ADD
               MOVE 'A' TO WS-DATEUTL-FUNCTION
               PERFORM 8100-CALL-DATEUTL
               MOVE WS-DU-RESULT-NUM TO WS-PERIOD-START
           END-IF.

      *----------------------------------------------------------*
      *  2300-PULL-BACK-CHECK-DATE - A WEEKEND OR HOLIDAY CHECK   *
      *  DATE MOVES TO THE PRIOR BUSINESS DAY                     *
      *----------------------------------------------------------*
       2300-PULL-BACK-CHECK-DATE.

           MOVE WS-CHECK-DATE TO WS-DU-DATE1-NUM
           MOVE 'B' TO WS-DATEUTL-FUNCTION
           PERFORM 8100-CALL-DATEUTL
           IF NOT WS-DATEUTL-DATE-IS-VALID
               MOVE WS-CHECK-DATE TO WS-DU-DATE1-NUM
               MOVE -1 TO WS-DATEUTL-DAYS-TO-ADD
               MOVE 'W' TO WS-DATEUTL-FUNCTION
               PERFORM 8100-CALL-DATEUTL
               MOVE WS-DU-RESULT-NUM TO WS-CHECK-DATE
           END-IF.

      *----------------------------------------------------------*
      *  2400-WRITE-PERIOD - ONE CALENDAR ROW AND ITS LISTING     *
      *  LINE                                                     *
      *----------------------------------------------------------*
       2400-WRITE-PERIOD.

           ADD 1 TO WS-PERIOD-NO
           MOVE SPACE            TO PAY-CALENDAR-RECORD
           MOVE CP-PAY-GROUP     TO PCL-PAY-GROUP
           MOVE WS-PERIOD-NO     TO PCL-PERIOD-NO
           MOVE WS-PERIOD-START  TO PCL-PERIOD-START
           MOVE WS-PERIOD-END    TO PCL-PERIOD-END
           MOVE WS-CHECK-DATE    TO PCL-CHECK-DATE
           MOVE WS-EFF-DATE      TO PCL-BANK-EFF-DATE
           WRITE PAY-CALENDAR-RECORD
           ADD 1 TO WS-PERIOD-COUNT

           MOVE CP-PAY-GROUP     TO WS-RD-GROUP
           MOVE WS-PERIOD-NO     TO WS-RD-PERIOD-NO
           MOVE WS-PERIOD-START  TO WS-RD-START
           MOVE WS-PERIOD-END    TO WS-RD-END
           MOVE WS-CHECK-DATE    TO WS-RD-CHECK
           MOVE WS-EFF-DATE      TO WS-RD-EFF
           WRITE CAL-RPT-LINE FROM WS-RPT-DETAIL.

      *----------------------------------------------------------*
      *  3000-FINALIZE - LISTING TRAILER, CLOSE FILES             *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE WS-CARD-COUNT   TO WS-RT-CARDS
           MOVE WS-REJECT-COUNT TO WS-RT-REJECTS
           MOVE WS-PERIOD-COUNT TO WS-RT-PERIODS
           MOVE SPACE TO CAL-RPT-LINE
           WRITE CAL-RPT-LINE
           WRITE CAL-RPT-LINE FROM WS-RPT-TRAILER

           IF WS-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE CAL-PARM
           CLOSE PAY-CALENDAR
           CLOSE CAL-RPT

           MOVE WS-PERIOD-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-CAL-PARM - READ NEXT PAY-GROUP CARD            *
      *----------------------------------------------------------*
       8000-READ-CAL-PARM.

           READ CAL-PARM
               AT END
                   SET END-OF-CAL-PARM TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-CALL-DATEUTL - ONE DATEUTL CALL ON THE SCRATCH      *
      *  DATES                                                    *
      *----------------------------------------------------------*
       8100-CALL-DATEUTL.

           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW.
      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'PCALBLD '         TO AUD-PROGRAM-ID
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
