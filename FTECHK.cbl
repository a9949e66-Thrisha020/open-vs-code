       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FTECHK.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : QUARTERLY PART-TIME HOURS CHECK. EVERY EMPLOYEE
      *            : SCHEDULED BELOW THE BENEFITS ELIGIBILITY LINE
      *            : (FTEMAST, SEE FTEREC) HAS THE HOURS ACTUALLY
      *            : PAID IN THE QUARTER TOTALLED FROM THE PAY
      *            : HISTORY (PAYHIST, REGULAR PLUS OVERTIME HOURS
      *            : OF EVERY PAYMENT NOT VOIDED WHOSE PERIOD ENDED
      *            : IN THE QUARTER) AND AVERAGED OVER THE QUARTER'S
      *            : 13 WEEKS. ANYONE STILL EMPLOYED WHOSE AVERAGE
      *            : IS OVER THE LINE IS LISTED, SO A "PART-TIMER"
      *            : WORKING FULL-TIME HOURS IS RESCHEDULED (EMPMAINT
      *            : SCHEDULE CHANGE) OR OFFERED BENEFITS INSTEAD OF
      *            : SLIPPING PAST BENELIG. THE LINE IS THE MINIMUM
      *            : HOURS ON BENELIG'S OWN BELGPARM CARD (COLUMNS
      *            : 2-5), OR 30 HOURS A WEEK WITHOUT ONE. THE
      *            : QUARTER COMES FROM THE OPTIONAL FTEPARM CARD
      *            : (CCYY IN COLUMNS 1-4, QUARTER IN COLUMN 5);
      *            : MISSING MEANS THE LAST COMPLETED QUARTER.
      *            : ENDS CC 4 WHEN ANYONE IS LISTED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FTE-PARM    ASSIGN TO FTEPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ELIG-PARM   ASSIGN TO BELGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ELIG-PARM-STATUS.

           SELECT FTE-MASTER  ASSIGN TO FTEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FTE-EMP-ID
               FILE STATUS IS WS-FTE-MASTER-STATUS.

           SELECT PAY-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT CHECK-RPT   ASSIGN TO FTECRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Optional quarter. A missing card, or a zero or non-numeric
      * year or quarter, leaves the last completed quarter.
       FD  FTE-PARM
           LABEL RECORDS ARE STANDARD.
       01  FTE-PARM-RECORD.
           05  FP-CCYY          PIC 9(04).
           05  FP-QUARTER       PIC 9(01).
           05  FILLER           PIC X(75).

      * BENELIG's run card; only the minimum-hours columns are used.
       FD  ELIG-PARM
           LABEL RECORDS ARE STANDARD.
       01  ELIG-PARM-RECORD.
           05  EP-PROBATION-SW  PIC X(01).
           05  EP-MIN-HOURS     PIC X(04).
           05  EP-MIN-HOURS-NUM REDEFINES EP-MIN-HOURS
                                PIC 9(02)V99.
           05  FILLER           PIC X(75).

       FD  FTE-MASTER.
           COPY FTEREC.

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  CHECK-RPT
           LABEL RECORDS ARE STANDARD.
       01  CHECK-LINE       PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS    PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS          PIC X(02)  VALUE '00'.
       01  WS-ELIG-PARM-STATUS     PIC X(02)  VALUE '00'.
       01  WS-FTE-MASTER-STATUS    PIC X(02)  VALUE '00'.
       01  WS-PAYHIST-STATUS       PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS    PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad report to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-FTE-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-FTE-MASTER      VALUE 'Y'.
       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-HISTORY     VALUE 'Y'.

      * The eligibility line in weekly hours, and the weeks in a
      * quarter the paid hours are averaged over.
       01  WS-ELIG-HOURS    PIC 9(02)V99 VALUE 30.00.
       01  WS-QTR-WEEKS     PIC 9(02)  VALUE 13.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-RUN-DATE-CCYY REDEFINES WS-RUN-DATE-NUM.
           05  WS-RUN-YEAR      PIC 9(04).
           05  WS-RUN-MONTH     PIC 9(02).
           05  FILLER           PIC 9(02).

       01  WS-RPT-YEAR      PIC 9(04)  VALUE ZERO.
       01  WS-RPT-QUARTER   PIC 9(01)  VALUE ZERO.
       01  WS-FIRST-MM      PIC 9(02)  VALUE ZERO.
       01  WS-LAST-MM       PIC 9(02)  VALUE ZERO.

      * The part-timers, loaded from FTEMAST in key order so the
      * pay-history pass can SEARCH ALL. Past the table's end a
      * part-timer cannot be checked and the run ends CC 16.
       01  WS-PT-COUNT      PIC 9(05)  COMP VALUE ZERO.
       01  WS-PT-MAX        PIC 9(05)  COMP VALUE 20000.
       01  WS-PT-DROP-COUNT PIC 9(05)  COMP VALUE ZERO.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 1 TO 20000 TIMES
                           DEPENDING ON WS-PT-COUNT
                           ASCENDING KEY IS WS-PT-EMP-ID
                           INDEXED BY WS-PT-IDX.
               10  WS-PT-EMP-ID     PIC 9(05).
               10  WS-PT-SCHED      PIC 9(02)V99.
               10  WS-PT-HOURS      PIC S9(05)V99 COMP-3.

       01  WS-AVG-HOURS     PIC S9(03)V99 COMP-3 VALUE ZERO.
       01  WS-OVER-HOURS    PIC S9(03)V99 COMP-3 VALUE ZERO.

       01  WS-ROW-COUNT     PIC 9(7)   COMP VALUE ZERO.
       01  WS-QTR-ROW-COUNT PIC 9(7)   COMP VALUE ZERO.
       01  WS-CHECK-COUNT   PIC 9(5)   COMP VALUE ZERO.
       01  WS-FLAG-COUNT    PIC 9(5)   COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(32)  VALUE
               'PART-TIME HOURS CHECK - QUARTER '.
           05  WS-TTL-YEAR  PIC 9(04).
           05  FILLER       PIC X(02)  VALUE ' Q'.
           05  WS-TTL-QTR   PIC 9(01).
           05  FILLER       PIC X(41)  VALUE SPACE.

       01  WS-BASIS-LINE.
           05  FILLER       PIC X(23)  VALUE
               'ELIGIBILITY LINE IS '.
           05  WS-BL-HOURS  PIC Z9.99.
           05  FILLER       PIC X(42)  VALUE
               ' HOURS A WEEK, PAID HOURS OVER 13 WEEKS'.
           05  FILLER       PIC X(10)  VALUE SPACE.

       01  WS-BLANK-LINE    PIC X(80)  VALUE SPACE.

       01  WS-COLUMN-LINE.
           05  FILLER       PIC X(07)  VALUE 'EMP ID'.
           05  FILLER       PIC X(22)  VALUE 'NAME'.
           05  FILLER       PIC X(06)  VALUE 'DEPT'.
           05  FILLER       PIC X(09)  VALUE '   SCHED'.
           05  FILLER       PIC X(11)  VALUE '  QTR HOURS'.
           05  FILLER       PIC X(09)  VALUE '  AVG WK'.
           05  FILLER       PIC X(09)  VALUE '  OVER BY'.
           05  FILLER       PIC X(07)  VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DL-EMP-ID PIC 9(05).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DL-LNAME  PIC X(20).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DL-DEPT   PIC X(04).
           05  FILLER       PIC X(05)  VALUE SPACE.
           05  WS-DL-SCHED  PIC Z9.99.
           05  FILLER       PIC X(03)  VALUE SPACE.
           05  WS-DL-HOURS  PIC ZZZZ9.99.
           05  FILLER       PIC X(03)  VALUE SPACE.
           05  WS-DL-AVG    PIC ZZ9.99.
           05  FILLER       PIC X(03)  VALUE SPACE.
           05  WS-DL-OVER   PIC ZZ9.99.
           05  FILLER       PIC X(08)  VALUE SPACE.

       01  WS-NONE-LINE     PIC X(80)  VALUE
           '  NO PART-TIMER AVERAGED OVER THE LINE FOR THE QUARTER'.

       01  WS-OVERFLOW-LINE.
           05  FILLER       PIC X(28)  VALUE
               '*** PART-TIME TABLE FULL - '.
           05  WS-OVF-ROWS  PIC ZZZZ9.
           05  FILLER       PIC X(40)  VALUE
               ' NOT CHECKED - RUN FAILED CC 16'.
           05  FILLER       PIC X(07)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(15)  VALUE 'PART-TIMERS : '.
           05  WS-TRL-CHECK PIC ZZZZ9.
           05  FILLER       PIC X(12)  VALUE '  FLAGGED : '.
           05  WS-TRL-FLAG  PIC ZZZZ9.
           05  FILLER       PIC X(19)  VALUE '  QTR PAY ROWS   : '.
           05  WS-TRL-ROWS  PIC ZZZZZZ9.
           05  FILLER       PIC X(17)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-PART-TIMER
               UNTIL END-OF-FTE-MASTER
           PERFORM 3000-PROCESS-PAY-ROW
               UNTIL END-OF-PAY-HISTORY
           PERFORM 4000-REPORT-PART-TIMERS
           PERFORM 7000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - QUARTER AND LINE, OPEN FILES, TITLE    *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           PERFORM 1050-DEFAULT-QUARTER
           PERFORM 1100-READ-FTE-PARM
           PERFORM 1150-READ-ELIG-PARM

           COMPUTE WS-LAST-MM  = WS-RPT-QUARTER * 3
           COMPUTE WS-FIRST-MM = WS-LAST-MM - 2

           OPEN INPUT FTE-MASTER
           IF WS-FTE-MASTER-STATUS NOT = '00'
               DISPLAY 'FTECHK: FTEMAST NOT AVAILABLE - STATUS '
                   WS-FTE-MASTER-STATUS ' - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           OPEN INPUT PAY-HISTORY
           IF WS-PAYHIST-STATUS NOT = '00'
               DISPLAY 'FTECHK: PAYHIST NOT AVAILABLE - STATUS '
                   WS-PAYHIST-STATUS ' - ABORTING RUN'
               CLOSE FTE-MASTER
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT CHECK-RPT

           MOVE WS-RPT-YEAR    TO WS-TTL-YEAR
           MOVE WS-RPT-QUARTER TO WS-TTL-QTR
           WRITE CHECK-LINE FROM WS-TITLE-LINE
           MOVE WS-ELIG-HOURS  TO WS-BL-HOURS
           WRITE CHECK-LINE FROM WS-BASIS-LINE
           WRITE CHECK-LINE FROM WS-BLANK-LINE
           WRITE CHECK-LINE FROM WS-COLUMN-LINE

           PERFORM 8000-READ-FTE-MASTER
           PERFORM 8100-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  1050-DEFAULT-QUARTER - THE LAST QUARTER COMPLETED BEFORE *
      *  THE RUN MONTH                                            *
      *----------------------------------------------------------*
       1050-DEFAULT-QUARTER.

           COMPUTE WS-RPT-QUARTER = (WS-RUN-MONTH - 1) / 3
           IF WS-RPT-QUARTER = ZERO
               COMPUTE WS-RPT-YEAR = WS-RUN-YEAR - 1
               MOVE 4 TO WS-RPT-QUARTER
           ELSE
               MOVE WS-RUN-YEAR TO WS-RPT-YEAR
           END-IF.

      *----------------------------------------------------------*
      *  1100-READ-FTE-PARM - OPTIONAL QUARTER                    *
      *----------------------------------------------------------*
       1100-READ-FTE-PARM.

           OPEN INPUT FTE-PARM
           IF WS-PARM-STATUS = '00'
               READ FTE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FP-CCYY NUMERIC
                           AND FP-QUARTER NUMERIC
                           AND FP-CCYY > ZERO
                           AND FP-QUARTER > ZERO
                           AND FP-QUARTER NOT > 4
                           MOVE FP-CCYY    TO WS-RPT-YEAR
                           MOVE FP-QUARTER TO WS-RPT-QUARTER
                       END-IF
               END-READ
               CLOSE FTE-PARM
           END-IF.

      *----------------------------------------------------------*
      *  1150-READ-ELIG-PARM - THE LINE BENELIG APPLIES, WHEN ITS *
      *  CARD CARRIES ONE                                         *
      *----------------------------------------------------------*
       1150-READ-ELIG-PARM.

           OPEN INPUT ELIG-PARM
           IF WS-ELIG-PARM-STATUS = '00'
               READ ELIG-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EP-MIN-HOURS NUMERIC
                           AND EP-MIN-HOURS-NUM > ZERO
                           MOVE EP-MIN-HOURS-NUM TO WS-ELIG-HOURS
                       END-IF
               END-READ
               CLOSE ELIG-PARM
           END-IF.

      *----------------------------------------------------------*
      *  2000-LOAD-PART-TIMER - A SCHEDULE UNDER THE LINE GOES    *
      *  INTO THE TABLE                                           *
      *----------------------------------------------------------*
       2000-LOAD-PART-TIMER.

           IF FTE-SCHED-HOURS < WS-ELIG-HOURS
               IF WS-PT-COUNT < WS-PT-MAX
                   ADD 1 TO WS-PT-COUNT
                   SET WS-PT-IDX TO WS-PT-COUNT
                   MOVE FTE-EMP-ID      TO WS-PT-EMP-ID(WS-PT-IDX)
                   MOVE FTE-SCHED-HOURS TO WS-PT-SCHED(WS-PT-IDX)
                   MOVE ZERO            TO WS-PT-HOURS(WS-PT-IDX)
               ELSE
                   ADD 1 TO WS-PT-DROP-COUNT
               END-IF
           END-IF

           PERFORM 8000-READ-FTE-MASTER.

      *----------------------------------------------------------*
      *  3000-PROCESS-PAY-ROW - A PAYMENT NOT VOIDED WHOSE PERIOD *
      *  ENDED IN THE QUARTER ADDS ITS HOURS TO A PART-TIMER      *
      *----------------------------------------------------------*
       3000-PROCESS-PAY-ROW.

           ADD 1 TO WS-ROW-COUNT

           IF NOT PH-VOIDED
               AND PH-PERIOD-CCYY = WS-RPT-YEAR
               AND PH-PERIOD-MM NOT < WS-FIRST-MM
               AND PH-PERIOD-MM NOT > WS-LAST-MM
               ADD 1 TO WS-QTR-ROW-COUNT
               IF WS-PT-COUNT > ZERO
                   SEARCH ALL WS-PT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-PT-EMP-ID(WS-PT-IDX) = PH-EMP-ID
                           ADD PH-REG-HOURS PH-OT-HOURS
                               TO WS-PT-HOURS(WS-PT-IDX)
                   END-SEARCH
               END-IF
           END-IF

           PERFORM 8100-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  4000-REPORT-PART-TIMERS - ONE LINE PER PART-TIMER OVER   *
      *  THE LINE                                                 *
      *----------------------------------------------------------*
       4000-REPORT-PART-TIMERS.

           PERFORM 4100-CHECK-ONE-PART-TIMER
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT

           IF WS-FLAG-COUNT = ZERO
               WRITE CHECK-LINE FROM WS-NONE-LINE
           END-IF.

      *----------------------------------------------------------*
      *  4100-CHECK-ONE-PART-TIMER - A LEAVER IS PASSED OVER; THE *
      *  REST ARE AVERAGED OVER THE QUARTER'S WEEKS               *
      *----------------------------------------------------------*
       4100-CHECK-ONE-PART-TIMER.

           MOVE WS-PT-EMP-ID(WS-PT-IDX) TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   MOVE 'T' TO EMP-STATUS
           END-READ

           IF NOT EMP-TERMINATED
               ADD 1 TO WS-CHECK-COUNT
               COMPUTE WS-AVG-HOURS ROUNDED =
                   WS-PT-HOURS(WS-PT-IDX) / WS-QTR-WEEKS
               IF WS-AVG-HOURS > WS-ELIG-HOURS
                   ADD 1 TO WS-FLAG-COUNT
                   COMPUTE WS-OVER-HOURS =
                       WS-AVG-HOURS - WS-ELIG-HOURS
                   MOVE EMP-ID                  TO WS-DL-EMP-ID
                   MOVE EMP-LNAME               TO WS-DL-LNAME
                   MOVE EMP-DEPT-CODE           TO WS-DL-DEPT
                   MOVE WS-PT-SCHED(WS-PT-IDX)  TO WS-DL-SCHED
                   MOVE WS-PT-HOURS(WS-PT-IDX)  TO WS-DL-HOURS
                   MOVE WS-AVG-HOURS            TO WS-DL-AVG
                   MOVE WS-OVER-HOURS           TO WS-DL-OVER
                   WRITE CHECK-LINE FROM WS-DETAIL-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  7000-FINALIZE - TRAILER, CLOSE FILES, CONDITION CODE     *
      *----------------------------------------------------------*
       7000-FINALIZE.

           WRITE CHECK-LINE FROM WS-BLANK-LINE
           MOVE WS-CHECK-COUNT   TO WS-TRL-CHECK
           MOVE WS-FLAG-COUNT    TO WS-TRL-FLAG
           MOVE WS-QTR-ROW-COUNT TO WS-TRL-ROWS
           WRITE CHECK-LINE FROM WS-TRAILER-LINE

           IF WS-PT-DROP-COUNT > ZERO
               MOVE WS-PT-DROP-COUNT TO WS-OVF-ROWS
               WRITE CHECK-LINE FROM WS-OVERFLOW-LINE
               DISPLAY 'FTECHK: PART-TIME TABLE FULL - '
                   WS-PT-DROP-COUNT ' NOT CHECKED'
           END-IF

           CLOSE FTE-MASTER
           CLOSE PAY-HISTORY
           CLOSE EMP-MASTER
           CLOSE CHECK-RPT

           MOVE WS-CHECK-COUNT TO AUD-RECORD-COUNT
           EVALUATE TRUE
               WHEN WS-PT-DROP-COUNT > ZERO
                   MOVE 16 TO RETURN-CODE
                   MOVE '16' TO AUD-RETURN-CODE
               WHEN WS-FLAG-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE '04' TO AUD-RETURN-CODE
               WHEN OTHER
                   MOVE '00' TO AUD-RETURN-CODE
           END-EVALUATE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-FTE-MASTER - NEXT SCHEDULE IN KEY ORDER        *
      *----------------------------------------------------------*
       8000-READ-FTE-MASTER.

           READ FTE-MASTER NEXT RECORD
               AT END
                   SET END-OF-FTE-MASTER TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-PAY-HISTORY - NEXT PAY-HISTORY ROW             *
      *----------------------------------------------------------*
       8100-READ-PAY-HISTORY.

           READ PAY-HISTORY
               AT END
                   SET END-OF-PAY-HISTORY TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'FTECHK  '         TO AUD-PROGRAM-ID
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
