       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FISCBLD.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : FISCAL-CALENDAR BUILD, RUN ONCE A YEAR WHEN
      *            : FINANCE PUBLISHES THE COMING FISCAL YEAR. READS
      *            : ONE FISCPARM CARD PER FISCAL YEAR TO BE KEPT ON
      *            : THE CALENDAR, IN YEAR ORDER (FISCAL YEAR, FIRST
      *            : DAY, THE QUARTER'S WEEK PATTERN -- 445, 454 OR
      *            : 544 -- AND WHETHER IT IS A 53-WEEK YEAR) AND
      *            : WRITES THE FISCAL CALENDAR (FISCCAL, SEE
      *            : FISCREC): TWELVE PERIODS PER YEAR, THREE TO A
      *            : QUARTER, EACH A WHOLE NUMBER OF WEEKS, A 53-WEEK
      *            : YEAR'S EXTRA WEEK GOING TO PERIOD 12. EACH YEAR
      *            : MUST START THE DAY AFTER THE PRIOR CARD'S YEAR
      *            : ENDED, SO THE CALENDAR HAS NO GAPS OR OVERLAPS.
      *            : THE LISTING (FISCRPT) SHOWS EVERY PERIOD BUILT
      *            : AND EVERY CARD REJECTED; A REJECTED CARD LEAVES
      *            : ITS YEAR OFF THE CALENDAR AND ENDS THE STEP
      *            : CC 8.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISC-PARM   ASSIGN TO FISCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT FISCAL-CAL  ASSIGN TO FISCCAL
               ORGANIZATION IS SEQUENTIAL.

           SELECT FISC-RPT    ASSIGN TO FISCRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One card per fiscal year. PATTERN gives the weeks in the
      * first, second and third period of every quarter; EXTRA WEEK
      * 'Y' marks a 53-week year.
       FD  FISC-PARM
           LABEL RECORDS ARE STANDARD.
       01  FISC-PARM-RECORD.
           05  FB-FISCAL-YEAR   PIC 9(04).
           05  FB-FIRST-START   PIC 9(08).
           05  FB-PATTERN.
               10  FB-PATTERN-WEEKS PIC 9(01) OCCURS 3 TIMES.
           05  FB-EXTRA-WEEK    PIC X(01).
               88  FB-53-WEEK-YEAR      VALUE 'Y'.
           05  FILLER           PIC X(64).

       FD  FISCAL-CAL
           LABEL RECORDS ARE STANDARD.
           COPY FISCREC.

       FD  FISC-RPT
           LABEL RECORDS ARE STANDARD.
       01  FISC-RPT-LINE    PIC X(132).

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
           88  END-OF-FISC-PARM       VALUE 'Y'.

       01  WS-REASON        PIC X(30)  VALUE SPACE.

       01  WS-CARD-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-PERIOD-COUNT  PIC 9(7)   VALUE ZERO.
       01  WS-PERIOD-NO     PIC 9(02)  VALUE ZERO.
       01  WS-QUARTER-NO    PIC 9(01)  VALUE ZERO.
       01  WS-PATTERN-POS   PIC 9(01)  VALUE ZERO.
       01  WS-PERIOD-WEEKS  PIC 9(01)  VALUE ZERO.

       01  WS-PERIOD-START  PIC 9(08)  VALUE ZERO.
       01  WS-PERIOD-END    PIC 9(08)  VALUE ZERO.

      * The last year accepted, for the next card's continuity edit.
       01  WS-PRIOR-YEAR    PIC 9(04)  VALUE ZERO.
       01  WS-PRIOR-END     PIC 9(08)  VALUE ZERO.
       01  WS-EXPECT-START  PIC 9(08)  VALUE ZERO.

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
           'FISCAL CALENDAR BUILD - PERIODS AND REJECTED CARDS'.

       01  WS-RPT-COLUMNS.
           05  FILLER       PIC X(50)  VALUE
               'FISCAL YEAR  QTR  PERIOD  WEEKS  PERIOD START  PER'.
           05  FILLER       PIC X(50)  VALUE
               'IOD END'.
           05  FILLER       PIC X(32)  VALUE SPACE.

       01  WS-RPT-DETAIL.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RD-YEAR       PIC 9(04).
           05  FILLER           PIC X(08)  VALUE SPACE.
           05  WS-RD-QUARTER    PIC 9(01).
           05  FILLER           PIC X(05)  VALUE SPACE.
           05  WS-RD-PERIOD     PIC Z9.
           05  FILLER           PIC X(06)  VALUE SPACE.
           05  WS-RD-WEEKS      PIC 9(01).
           05  FILLER           PIC X(04)  VALUE SPACE.
           05  WS-RD-START      PIC 9(08).
           05  FILLER           PIC X(06)  VALUE SPACE.
           05  WS-RD-END        PIC 9(08).
           05  FILLER           PIC X(77)  VALUE SPACE.

       01  WS-RPT-REJECT.
           05  FILLER           PIC X(16)  VALUE
               'REJECTED CARD : '.
           05  WS-RJ-CARD       PIC X(16).
           05  FILLER           PIC X(03)  VALUE ' - '.
           05  WS-RJ-REASON     PIC X(30).
           05  FILLER           PIC X(67)  VALUE SPACE.

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
               UNTIL END-OF-FISC-PARM
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

           OPEN INPUT FISC-PARM
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'FISCBLD: NO FISCPARM CARDS - CALENDAR NOT '
                   'BUILT'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF
           OPEN OUTPUT FISCAL-CAL
           OPEN OUTPUT FISC-RPT

           WRITE FISC-RPT-LINE FROM WS-RPT-TITLE
           MOVE SPACE TO FISC-RPT-LINE
           WRITE FISC-RPT-LINE
           WRITE FISC-RPT-LINE FROM WS-RPT-COLUMNS

           PERFORM 8000-READ-FISC-PARM.

      *----------------------------------------------------------*
      *  2000-PROCESS-CARD - EDIT ONE FISCAL YEAR'S CARD, THEN    *
      *  BUILD ITS TWELVE PERIODS                                 *
      *----------------------------------------------------------*
       2000-PROCESS-CARD.

           ADD 1 TO WS-CARD-COUNT
           PERFORM 2100-EDIT-CARD

           IF WS-REASON = SPACE
               MOVE FB-FIRST-START TO WS-PERIOD-START
               PERFORM 2200-BUILD-ONE-PERIOD
                   VARYING WS-PERIOD-NO FROM 1 BY 1
                   UNTIL WS-PERIOD-NO > 12
               MOVE FB-FISCAL-YEAR TO WS-PRIOR-YEAR
               MOVE WS-PERIOD-END  TO WS-PRIOR-END
           ELSE
               MOVE FISC-PARM-RECORD(1:16) TO WS-RJ-CARD
               MOVE WS-REASON TO WS-RJ-REASON
               WRITE FISC-RPT-LINE FROM WS-RPT-REJECT
               ADD 1 TO WS-REJECT-COUNT
           END-IF

           PERFORM 8000-READ-FISC-PARM.

      *----------------------------------------------------------*
      *  2100-EDIT-CARD - NUMERIC, A 4-4-5 FAMILY PATTERN, A      *
      *  REAL FIRST DAY, AND THE DAY AFTER THE PRIOR YEAR ENDED   *
      *----------------------------------------------------------*
       2100-EDIT-CARD.

           MOVE SPACE TO WS-REASON
           EVALUATE TRUE
               WHEN FB-FISCAL-YEAR NOT NUMERIC
                   OR FB-FIRST-START NOT NUMERIC
                   MOVE 'NON-NUMERIC FIELD ON CARD' TO WS-REASON
               WHEN FB-PATTERN NOT = '445'
                   AND FB-PATTERN NOT = '454'
                   AND FB-PATTERN NOT = '544'
                   MOVE 'PATTERN NOT 445, 454 OR 544' TO WS-REASON
               WHEN FB-EXTRA-WEEK NOT = 'Y'
                   AND FB-EXTRA-WEEK NOT = 'N'
                   AND FB-EXTRA-WEEK NOT = SPACE
                   MOVE 'EXTRA WEEK NOT Y OR N' TO WS-REASON
               WHEN WS-PRIOR-YEAR NOT = ZERO
                   AND FB-FISCAL-YEAR NOT = WS-PRIOR-YEAR + 1
                   MOVE 'YEAR DOES NOT FOLLOW PRIOR CARD'
                       TO WS-REASON
               WHEN OTHER
                   MOVE FB-FIRST-START TO WS-DU-DATE1-NUM
                   MOVE 'V' TO WS-DATEUTL-FUNCTION
                   PERFORM 8100-CALL-DATEUTL
                   IF NOT WS-DATEUTL-DATE-IS-VALID
                       MOVE 'FIRST DAY NOT A VALID DATE'
                           TO WS-REASON
                   ELSE
                       PERFORM 2150-EDIT-CONTINUITY
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2150-EDIT-CONTINUITY - A YEAR AFTER AN ACCEPTED ONE MUST *
      *  START THE DAY AFTER IT ENDED                             *
      *----------------------------------------------------------*
       2150-EDIT-CONTINUITY.

           IF WS-PRIOR-END NOT = ZERO
               MOVE WS-PRIOR-END TO WS-DU-DATE1-NUM
               MOVE 1 TO WS-DATEUTL-DAYS-TO-ADD
               MOVE 'A' TO WS-DATEUTL-FUNCTION
               PERFORM 8100-CALL-DATEUTL
               MOVE WS-DU-RESULT-NUM TO WS-EXPECT-START
               IF FB-FIRST-START NOT = WS-EXPECT-START
                   MOVE 'GAP OR OVERLAP WITH PRIOR YEAR'
                       TO WS-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2200-BUILD-ONE-PERIOD - THE PERIOD'S WEEKS FROM ITS      *
      *  PLACE IN THE QUARTER, ITS END, ONE CALENDAR ROW          *
      *----------------------------------------------------------*
       2200-BUILD-ONE-PERIOD.

           COMPUTE WS-QUARTER-NO  = (WS-PERIOD-NO + 2) / 3
           COMPUTE WS-PATTERN-POS =
               WS-PERIOD-NO - ((WS-QUARTER-NO - 1) * 3)
           MOVE FB-PATTERN-WEEKS(WS-PATTERN-POS) TO WS-PERIOD-WEEKS
           IF WS-PERIOD-NO = 12 AND FB-53-WEEK-YEAR
               ADD 1 TO WS-PERIOD-WEEKS
           END-IF

           MOVE WS-PERIOD-START TO WS-DU-DATE1-NUM
           COMPUTE WS-DATEUTL-DAYS-TO-ADD = WS-PERIOD-WEEKS * 7 - 1
           MOVE 'A' TO WS-DATEUTL-FUNCTION
           PERFORM 8100-CALL-DATEUTL
           MOVE WS-DU-RESULT-NUM TO WS-PERIOD-END

           PERFORM 2400-WRITE-PERIOD

           MOVE WS-PERIOD-END TO WS-DU-DATE1-NUM
           MOVE 1 TO WS-DATEUTL-DAYS-TO-ADD
           MOVE 'A' TO WS-DATEUTL-FUNCTION
           PERFORM 8100-CALL-DATEUTL
           MOVE WS-DU-RESULT-NUM TO WS-PERIOD-START.

      *----------------------------------------------------------*
      *  2400-WRITE-PERIOD - ONE CALENDAR ROW AND ITS LISTING     *
      *  LINE                                                     *
      *----------------------------------------------------------*
       2400-WRITE-PERIOD.

           MOVE SPACE            TO FISCAL-CALENDAR-RECORD
           MOVE FB-FISCAL-YEAR   TO FC-FISCAL-YEAR
           MOVE WS-QUARTER-NO    TO FC-QUARTER
           MOVE WS-PERIOD-NO     TO FC-PERIOD
           MOVE WS-PERIOD-START  TO FC-PERIOD-START
           MOVE WS-PERIOD-END    TO FC-PERIOD-END
           MOVE WS-PERIOD-WEEKS  TO FC-WEEKS
           WRITE FISCAL-CALENDAR-RECORD
           ADD 1 TO WS-PERIOD-COUNT

           MOVE FB-FISCAL-YEAR   TO WS-RD-YEAR
           MOVE WS-QUARTER-NO    TO WS-RD-QUARTER
           MOVE WS-PERIOD-NO     TO WS-RD-PERIOD
           MOVE WS-PERIOD-WEEKS  TO WS-RD-WEEKS
           MOVE WS-PERIOD-START  TO WS-RD-START
           MOVE WS-PERIOD-END    TO WS-RD-END
           WRITE FISC-RPT-LINE FROM WS-RPT-DETAIL.

      *----------------------------------------------------------*
      *  3000-FINALIZE - LISTING TRAILER, CLOSE FILES             *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE WS-CARD-COUNT   TO WS-RT-CARDS
           MOVE WS-REJECT-COUNT TO WS-RT-REJECTS
           MOVE WS-PERIOD-COUNT TO WS-RT-PERIODS
           MOVE SPACE TO FISC-RPT-LINE
           WRITE FISC-RPT-LINE
           WRITE FISC-RPT-LINE FROM WS-RPT-TRAILER

           IF WS-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
               MOVE '08' TO AUD-RETURN-CODE
           ELSE
               MOVE '00' TO AUD-RETURN-CODE
           END-IF

           CLOSE FISC-PARM
           CLOSE FISCAL-CAL
           CLOSE FISC-RPT

           MOVE WS-PERIOD-COUNT TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-FISC-PARM - READ NEXT FISCAL-YEAR CARD         *
      *----------------------------------------------------------*
       8000-READ-FISC-PARM.

           READ FISC-PARM
               AT END
                   SET END-OF-FISC-PARM TO TRUE
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

           MOVE 'FISCBLD '         TO AUD-PROGRAM-ID
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
