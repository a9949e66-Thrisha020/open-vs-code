       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LVCOVER.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : DAILY ABSENCE AND STAFFING COVERAGE REPORT FOR
      *            : A DATE WINDOW OF UP TO FOURTEEN DAYS (COVPARM;
      *            : NO CARD MEANS TODAY AND THE SIX DAYS AFTER).
      *            : SORTS THE EMPLOYEE MASTER BY DEPARTMENT THE
      *            : WAY CREDEXP DOES AND LAYS OUT EACH ACTIVE OR
      *            : ON-LEAVE EMPLOYEE ONE LINE PER PERSON, ONE
      *            : COLUMN PER DAY: APPROVED (OR ALREADY
      *            : RELEASED) TIME OFF FROM THE LEAVE-REQUEST FILE
      *            : LVREQMNT MAINTAINS (LVREQFIL, SEE LVREQREC),
      *            : LEAVE-OF-ABSENCE STATUS, AND THE HOLIDAYS AND
      *            : WEEKENDS OF THE DATEUTL CALENDAR. EACH
      *            : DEPARTMENT CLOSES WITH THE STAFF PRESENT PER
      *            : WORKING DAY, CHECKED AGAINST ITS MINIMUM
      *            : STAFFING FIGURE FROM THE STAFMIN DECK (SEE
      *            : STAFREC) WITH THE SHORT DAYS FLAGGED, AND
      *            : LISTS FOR THE APPROVER EVERY PENDING REQUEST
      *            : THAT WOULD TAKE A DAY BELOW THE MINIMUM IF IT
      *            : WERE APPROVED. ENDS CC 4 WHEN ANY DAY IS
      *            : ALREADY SHORT.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Optional window card: from and to dates.
           SELECT COV-PARM    ASSIGN TO COVPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT SORT-WORK   ASSIGN TO SORTWK.

           SELECT SORTED-MASTER ASSIGN TO SRTMAST
               ORGANIZATION IS SEQUENTIAL.

           SELECT REQUEST-FILE ASSIGN TO LVREQFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRQ-KEY
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT DEPT-MASTER ASSIGN TO DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

      * Minimum staffing by department; optional.
           SELECT STAFF-MIN   ASSIGN TO STAFMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAFMIN-STATUS.

           SELECT COVER-RPT   ASSIGN TO LVCOVRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COV-PARM
           LABEL RECORDS ARE STANDARD.
       01  COV-PARM-RECORD.
           05  CP-FROM-DATE     PIC 9(08).
           05  CP-TO-DATE       PIC 9(08).
           05  FILLER           PIC X(64).

       FD  EMP-MASTER.
       01  EMP-MASTER-IN-RECORD.
           05  EM-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(75).

       SD  SORT-WORK.
       01  SD-SORT-RECORD.
           05  SD-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(36).
           05  SD-EMP-DEPT-CODE    PIC X(04).
           05  FILLER              PIC X(35).

       FD  SORTED-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY EMPREC.

       FD  REQUEST-FILE.
           COPY LVREQREC.

       FD  DEPT-MASTER.
           COPY DEPTREC.

       FD  STAFF-MIN
           LABEL RECORDS ARE STANDARD.
           COPY STAFREC.

       FD  COVER-RPT
           LABEL RECORDS ARE STANDARD.
       01  COVER-LINE       PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS        PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-REQUEST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-DEPT-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-STAFMIN-STATUS     PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad report to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-SORTED-MASTER   VALUE 'Y'.
       01  WS-REQ-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-REQUESTS    VALUE 'Y'.
       01  WS-STAFMIN-EOF-SW PIC X(01) VALUE 'N'.
           88  END-OF-STAFF-MIN       VALUE 'Y'.

       01  WS-DEPT-AVAIL-SW PIC X(01)  VALUE 'N'.
           88  WS-DEPT-MASTER-AVAILABLE VALUE 'Y'.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-FROM-DATE     PIC 9(08)  VALUE ZERO.
       01  WS-TO-DATE       PIC 9(08)  VALUE ZERO.
       01  WS-NEXT-DATE     PIC 9(08)  VALUE ZERO.
       01  WS-DEFAULT-DAYS  PIC S9(05) VALUE +6.
       01  WS-ABORT-MSG     PIC X(40)  VALUE SPACE.

      * One entry per day of the window, with the running count of
      * staff present in the current department.
       01  WS-MAX-DAYS      PIC 9(03)  COMP VALUE 14.
       01  WS-DAY-COUNT     PIC 9(03)  COMP VALUE ZERO.
       01  WS-DX            PIC 9(03)  COMP VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 14 TIMES.
               10  WS-DAY-DATE       PIC 9(08).
               10  WS-DAY-TYPE       PIC X(01).
                   88  WS-DAY-WORK          VALUE 'W'.
                   88  WS-DAY-HOLIDAY       VALUE 'H'.
                   88  WS-DAY-WEEKEND       VALUE 'E'.
               10  WS-DAY-PRESENT    PIC 9(03)  COMP.

      * Minimum staffing figures from STAFMIN.
       01  WS-MIN-COUNT     PIC 9(03)  COMP VALUE ZERO.
       01  WS-MIN-TABLE.
           05  WS-MIN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-MIN-IDX.
               10  WS-MN-DEPT        PIC X(04).
               10  WS-MN-STAFF       PIC 9(03).

      * The current department's control fields and the pending
      * requests held for the approver check at its close.
       01  WS-BREAK-SW      PIC X(01)  VALUE 'Y'.
           88  WS-FIRST-DEPT-RECORD   VALUE 'Y'.
       01  WS-CUR-DEPT      PIC X(04)  VALUE SPACE.
       01  WS-DEPT-MIN      PIC 9(03)  VALUE ZERO.
       01  WS-DEPT-MIN-SW   PIC X(01)  VALUE 'N'.
           88  WS-DEPT-HAS-MIN        VALUE 'Y'.
       01  WS-PEND-LISTED-SW PIC X(01) VALUE 'N'.
           88  WS-DEPT-PEND-LISTED    VALUE 'Y'.
       01  WS-PEND-COUNT    PIC 9(03)  COMP VALUE ZERO.
       01  WS-PX            PIC 9(03)  COMP VALUE ZERO.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 100 TIMES.
               10  WS-PD-EMP-ID      PIC 9(05).
               10  WS-PD-LNAME       PIC X(15).
               10  WS-PD-START       PIC 9(08).
               10  WS-PD-END         PIC 9(08).
       01  WS-HIT-DATE      PIC 9(08)  VALUE ZERO.
       01  WS-HIT-LEFT      PIC 9(03)  VALUE ZERO.
       01  WS-EDIT-COUNT    PIC ZZ9.

       01  WS-SHORT-SW      PIC X(01)  VALUE 'N'.
           88  WS-ANY-DAY-SHORT       VALUE 'Y'.

       01  WS-EMP-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-DEPT-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-SHORT-COUNT   PIC 9(5)   COMP VALUE ZERO.
       01  WS-FLAGGED-COUNT PIC 9(5)   COMP VALUE ZERO.

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

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(28)  VALUE
               'STAFFING COVERAGE FROM '.
           05  WS-TTL-FROM  PIC 9(08).
           05  FILLER       PIC X(06)  VALUE ' THRU '.
           05  WS-TTL-TO    PIC 9(08).
           05  FILLER       PIC X(30)  VALUE SPACE.

       01  WS-LEGEND-LINE   PIC X(80)  VALUE
           '. PRESENT  A APPROVED  P PENDING  L LOA  H HOLIDAY  - OFF'.

       01  WS-DEPT-HEADER-LINE.
           05  FILLER       PIC X(12)  VALUE 'DEPARTMENT: '.
           05  WS-DH-CODE   PIC X(04).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DH-NAME   PIC X(30).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  FILLER       PIC X(09)  VALUE 'MINIMUM: '.
           05  WS-DH-MIN    PIC X(04).
           05  FILLER       PIC X(17)  VALUE SPACE.

       01  WS-COL-HEADER-LINE.
           05  FILLER       PIC X(28)  VALUE
               'EMP-ID NAME              ST'.
           05  WS-CH-DAY OCCURS 14 TIMES.
               10  WS-CH-GAP    PIC X(01).
               10  WS-CH-DD     PIC 9(02).
           05  FILLER       PIC X(10)  VALUE SPACE.

       01  WS-EMP-LINE.
           05  WS-EL-ID     PIC 9(05).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-EL-LNAME  PIC X(18).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-EL-STATUS PIC X(01).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-EL-CELL   PIC X(03)  OCCURS 14 TIMES.
           05  FILLER       PIC X(10)  VALUE SPACE.

       01  WS-PRESENT-LINE.
           05  FILLER       PIC X(28)  VALUE
               '       STAFF PRESENT'.
           05  WS-PL-CELL   PIC X(03)  OCCURS 14 TIMES.
           05  FILLER       PIC X(10)  VALUE SPACE.

       01  WS-SHORT-LINE.
           05  FILLER       PIC X(28)  VALUE
               '       BELOW MINIMUM'.
           05  WS-SL-CELL   PIC X(03)  OCCURS 14 TIMES.
           05  FILLER       PIC X(10)  VALUE SPACE.

       01  WS-PEND-HEADER-LINE PIC X(80) VALUE
           '    PENDING REQUESTS THAT WOULD TAKE A DAY BELOW MINIMUM:'.

       01  WS-PEND-LINE.
           05  FILLER       PIC X(04)  VALUE SPACE.
           05  WS-PN-ID     PIC 9(05).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-PN-LNAME  PIC X(15).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-PN-START  PIC 9(08).
           05  FILLER       PIC X(01)  VALUE '-'.
           05  WS-PN-END    PIC 9(08).
           05  FILLER       PIC X(11)  VALUE '  LEAVES   '.
           05  WS-PN-LEFT   PIC ZZ9.
           05  FILLER       PIC X(04)  VALUE ' ON '.
           05  WS-PN-DATE   PIC 9(08).
           05  FILLER       PIC X(11)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(12)  VALUE 'EMPLOYEES : '.
           05  WS-TRL-EMP   PIC ZZZZ9.
           05  FILLER       PIC X(10)  VALUE '  DEPTS : '.
           05  WS-TRL-DEPT  PIC ZZZZ9.
           05  FILLER       PIC X(15)  VALUE '  SHORT DAYS : '.
           05  WS-TRL-SHORT PIC ZZZZ9.
           05  FILLER       PIC X(18)  VALUE '  PENDING AT RISK:'.
           05  WS-TRL-FLAGGED PIC ZZZZ9.
           05  FILLER       PIC X(05)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EMPLOYEE
               UNTIL END-OF-SORTED-MASTER
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - WINDOW, DAY TABLE, MINIMUMS, SORT BY   *
      *  DEPARTMENT, OPEN FILES                                   *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           PERFORM 1100-READ-PARM
           PERFORM 1200-BUILD-DAY-TABLE
           PERFORM 1300-LOAD-STAFF-MINIMUMS

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               MOVE 'LVREQFIL REQUEST FILE NOT AVAILABLE'
                   TO WS-ABORT-MSG
               PERFORM 1900-ABORT-RUN
           END-IF

           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-MASTER-STATUS = '00'
               SET WS-DEPT-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'LVCOVER: NO DEPTMAST REFERENCE FILE - '
                   'DEPARTMENT NAMES SKIPPED'
           END-IF

           SORT SORT-WORK
               ON ASCENDING KEY SD-EMP-DEPT-CODE
               ON ASCENDING KEY SD-EMP-ID
               USING EMP-MASTER
               GIVING SORTED-MASTER

           OPEN INPUT  SORTED-MASTER
           OPEN OUTPUT COVER-RPT

           MOVE WS-FROM-DATE TO WS-TTL-FROM
           MOVE WS-TO-DATE   TO WS-TTL-TO
           WRITE COVER-LINE FROM WS-TITLE-LINE
           WRITE COVER-LINE FROM WS-LEGEND-LINE

           PERFORM 8000-READ-SORTED-MASTER.

      *----------------------------------------------------------*
      *  1100-READ-PARM - THE WINDOW. NO CARD, OR A ZERO FROM     *
      *  DATE, STARTS TODAY; A ZERO TO DATE RUNS SIX DAYS ON      *
      *----------------------------------------------------------*
       1100-READ-PARM.

           OPEN INPUT COV-PARM
           IF WS-PARM-STATUS = '00'
               READ COV-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-FROM-DATE NUMERIC
                           MOVE CP-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF CP-TO-DATE NUMERIC
                           MOVE CP-TO-DATE   TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE COV-PARM
           END-IF

           IF WS-FROM-DATE = ZERO
               MOVE WS-RUN-DATE-NUM TO WS-FROM-DATE
           END-IF
           MOVE WS-FROM-DATE TO WS-DU-DATE1-NUM
           MOVE 'V' TO WS-DATEUTL-FUNCTION
           PERFORM 8100-CALL-DATEUTL
           IF NOT WS-DATEUTL-DATE-IS-VALID
               MOVE 'COVPARM FROM DATE INVALID' TO WS-ABORT-MSG
               PERFORM 1900-ABORT-RUN
           END-IF

           IF WS-TO-DATE = ZERO
               MOVE WS-FROM-DATE    TO WS-DU-DATE1-NUM
               MOVE WS-DEFAULT-DAYS TO WS-DATEUTL-DAYS-TO-ADD
               MOVE 'A' TO WS-DATEUTL-FUNCTION
               PERFORM 8100-CALL-DATEUTL
               MOVE WS-DU-RESULT-NUM TO WS-TO-DATE
           ELSE
               MOVE WS-TO-DATE TO WS-DU-DATE1-NUM
               MOVE 'V' TO WS-DATEUTL-FUNCTION
               PERFORM 8100-CALL-DATEUTL
               IF NOT WS-DATEUTL-DATE-IS-VALID
                   MOVE 'COVPARM TO DATE INVALID' TO WS-ABORT-MSG
                   PERFORM 1900-ABORT-RUN
               END-IF
           END-IF

           IF WS-TO-DATE < WS-FROM-DATE
               MOVE 'COVPARM TO DATE BEFORE FROM DATE'
                   TO WS-ABORT-MSG
               PERFORM 1900-ABORT-RUN
           END-IF.

      *----------------------------------------------------------*
      *  1200-BUILD-DAY-TABLE - ONE ENTRY PER DAY OF THE WINDOW,  *
      *  TYPED FROM THE DATEUTL CALENDAR                          *
      *----------------------------------------------------------*
       1200-BUILD-DAY-TABLE.

           MOVE SPACE TO WS-COL-HEADER-LINE
           MOVE 'EMP-ID NAME              ST' TO WS-COL-HEADER-LINE
           MOVE WS-FROM-DATE TO WS-NEXT-DATE
           MOVE ZERO TO WS-DAY-COUNT
           PERFORM 1210-ADD-ONE-DAY
               UNTIL WS-NEXT-DATE > WS-TO-DATE
                  OR WS-DAY-COUNT = WS-MAX-DAYS

           IF WS-NEXT-DATE NOT > WS-TO-DATE
               MOVE 'WINDOW LONGER THAN 14 DAYS' TO WS-ABORT-MSG
               PERFORM 1900-ABORT-RUN
           END-IF.

      *----------------------------------------------------------*
      *  1210-ADD-ONE-DAY - A HOLIDAY ON THE CALENDAR, ELSE A     *
      *  BUSINESS DAY, ELSE A WEEKEND                             *
      *----------------------------------------------------------*
       1210-ADD-ONE-DAY.

           ADD 1 TO WS-DAY-COUNT
           MOVE WS-NEXT-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
           MOVE ZERO         TO WS-DAY-PRESENT(WS-DAY-COUNT)

           MOVE WS-NEXT-DATE TO WS-DU-DATE1-NUM
           MOVE WS-DU-D1-DD  TO WS-CH-DD(WS-DAY-COUNT)
           MOVE 'H' TO WS-DATEUTL-FUNCTION
           PERFORM 8100-CALL-DATEUTL
           IF WS-DATEUTL-DATE-IS-VALID
               SET WS-DAY-HOLIDAY(WS-DAY-COUNT) TO TRUE
           ELSE
               MOVE 'B' TO WS-DATEUTL-FUNCTION
               PERFORM 8100-CALL-DATEUTL
               IF WS-DATEUTL-DATE-IS-VALID
                   SET WS-DAY-WORK(WS-DAY-COUNT)    TO TRUE
               ELSE
                   SET WS-DAY-WEEKEND(WS-DAY-COUNT) TO TRUE
               END-IF
           END-IF

           MOVE WS-NEXT-DATE TO WS-DU-DATE1-NUM
           MOVE +1 TO WS-DATEUTL-DAYS-TO-ADD
           MOVE 'A' TO WS-DATEUTL-FUNCTION
           PERFORM 8100-CALL-DATEUTL
           MOVE WS-DU-RESULT-NUM TO WS-NEXT-DATE.

      *----------------------------------------------------------*
      *  1300-LOAD-STAFF-MINIMUMS - THE STAFMIN DECK INTO THE     *
      *  MINIMUM TABLE                                            *
      *----------------------------------------------------------*
       1300-LOAD-STAFF-MINIMUMS.

           OPEN INPUT STAFF-MIN
           IF WS-STAFMIN-STATUS = '00'
               PERFORM 1310-LOAD-ONE-MINIMUM
                   UNTIL END-OF-STAFF-MIN
               CLOSE STAFF-MIN
           ELSE
               DISPLAY 'LVCOVER: NO STAFMIN DECK - MINIMUM '
                   'STAFFING CHECK SKIPPED'
           END-IF.

      *----------------------------------------------------------*
      *  1310-LOAD-ONE-MINIMUM                                    *
      *----------------------------------------------------------*
       1310-LOAD-ONE-MINIMUM.

           READ STAFF-MIN
               AT END
                   SET END-OF-STAFF-MIN TO TRUE
               NOT AT END
                   IF STF-MIN-STAFF NUMERIC
                      AND STF-DEPT-CODE NOT = SPACE
                       IF WS-MIN-COUNT < 200
                           ADD 1 TO WS-MIN-COUNT
                           SET WS-MIN-IDX TO WS-MIN-COUNT
                           MOVE STF-DEPT-CODE
                               TO WS-MN-DEPT(WS-MIN-IDX)
                           MOVE STF-MIN-STAFF
                               TO WS-MN-STAFF(WS-MIN-IDX)
                       ELSE
                           DISPLAY 'LVCOVER: MINIMUM TABLE FULL - '
                               STF-DEPT-CODE ' IGNORED'
                       END-IF
                   ELSE
                       DISPLAY 'LVCOVER: STAFMIN ROW '
                           STF-DEPT-CODE ' NOT VALID - IGNORED'
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1900-ABORT-RUN                                           *
      *----------------------------------------------------------*
       1900-ABORT-RUN.

           DISPLAY 'LVCOVER: *** ' WS-ABORT-MSG
               ' - ABORTING RUN ***'
           MOVE 16 TO RETURN-CODE
           MOVE '16' TO AUD-RETURN-CODE
           MOVE ZERO TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD
           CLOSE AUDIT-TRAIL
           STOP RUN.

      *----------------------------------------------------------*
      *  2000-PROCESS-EMPLOYEE - DEPARTMENT CONTROL BREAK, THEN   *
      *  ONE LINE FOR AN ACTIVE OR ON-LEAVE EMPLOYEE              *
      *----------------------------------------------------------*
       2000-PROCESS-EMPLOYEE.

           IF EMP-ACTIVE OR EMP-ON-LEAVE
               IF WS-FIRST-DEPT-RECORD
                   SET WS-BREAK-SW TO 'N'
                   PERFORM 2100-OPEN-DEPARTMENT
               ELSE
                   IF EMP-DEPT-CODE NOT = WS-CUR-DEPT
                       PERFORM 2800-CLOSE-DEPARTMENT
                       PERFORM 2100-OPEN-DEPARTMENT
                   END-IF
               END-IF
               PERFORM 2200-LAY-OUT-EMPLOYEE
           END-IF

           PERFORM 8000-READ-SORTED-MASTER.

      *----------------------------------------------------------*
      *  2100-OPEN-DEPARTMENT - RESET THE DAY COUNTS, FIND THE    *
      *  MINIMUM, AND WRITE THE HEADINGS                          *
      *----------------------------------------------------------*
       2100-OPEN-DEPARTMENT.

           ADD 1 TO WS-DEPT-COUNT
           MOVE EMP-DEPT-CODE TO WS-CUR-DEPT
           MOVE ZERO TO WS-PEND-COUNT
           MOVE 'N'  TO WS-PEND-LISTED-SW
           PERFORM 2110-CLEAR-ONE-DAY
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DAY-COUNT

           MOVE 'N'  TO WS-DEPT-MIN-SW
           MOVE ZERO TO WS-DEPT-MIN
           SET WS-MIN-IDX TO 1
           SEARCH WS-MIN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MIN-IDX > WS-MIN-COUNT
                   CONTINUE
               WHEN WS-MN-DEPT(WS-MIN-IDX) = WS-CUR-DEPT
                   SET WS-DEPT-HAS-MIN TO TRUE
                   MOVE WS-MN-STAFF(WS-MIN-IDX) TO WS-DEPT-MIN
           END-SEARCH

           MOVE WS-CUR-DEPT TO WS-DH-CODE
           MOVE SPACE       TO WS-DH-NAME
           IF WS-DEPT-MASTER-AVAILABLE
               MOVE WS-CUR-DEPT TO DEPT-CODE
               READ DEPT-MASTER
                   INVALID KEY
                       MOVE '*NOT ON FILE*' TO WS-DH-NAME
                   NOT INVALID KEY
                       MOVE DEPT-NAME TO WS-DH-NAME
               END-READ
           END-IF
           IF WS-DEPT-HAS-MIN
               MOVE WS-DEPT-MIN   TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-DH-MIN
           ELSE
               MOVE 'NONE'        TO WS-DH-MIN
           END-IF

           MOVE SPACE TO COVER-LINE
           WRITE COVER-LINE
           WRITE COVER-LINE FROM WS-DEPT-HEADER-LINE
           WRITE COVER-LINE FROM WS-COL-HEADER-LINE.

      *----------------------------------------------------------*
      *  2110-CLEAR-ONE-DAY                                       *
      *----------------------------------------------------------*
       2110-CLEAR-ONE-DAY.

           MOVE ZERO TO WS-DAY-PRESENT(WS-DX).

      *----------------------------------------------------------*
      *  2200-LAY-OUT-EMPLOYEE - THE BASE DAY MARKS, THEN THE     *
      *  EMPLOYEE'S LEAVE REQUESTS OVER THEM, THEN THE PRESENT    *
      *  COUNT                                                    *
      *----------------------------------------------------------*
       2200-LAY-OUT-EMPLOYEE.

           ADD 1 TO WS-EMP-COUNT
           MOVE EMP-ID     TO WS-EL-ID
           MOVE EMP-LNAME  TO WS-EL-LNAME
           MOVE EMP-STATUS TO WS-EL-STATUS
           PERFORM 2210-SET-BASE-CELL
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DAY-COUNT

           MOVE 'N'    TO WS-REQ-EOF-SW
           MOVE EMP-ID TO LRQ-EMP-ID
           MOVE ZERO   TO LRQ-START-DATE
           START REQUEST-FILE KEY IS NOT LESS THAN LRQ-KEY
               INVALID KEY
                   SET END-OF-EMP-REQUESTS TO TRUE
           END-START
           PERFORM 2220-READ-NEXT-REQUEST
               UNTIL END-OF-EMP-REQUESTS

           PERFORM 2250-COUNT-PRESENT
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DAY-COUNT

           WRITE COVER-LINE FROM WS-EMP-LINE.

      *----------------------------------------------------------*
      *  2210-SET-BASE-CELL - CALENDAR FIRST, THEN LOA STATUS     *
      *----------------------------------------------------------*
       2210-SET-BASE-CELL.

           EVALUATE TRUE
               WHEN WS-DAY-HOLIDAY(WS-DX)
                   MOVE ' H ' TO WS-EL-CELL(WS-DX)
               WHEN WS-DAY-WEEKEND(WS-DX)
                   MOVE ' - ' TO WS-EL-CELL(WS-DX)
               WHEN EMP-ON-LEAVE
                   MOVE ' L ' TO WS-EL-CELL(WS-DX)
               WHEN OTHER
                   MOVE ' . ' TO WS-EL-CELL(WS-DX)
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2220-READ-NEXT-REQUEST - ONE OF THE EMPLOYEE'S REQUESTS; *
      *  THE WALK ENDS AT THE NEXT EMPLOYEE. ONLY A REQUEST THAT  *
      *  OVERLAPS THE WINDOW MARKS ANYTHING                       *
      *----------------------------------------------------------*
       2220-READ-NEXT-REQUEST.

           READ REQUEST-FILE NEXT RECORD
               AT END
                   SET END-OF-EMP-REQUESTS TO TRUE
           END-READ

           IF NOT END-OF-EMP-REQUESTS
               IF LRQ-EMP-ID NOT = EMP-ID
                   SET END-OF-EMP-REQUESTS TO TRUE
               ELSE
                   IF LRQ-START-DATE NOT > WS-TO-DATE
                      AND LRQ-END-DATE NOT < WS-FROM-DATE
                       EVALUATE TRUE
                           WHEN LRQ-APPROVED OR LRQ-RELEASED
                               PERFORM 2230-MARK-APPROVED
                                   VARYING WS-DX FROM 1 BY 1
                                   UNTIL WS-DX > WS-DAY-COUNT
                           WHEN LRQ-PENDING
                               PERFORM 2240-MARK-PENDING
                                   VARYING WS-DX FROM 1 BY 1
                                   UNTIL WS-DX > WS-DAY-COUNT
                               PERFORM 2245-HOLD-PENDING
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2230-MARK-APPROVED - A WORKING DAY INSIDE THE REQUEST    *
      *----------------------------------------------------------*
       2230-MARK-APPROVED.

           IF WS-DAY-DATE(WS-DX) NOT < LRQ-START-DATE
              AND WS-DAY-DATE(WS-DX) NOT > LRQ-END-DATE
               IF WS-EL-CELL(WS-DX) = ' . '
                  OR WS-EL-CELL(WS-DX) = ' P '
                   MOVE ' A ' TO WS-EL-CELL(WS-DX)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2240-MARK-PENDING - STILL PRESENT UNTIL IT IS DECIDED    *
      *----------------------------------------------------------*
       2240-MARK-PENDING.

           IF WS-DAY-DATE(WS-DX) NOT < LRQ-START-DATE
              AND WS-DAY-DATE(WS-DX) NOT > LRQ-END-DATE
               IF WS-EL-CELL(WS-DX) = ' . '
                   MOVE ' P ' TO WS-EL-CELL(WS-DX)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2245-HOLD-PENDING - KEPT FOR THE APPROVER CHECK AT THE   *
      *  DEPARTMENT'S CLOSE                                       *
      *----------------------------------------------------------*
       2245-HOLD-PENDING.

           IF WS-PEND-COUNT < 100
               ADD 1 TO WS-PEND-COUNT
               MOVE EMP-ID         TO WS-PD-EMP-ID(WS-PEND-COUNT)
               MOVE EMP-LNAME      TO WS-PD-LNAME(WS-PEND-COUNT)
               MOVE LRQ-START-DATE TO WS-PD-START(WS-PEND-COUNT)
               MOVE LRQ-END-DATE   TO WS-PD-END(WS-PEND-COUNT)
           ELSE
               DISPLAY 'LVCOVER: PENDING TABLE FULL IN DEPARTMENT '
                   WS-CUR-DEPT ' - REQUEST FOR ' EMP-ID
                   ' NOT CHECKED'
           END-IF.

      *----------------------------------------------------------*
      *  2250-COUNT-PRESENT - PRESENT OR PENDING ON A DAY COUNTS  *
      *----------------------------------------------------------*
       2250-COUNT-PRESENT.

           IF WS-EL-CELL(WS-DX) = ' . '
              OR WS-EL-CELL(WS-DX) = ' P '
               ADD 1 TO WS-DAY-PRESENT(WS-DX)
           END-IF.

      *----------------------------------------------------------*
      *  2800-CLOSE-DEPARTMENT - STAFF PRESENT PER WORKING DAY,   *
      *  THE SHORT DAYS, AND THE PENDING REQUESTS AT RISK         *
      *----------------------------------------------------------*
       2800-CLOSE-DEPARTMENT.

           PERFORM 2810-FILL-PRESENT-CELL
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DAY-COUNT
           WRITE COVER-LINE FROM WS-PRESENT-LINE

           IF WS-DEPT-HAS-MIN
               PERFORM 2820-FILL-SHORT-CELL
                   VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DAY-COUNT
               WRITE COVER-LINE FROM WS-SHORT-LINE
               PERFORM 2830-CHECK-PENDING
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PEND-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2810-FILL-PRESENT-CELL - BLANK ON A DAY NOBODY WORKS     *
      *----------------------------------------------------------*
       2810-FILL-PRESENT-CELL.

           IF WS-DAY-WORK(WS-DX)
               MOVE WS-DAY-PRESENT(WS-DX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-PL-CELL(WS-DX)
           ELSE
               MOVE SPACE TO WS-PL-CELL(WS-DX)
           END-IF.

      *----------------------------------------------------------*
      *  2820-FILL-SHORT-CELL - A WORKING DAY UNDER THE MINIMUM   *
      *----------------------------------------------------------*
       2820-FILL-SHORT-CELL.

           IF WS-DAY-WORK(WS-DX)
              AND WS-DAY-PRESENT(WS-DX) < WS-DEPT-MIN
               MOVE ' **' TO WS-SL-CELL(WS-DX)
               ADD 1 TO WS-SHORT-COUNT
               SET WS-ANY-DAY-SHORT TO TRUE
           ELSE
               MOVE SPACE TO WS-SL-CELL(WS-DX)
           END-IF.

      *----------------------------------------------------------*
      *  2830-CHECK-PENDING - THE FIRST WORKING DAY THE REQUEST   *
      *  WOULD TAKE BELOW THE MINIMUM, IF ANY                     *
      *----------------------------------------------------------*
       2830-CHECK-PENDING.

           MOVE ZERO TO WS-HIT-DATE
           PERFORM 2840-CHECK-PENDING-DAY
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DAY-COUNT
                  OR WS-HIT-DATE NOT = ZERO

           IF WS-HIT-DATE NOT = ZERO
               IF NOT WS-DEPT-PEND-LISTED
                   SET WS-DEPT-PEND-LISTED TO TRUE
                   WRITE COVER-LINE FROM WS-PEND-HEADER-LINE
               END-IF
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE WS-PD-EMP-ID(WS-PX) TO WS-PN-ID
               MOVE WS-PD-LNAME(WS-PX)  TO WS-PN-LNAME
               MOVE WS-PD-START(WS-PX)  TO WS-PN-START
               MOVE WS-PD-END(WS-PX)    TO WS-PN-END
               MOVE WS-HIT-LEFT         TO WS-PN-LEFT
               MOVE WS-HIT-DATE         TO WS-PN-DATE
               WRITE COVER-LINE FROM WS-PEND-LINE
           END-IF.

      *----------------------------------------------------------*
      *  2840-CHECK-PENDING-DAY - THE PENDING EMPLOYEE IS IN THE  *
      *  DAY'S PRESENT COUNT, SO APPROVAL LEAVES ONE FEWER        *
      *----------------------------------------------------------*
       2840-CHECK-PENDING-DAY.

           IF WS-DAY-WORK(WS-DX)
              AND WS-DAY-DATE(WS-DX) NOT < WS-PD-START(WS-PX)
              AND WS-DAY-DATE(WS-DX) NOT > WS-PD-END(WS-PX)
              AND WS-DAY-PRESENT(WS-DX) > ZERO
              AND WS-DAY-PRESENT(WS-DX) NOT > WS-DEPT-MIN
               MOVE WS-DAY-DATE(WS-DX) TO WS-HIT-DATE
               COMPUTE WS-HIT-LEFT = WS-DAY-PRESENT(WS-DX) - 1
           END-IF.

      *----------------------------------------------------------*
      *  3000-FINALIZE - LAST DEPARTMENT, TRAILER, CLOSE FILES    *
      *----------------------------------------------------------*
       3000-FINALIZE.

           IF NOT WS-FIRST-DEPT-RECORD
               PERFORM 2800-CLOSE-DEPARTMENT
           END-IF

           MOVE WS-EMP-COUNT     TO WS-TRL-EMP
           MOVE WS-DEPT-COUNT    TO WS-TRL-DEPT
           MOVE WS-SHORT-COUNT   TO WS-TRL-SHORT
           MOVE WS-FLAGGED-COUNT TO WS-TRL-FLAGGED
           MOVE SPACE TO COVER-LINE
           WRITE COVER-LINE
           WRITE COVER-LINE FROM WS-TRAILER-LINE

           CLOSE SORTED-MASTER
           CLOSE REQUEST-FILE
           IF WS-DEPT-MASTER-AVAILABLE
               CLOSE DEPT-MASTER
           END-IF
           CLOSE COVER-RPT

           IF WS-ANY-DAY-SHORT
               DISPLAY 'LVCOVER: ' WS-SHORT-COUNT
                   ' DEPARTMENT-DAY(S) BELOW MINIMUM STAFFING'
               MOVE 4 TO RETURN-CODE
               MOVE '04' TO AUD-RETURN-CODE
           ELSE
               MOVE '00' TO AUD-RETURN-CODE
           END-IF

           MOVE WS-EMP-COUNT TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-SORTED-MASTER - READ NEXT SORTED EMPLOYEE      *
      *----------------------------------------------------------*
       8000-READ-SORTED-MASTER.

           READ SORTED-MASTER
               AT END
                   SET END-OF-SORTED-MASTER TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-CALL-DATEUTL                                        *
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

           MOVE 'LVCOVER '         TO AUD-PROGRAM-ID
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
