       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYACCR.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : MONTH-END PAYROLL ACCRUAL. RUNS ONLY WHEN THE
      *            : RUNMODE CALENDAR SIGNALS MONTH-END (M, Q OR
      *            : Y). FOR EACH ACTIVE EMPLOYEE ON THE PAY
      *            : HISTORY (PAYHIST, SEE PAYHREC; VOIDED AND
      *            : OFF-CYCLE ROWS LEFT OUT) IT COUNTS THE
      *            : BUSINESS DAYS (DATEUTL, HOLIDAY-AWARE) AFTER
      *            : THE EMPLOYEE'S LAST PAID PERIOD END THROUGH
      *            : THE LAST DAY OF THE MONTH AND ESTIMATES THE
      *            : EARNED-BUT-UNPAID WAGES AT A STANDARD DAY'S
      *            : HOURS TIMES THE COMPMAST RATE. THE ESTIMATES
      *            : ARE TOTALLED BY DEPARTMENT AND POSTED, IN THE
      *            : GLDIST JOURNAL FORMAT (FILEHDR-WRAPPED 'JE'
      *            : ENTRIES), AS A DEBIT TO THE DEPARTMENT'S GLMAP
      *            : 'GRS' EXPENSE ACCOUNT AND A CREDIT TO ITS
      *            : 'ACR' ACCRUED-WAGES ACCOUNT, DATED THE MONTH
      *            : END (ACCRJRNL). A MATCHING REVERSAL JOURNAL
      *            : (ACCRREV) SWAPS THE SIDES AND IS DATED THE
      *            : FIRST BUSINESS DAY OF THE NEXT MONTH, SO THE
      *            : REAL PAY RUN'S EXPENSE IS NOT COUNTED TWICE.
      *            : THE ACCRUAL REPORT (ACCRRPT) SHOWS EACH
      *            : EMPLOYEE'S BASIS (LAST PERIOD END, DAYS,
      *            : HOURS, RATE) AND EACH DEPARTMENT'S TOTALS AND
      *            : ACCOUNTS. ENDS CC 4 WHEN AN EMPLOYEE HAS NO
      *            : RATE, CC 8 WHEN A DEPARTMENT HAS NO GLMAP
      *            : ROW (ITS ACCRUAL IS LEFT OFF BOTH JOURNALS),
      *            : CC 16 WHEN A TABLE FILLS AND THE JOURNALS ARE
      *            : NOT RELEASABLE.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP      ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT PAY-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT COMP-MASTER ASSIGN TO COMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-COMP-MASTER-STATUS.

           SELECT ACCRUAL-JRNL ASSIGN TO ACCRJRNL
               ORGANIZATION IS SEQUENTIAL.

           SELECT REVERSAL-JRNL ASSIGN TO ACCRREV
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCRUAL-RPT ASSIGN TO ACCRRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * The same mapping control file GLDIST posts through. This
      * step reads the 'GRS' (labor expense) and 'ACR' (accrued
      * wages payable) rows; '****' matches any department.
       FD  GL-MAP
           LABEL RECORDS ARE STANDARD.
       01  GL-MAP-RECORD.
           05  GM-DEPT-CODE     PIC X(04).
           05  GM-CLASS         PIC X(03).
           05  GM-GL-ACCOUNT    PIC X(08).

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  COMP-MASTER.
           COPY COMPREC.

       FD  ACCRUAL-JRNL
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-JRNL-OUT PIC X(80).

       FD  REVERSAL-JRNL
           LABEL RECORDS ARE STANDARD.
       01  REVERSAL-JRNL-OUT PIC X(80).

       FD  ACCRUAL-RPT
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-LINE     PIC X(132).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-GLMAP-STATUS       PIC X(02)  VALUE '00'.
       01  WS-PAYHIST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-COMP-MASTER-STATUS PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad journal to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       COPY FILEHDR.

       01  WS-HIST-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-HISTORY     VALUE 'Y'.
       01  WS-MAP-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-GL-MAP          VALUE 'Y'.

      * Run calendar (RUNMODE, see CALL/RUNMODE.CBL). Only a
      * month-end day accrues; quarter- and year-end days are
      * month-ends too (the calendar reports the highest mode).
       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-RUN-MODE      PIC X(01)  VALUE 'D'.
           88  WS-MONTH-END-RUN       VALUE 'M' 'Q' 'Y'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-CAL-STATUS
                               LK-STATUS-OK      BY WS-CAL-OK
                               LK-STATUS-WARNING BY WS-CAL-WARNING
                               LK-STATUS-FAILED  BY WS-CAL-FAILED.

       01  WS-RUN-TIME.
           05  WS-RT-HHMMSS     PIC 9(06).
           05  FILLER           PIC 9(02).

      * The last calendar day of the run date's month (the accrual
      * posting date) and the first business day after it (the
      * reversal posting date).
       01  WS-MONTH-END     PIC 9(08)  VALUE ZERO.
       01  WS-REVERSAL-DATE PIC 9(08)  VALUE ZERO.

      * A standard day's hours, the same eight the holiday-not-
      * worked code defaults to.
       01  WS-STD-DAY-HOURS PIC 9(02)V99 VALUE 8.00.

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

      * The mapping table loaded from GLMAP.
       01  WS-MAP-COUNT     PIC 9(03)  COMP VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES INDEXED BY WS-MAP-IDX.
               10  WS-MP-DEPT       PIC X(04).
               10  WS-MP-CLASS      PIC X(03).
               10  WS-MP-ACCOUNT    PIC X(08).

      * Lookup scratch handed to the map search.
       01  WS-LOOKUP-DEPT   PIC X(04)  VALUE SPACE.
       01  WS-LOOKUP-CLASS  PIC X(03)  VALUE SPACE.
       01  WS-FOUND-ACCOUNT PIC X(08)  VALUE SPACE.
       01  WS-MAP-FOUND-SW  PIC X(01)  VALUE 'N'.
           88  WS-MAP-FOUND           VALUE 'Y'.

      * Each employee's latest standing regular pay-history row on
      * or before the month end - the date the accrual runs from.
      * A row past the table cannot be accrued, so the run fails.
       01  WS-ROS-COUNT     PIC 9(04)  COMP VALUE ZERO.
       01  WS-ROS-DROPPED   PIC 9(05)  COMP VALUE ZERO.
       01  WS-ROSTER-TABLE.
           05  WS-ROS-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-ROS-IDX.
               10  WS-RE-EMP-ID     PIC 9(05).
               10  WS-RE-PERIOD-END PIC 9(08).

      * Business days from a period end through the month end,
      * worked out once per distinct period end.
       01  WS-DAYS-COUNT    PIC 9(03)  COMP VALUE ZERO.
       01  WS-DAYS-TABLE.
           05  WS-DAYS-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-DAYS-IDX.
               10  WS-DY-PERIOD-END PIC 9(08).
               10  WS-DY-BUS-DAYS   PIC 9(03).
       01  WS-BUS-DAYS      PIC 9(03)  VALUE ZERO.
       01  WS-DAY-SCAN-SW   PIC X(01)  VALUE 'N'.
           88  WS-DAY-SCAN-DONE       VALUE 'Y'.

      * Department accrual totals and the accounts they post to. A
      * department past the table's end cannot be journalled, so
      * the run fails the same as a short roster.
       01  WS-DEPT-COUNT    PIC 9(03)  COMP VALUE ZERO.
       01  WS-DEPT-DROPPED  PIC 9(05)  COMP VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DT-DEPT       PIC X(04).
               10  WS-DT-EXP-ACCOUNT PIC X(08).
               10  WS-DT-ACR-ACCOUNT PIC X(08).
               10  WS-DT-MAPPED-SW  PIC X(01).
                   88  WS-DT-MAPPED       VALUE 'Y'.
               10  WS-DT-EMPLOYEES  PIC 9(05)  COMP.
               10  WS-DT-EMP-DAYS   PIC 9(07)  COMP.
               10  WS-DT-HOURS      PIC 9(07)V99 COMP-3.
               10  WS-DT-AMOUNT     PIC S9(09)V99 COMP-3.

      * One employee's accrual being worked out.
       01  WS-EMP-HOURS     PIC 9(05)V99 VALUE ZERO.
       01  WS-EMP-AMOUNT    PIC S9(09)V99 COMP-3 VALUE ZERO.

       01  WS-HIST-COUNT    PIC 9(7)   COMP VALUE ZERO.
       01  WS-ACCRUED-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-INACTIVE-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-PAID-UP-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-NO-RATE-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-UNMAPPED-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-ACR-JRNL-COUNT PIC 9(7)  VALUE ZERO.
       01  WS-REV-JRNL-COUNT PIC 9(7)  VALUE ZERO.
       01  WS-TOTAL-ACCRUAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-POSTED  PIC S9(11)V99 COMP-3 VALUE ZERO.

      * One journal entry, in the layout GLDIST writes to GLJRNL.
       01  WS-JOURNAL-ENTRY.
           05  FILLER           PIC X(02)  VALUE 'JE'.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-JE-ACCOUNT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-JE-SIDE       PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-JE-AMOUNT     PIC 9(11)V99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-JE-POST-DATE  PIC 9(08).
           05  FILLER           PIC X(44)  VALUE SPACE.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(36)  VALUE
               'MONTH-END PAYROLL ACCRUAL - THROUGH '.
           05  WS-TTL-MONTH-END PIC 9(08).
           05  FILLER       PIC X(22)  VALUE
               '   REVERSES ON        '.
           05  WS-TTL-REVERSAL PIC 9(08).
           05  FILLER       PIC X(12)  VALUE '   RUN DATE '.
           05  WS-TTL-RUN-DATE PIC 9(08).
           05  FILLER       PIC X(38)  VALUE SPACE.

       01  WS-BASIS-LINE.
           05  FILLER       PIC X(44)  VALUE
               'BASIS: BUSINESS DAYS AFTER THE LAST PAID PER'.
           05  FILLER       PIC X(44)  VALUE
               'IOD END THROUGH THE MONTH END, TIMES        '.
           05  WS-BAS-HOURS PIC Z9.99.
           05  FILLER       PIC X(39)  VALUE
               ' HOURS A DAY, TIMES THE COMPMAST RATE'.

       01  WS-EMP-COLUMN-LINE.
           05  FILLER       PIC X(44)  VALUE
               'EMP    DEPT  LAST PAID   DAYS      HOURS    '.
           05  FILLER       PIC X(44)  VALUE
               '   RATE       ACCRUAL  NOTE                 '.
           05  FILLER       PIC X(44)  VALUE SPACE.

       01  WS-EMP-DETAIL.
           05  WS-ED-EMP-ID PIC 9(05).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-ED-DEPT   PIC X(04).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-ED-LAST-PAID PIC 9(08).
           05  FILLER       PIC X(05)  VALUE SPACE.
           05  WS-ED-DAYS   PIC ZZ9.
           05  FILLER       PIC X(03)  VALUE SPACE.
           05  WS-ED-HOURS  PIC ZZZZ9.99.
           05  FILLER       PIC X(03)  VALUE SPACE.
           05  WS-ED-RATE   PIC ZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-ED-AMOUNT PIC -ZZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-ED-NOTE   PIC X(30).
           05  FILLER       PIC X(35)  VALUE SPACE.

       01  WS-DEPT-HEAD-LINE.
           05  FILLER       PIC X(44)  VALUE
               'DEPARTMENT ACCRUALS                         '.
           05  FILLER       PIC X(88)  VALUE SPACE.

       01  WS-DEPT-COLUMN-LINE.
           05  FILLER       PIC X(44)  VALUE
               'DEPT  EXPENSE   ACCRUED      EMPS  EMP-DAYS '.
           05  FILLER       PIC X(44)  VALUE
               '      HOURS       ACCRUAL  NOTE             '.
           05  FILLER       PIC X(44)  VALUE SPACE.

       01  WS-DEPT-DETAIL.
           05  WS-DD-DEPT   PIC X(04).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DD-EXP-ACCOUNT PIC X(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DD-ACR-ACCOUNT PIC X(08).
           05  FILLER       PIC X(04)  VALUE SPACE.
           05  WS-DD-EMPLOYEES PIC ZZZZ9.
           05  FILLER       PIC X(03)  VALUE SPACE.
           05  WS-DD-EMP-DAYS PIC ZZZZZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DD-HOURS  PIC ZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DD-AMOUNT PIC -ZZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DD-NOTE   PIC X(30).
           05  FILLER       PIC X(31)  VALUE SPACE.

       01  WS-OVERFLOW-LINE.
           05  FILLER       PIC X(27)  VALUE
               '*** TABLE FULL - HISTORY   '.
           05  WS-OVF-ROSTER PIC ZZZZ9.
           05  FILLER       PIC X(14)  VALUE ' , DEPARTMENT '.
           05  WS-OVF-DEPT  PIC ZZZZ9.
           05  FILLER       PIC X(44)  VALUE
               ' ROWS DROPPED - JOURNALS NOT RELEASABLE     '.
           05  FILLER       PIC X(37)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(16)  VALUE 'ACCRUED       : '.
           05  WS-TRL-ACCRUED PIC ZZZZ9.
           05  FILLER       PIC X(16)  VALUE '   PAID UP    : '.
           05  WS-TRL-PAID-UP PIC ZZZZ9.
           05  FILLER       PIC X(16)  VALUE '   NOT ACTIVE : '.
           05  WS-TRL-INACTIVE PIC ZZZZ9.
           05  FILLER       PIC X(16)  VALUE '   NO RATE    : '.
           05  WS-TRL-NO-RATE PIC ZZZZ9.
           05  FILLER       PIC X(48)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER       PIC X(16)  VALUE 'TOTAL ACCRUAL : '.
           05  WS-TOT-ACCRUAL PIC -ZZZZZZZZZ9.99.
           05  FILLER       PIC X(16)  VALUE '   JOURNALLED: '.
           05  WS-TOT-POSTED PIC -ZZZZZZZZZ9.99.
           05  FILLER       PIC X(72)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-ONE-HISTORY-ROW
               UNTIL END-OF-PAY-HISTORY
           PERFORM 2000-ACCRUE-ONE-EMPLOYEE
               VARYING WS-ROS-IDX FROM 1 BY 1
               UNTIL WS-ROS-IDX > WS-ROS-COUNT
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - MONTH-END GATE, ACCRUAL AND REVERSAL   *
      *  DATES, MAPPING TABLE, FILES AND JOURNAL HEADERS          *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           MOVE ZERO TO WS-RUN-DATE-NUM
           CALL 'RUNMODE' USING WS-RUN-DATE-NUM WS-RUN-MODE
               WS-CAL-STATUS
           IF NOT WS-MONTH-END-RUN
               DISPLAY 'PAYACCR: RUN CALENDAR DOES NOT SIGNAL '
                   'MONTH-END - NO ACCRUAL TAKEN'
               MOVE ZERO TO AUD-RECORD-COUNT
               MOVE '00' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           PERFORM 1100-RESOLVE-ACCRUAL-DATES

           OPEN INPUT GL-MAP
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'PAYACCR: GLMAP CONTROL FILE NOT AVAILABLE - '
                   'ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-ONE-MAP-ROW
               UNTIL END-OF-GL-MAP
           CLOSE GL-MAP

           OPEN INPUT PAY-HISTORY
           IF WS-PAYHIST-STATUS NOT = '00'
               DISPLAY 'PAYACCR: PAY HISTORY (PAYHIST) NOT '
                   'AVAILABLE - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMP-MASTER
           OPEN INPUT COMP-MASTER
           IF WS-EMP-MASTER-STATUS NOT = '00'
               OR WS-COMP-MASTER-STATUS NOT = '00'
               DISPLAY 'PAYACCR: EMPLOYEE OR COMPENSATION MASTER '
                   '(EMPMAST/COMPMAST) NOT AVAILABLE - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ACCRUAL-JRNL
           OPEN OUTPUT REVERSAL-JRNL
           OPEN OUTPUT ACCRUAL-RPT

           MOVE 'PAYACCR ' TO FH-PROGRAM-ID
           MOVE WS-RUN-DATE-NUM TO FH-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RT-HHMMSS TO FH-RUN-TIME
           WRITE ACCRUAL-JRNL-OUT FROM WS-FILE-HEADER-LINE
           WRITE REVERSAL-JRNL-OUT FROM WS-FILE-HEADER-LINE

           MOVE WS-MONTH-END     TO WS-TTL-MONTH-END
           MOVE WS-REVERSAL-DATE TO WS-TTL-REVERSAL
           MOVE WS-RUN-DATE-NUM  TO WS-TTL-RUN-DATE
           MOVE WS-STD-DAY-HOURS TO WS-BAS-HOURS
           WRITE ACCRUAL-LINE FROM WS-TITLE-LINE
           WRITE ACCRUAL-LINE FROM WS-BASIS-LINE
           MOVE SPACE TO ACCRUAL-LINE
           WRITE ACCRUAL-LINE
           WRITE ACCRUAL-LINE FROM WS-EMP-COLUMN-LINE

           PERFORM 8000-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  1100-RESOLVE-ACCRUAL-DATES - THE DAY BEFORE THE FIRST OF *
      *  NEXT MONTH, AND THE FIRST BUSINESS DAY AFTER THAT        *
      *----------------------------------------------------------*
       1100-RESOLVE-ACCRUAL-DATES.

           MOVE WS-RUN-DATE-NUM TO WS-DU-DATE1-NUM
           IF WS-DU-D1-MM = 12
               ADD 1 TO WS-DU-D1-CCYY
               MOVE 1 TO WS-DU-D1-MM
           ELSE
               ADD 1 TO WS-DU-D1-MM
           END-IF
           MOVE 1 TO WS-DU-D1-DD

           MOVE 'A' TO WS-DATEUTL-FUNCTION
           MOVE -1  TO WS-DATEUTL-DAYS-TO-ADD
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW
           MOVE WS-DU-RESULT-NUM TO WS-MONTH-END

           MOVE 'N' TO WS-DATEUTL-FUNCTION
           MOVE WS-MONTH-END TO WS-DU-DATE1-NUM
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW
           MOVE WS-DU-RESULT-NUM TO WS-REVERSAL-DATE.

      *----------------------------------------------------------*
      *  1200-LOAD-ONE-MAP-ROW                                    *
      *----------------------------------------------------------*
       1200-LOAD-ONE-MAP-ROW.

           READ GL-MAP
               AT END
                   SET END-OF-GL-MAP TO TRUE
               NOT AT END
                   IF WS-MAP-COUNT < 200
                       ADD 1 TO WS-MAP-COUNT
                       SET WS-MAP-IDX TO WS-MAP-COUNT
                       MOVE GM-DEPT-CODE  TO WS-MP-DEPT(WS-MAP-IDX)
                       MOVE GM-CLASS      TO WS-MP-CLASS(WS-MAP-IDX)
                       MOVE GM-GL-ACCOUNT
                           TO WS-MP-ACCOUNT(WS-MAP-IDX)
                   ELSE
                       DISPLAY 'PAYACCR: GLMAP TABLE FULL - ROW '
                           'DROPPED FOR ' GM-DEPT-CODE ' ' GM-CLASS
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1500-LOAD-ONE-HISTORY-ROW - KEEP EACH EMPLOYEE'S LATEST  *
      *  STANDING REGULAR ROW ENDING ON OR BEFORE THE MONTH END   *
      *----------------------------------------------------------*
       1500-LOAD-ONE-HISTORY-ROW.

           ADD 1 TO WS-HIST-COUNT

           IF PH-PERIOD-END NOT > WS-MONTH-END
               AND (PH-REGULAR-RUN OR PH-RUN-TYPE = SPACE)
               AND NOT PH-VOIDED
               SET WS-ROS-IDX TO 1
               SEARCH WS-ROS-ENTRY
                   AT END
                       PERFORM 1550-ADD-ROSTER-ROW
                   WHEN WS-ROS-IDX > WS-ROS-COUNT
                       PERFORM 1550-ADD-ROSTER-ROW
                   WHEN WS-RE-EMP-ID(WS-ROS-IDX) = PH-EMP-ID
                       IF PH-PERIOD-END
                           > WS-RE-PERIOD-END(WS-ROS-IDX)
                           MOVE PH-PERIOD-END
                               TO WS-RE-PERIOD-END(WS-ROS-IDX)
                       END-IF
               END-SEARCH
           END-IF

           PERFORM 8000-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  1550-ADD-ROSTER-ROW - FIRST ROW SEEN FOR THE EMPLOYEE    *
      *----------------------------------------------------------*
       1550-ADD-ROSTER-ROW.

           IF WS-ROS-COUNT < 2000
               ADD 1 TO WS-ROS-COUNT
               SET WS-ROS-IDX TO WS-ROS-COUNT
               MOVE PH-EMP-ID     TO WS-RE-EMP-ID(WS-ROS-IDX)
               MOVE PH-PERIOD-END TO WS-RE-PERIOD-END(WS-ROS-IDX)
           ELSE
               ADD 1 TO WS-ROS-DROPPED
           END-IF.

      *----------------------------------------------------------*
      *  2000-ACCRUE-ONE-EMPLOYEE - ACTIVE EMPLOYEES ONLY: DAYS   *
      *  UNPAID AT MONTH END TIMES A STANDARD DAY AT THE RATE     *
      *----------------------------------------------------------*
       2000-ACCRUE-ONE-EMPLOYEE.

           MOVE WS-RE-EMP-ID(WS-ROS-IDX) TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   MOVE 'N' TO EMP-STATUS
           END-READ

           IF NOT EMP-ACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
           ELSE
               PERFORM 2100-GET-BUSINESS-DAYS
               IF WS-BUS-DAYS = ZERO
                   ADD 1 TO WS-PAID-UP-COUNT
               ELSE
                   PERFORM 2200-PRICE-ONE-EMPLOYEE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2100-GET-BUSINESS-DAYS - FROM THE TABLE WHEN THIS PERIOD *
      *  END HAS BEEN COUNTED BEFORE, OTHERWISE COUNTED NOW       *
      *----------------------------------------------------------*
       2100-GET-BUSINESS-DAYS.

           MOVE ZERO TO WS-BUS-DAYS
           SET WS-DAYS-IDX TO 1
           SEARCH WS-DAYS-ENTRY
               AT END
                   PERFORM 2150-COUNT-BUSINESS-DAYS
               WHEN WS-DAYS-IDX > WS-DAYS-COUNT
                   PERFORM 2150-COUNT-BUSINESS-DAYS
               WHEN WS-DY-PERIOD-END(WS-DAYS-IDX)
                   = WS-RE-PERIOD-END(WS-ROS-IDX)
                   MOVE WS-DY-BUS-DAYS(WS-DAYS-IDX) TO WS-BUS-DAYS
           END-SEARCH.

      *----------------------------------------------------------*
      *  2150-COUNT-BUSINESS-DAYS - STEP BUSINESS DAY BY BUSINESS *
      *  DAY FROM THE PERIOD END UNTIL PAST THE MONTH END; THE    *
      *  COUNT IS KEPT WHILE THE TABLE HAS ROOM                   *
      *----------------------------------------------------------*
       2150-COUNT-BUSINESS-DAYS.

           MOVE 'N' TO WS-DAY-SCAN-SW
           MOVE WS-RE-PERIOD-END(WS-ROS-IDX) TO WS-DU-DATE1-NUM
           PERFORM 2160-NEXT-BUSINESS-DAY
               UNTIL WS-DAY-SCAN-DONE

           IF WS-DAYS-COUNT < 50
               ADD 1 TO WS-DAYS-COUNT
               SET WS-DAYS-IDX TO WS-DAYS-COUNT
               MOVE WS-RE-PERIOD-END(WS-ROS-IDX)
                   TO WS-DY-PERIOD-END(WS-DAYS-IDX)
               MOVE WS-BUS-DAYS TO WS-DY-BUS-DAYS(WS-DAYS-IDX)
           END-IF.

      *----------------------------------------------------------*
      *  2160-NEXT-BUSINESS-DAY                                   *
      *----------------------------------------------------------*
       2160-NEXT-BUSINESS-DAY.

           MOVE 'N' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW

           IF WS-DU-RESULT-NUM > WS-MONTH-END
               SET WS-DAY-SCAN-DONE TO TRUE
           ELSE
               ADD 1 TO WS-BUS-DAYS
               MOVE WS-DU-RESULT-NUM TO WS-DU-DATE1-NUM
           END-IF.

      *----------------------------------------------------------*
      *  2200-PRICE-ONE-EMPLOYEE - HOURS AT THE COMPMAST RATE,    *
      *  ADDED TO THE DEPARTMENT; NO RATE IS AN EXCEPTION         *
      *----------------------------------------------------------*
       2200-PRICE-ONE-EMPLOYEE.

           MOVE EMP-ID                       TO WS-ED-EMP-ID
           MOVE EMP-DEPT-CODE                TO WS-ED-DEPT
           MOVE WS-RE-PERIOD-END(WS-ROS-IDX) TO WS-ED-LAST-PAID
           MOVE WS-BUS-DAYS                  TO WS-ED-DAYS
           COMPUTE WS-EMP-HOURS = WS-BUS-DAYS * WS-STD-DAY-HOURS
           MOVE WS-EMP-HOURS                 TO WS-ED-HOURS

           MOVE EMP-ID TO CMP-EMP-ID
           READ COMP-MASTER
               INVALID KEY
                   MOVE ZERO TO CMP-PAY-RATE
           END-READ

           IF CMP-PAY-RATE NOT > ZERO
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE ZERO TO WS-ED-RATE
               MOVE ZERO TO WS-ED-AMOUNT
               MOVE 'NO COMPMAST RATE - NOT ACCRUED' TO WS-ED-NOTE
           ELSE
               COMPUTE WS-EMP-AMOUNT ROUNDED =
                   WS-EMP-HOURS * CMP-PAY-RATE
               ADD 1 TO WS-ACCRUED-COUNT
               ADD WS-EMP-AMOUNT TO WS-TOTAL-ACCRUAL
               MOVE CMP-PAY-RATE  TO WS-ED-RATE
               MOVE WS-EMP-AMOUNT TO WS-ED-AMOUNT
               MOVE SPACE         TO WS-ED-NOTE
               PERFORM 2300-ADD-TO-DEPARTMENT
           END-IF

           WRITE ACCRUAL-LINE FROM WS-EMP-DETAIL.

      *----------------------------------------------------------*
      *  2300-ADD-TO-DEPARTMENT - FIND OR ADD THE DEPARTMENT ROW  *
      *----------------------------------------------------------*
       2300-ADD-TO-DEPARTMENT.

           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   PERFORM 2350-ADD-DEPARTMENT-ROW
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   PERFORM 2350-ADD-DEPARTMENT-ROW
               WHEN WS-DT-DEPT(WS-DEPT-IDX) = EMP-DEPT-CODE
                   CONTINUE
           END-SEARCH

           IF WS-DEPT-IDX NOT > WS-DEPT-COUNT
               ADD 1 TO WS-DT-EMPLOYEES(WS-DEPT-IDX)
               ADD WS-BUS-DAYS   TO WS-DT-EMP-DAYS(WS-DEPT-IDX)
               ADD WS-EMP-HOURS  TO WS-DT-HOURS(WS-DEPT-IDX)
               ADD WS-EMP-AMOUNT TO WS-DT-AMOUNT(WS-DEPT-IDX)
           END-IF.

      *----------------------------------------------------------*
      *  2350-ADD-DEPARTMENT-ROW - A NEW DEPARTMENT, ITS EXPENSE  *
      *  AND ACCRUED-WAGES ACCOUNTS LOOKED UP ONCE                *
      *----------------------------------------------------------*
       2350-ADD-DEPARTMENT-ROW.

           IF WS-DEPT-COUNT < 200
               ADD 1 TO WS-DEPT-COUNT
               SET WS-DEPT-IDX TO WS-DEPT-COUNT
               MOVE EMP-DEPT-CODE TO WS-DT-DEPT(WS-DEPT-IDX)
               MOVE ZERO TO WS-DT-EMPLOYEES(WS-DEPT-IDX)
                            WS-DT-EMP-DAYS(WS-DEPT-IDX)
                            WS-DT-HOURS(WS-DEPT-IDX)
                            WS-DT-AMOUNT(WS-DEPT-IDX)
               MOVE 'Y' TO WS-DT-MAPPED-SW(WS-DEPT-IDX)

               MOVE EMP-DEPT-CODE TO WS-LOOKUP-DEPT
               MOVE 'GRS' TO WS-LOOKUP-CLASS
               PERFORM 2450-SEARCH-MAP-TABLE
               MOVE WS-FOUND-ACCOUNT
                   TO WS-DT-EXP-ACCOUNT(WS-DEPT-IDX)
               IF NOT WS-MAP-FOUND
                   MOVE 'N' TO WS-DT-MAPPED-SW(WS-DEPT-IDX)
               END-IF

               MOVE 'ACR' TO WS-LOOKUP-CLASS
               PERFORM 2450-SEARCH-MAP-TABLE
               MOVE WS-FOUND-ACCOUNT
                   TO WS-DT-ACR-ACCOUNT(WS-DEPT-IDX)
               IF NOT WS-MAP-FOUND
                   MOVE 'N' TO WS-DT-MAPPED-SW(WS-DEPT-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-DEPT-DROPPED
               SET WS-DEPT-IDX TO 201
           END-IF.

      *----------------------------------------------------------*
      *  2450-SEARCH-MAP-TABLE                                    *
      *----------------------------------------------------------*
       2450-SEARCH-MAP-TABLE.

           MOVE 'N' TO WS-MAP-FOUND-SW
           MOVE SPACE TO WS-FOUND-ACCOUNT
           IF WS-MAP-COUNT > ZERO
               PERFORM 2460-CHECK-ONE-MAP-ROW
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                       OR WS-MAP-FOUND
           END-IF.

      *----------------------------------------------------------*
      *  2460-CHECK-ONE-MAP-ROW - AN EXACT DEPARTMENT ROW WINS;   *
      *  A '****' ROW IS KEPT AS THE FALLBACK UNTIL ONE DOES      *
      *----------------------------------------------------------*
       2460-CHECK-ONE-MAP-ROW.

           IF WS-MP-CLASS(WS-MAP-IDX) = WS-LOOKUP-CLASS
               IF WS-MP-DEPT(WS-MAP-IDX) = WS-LOOKUP-DEPT
                   MOVE WS-MP-ACCOUNT(WS-MAP-IDX)
                       TO WS-FOUND-ACCOUNT
                   SET WS-MAP-FOUND TO TRUE
               ELSE
                   IF WS-MP-DEPT(WS-MAP-IDX) = '****'
                       AND WS-FOUND-ACCOUNT = SPACE
                       MOVE WS-MP-ACCOUNT(WS-MAP-IDX)
                           TO WS-FOUND-ACCOUNT
                   END-IF
               END-IF
           END-IF

           IF WS-MAP-IDX = WS-MAP-COUNT
               AND NOT WS-MAP-FOUND
               AND WS-FOUND-ACCOUNT NOT = SPACE
               SET WS-MAP-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  3000-FINALIZE - DEPARTMENT LINES AND JOURNAL ENTRIES,    *
      *  TRAILERS, AND THE CONDITION CODE                         *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE SPACE TO ACCRUAL-LINE
           WRITE ACCRUAL-LINE
           WRITE ACCRUAL-LINE FROM WS-DEPT-HEAD-LINE
           WRITE ACCRUAL-LINE FROM WS-DEPT-COLUMN-LINE

           IF WS-DEPT-COUNT > ZERO
               PERFORM 3100-POST-ONE-DEPARTMENT
                   VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           END-IF

           MOVE 'PAYACCR ' TO FT-PROGRAM-ID
           MOVE WS-ACR-JRNL-COUNT TO FT-RECORD-COUNT
           WRITE ACCRUAL-JRNL-OUT FROM WS-FILE-TRAILER-LINE
           MOVE WS-REV-JRNL-COUNT TO FT-RECORD-COUNT
           WRITE REVERSAL-JRNL-OUT FROM WS-FILE-TRAILER-LINE

           MOVE SPACE TO ACCRUAL-LINE
           WRITE ACCRUAL-LINE
           MOVE WS-ACCRUED-COUNT  TO WS-TRL-ACCRUED
           MOVE WS-PAID-UP-COUNT  TO WS-TRL-PAID-UP
           MOVE WS-INACTIVE-COUNT TO WS-TRL-INACTIVE
           MOVE WS-NO-RATE-COUNT  TO WS-TRL-NO-RATE
           WRITE ACCRUAL-LINE FROM WS-TRAILER-LINE
           MOVE WS-TOTAL-ACCRUAL  TO WS-TOT-ACCRUAL
           MOVE WS-TOTAL-POSTED   TO WS-TOT-POSTED
           WRITE ACCRUAL-LINE FROM WS-TOTAL-LINE

           IF WS-NO-RATE-COUNT > ZERO
               DISPLAY 'PAYACCR: ' WS-NO-RATE-COUNT ' EMPLOYEES '
                   'WITH NO COMPMAST RATE - NOT ACCRUED'
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-UNMAPPED-COUNT > ZERO
               DISPLAY 'PAYACCR: ' WS-UNMAPPED-COUNT ' DEPARTMENTS '
                   'WITH NO GRS/ACR GLMAP ROW - LEFT OFF THE '
                   'JOURNALS'
               MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-ROS-DROPPED > ZERO OR WS-DEPT-DROPPED > ZERO
               MOVE WS-ROS-DROPPED  TO WS-OVF-ROSTER
               MOVE WS-DEPT-DROPPED TO WS-OVF-DEPT
               WRITE ACCRUAL-LINE FROM WS-OVERFLOW-LINE
               DISPLAY 'PAYACCR: TABLE FULL - ' WS-ROS-DROPPED
                   ' HISTORY AND ' WS-DEPT-DROPPED
                   ' DEPARTMENT ROWS DROPPED - JOURNALS NOT '
                   'RELEASABLE'
               MOVE 16 TO RETURN-CODE
           END-IF

           CLOSE PAY-HISTORY
           CLOSE EMP-MASTER
           CLOSE COMP-MASTER
           CLOSE ACCRUAL-JRNL
           CLOSE REVERSAL-JRNL
           CLOSE ACCRUAL-RPT

           MOVE WS-ACCRUED-COUNT TO AUD-RECORD-COUNT
           EVALUATE RETURN-CODE
               WHEN 16
                   MOVE '16' TO AUD-RETURN-CODE
               WHEN 8
                   MOVE '08' TO AUD-RETURN-CODE
               WHEN 4
                   MOVE '04' TO AUD-RETURN-CODE
               WHEN OTHER
                   MOVE '00' TO AUD-RETURN-CODE
           END-EVALUATE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  3100-POST-ONE-DEPARTMENT - THE BASIS LINE, THEN EXPENSE  *
      *  DEBIT AND ACCRUED-WAGES CREDIT ON THE ACCRUAL JOURNAL    *
      *  AND THE SAME TWO WITH SIDES SWAPPED ON THE REVERSAL      *
      *----------------------------------------------------------*
       3100-POST-ONE-DEPARTMENT.

           MOVE WS-DT-DEPT(WS-DEPT-IDX)        TO WS-DD-DEPT
           MOVE WS-DT-EXP-ACCOUNT(WS-DEPT-IDX) TO WS-DD-EXP-ACCOUNT
           MOVE WS-DT-ACR-ACCOUNT(WS-DEPT-IDX) TO WS-DD-ACR-ACCOUNT
           MOVE WS-DT-EMPLOYEES(WS-DEPT-IDX)   TO WS-DD-EMPLOYEES
           MOVE WS-DT-EMP-DAYS(WS-DEPT-IDX)    TO WS-DD-EMP-DAYS
           MOVE WS-DT-HOURS(WS-DEPT-IDX)       TO WS-DD-HOURS
           MOVE WS-DT-AMOUNT(WS-DEPT-IDX)      TO WS-DD-AMOUNT
           MOVE SPACE TO WS-DD-NOTE

           IF NOT WS-DT-MAPPED(WS-DEPT-IDX)
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE 'NO GRS/ACR GLMAP ROW - UNPOSTED' TO WS-DD-NOTE
           ELSE
               IF WS-DT-AMOUNT(WS-DEPT-IDX) NOT = ZERO
                   ADD WS-DT-AMOUNT(WS-DEPT-IDX) TO WS-TOTAL-POSTED
                   MOVE WS-DT-AMOUNT(WS-DEPT-IDX) TO WS-JE-AMOUNT

                   MOVE WS-MONTH-END TO WS-JE-POST-DATE
                   MOVE WS-DT-EXP-ACCOUNT(WS-DEPT-IDX)
                       TO WS-JE-ACCOUNT
                   MOVE 'D' TO WS-JE-SIDE
                   WRITE ACCRUAL-JRNL-OUT FROM WS-JOURNAL-ENTRY
                   MOVE WS-DT-ACR-ACCOUNT(WS-DEPT-IDX)
                       TO WS-JE-ACCOUNT
                   MOVE 'C' TO WS-JE-SIDE
                   WRITE ACCRUAL-JRNL-OUT FROM WS-JOURNAL-ENTRY
                   ADD 2 TO WS-ACR-JRNL-COUNT

                   MOVE WS-REVERSAL-DATE TO WS-JE-POST-DATE
                   MOVE WS-DT-EXP-ACCOUNT(WS-DEPT-IDX)
                       TO WS-JE-ACCOUNT
                   MOVE 'C' TO WS-JE-SIDE
                   WRITE REVERSAL-JRNL-OUT FROM WS-JOURNAL-ENTRY
                   MOVE WS-DT-ACR-ACCOUNT(WS-DEPT-IDX)
                       TO WS-JE-ACCOUNT
                   MOVE 'D' TO WS-JE-SIDE
                   WRITE REVERSAL-JRNL-OUT FROM WS-JOURNAL-ENTRY
                   ADD 2 TO WS-REV-JRNL-COUNT
               END-IF
           END-IF

           WRITE ACCRUAL-LINE FROM WS-DEPT-DETAIL.

      *----------------------------------------------------------*
      *  8000-READ-PAY-HISTORY - READ NEXT PAY-HISTORY ROW        *
      *----------------------------------------------------------*
       8000-READ-PAY-HISTORY.

           READ PAY-HISTORY
               AT END
                   SET END-OF-PAY-HISTORY TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'PAYACCR '         TO AUD-PROGRAM-ID
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
