       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUDPROJ.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : NEXT-FISCAL-YEAR WORKFORCE COST PROJECTION.
      *            : PRICES THE PROJECTION YEAR (PROJPARM; MISSING
      *            : MEANS THE YEAR AFTER THE RUN DATE) MONTH BY
      *            : MONTH PER DEPARTMENT: EVERY ACTIVE EMPLOYEE'S
      *            : COMPMAST RATE ANNUALIZED AT 2080 HOURS, RAISED
      *            : BY THE MERCTL GRADE GUIDELINE FROM THE
      *            : EMPLOYEE'S ANNIVERSARY MONTH; EVERY OPEN
      *            : POSMAST POSITION AT ITS GRADE MIDPOINT FROM
      *            : GRADMAST; LESS THE MONTHS AFTER A FIXED-TERM
      *            : APPOINTMENT ON APPTEND ENDS INSIDE THE YEAR
      *            : WITH NO RENEWAL ON FILE; PLUS THE EMPLOYER-
      *            : SIDE COSTS AS A LOAD PERCENT OF THE WAGES
      *            : (PROJPARM; MISSING MEANS 7.65). PRINTS A
      *            : DEPARTMENT-BY-MONTH REPORT AND WRITES ONE ROW
      *            : PER DEPARTMENT IN THE BUDLOAD INPUT SHAPE
      *            : (PROJBUD), SO THE PROPOSED BUDGET LOADS
      *            : STRAIGHT INTO DEPTBUD. THE LOADED FIGURE IS
      *            : THE WAGES ONLY -- DEPTBUD IS A SALARY BUDGET
      *            : AND BUDVAR HOLDS IT AGAINST GROSS PAY -- THE
      *            : EMPLOYER COST IS ON THE REPORT. AN EMPLOYEE
      *            : WITH NO RATE, OR A POSITION WITH NO USABLE
      *            : GRADE, IS LISTED AS NOT PRICED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJ-PARM   ASSIGN TO PROJPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MERIT-CTL   ASSIGN TO MERCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERCTL-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT COMP-MASTER ASSIGN TO COMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-COMP-MASTER-STATUS.

           SELECT APPT-MASTER ASSIGN TO APPTEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APT-EMP-ID
               FILE STATUS IS WS-APPT-MASTER-STATUS.

           SELECT POSITION-MASTER ASSIGN TO POSMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-MASTER-STATUS.

           SELECT GRADE-MASTER ASSIGN TO GRADMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRD-GRADE
               FILE STATUS IS WS-GRADE-MASTER-STATUS.

           SELECT DEPT-MASTER ASSIGN TO DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT PROJ-RPT    ASSIGN TO PROJRPT
               ORGANIZATION IS SEQUENTIAL.

      * The proposed budget, in the BUDLOAD input shape.
           SELECT BUDGET-OUT  ASSIGN TO PROJBUD
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Optional controls. A missing card, or a zero or non-numeric
      * field, leaves that field's default: the year after the run
      * date, and a 7.65 percent employer load.
       FD  PROJ-PARM
           LABEL RECORDS ARE STANDARD.
       01  PROJ-PARM-RECORD.
           05  PP-PROJ-YEAR     PIC 9(04).
           05  PP-EMPLOYER-PCT  PIC 9(02)V99.

      * Same control deck MERITCYC reads; only the G rows (the
      * grade's guideline percent) are used here, since next year's
      * ratings are not known yet.
       FD  MERIT-CTL
           LABEL RECORDS ARE STANDARD.
       01  MERIT-CTL-RECORD.
           05  MC-ROW-TYPE      PIC X(01).
               88  MC-GRADE-ROW         VALUE 'G'.
           05  MC-GRADE         PIC X(02).
           05  MC-PERCENT       PIC 9(02)V99.
           05  MC-DEPT-CODE     PIC X(04).
           05  MC-DOLLAR-CAP    PIC 9(07)V99.
           05  MC-RATING        PIC X(01).

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  COMP-MASTER.
           COPY COMPREC.

       FD  APPT-MASTER.
           COPY APPTREC.

       FD  POSITION-MASTER.
           COPY POSREC.

       FD  GRADE-MASTER.
           COPY GRADEREC.

       FD  DEPT-MASTER.
           COPY DEPTREC.

       FD  PROJ-RPT
           LABEL RECORDS ARE STANDARD.
       01  PROJ-LINE        PIC X(100).

      * Same shape BUDLOAD's BUDIN deck reads.
       FD  BUDGET-OUT
           LABEL RECORDS ARE STANDARD.
       01  BUDGET-OUT-RECORD.
           05  BO-DEPT-CODE     PIC X(04).
           05  BO-ANNUAL-AMT    PIC 9(09)V99.

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS   PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS         PIC X(02)  VALUE '00'.
       01  WS-MERCTL-STATUS       PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-COMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-APPT-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-POS-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-GRADE-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-DEPT-MASTER-STATUS  PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad projection to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-MASTER      VALUE 'Y'.
       01  WS-CTL-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-MERIT-CTL       VALUE 'Y'.
       01  WS-POS-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-POSITION-MASTER VALUE 'Y'.

      * APPTEND, POSMAST, and GRADMAST are optional: without them
      * no appointment ends early and no open position is priced,
      * and the report says so.
       01  WS-APPT-AVAIL-SW PIC X(01)  VALUE 'N'.
           88  WS-APPT-AVAILABLE      VALUE 'Y'.
       01  WS-POS-AVAIL-SW  PIC X(01)  VALUE 'N'.
           88  WS-POS-AVAILABLE       VALUE 'Y'.
       01  WS-GRADE-AVAIL-SW PIC X(01) VALUE 'N'.
           88  WS-GRADE-AVAILABLE     VALUE 'Y'.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-RUN-DATE-CCYY REDEFINES WS-RUN-DATE-NUM.
           05  WS-RUN-YEAR      PIC 9(04).
           05  FILLER           PIC 9(04).

      * Projection controls, defaulted here and overridden by
      * PROJPARM.
       01  WS-PROJ-YEAR     PIC 9(04)  VALUE ZERO.
       01  WS-EMPLOYER-PCT  PIC 9(02)V99 VALUE 07.65.
      * Standard paid hours in a year (52 weeks of 40).
       01  WS-ANNUAL-HOURS  PIC 9(04)  VALUE 2080.

      * Grade guideline table from the MERCTL G rows.
       01  WS-GRADE-COUNT   PIC 9(03)  COMP VALUE ZERO.
       01  WS-GRADE-TABLE.
           05  WS-GRADE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-GRADE-IDX.
               10  WS-GT-GRADE      PIC X(02).
               10  WS-GT-PERCENT    PIC 9(02)V99.

      * Per-department, per-month projection, kept in department
      * order. As in BUDVAR a 201st department cannot be bucketed:
      * its cost is dropped and the run ends CC 16.
       01  WS-ACT-COUNT     PIC 9(03)  COMP VALUE ZERO.
       01  WS-ACT-SUB       PIC 9(03)  COMP VALUE ZERO.
       01  WS-ACT-DROP-COUNT PIC 9(05) COMP VALUE ZERO.
       01  WS-DEPT-SUB      PIC 9(03)  COMP VALUE ZERO.
       01  WS-DEPT-KEY      PIC X(04)  VALUE SPACE.
       01  WS-DEPT-BUCKET-SW PIC X(01) VALUE 'N'.
           88  WS-DEPT-BUCKETED       VALUE 'Y'.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACT-IDX.
               10  WS-AT-DEPT       PIC X(04).
               10  WS-AT-MONTH OCCURS 12 TIMES.
                   15  WS-AM-HEADS      PIC 9(05)  COMP.
                   15  WS-AM-WAGES      PIC S9(09)V99 COMP-3.
                   15  WS-AM-MERIT      PIC S9(07)V99 COMP-3.
                   15  WS-AM-APPT-OUT   PIC S9(07)V99 COMP-3.
                   15  WS-AM-POSITIONS  PIC 9(03)  COMP.
                   15  WS-AM-POS-COST   PIC S9(09)V99 COMP-3.

      * Company totals by month, for the closing block.
       01  WS-TOTAL-TABLE.
           05  WS-TOT-MONTH OCCURS 12 TIMES.
               10  WS-TM-HEADS      PIC 9(05)  COMP.
               10  WS-TM-WAGES      PIC S9(11)V99 COMP-3.
               10  WS-TM-MERIT      PIC S9(09)V99 COMP-3.
               10  WS-TM-APPT-OUT   PIC S9(09)V99 COMP-3.
               10  WS-TM-POSITIONS  PIC 9(05)  COMP.
               10  WS-TM-POS-COST   PIC S9(11)V99 COMP-3.

       01  WS-MONTH-SUB     PIC 9(02)  COMP VALUE ZERO.

      * One employee or position being priced.
       01  WS-CURRENT-RATE  PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-RATE    PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-PCT     PIC 9(02)V99 VALUE ZERO.
       01  WS-ANNIV-MONTH   PIC 9(02)  VALUE ZERO.
       01  WS-LAST-MONTH    PIC 9(02)  VALUE ZERO.
       01  WS-BASE-MONTHLY  PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-MONTHLY-WAGE  PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-HIRE-DATE-NUM PIC 9(08)  VALUE ZERO.
       01  WS-HIRE-DATE-CCYY REDEFINES WS-HIRE-DATE-NUM.
           05  WS-HIRE-YEAR     PIC 9(04).
           05  WS-HIRE-MONTH    PIC 9(02).
           05  FILLER           PIC 9(02).
       01  WS-APT-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-APT-DATE-CCYY REDEFINES WS-APT-DATE-NUM.
           05  WS-APT-YEAR      PIC 9(04).
           05  WS-APT-MONTH     PIC 9(02).
           05  FILLER           PIC 9(02).

       01  WS-EMP-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-PRICED-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-NORATE-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-APPT-END-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-OPEN-POS-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-NOGRADE-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-BUDGET-COUNT  PIC 9(5)   COMP VALUE ZERO.

       01  WS-LINE-WAGES    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-LINE-EMPLOYER PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-LINE-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-YEAR-WAGES    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-YEAR-MERIT    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-YEAR-APPT-OUT PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-YEAR-POS-COST PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-YEAR-EMPLOYER PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-YEAR-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-YEAR-BUDGET   PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(40)  VALUE
               'WORKFORCE COST PROJECTION - FISCAL YEAR '.
           05  WS-TTL-YEAR  PIC 9(04).
           05  FILLER       PIC X(22)  VALUE
               '   EMPLOYER LOAD PCT: '.
           05  WS-TTL-PCT   PIC Z9.99.
           05  FILLER       PIC X(29)  VALUE SPACE.

       01  WS-BLANK-LINE    PIC X(100) VALUE SPACE.

       01  WS-NOT-PRICED-HEADER PIC X(100) VALUE
           'NOT PRICED - NO COMPMAST RATE, OR POSITION NOT GRADED'.

       01  WS-NOT-PRICED-LINE.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-NP-KIND   PIC X(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-NP-KEY    PIC X(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-NP-DEPT   PIC X(04).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-NP-NAME   PIC X(20).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-NP-REASON PIC X(30).
           05  FILLER       PIC X(20)  VALUE SPACE.

       01  WS-NP-EMP-KEY.
           05  WS-NP-EMP-ID PIC 9(05).
           05  FILLER       PIC X(03)  VALUE SPACE.
       01  WS-NP-POS-KEY.
           05  WS-NP-POS-DEPT PIC X(04).
           05  FILLER       PIC X(01)  VALUE '/'.
           05  WS-NP-POS-SEQ PIC 9(03).

       01  WS-DEPT-HEADER.
           05  FILLER       PIC X(12)  VALUE 'DEPARTMENT: '.
           05  WS-DH-DEPT   PIC X(04).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DH-NAME   PIC X(30).
           05  FILLER       PIC X(52)  VALUE SPACE.

       01  WS-COLUMN-LINE.
           05  FILLER       PIC X(08)  VALUE '  MONTH '.
           05  FILLER       PIC X(07)  VALUE 'HEADS  '.
           05  FILLER       PIC X(14)  VALUE '       WAGES  '.
           05  FILLER       PIC X(12)  VALUE '     MERIT  '.
           05  FILLER       PIC X(12)  VALUE '  APPT OUT  '.
           05  FILLER       PIC X(05)  VALUE 'POS  '.
           05  FILLER       PIC X(13)  VALUE '   POS COST  '.
           05  FILLER       PIC X(13)  VALUE '   EMPLOYER  '.
           05  FILLER       PIC X(12)  VALUE '       TOTAL'.
           05  FILLER       PIC X(04)  VALUE SPACE.

      * WAGES INCLUDE THE MERIT COLUMN; APPT OUT IS WHAT ENDING
      * APPOINTMENTS WOULD HAVE COST AND IS ALREADY LEFT OUT.
       01  WS-PROJ-DETAIL-LINE.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-PL-MONTH  PIC 9(02).
           05  FILLER       PIC X(03)  VALUE SPACE.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-PL-HEADS  PIC ZZZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-PL-WAGES  PIC ZZZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-PL-MERIT  PIC ZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-PL-APPT-OUT PIC ZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-PL-POSITIONS PIC ZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-PL-POS-COST PIC ZZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-PL-EMPLOYER PIC ZZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-PL-TOTAL  PIC ZZZZZZZZ9.99.
           05  FILLER       PIC X(04)  VALUE SPACE.

       01  WS-PROJ-TOTAL-LINE.
           05  FILLER       PIC X(15)  VALUE '  YEAR'.
           05  WS-PT-WAGES  PIC ZZZZZZZZ9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-PT-MERIT  PIC ZZZZZZZ9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-PT-APPT-OUT PIC ZZZZZZZ9.99.
           05  FILLER       PIC X(06)  VALUE SPACE.
           05  WS-PT-POS-COST PIC ZZZZZZZZ9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-PT-EMPLOYER PIC ZZZZZZZZ9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-PT-TOTAL  PIC ZZZZZZZZZ9.99.
           05  FILLER       PIC X(04)  VALUE SPACE.

       01  WS-PROPOSED-LINE.
           05  FILLER       PIC X(40)  VALUE
               '  PROPOSED SALARY BUDGET (WAGES + POS): '.
           05  WS-PB-AMOUNT PIC ZZZZZZZZZ9.99.
           05  FILLER       PIC X(47)  VALUE SPACE.

       01  WS-COMPANY-HEADER PIC X(100) VALUE
           'ALL DEPARTMENTS'.

       01  WS-MISSING-LINE  PIC X(100) VALUE SPACE.

       01  WS-OVERFLOW-LINE.
           05  FILLER       PIC X(28)  VALUE
               '*** DEPARTMENT TABLE FULL - '.
           05  WS-OVF-ROWS  PIC ZZZZ9.
           05  FILLER       PIC X(38)  VALUE
               ' ROWS DROPPED - RUN FAILED CC 16'.
           05  FILLER       PIC X(29)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(12)  VALUE 'EMPLOYEES : '.
           05  WS-TRL-EMPS  PIC ZZZZ9.
           05  FILLER       PIC X(11)  VALUE '  PRICED : '.
           05  WS-TRL-PRICED PIC ZZZZ9.
           05  FILLER       PIC X(11)  VALUE '  NO RATE: '.
           05  WS-TRL-NORATE PIC ZZZZ9.
           05  FILLER       PIC X(15)  VALUE '  APPTS ENDING:'.
           05  WS-TRL-APPT  PIC ZZZZ9.
           05  FILLER       PIC X(31)  VALUE SPACE.

       01  WS-TRAILER-LINE-2.
           05  FILLER       PIC X(16)  VALUE 'OPEN POSITIONS: '.
           05  WS-TRL-OPEN  PIC ZZZZ9.
           05  FILLER       PIC X(14)  VALUE '  NO GRADE  : '.
           05  WS-TRL-NOGRADE PIC ZZZZ9.
           05  FILLER       PIC X(16)  VALUE '  BUDGET ROWS : '.
           05  WS-TRL-BUDGET PIC ZZZZ9.
           05  FILLER       PIC X(39)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EMPLOYEE
               UNTIL END-OF-EMP-MASTER
           IF WS-POS-AVAILABLE
               PERFORM 3000-PROCESS-POSITION
                   UNTIL END-OF-POSITION-MASTER
           END-IF
           PERFORM 4000-REPORT-DEPARTMENTS
           PERFORM 5000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - CONTROLS, MERIT GUIDELINES, OPEN FILES *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           COMPUTE WS-PROJ-YEAR = WS-RUN-YEAR + 1

           OPEN INPUT PROJ-PARM
           IF WS-PARM-STATUS = '00'
               READ PROJ-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-PROJ-YEAR NUMERIC
                           AND PP-PROJ-YEAR > ZERO
                           MOVE PP-PROJ-YEAR TO WS-PROJ-YEAR
                       END-IF
                       IF PP-EMPLOYER-PCT NUMERIC
                           AND PP-EMPLOYER-PCT > ZERO
                           MOVE PP-EMPLOYER-PCT TO WS-EMPLOYER-PCT
                       END-IF
               END-READ
               CLOSE PROJ-PARM
           END-IF

           OPEN INPUT MERIT-CTL
           IF WS-MERCTL-STATUS NOT = '00'
               DISPLAY 'BUDPROJ: MERCTL CONTROL FILE NOT '
                   'AVAILABLE - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF
           PERFORM 1100-LOAD-ONE-CTL-ROW
               UNTIL END-OF-MERIT-CTL
           CLOSE MERIT-CTL

           OPEN INPUT COMP-MASTER
           IF WS-COMP-MASTER-STATUS NOT = '00'
               DISPLAY 'BUDPROJ: COMPMAST NOT AVAILABLE - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF

           OPEN INPUT APPT-MASTER
           IF WS-APPT-MASTER-STATUS = '00'
               SET WS-APPT-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'BUDPROJ: NO APPTEND APPOINTMENT FILE - NO '
                   'APPOINTMENT ENDINGS APPLIED'
           END-IF

           OPEN INPUT GRADE-MASTER
           IF WS-GRADE-MASTER-STATUS = '00'
               SET WS-GRADE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'BUDPROJ: NO GRADMAST GRADE FILE - OPEN '
                   'POSITIONS NOT PRICED'
           END-IF

           OPEN INPUT POSITION-MASTER
           IF WS-POS-MASTER-STATUS = '00'
               SET WS-POS-AVAILABLE TO TRUE
               PERFORM 8200-READ-POSITION-MASTER
           ELSE
               DISPLAY 'BUDPROJ: NO POSMAST POSITION FILE - OPEN '
                   'POSITIONS NOT PRICED'
           END-IF

           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT PROJ-RPT
           OPEN OUTPUT BUDGET-OUT

           MOVE WS-PROJ-YEAR    TO WS-TTL-YEAR
           MOVE WS-EMPLOYER-PCT TO WS-TTL-PCT
           WRITE PROJ-LINE FROM WS-TITLE-LINE
           WRITE PROJ-LINE FROM WS-BLANK-LINE
           IF NOT WS-APPT-AVAILABLE
               MOVE '  APPTEND NOT AVAILABLE - NO APPOINTMENT ENDINGS A
      -            'PPLIED' TO WS-MISSING-LINE
               WRITE PROJ-LINE FROM WS-MISSING-LINE
           END-IF
           IF NOT WS-POS-AVAILABLE OR NOT WS-GRADE-AVAILABLE
               MOVE '  POSMAST OR GRADMAST NOT AVAILABLE - OPEN POSITIO
      -            'NS NOT PRICED' TO WS-MISSING-LINE
               WRITE PROJ-LINE FROM WS-MISSING-LINE
           END-IF
           WRITE PROJ-LINE FROM WS-NOT-PRICED-HEADER

           PERFORM 8000-READ-EMP-MASTER.

      *----------------------------------------------------------*
      *  1100-LOAD-ONE-CTL-ROW - G ROWS TO THE GRADE TABLE        *
      *----------------------------------------------------------*
       1100-LOAD-ONE-CTL-ROW.

           READ MERIT-CTL
               AT END
                   SET END-OF-MERIT-CTL TO TRUE
               NOT AT END
                   IF MC-GRADE-ROW AND WS-GRADE-COUNT < 50
                       ADD 1 TO WS-GRADE-COUNT
                       SET WS-GRADE-IDX TO WS-GRADE-COUNT
                       MOVE MC-GRADE   TO WS-GT-GRADE(WS-GRADE-IDX)
                       MOVE MC-PERCENT TO WS-GT-PERCENT(WS-GRADE-IDX)
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1900-ABORT-RUN - A REQUIRED INPUT IS MISSING             *
      *----------------------------------------------------------*
       1900-ABORT-RUN.

           MOVE 16 TO RETURN-CODE
           MOVE '16' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD
           CLOSE AUDIT-TRAIL
           STOP RUN.

      *----------------------------------------------------------*
      *  2000-PROCESS-EMPLOYEE - PRICE ONE ACTIVE EMPLOYEE        *
      *----------------------------------------------------------*
       2000-PROCESS-EMPLOYEE.

           IF EMP-ACTIVE
               ADD 1 TO WS-EMP-COUNT
               MOVE EMP-ID TO CMP-EMP-ID
               READ COMP-MASTER
                   INVALID KEY
                       PERFORM 2050-LIST-UNPRICED-EMPLOYEE
                   NOT INVALID KEY
                       PERFORM 2100-PRICE-EMPLOYEE
               END-READ
           END-IF

           PERFORM 8000-READ-EMP-MASTER.

      *----------------------------------------------------------*
      *  2050-LIST-UNPRICED-EMPLOYEE                              *
      *----------------------------------------------------------*
       2050-LIST-UNPRICED-EMPLOYEE.

           ADD 1 TO WS-NORATE-COUNT
           MOVE 'EMPLOYEE'       TO WS-NP-KIND
           MOVE EMP-ID           TO WS-NP-EMP-ID
           MOVE WS-NP-EMP-KEY    TO WS-NP-KEY
           MOVE EMP-DEPT-CODE    TO WS-NP-DEPT
           MOVE EMP-LNAME        TO WS-NP-NAME
           MOVE 'NO RATE ON COMPMAST' TO WS-NP-REASON
           WRITE PROJ-LINE FROM WS-NOT-PRICED-LINE.

      *----------------------------------------------------------*
      *  2100-PRICE-EMPLOYEE - MERIT FROM THE ANNIVERSARY MONTH,  *
      *  COST STOPPING AFTER AN APPOINTMENT'S LAST MONTH          *
      *----------------------------------------------------------*
       2100-PRICE-EMPLOYEE.

           ADD 1 TO WS-PRICED-COUNT
           MOVE EMP-DEPT-CODE TO WS-DEPT-KEY
           PERFORM 2500-FIND-DEPT-BUCKET

           MOVE CMP-PAY-RATE TO WS-CURRENT-RATE
           COMPUTE WS-BASE-MONTHLY ROUNDED =
               WS-CURRENT-RATE * WS-ANNUAL-HOURS / 12

      * The guideline applies from the hire-date month, once the
      * employee has a full year in by then; a later hire, or a
      * grade with no G row, gets no merit in the year.
           MOVE ZERO TO WS-MERIT-PCT
           MOVE 13   TO WS-ANNIV-MONTH
           MOVE EMP-HIRE-DATE TO WS-HIRE-DATE-NUM
           IF WS-HIRE-YEAR < WS-PROJ-YEAR
               AND WS-HIRE-MONTH > ZERO
               AND WS-HIRE-MONTH NOT > 12
               SET WS-GRADE-IDX TO 1
               SEARCH WS-GRADE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GRADE-IDX > WS-GRADE-COUNT
                       CONTINUE
                   WHEN WS-GT-GRADE(WS-GRADE-IDX) = CMP-PAY-GRADE
                       MOVE WS-GT-PERCENT(WS-GRADE-IDX)
                           TO WS-MERIT-PCT
                       MOVE WS-HIRE-MONTH TO WS-ANNIV-MONTH
               END-SEARCH
           END-IF
           COMPUTE WS-MERIT-RATE ROUNDED =
               WS-CURRENT-RATE
                   + WS-CURRENT-RATE * WS-MERIT-PCT / 100

      * An appointment ending inside the year with no renewal stops
      * the cost after its end month; one already past stops it all.
           MOVE 12 TO WS-LAST-MONTH
           IF WS-APPT-AVAILABLE
               MOVE EMP-ID TO APT-EMP-ID
               READ APPT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2150-APPLY-APPOINTMENT-END
               END-READ
           END-IF

           PERFORM 2200-PRICE-EMPLOYEE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

      *----------------------------------------------------------*
      *  2150-APPLY-APPOINTMENT-END                               *
      *----------------------------------------------------------*
       2150-APPLY-APPOINTMENT-END.

           IF NOT APT-RENEWAL-ON-FILE
               MOVE APT-END-DATE TO WS-APT-DATE-NUM
               IF WS-APT-YEAR < WS-PROJ-YEAR
                   MOVE ZERO TO WS-LAST-MONTH
                   ADD 1 TO WS-APPT-END-COUNT
               ELSE
                   IF WS-APT-YEAR = WS-PROJ-YEAR
                       AND WS-APT-MONTH < 12
                       MOVE WS-APT-MONTH TO WS-LAST-MONTH
                       ADD 1 TO WS-APPT-END-COUNT
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2200-PRICE-EMPLOYEE-MONTH                                *
      *----------------------------------------------------------*
       2200-PRICE-EMPLOYEE-MONTH.

           IF WS-MONTH-SUB < WS-ANNIV-MONTH
               MOVE WS-BASE-MONTHLY TO WS-MONTHLY-WAGE
           ELSE
               COMPUTE WS-MONTHLY-WAGE ROUNDED =
                   WS-MERIT-RATE * WS-ANNUAL-HOURS / 12
           END-IF

           IF WS-DEPT-BUCKETED
               IF WS-MONTH-SUB > WS-LAST-MONTH
                   ADD WS-MONTHLY-WAGE
                       TO WS-AM-APPT-OUT(WS-DEPT-SUB, WS-MONTH-SUB)
               ELSE
                   ADD 1
                       TO WS-AM-HEADS(WS-DEPT-SUB, WS-MONTH-SUB)
                   ADD WS-MONTHLY-WAGE
                       TO WS-AM-WAGES(WS-DEPT-SUB, WS-MONTH-SUB)
                   COMPUTE WS-AM-MERIT(WS-DEPT-SUB, WS-MONTH-SUB) =
                       WS-AM-MERIT(WS-DEPT-SUB, WS-MONTH-SUB)
                           + WS-MONTHLY-WAGE - WS-BASE-MONTHLY
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2500-FIND-DEPT-BUCKET - THE TABLE IS KEPT IN DEPARTMENT  *
      *  ORDER; A NEW DEPARTMENT IS INSERTED IN PLACE             *
      *----------------------------------------------------------*
       2500-FIND-DEPT-BUCKET.

           MOVE 'N' TO WS-DEPT-BUCKET-SW
           MOVE ZERO TO WS-DEPT-SUB
           SET WS-ACT-IDX TO 1
           SEARCH WS-ACT-ENTRY
               AT END
                   PERFORM 2510-ADD-DEPT-BUCKET
               WHEN WS-ACT-IDX > WS-ACT-COUNT
                   PERFORM 2510-ADD-DEPT-BUCKET
               WHEN WS-AT-DEPT(WS-ACT-IDX) = WS-DEPT-KEY
                   SET WS-DEPT-SUB TO WS-ACT-IDX
                   SET WS-DEPT-BUCKETED TO TRUE
               WHEN WS-AT-DEPT(WS-ACT-IDX) > WS-DEPT-KEY
                   PERFORM 2510-ADD-DEPT-BUCKET
           END-SEARCH.

      *----------------------------------------------------------*
      *  2510-ADD-DEPT-BUCKET - OPEN A SLOT AT WS-ACT-IDX BY      *
      *  SHIFTING THE LATER DEPARTMENTS DOWN ONE                  *
      *----------------------------------------------------------*
       2510-ADD-DEPT-BUCKET.

           IF WS-ACT-COUNT < 200
               SET WS-DEPT-SUB TO WS-ACT-IDX
               ADD 1 TO WS-ACT-COUNT
               PERFORM 2520-SHIFT-DEPT-BUCKET
                   VARYING WS-ACT-SUB FROM WS-ACT-COUNT BY -1
                   UNTIL WS-ACT-SUB NOT > WS-DEPT-SUB
               MOVE WS-DEPT-KEY TO WS-AT-DEPT(WS-DEPT-SUB)
               PERFORM 2530-CLEAR-DEPT-MONTH
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               SET WS-DEPT-BUCKETED TO TRUE
           ELSE
      * The cost really is dropped - posting it into some other
      * department's bucket would be worse - and the run fails at
      * the end so nobody loads the short projection.
               DISPLAY 'BUDPROJ: DEPARTMENT TABLE FULL - COST '
                   'DROPPED FOR ' WS-DEPT-KEY
               ADD 1 TO WS-ACT-DROP-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2520-SHIFT-DEPT-BUCKET                                   *
      *----------------------------------------------------------*
       2520-SHIFT-DEPT-BUCKET.

           MOVE WS-ACT-ENTRY(WS-ACT-SUB - 1)
               TO WS-ACT-ENTRY(WS-ACT-SUB).

      *----------------------------------------------------------*
      *  2530-CLEAR-DEPT-MONTH                                    *
      *----------------------------------------------------------*
       2530-CLEAR-DEPT-MONTH.

           MOVE ZERO TO WS-AM-HEADS(WS-DEPT-SUB, WS-MONTH-SUB)
           MOVE ZERO TO WS-AM-WAGES(WS-DEPT-SUB, WS-MONTH-SUB)
           MOVE ZERO TO WS-AM-MERIT(WS-DEPT-SUB, WS-MONTH-SUB)
           MOVE ZERO TO WS-AM-APPT-OUT(WS-DEPT-SUB, WS-MONTH-SUB)
           MOVE ZERO TO WS-AM-POSITIONS(WS-DEPT-SUB, WS-MONTH-SUB)
           MOVE ZERO TO WS-AM-POS-COST(WS-DEPT-SUB, WS-MONTH-SUB).

      *----------------------------------------------------------*
      *  3000-PROCESS-POSITION - AN OPEN POSITION IS PRICED AT    *
      *  ITS GRADE MIDPOINT FOR THE WHOLE YEAR                    *
      *----------------------------------------------------------*
       3000-PROCESS-POSITION.

           IF POS-OPEN
               ADD 1 TO WS-OPEN-POS-COUNT
               MOVE 'N' TO WS-DEPT-BUCKET-SW
               MOVE SPACE TO WS-NP-REASON
               IF POS-GRADE = SPACE OR NOT WS-GRADE-AVAILABLE
                   MOVE 'POSITION NOT GRADED' TO WS-NP-REASON
               ELSE
                   MOVE POS-GRADE TO GRD-GRADE
                   READ GRADE-MASTER
                       INVALID KEY
                           MOVE 'GRADE NOT ON GRADMAST'
                               TO WS-NP-REASON
                       NOT INVALID KEY
                           MOVE POS-DEPT-CODE TO WS-DEPT-KEY
                           PERFORM 2500-FIND-DEPT-BUCKET
                           COMPUTE WS-MONTHLY-WAGE ROUNDED =
                               GRD-MIDPOINT * WS-ANNUAL-HOURS / 12
                           PERFORM 3100-PRICE-POSITION-MONTH
                               VARYING WS-MONTH-SUB FROM 1 BY 1
                               UNTIL WS-MONTH-SUB > 12
                   END-READ
               END-IF
               IF WS-NP-REASON NOT = SPACE
                   PERFORM 3200-LIST-UNPRICED-POSITION
               END-IF
           END-IF

           PERFORM 8200-READ-POSITION-MASTER.

      *----------------------------------------------------------*
      *  3100-PRICE-POSITION-MONTH                                *
      *----------------------------------------------------------*
       3100-PRICE-POSITION-MONTH.

           IF WS-DEPT-BUCKETED
               ADD 1 TO WS-AM-POSITIONS(WS-DEPT-SUB, WS-MONTH-SUB)
               ADD WS-MONTHLY-WAGE
                   TO WS-AM-POS-COST(WS-DEPT-SUB, WS-MONTH-SUB)
           END-IF.

      *----------------------------------------------------------*
      *  3200-LIST-UNPRICED-POSITION                              *
      *----------------------------------------------------------*
       3200-LIST-UNPRICED-POSITION.

           ADD 1 TO WS-NOGRADE-COUNT
           MOVE 'POSITION'     TO WS-NP-KIND
           MOVE POS-DEPT-CODE  TO WS-NP-POS-DEPT
           MOVE POS-SEQ        TO WS-NP-POS-SEQ
           MOVE WS-NP-POS-KEY  TO WS-NP-KEY
           MOVE POS-DEPT-CODE  TO WS-NP-DEPT
           MOVE SPACE          TO WS-NP-NAME
           WRITE PROJ-LINE FROM WS-NOT-PRICED-LINE.

      *----------------------------------------------------------*
      *  4000-REPORT-DEPARTMENTS - ONE BLOCK OF TWELVE MONTHS PER *
      *  DEPARTMENT, ITS BUDGET ROW, THEN THE COMPANY BLOCK       *
      *----------------------------------------------------------*
       4000-REPORT-DEPARTMENTS.

           OPEN INPUT DEPT-MASTER

           PERFORM 4100-REPORT-ONE-DEPT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT

           CLOSE DEPT-MASTER

           WRITE PROJ-LINE FROM WS-BLANK-LINE
           WRITE PROJ-LINE FROM WS-COMPANY-HEADER
           WRITE PROJ-LINE FROM WS-COLUMN-LINE
           PERFORM 4300-CLEAR-YEAR-TOTALS
           PERFORM 4400-PRINT-COMPANY-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
           PERFORM 4500-PRINT-YEAR-TOTAL.

      *----------------------------------------------------------*
      *  4100-REPORT-ONE-DEPT                                     *
      *----------------------------------------------------------*
       4100-REPORT-ONE-DEPT.

           MOVE WS-AT-DEPT(WS-ACT-SUB) TO DEPT-CODE
           READ DEPT-MASTER
               INVALID KEY
                   MOVE '*NOT ON DEPTMAST*' TO DEPT-NAME
           END-READ

           MOVE WS-AT-DEPT(WS-ACT-SUB) TO WS-DH-DEPT
           MOVE DEPT-NAME              TO WS-DH-NAME
           WRITE PROJ-LINE FROM WS-BLANK-LINE
           WRITE PROJ-LINE FROM WS-DEPT-HEADER
           WRITE PROJ-LINE FROM WS-COLUMN-LINE

           PERFORM 4300-CLEAR-YEAR-TOTALS
           PERFORM 4200-PRINT-DEPT-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
           PERFORM 4500-PRINT-YEAR-TOTAL

           MOVE WS-AT-DEPT(WS-ACT-SUB) TO BO-DEPT-CODE
           IF WS-YEAR-BUDGET > ZERO
               MOVE WS-YEAR-BUDGET TO BO-ANNUAL-AMT
           ELSE
               MOVE ZERO TO BO-ANNUAL-AMT
           END-IF
           WRITE BUDGET-OUT-RECORD
           ADD 1 TO WS-BUDGET-COUNT.

      *----------------------------------------------------------*
      *  4200-PRINT-DEPT-MONTH - ONE MONTH LINE, ROLLED INTO THE  *
      *  YEAR AND THE COMPANY TOTALS                              *
      *----------------------------------------------------------*
       4200-PRINT-DEPT-MONTH.

           ADD WS-AM-HEADS(WS-ACT-SUB, WS-MONTH-SUB)
               TO WS-TM-HEADS(WS-MONTH-SUB)
           ADD WS-AM-WAGES(WS-ACT-SUB, WS-MONTH-SUB)
               TO WS-TM-WAGES(WS-MONTH-SUB)
           ADD WS-AM-MERIT(WS-ACT-SUB, WS-MONTH-SUB)
               TO WS-TM-MERIT(WS-MONTH-SUB)
           ADD WS-AM-APPT-OUT(WS-ACT-SUB, WS-MONTH-SUB)
               TO WS-TM-APPT-OUT(WS-MONTH-SUB)
           ADD WS-AM-POSITIONS(WS-ACT-SUB, WS-MONTH-SUB)
               TO WS-TM-POSITIONS(WS-MONTH-SUB)
           ADD WS-AM-POS-COST(WS-ACT-SUB, WS-MONTH-SUB)
               TO WS-TM-POS-COST(WS-MONTH-SUB)

           MOVE WS-AM-WAGES(WS-ACT-SUB, WS-MONTH-SUB)
               TO WS-LINE-WAGES
           MOVE WS-AM-HEADS(WS-ACT-SUB, WS-MONTH-SUB)
               TO WS-PL-HEADS
           MOVE WS-AM-MERIT(WS-ACT-SUB, WS-MONTH-SUB)
               TO WS-PL-MERIT
           MOVE WS-AM-APPT-OUT(WS-ACT-SUB, WS-MONTH-SUB)
               TO WS-PL-APPT-OUT
           MOVE WS-AM-POSITIONS(WS-ACT-SUB, WS-MONTH-SUB)
               TO WS-PL-POSITIONS
           MOVE WS-AM-POS-COST(WS-ACT-SUB, WS-MONTH-SUB)
               TO WS-PL-POS-COST
           ADD WS-AM-MERIT(WS-ACT-SUB, WS-MONTH-SUB)
               TO WS-YEAR-MERIT
           ADD WS-AM-APPT-OUT(WS-ACT-SUB, WS-MONTH-SUB)
               TO WS-YEAR-APPT-OUT
           ADD WS-AM-POS-COST(WS-ACT-SUB, WS-MONTH-SUB)
               TO WS-YEAR-POS-COST
           COMPUTE WS-LINE-TOTAL =
               WS-LINE-WAGES + WS-AM-POS-COST(WS-ACT-SUB, WS-MONTH-SUB)

           PERFORM 4600-FINISH-MONTH-LINE.

      *----------------------------------------------------------*
      *  4300-CLEAR-YEAR-TOTALS                                   *
      *----------------------------------------------------------*
       4300-CLEAR-YEAR-TOTALS.

           MOVE ZERO TO WS-YEAR-WAGES
           MOVE ZERO TO WS-YEAR-MERIT
           MOVE ZERO TO WS-YEAR-APPT-OUT
           MOVE ZERO TO WS-YEAR-POS-COST
           MOVE ZERO TO WS-YEAR-EMPLOYER
           MOVE ZERO TO WS-YEAR-TOTAL
           MOVE ZERO TO WS-YEAR-BUDGET.

      *----------------------------------------------------------*
      *  4400-PRINT-COMPANY-MONTH                                 *
      *----------------------------------------------------------*
       4400-PRINT-COMPANY-MONTH.

           MOVE WS-TM-WAGES(WS-MONTH-SUB)     TO WS-LINE-WAGES
           MOVE WS-TM-HEADS(WS-MONTH-SUB)     TO WS-PL-HEADS
           MOVE WS-TM-MERIT(WS-MONTH-SUB)     TO WS-PL-MERIT
           MOVE WS-TM-APPT-OUT(WS-MONTH-SUB)  TO WS-PL-APPT-OUT
           MOVE WS-TM-POSITIONS(WS-MONTH-SUB) TO WS-PL-POSITIONS
           MOVE WS-TM-POS-COST(WS-MONTH-SUB)  TO WS-PL-POS-COST
           ADD WS-TM-MERIT(WS-MONTH-SUB)      TO WS-YEAR-MERIT
           ADD WS-TM-APPT-OUT(WS-MONTH-SUB)   TO WS-YEAR-APPT-OUT
           ADD WS-TM-POS-COST(WS-MONTH-SUB)   TO WS-YEAR-POS-COST
           COMPUTE WS-LINE-TOTAL =
               WS-LINE-WAGES + WS-TM-POS-COST(WS-MONTH-SUB)

           PERFORM 4600-FINISH-MONTH-LINE.

      *----------------------------------------------------------*
      *  4500-PRINT-YEAR-TOTAL - THE YEAR LINE AND THE SALARY     *
      *  FIGURE THAT GOES TO DEPTBUD                              *
      *----------------------------------------------------------*
       4500-PRINT-YEAR-TOTAL.

           COMPUTE WS-YEAR-BUDGET = WS-YEAR-WAGES + WS-YEAR-POS-COST

           MOVE WS-YEAR-WAGES    TO WS-PT-WAGES
           MOVE WS-YEAR-MERIT    TO WS-PT-MERIT
           MOVE WS-YEAR-APPT-OUT TO WS-PT-APPT-OUT
           MOVE WS-YEAR-POS-COST TO WS-PT-POS-COST
           MOVE WS-YEAR-EMPLOYER TO WS-PT-EMPLOYER
           MOVE WS-YEAR-TOTAL    TO WS-PT-TOTAL
           WRITE PROJ-LINE FROM WS-PROJ-TOTAL-LINE

           MOVE WS-YEAR-BUDGET   TO WS-PB-AMOUNT
           WRITE PROJ-LINE FROM WS-PROPOSED-LINE.

      *----------------------------------------------------------*
      *  4600-FINISH-MONTH-LINE - EMPLOYER LOAD ON THE MONTH'S    *
      *  WAGES AND POSITION COST, THEN THE LINE                   *
      *----------------------------------------------------------*
       4600-FINISH-MONTH-LINE.

           COMPUTE WS-LINE-EMPLOYER ROUNDED =
               WS-LINE-TOTAL * WS-EMPLOYER-PCT / 100
           ADD WS-LINE-EMPLOYER TO WS-LINE-TOTAL

           ADD WS-LINE-WAGES    TO WS-YEAR-WAGES
           ADD WS-LINE-EMPLOYER TO WS-YEAR-EMPLOYER
           ADD WS-LINE-TOTAL    TO WS-YEAR-TOTAL

           MOVE WS-MONTH-SUB     TO WS-PL-MONTH
           MOVE WS-LINE-WAGES    TO WS-PL-WAGES
           MOVE WS-LINE-EMPLOYER TO WS-PL-EMPLOYER
           MOVE WS-LINE-TOTAL    TO WS-PL-TOTAL
           WRITE PROJ-LINE FROM WS-PROJ-DETAIL-LINE.

      *----------------------------------------------------------*
      *  5000-FINALIZE - TRAILERS, CLOSE FILES                    *
      *----------------------------------------------------------*
       5000-FINALIZE.

           MOVE WS-EMP-COUNT      TO WS-TRL-EMPS
           MOVE WS-PRICED-COUNT   TO WS-TRL-PRICED
           MOVE WS-NORATE-COUNT   TO WS-TRL-NORATE
           MOVE WS-APPT-END-COUNT TO WS-TRL-APPT
           MOVE WS-OPEN-POS-COUNT TO WS-TRL-OPEN
           MOVE WS-NOGRADE-COUNT  TO WS-TRL-NOGRADE
           MOVE WS-BUDGET-COUNT   TO WS-TRL-BUDGET
           WRITE PROJ-LINE FROM WS-BLANK-LINE
           WRITE PROJ-LINE FROM WS-TRAILER-LINE
           WRITE PROJ-LINE FROM WS-TRAILER-LINE-2

           MOVE '00' TO AUD-RETURN-CODE
           IF WS-ACT-DROP-COUNT > ZERO
               MOVE WS-ACT-DROP-COUNT TO WS-OVF-ROWS
               WRITE PROJ-LINE FROM WS-OVERFLOW-LINE
               DISPLAY 'BUDPROJ: ' WS-ACT-DROP-COUNT ' ROWS '
                   'DROPPED ON DEPARTMENT TABLE OVERFLOW - THE '
                   'PROJECTION IS SHORT - RUN FAILED'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
           END-IF

           CLOSE EMP-MASTER
           CLOSE COMP-MASTER
           IF WS-APPT-AVAILABLE
               CLOSE APPT-MASTER
           END-IF
           IF WS-POS-AVAILABLE
               CLOSE POSITION-MASTER
           END-IF
           IF WS-GRADE-AVAILABLE
               CLOSE GRADE-MASTER
           END-IF
           CLOSE PROJ-RPT
           CLOSE BUDGET-OUT

           MOVE WS-EMP-COUNT TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-EMP-MASTER - READ NEXT EMPLOYEE IN KEY ORDER   *
      *----------------------------------------------------------*
       8000-READ-EMP-MASTER.

           READ EMP-MASTER NEXT RECORD
               AT END
                   SET END-OF-EMP-MASTER TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8200-READ-POSITION-MASTER - READ NEXT POSITION           *
      *----------------------------------------------------------*
       8200-READ-POSITION-MASTER.

           READ POSITION-MASTER NEXT RECORD
               AT END
                   SET END-OF-POSITION-MASTER TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'BUDPROJ '         TO AUD-PROGRAM-ID
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
