       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OTMON.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : MONTHLY OVERTIME MONITORING REPORT. READS THE
      *            : CUMULATIVE PAY HISTORY (PAYHIST, SEE PAYHREC)
      *            : FOR THE REPORT MONTH (OTPARM; MISSING MEANS
      *            : THE RUN MONTH, THE SAME MONTH BUDVAR REPORTS
      *            : THROUGH) AND PRINTS: OT HOURS, OT DOLLARS
      *            : (THE OVT EARNINGS ENTRIES), AND THE OT SHARE
      *            : OF LABOR COST (GROSS PLUS THE EMPLOYER
      *            : RETIREMENT MATCH) PER EMPLOYEE AND PER
      *            : DEPARTMENT; A ROLLING TREND OVER THE LAST 13
      *            : REGULAR PAY PERIODS; AN ALERT FOR EVERYONE
      *            : OVER THE OT-HOURS THRESHOLD IN CONSECUTIVE
      *            : PERIODS; AND EACH DEPARTMENT'S YEAR-TO-DATE
      *            : OT DOLLARS AGAINST ITS DEPTBUD BUDGET AND THE
      *            : SAME YTD ACTUAL BUDVAR PRINTS, SO THE
      *            : OVERTIME PART OF A VARIANCE CAN BE SEEN. THE
      *            : DEPARTMENT IS THE EMPLOYEE'S DEPARTMENT ON
      *            : THE MASTER, AS IN BUDVAR. A VOIDED PAYMENT IS
      *            : NOT COUNTED. ENDS CC 4 WHEN ANYONE IS ALERTED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OT-PARM     ASSIGN TO OTPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PAY-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT SORT-WORK   ASSIGN TO SORTWK.

           SELECT SORTED-HIST ASSIGN TO SRTHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT BUDGET-MASTER ASSIGN TO DEPTBUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BUD-DEPT-CODE
               FILE STATUS IS WS-BUDGET-MASTER-STATUS.

           SELECT DEPT-MASTER ASSIGN TO DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT OT-RPT      ASSIGN TO OTMRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Optional controls. A missing card, or a zero or non-numeric
      * field, leaves that field's default: the run month, more than
      * 10 OT hours in a period, 3 such periods in a row.
       FD  OT-PARM
           LABEL RECORDS ARE STANDARD.
       01  OT-PARM-RECORD.
           05  OP-REPORT-MONTH.
               10  OP-REPORT-CCYY   PIC 9(04).
               10  OP-REPORT-MM     PIC 9(02).
           05  OP-THRESHOLD-HOURS PIC 9(03).
           05  OP-CONSEC-PERIODS  PIC 9(02).

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC.

       SD  SORT-WORK.
       01  SD-SORT-RECORD.
           05  SD-EMP-ID        PIC 9(05).
           05  SD-PERIOD-END    PIC 9(08).
           05  FILLER           PIC X(376).

       FD  SORTED-HIST
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC REPLACING PAY-HISTORY-RECORD
                                      BY SORTED-HIST-RECORD
                                  PH-EMP-ID       BY SH-EMP-ID
                                  PH-PERIOD-END   BY SH-PERIOD-END
                                  PH-PERIOD-CCYY  BY SH-PERIOD-CCYY
                                  PH-PERIOD-MM    BY SH-PERIOD-MM
                                  PH-PERIOD-DD    BY SH-PERIOD-DD
                                  PH-REG-HOURS    BY SH-REG-HOURS
                                  PH-OT-HOURS     BY SH-OT-HOURS
                                  PH-PAY-RATE     BY SH-PAY-RATE
                                  PH-GROSS-PAY    BY SH-GROSS-PAY
                                  PH-TOTAL-DED    BY SH-TOTAL-DED
                                  PH-NET-PAY      BY SH-NET-PAY
                                  PH-TAXABLE-WAGES
                                                  BY SH-TAXABLE-WAGES
                                  PH-DED-COUNT    BY SH-DED-COUNT
                                  PH-DED-ENTRY    BY SH-DED-ENTRY
                                  PH-DED-CODE     BY SH-DED-CODE
                                  PH-DED-TYPE     BY SH-DED-TYPE
                                  PH-DED-AMOUNT   BY SH-DED-AMOUNT
                                  PH-EARN-COUNT   BY SH-EARN-COUNT
                                  PH-EARN-ENTRY   BY SH-EARN-ENTRY
                                  PH-EARN-CODE    BY SH-EARN-CODE
                                  PH-EARN-HOURS   BY SH-EARN-HOURS
                                  PH-EARN-AMOUNT  BY SH-EARN-AMOUNT
                                  PH-EARN-TAXABLE BY SH-EARN-TAXABLE
                                  PH-RUN-TYPE     BY SH-RUN-TYPE
                                  PH-REGULAR-RUN  BY SH-REGULAR-RUN
                                  PH-OFF-CYCLE-RUN
                                                  BY SH-OFF-CYCLE-RUN
                                  PH-FINAL-PAY-RUN
                                                  BY SH-FINAL-PAY-RUN
                                  PH-DEPT-CODE    BY SH-DEPT-CODE
                                  PH-VOID-SW      BY SH-VOID-SW
                                  PH-VOIDED       BY SH-VOIDED
                                  PH-VOID-DATE    BY SH-VOID-DATE
                                  PH-VOID-USER    BY SH-VOID-USER
                                  PH-RETURN-SW    BY SH-RETURN-SW
                                  PH-DEPOSIT-RETURNED
                                                  BY SH-DEPOSIT-RETURNED
                                  PH-RETURN-DATE  BY SH-RETURN-DATE
                                  PH-RETURN-REASON
                                                  BY SH-RETURN-REASON
                                  PH-ER-RET-MATCH BY SH-ER-RET-MATCH.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  BUDGET-MASTER.
           COPY BUDREC.

       FD  DEPT-MASTER.
           COPY DEPTREC.

       FD  OT-RPT
           LABEL RECORDS ARE STANDARD.
       01  OT-LINE          PIC X(100).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS    PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS          PIC X(02)  VALUE '00'.
       01  WS-PAYHIST-STATUS       PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS    PIC X(02)  VALUE '00'.
       01  WS-BUDGET-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-DEPT-MASTER-STATUS   PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad report to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-HISTORY     VALUE 'Y'.
       01  WS-SRT-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-SORTED-HIST     VALUE 'Y'.
       01  WS-BUD-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-BUDGET-MASTER   VALUE 'Y'.

      * Report controls, defaulted here and overridden by OTPARM.
       01  WS-THRESHOLD-HOURS PIC 9(03) VALUE 010.
       01  WS-CONSEC-PERIODS  PIC 9(02) VALUE 03.
       01  WS-RPT-MONTH.
           05  WS-RPT-YEAR      PIC 9(04)  VALUE ZERO.
           05  WS-RPT-MM        PIC 9(02)  VALUE ZERO.
      * Last day a period may end on to fall in the trend window.
       01  WS-CUTOFF-DATE   PIC 9(08)  VALUE ZERO.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-RUN-DATE-CCYY REDEFINES WS-RUN-DATE-NUM.
           05  WS-RUN-YEAR      PIC 9(04).
           05  WS-RUN-MONTH     PIC 9(02).
           05  FILLER           PIC 9(02).

      * The trend window: the latest 13 regular-run period ends on
      * or before the end of the report month, ascending, each with
      * its company-wide totals. Off-cycle rows count only when they
      * share a window period's end date.
       01  WS-PER-COUNT     PIC 9(02)  COMP VALUE ZERO.
       01  WS-PER-SUB       PIC 9(02)  COMP VALUE ZERO.
       01  WS-PER-HOLD      PIC 9(08)  VALUE ZERO.
       01  WS-PER-PLACED-SW PIC X(01)  VALUE 'N'.
           88  WS-PER-PLACED          VALUE 'Y'.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 13 TIMES
                   INDEXED BY WS-PER-IDX.
               10  WS-PW-END        PIC 9(08).
               10  WS-PW-OT-EMPS    PIC 9(05)  COMP.
               10  WS-PW-OT-HOURS   PIC S9(07)V99 COMP-3.
               10  WS-PW-OT-DOLLARS PIC S9(09)V99 COMP-3.
               10  WS-PW-LABOR      PIC S9(11)V99 COMP-3.

      * Per-department month and year-to-date figures, kept in
      * department order. As in BUDVAR a 201st department cannot be
      * bucketed: its dollars are dropped and the run ends CC 16.
       01  WS-ACT-COUNT     PIC 9(03)  COMP VALUE ZERO.
       01  WS-ACT-SUB       PIC 9(03)  COMP VALUE ZERO.
       01  WS-ACT-DROP-COUNT PIC 9(05) COMP VALUE ZERO.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACT-IDX.
               10  WS-AT-DEPT       PIC X(04).
               10  WS-AT-OT-EMPS    PIC 9(05)  COMP.
               10  WS-AT-OT-HOURS   PIC S9(07)V99 COMP-3.
               10  WS-AT-OT-DOLLARS PIC S9(09)V99 COMP-3.
               10  WS-AT-LABOR      PIC S9(11)V99 COMP-3.
               10  WS-AT-YTD-GROSS  PIC S9(11)V99 COMP-3.
               10  WS-AT-YTD-OT     PIC S9(11)V99 COMP-3.
               10  WS-AT-BUDGETED-SW PIC X(01).

      * The employee being accumulated from the sorted history.
       01  WS-PREV-EMP-ID   PIC 9(05)  VALUE ZERO.
       01  WS-EMP-OPEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-EMPLOYEE-OPEN       VALUE 'Y'.
       01  WS-EMP-DEPT-SW   PIC X(01)  VALUE 'N'.
           88  WS-EMP-DEPT-BUCKETED   VALUE 'Y'.
       01  WS-EMP-DEPT-SUB  PIC 9(03)  COMP VALUE ZERO.
       01  WS-EMP-DEPT      PIC X(04)  VALUE SPACE.
       01  WS-EMP-FNAME     PIC X(15)  VALUE SPACE.
       01  WS-EMP-LNAME     PIC X(20)  VALUE SPACE.
       01  WS-EMP-OT-HOURS  PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-EMP-OT-DOLLARS PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-EMP-LABOR     PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-EMP-PERIODS.
           05  WS-EP-OT-HOURS   PIC S9(05)V99 COMP-3
                   OCCURS 13 TIMES.

      * Consecutive-period scan of the employee's window.
       01  WS-RUN-LENGTH    PIC 9(02)  COMP VALUE ZERO.
       01  WS-BEST-RUN      PIC 9(02)  COMP VALUE ZERO.
       01  WS-BEST-RUN-END  PIC 9(08)  VALUE ZERO.
       01  WS-WINDOW-HOURS  PIC S9(05)V99 COMP-3 VALUE ZERO.

      * One history row's overtime dollars and labor cost.
       01  WS-EARN-SUB      PIC 9(02)  COMP VALUE ZERO.
       01  WS-ROW-OT-DOLLARS PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-ROW-LABOR     PIC S9(09)V99 COMP-3 VALUE ZERO.

      * Alerts are held until the history is read, then printed as
      * their own section. Past 500 they are counted, not listed.
       01  WS-ALERT-COUNT   PIC 9(05)  COMP VALUE ZERO.
       01  WS-ALERT-UNLISTED PIC 9(05) COMP VALUE ZERO.
       01  WS-ALR-SUB       PIC 9(03)  COMP VALUE ZERO.
       01  WS-ALERT-TABLE.
           05  WS-ALERT-ENTRY OCCURS 500 TIMES.
               10  WS-AL-EMP-ID     PIC 9(05).
               10  WS-AL-LNAME      PIC X(20).
               10  WS-AL-FNAME      PIC X(15).
               10  WS-AL-DEPT       PIC X(04).
               10  WS-AL-RUN        PIC 9(02)  COMP.
               10  WS-AL-RUN-END    PIC 9(08).
               10  WS-AL-HOURS      PIC S9(05)V99 COMP-3.
               10  WS-AL-CURRENT-SW PIC X(01).

       01  WS-ROW-COUNT     PIC 9(7)   COMP VALUE ZERO.
       01  WS-OT-EMP-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-NOBUD-COUNT   PIC 9(5)   COMP VALUE ZERO.

       01  WS-PCT-WORK      PIC S9(03)V99 COMP-3 VALUE ZERO.
       01  WS-VARIANCE      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-OT-EMPS   PIC 9(05)  COMP VALUE ZERO.
       01  WS-TOT-OT-HOURS  PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-OT-DOLLARS PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-LABOR     PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(34)  VALUE
               'OVERTIME MONITORING REPORT - MONTH'.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-TTL-YEAR  PIC 9(04).
           05  FILLER       PIC X(01)  VALUE '/'.
           05  WS-TTL-MONTH PIC 9(02).
           05  FILLER       PIC X(58)  VALUE SPACE.

       01  WS-BLANK-LINE    PIC X(100) VALUE SPACE.

       01  WS-EMP-HEADER    PIC X(100) VALUE
           'OVERTIME BY EMPLOYEE FOR THE MONTH'.

       01  WS-EMP-COLUMNS.
           05  FILLER       PIC X(07)  VALUE 'EMP ID'.
           05  FILLER       PIC X(38)  VALUE 'NAME'.
           05  FILLER       PIC X(06)  VALUE 'DEPT'.
           05  FILLER       PIC X(10)  VALUE 'OT HOURS'.
           05  FILLER       PIC X(12)  VALUE 'OT DOLLARS'.
           05  FILLER       PIC X(14)  VALUE '  LABOR COST'.
           05  FILLER       PIC X(06)  VALUE 'OT PCT'.
           05  FILLER       PIC X(07)  VALUE SPACE.

       01  WS-EMP-LINE.
           05  WS-EL-EMP-ID PIC 9(05).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-EL-LNAME  PIC X(20).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-EL-FNAME  PIC X(15).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-EL-DEPT   PIC X(04).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-EL-HOURS  PIC ZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-EL-DOLLARS PIC ZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-EL-LABOR  PIC ZZZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-EL-PCT    PIC ZZ9.99.
           05  FILLER       PIC X(07)  VALUE SPACE.

       01  WS-NO-OT-LINE    PIC X(100) VALUE
           '  NO OVERTIME PAID IN THE MONTH'.

       01  WS-DEPT-HEADER   PIC X(100) VALUE
           'OVERTIME BY DEPARTMENT FOR THE MONTH'.

       01  WS-DEPT-COLUMNS.
           05  FILLER       PIC X(06)  VALUE 'DEPT'.
           05  FILLER       PIC X(32)  VALUE 'NAME'.
           05  FILLER       PIC X(07)  VALUE 'OT EMP'.
           05  FILLER       PIC X(12)  VALUE '  OT HOURS'.
           05  FILLER       PIC X(14)  VALUE '  OT DOLLARS'.
           05  FILLER       PIC X(16)  VALUE '    LABOR COST'.
           05  FILLER       PIC X(06)  VALUE 'OT PCT'.
           05  FILLER       PIC X(07)  VALUE SPACE.

       01  WS-DEPT-LINE.
           05  WS-DL-DEPT   PIC X(04).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DL-NAME   PIC X(30).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DL-EMPS   PIC ZZZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DL-HOURS  PIC ZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DL-DOLLARS PIC ZZZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DL-LABOR  PIC ZZZZZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DL-PCT    PIC ZZ9.99.
           05  FILLER       PIC X(07)  VALUE SPACE.

       01  WS-TREND-HEADER  PIC X(100) VALUE
           'OVERTIME TREND - LAST 13 REGULAR PAY PERIODS, ALL DEPARTMEN
      -    'TS'.

       01  WS-TREND-COLUMNS.
           05  FILLER       PIC X(10)  VALUE 'PERIOD END'.
           05  FILLER       PIC X(07)  VALUE 'OT EMP'.
           05  FILLER       PIC X(12)  VALUE '  OT HOURS'.
           05  FILLER       PIC X(14)  VALUE '  OT DOLLARS'.
           05  FILLER       PIC X(16)  VALUE '    LABOR COST'.
           05  FILLER       PIC X(06)  VALUE 'OT PCT'.
           05  FILLER       PIC X(35)  VALUE SPACE.

       01  WS-TREND-LINE.
           05  WS-TL-END    PIC 9(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-TL-EMPS   PIC ZZZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-TL-HOURS  PIC ZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-TL-DOLLARS PIC ZZZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-TL-LABOR  PIC ZZZZZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-TL-PCT    PIC ZZ9.99.
           05  FILLER       PIC X(35)  VALUE SPACE.

       01  WS-NO-PERIOD-LINE PIC X(100) VALUE
           '  NO REGULAR PAY PERIOD ON FILE THROUGH THE REPORT MONTH'.

       01  WS-ALERT-HEADER.
           05  FILLER       PIC X(29)  VALUE
               'OVERTIME ALERTS - MORE THAN '.
           05  WS-AH-HOURS  PIC ZZ9.
           05  FILLER       PIC X(23)  VALUE
               ' OT HOURS A PERIOD FOR '.
           05  WS-AH-PERIODS PIC Z9.
           05  FILLER       PIC X(43)  VALUE
               ' OR MORE PERIODS IN A ROW'.

       01  WS-ALERT-COLUMNS.
           05  FILLER       PIC X(07)  VALUE 'EMP ID'.
           05  FILLER       PIC X(38)  VALUE 'NAME'.
           05  FILLER       PIC X(06)  VALUE 'DEPT'.
           05  FILLER       PIC X(05)  VALUE 'ROW'.
           05  FILLER       PIC X(10)  VALUE 'ENDING'.
           05  FILLER       PIC X(10)  VALUE 'WINDOW OT'.
           05  FILLER       PIC X(24)  VALUE SPACE.

       01  WS-ALERT-LINE.
           05  WS-AL-O-EMP-ID PIC 9(05).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-AL-O-LNAME PIC X(20).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-AL-O-FNAME PIC X(15).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-AL-O-DEPT PIC X(04).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-AL-O-RUN  PIC ZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-AL-O-END  PIC 9(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-AL-O-HOURS PIC ZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-AL-O-FLAG PIC X(16).
           05  FILLER       PIC X(08)  VALUE SPACE.

       01  WS-NO-ALERT-LINE PIC X(100) VALUE
           '  NO EMPLOYEE OVER THE THRESHOLD FOR THE PERIODS IN A ROW'.

       01  WS-UNLISTED-LINE.
           05  FILLER       PIC X(06)  VALUE '  *** '.
           05  WS-UL-COUNT  PIC ZZZZ9.
           05  FILLER       PIC X(40)  VALUE
               ' FURTHER ALERTS NOT LISTED - TABLE FULL'.
           05  FILLER       PIC X(49)  VALUE SPACE.

       01  WS-BUDGET-HEADER PIC X(100) VALUE
           'YEAR-TO-DATE OVERTIME AGAINST THE DEPARTMENT SALARY BUDGET (
      -    'ACTUAL AS ON BUDVAR)'.

       01  WS-BUDGET-COLUMNS.
           05  FILLER       PIC X(06)  VALUE 'DEPT'.
           05  FILLER       PIC X(32)  VALUE 'NAME'.
           05  FILLER       PIC X(14)  VALUE '      BUDGET'.
           05  FILLER       PIC X(13)  VALUE '  YTD ACTUAL'.
           05  FILLER       PIC X(14)  VALUE '    VARIANCE'.
           05  FILLER       PIC X(14)  VALUE '      YTD OT'.
           05  FILLER       PIC X(07)  VALUE 'OT PCT'.

       01  WS-BUDGET-LINE.
           05  WS-BL-DEPT   PIC X(04).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-BL-NAME   PIC X(30).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-BL-BUDGET PIC ZZZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-BL-ACTUAL PIC ZZZZZZZZ9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-BL-VAR    PIC -ZZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-BL-YTD-OT PIC ZZZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-BL-PCT    PIC ZZ9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.

       01  WS-NOBUD-HEADER  PIC X(100) VALUE
           'OVERTIME IN DEPARTMENTS WITH NO BUDGET ROW'.

       01  WS-NO-BUDGET-FILE-LINE PIC X(100) VALUE
           '  DEPTBUD BUDGET FILE NOT AVAILABLE - BUDGET COMPARISON NOT
      -    'PRINTED'.

       01  WS-OVERFLOW-LINE.
           05  FILLER       PIC X(28)  VALUE
               '*** DEPARTMENT TABLE FULL - '.
           05  WS-OVF-ROWS  PIC ZZZZ9.
           05  FILLER       PIC X(38)  VALUE
               ' PAY ROWS DROPPED - RUN FAILED CC 16'.
           05  FILLER       PIC X(29)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(14)  VALUE 'ROWS READ   : '.
           05  WS-TRL-ROWS  PIC ZZZZZZ9.
           05  FILLER       PIC X(16)  VALUE '  EMPLOYEES OT: '.
           05  WS-TRL-EMPS  PIC ZZZZ9.
           05  FILLER       PIC X(11)  VALUE '  PERIODS: '.
           05  WS-TRL-PERIODS PIC Z9.
           05  FILLER       PIC X(10)  VALUE '  ALERTS: '.
           05  WS-TRL-ALERTS PIC ZZZZ9.
           05  FILLER       PIC X(30)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HISTORY-ROW
               UNTIL END-OF-SORTED-HIST
           IF WS-EMPLOYEE-OPEN
               PERFORM 2400-CLOSE-EMPLOYEE
           END-IF
           IF WS-OT-EMP-COUNT = ZERO
               WRITE OT-LINE FROM WS-NO-OT-LINE
           END-IF
           PERFORM 3000-REPORT-DEPARTMENTS
           PERFORM 4000-REPORT-TREND
           PERFORM 5000-REPORT-ALERTS
           PERFORM 6000-REPORT-BUDGET-TIE
           PERFORM 7000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - CONTROLS, TREND WINDOW, SORT THE       *
      *  HISTORY BY EMPLOYEE, OPEN FILES, TITLE                   *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE WS-RUN-YEAR  TO WS-RPT-YEAR
           MOVE WS-RUN-MONTH TO WS-RPT-MM

           PERFORM 1050-READ-OT-PARM

           COMPUTE WS-CUTOFF-DATE =
               WS-RPT-YEAR * 10000 + WS-RPT-MM * 100 + 31

           PERFORM 1100-LOAD-PERIOD-WINDOW

           SORT SORT-WORK
               ON ASCENDING KEY SD-EMP-ID
               ON ASCENDING KEY SD-PERIOD-END
               USING PAY-HISTORY
               GIVING SORTED-HIST

           OPEN INPUT  SORTED-HIST
           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT OT-RPT

           MOVE WS-RPT-YEAR TO WS-TTL-YEAR
           MOVE WS-RPT-MM   TO WS-TTL-MONTH
           WRITE OT-LINE FROM WS-TITLE-LINE
           WRITE OT-LINE FROM WS-BLANK-LINE
           WRITE OT-LINE FROM WS-EMP-HEADER
           WRITE OT-LINE FROM WS-EMP-COLUMNS

           PERFORM 8100-READ-SORTED-HIST.

      *----------------------------------------------------------*
      *  1050-READ-OT-PARM - OPTIONAL MONTH AND ALERT CONTROLS    *
      *----------------------------------------------------------*
       1050-READ-OT-PARM.

           OPEN INPUT OT-PARM
           IF WS-PARM-STATUS = '00'
               READ OT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OP-REPORT-CCYY NUMERIC
                           AND OP-REPORT-MM NUMERIC
                           AND OP-REPORT-CCYY > ZERO
                           AND OP-REPORT-MM > ZERO
                           AND OP-REPORT-MM NOT > 12
                           MOVE OP-REPORT-CCYY TO WS-RPT-YEAR
                           MOVE OP-REPORT-MM   TO WS-RPT-MM
                       END-IF
                       IF OP-THRESHOLD-HOURS NUMERIC
                           AND OP-THRESHOLD-HOURS > ZERO
                           MOVE OP-THRESHOLD-HOURS
                               TO WS-THRESHOLD-HOURS
                       END-IF
                       IF OP-CONSEC-PERIODS NUMERIC
                           AND OP-CONSEC-PERIODS > ZERO
                           AND OP-CONSEC-PERIODS NOT > 13
                           MOVE OP-CONSEC-PERIODS
                               TO WS-CONSEC-PERIODS
                       END-IF
               END-READ
               CLOSE OT-PARM
           END-IF.

      *----------------------------------------------------------*
      *  1100-LOAD-PERIOD-WINDOW - FIRST PASS OF THE HISTORY FOR  *
      *  THE LATEST 13 REGULAR PERIOD ENDS THROUGH THE MONTH      *
      *----------------------------------------------------------*
       1100-LOAD-PERIOD-WINDOW.

           OPEN INPUT PAY-HISTORY
           IF WS-PAYHIST-STATUS NOT = '00'
               DISPLAY 'OTMON: PAYHIST NOT AVAILABLE - STATUS '
                   WS-PAYHIST-STATUS ' - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           PERFORM 8000-READ-PAY-HISTORY
           PERFORM 1110-NOTE-PERIOD-ROW
               UNTIL END-OF-PAY-HISTORY
           CLOSE PAY-HISTORY

           PERFORM 1150-CLEAR-PERIOD-TOTALS
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > 13.

      *----------------------------------------------------------*
      *  1110-NOTE-PERIOD-ROW                                     *
      *----------------------------------------------------------*
       1110-NOTE-PERIOD-ROW.

           IF PH-REGULAR-RUN
               AND NOT PH-VOIDED
               AND PH-PERIOD-END NOT > WS-CUTOFF-DATE
               SET WS-PER-IDX TO 1
               SEARCH WS-PER-ENTRY
                   AT END
                       PERFORM 1120-PLACE-PERIOD-END
                   WHEN WS-PER-IDX > WS-PER-COUNT
                       PERFORM 1120-PLACE-PERIOD-END
                   WHEN WS-PW-END(WS-PER-IDX) = PH-PERIOD-END
                       CONTINUE
               END-SEARCH
           END-IF

           PERFORM 8000-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  1120-PLACE-PERIOD-END - A NEW END DATE JOINS THE WINDOW  *
      *  IN ORDER; ONCE 13 ARE HELD IT ONLY DISPLACES THE OLDEST  *
      *----------------------------------------------------------*
       1120-PLACE-PERIOD-END.

           MOVE 'N' TO WS-PER-PLACED-SW
           IF WS-PER-COUNT < 13
               ADD 1 TO WS-PER-COUNT
               MOVE WS-PER-COUNT  TO WS-PER-SUB
               MOVE PH-PERIOD-END TO WS-PW-END(WS-PER-SUB)
               PERFORM 1130-SINK-PERIOD-END
                   UNTIL WS-PER-PLACED
           ELSE
               IF PH-PERIOD-END > WS-PW-END(1)
                   MOVE 1             TO WS-PER-SUB
                   MOVE PH-PERIOD-END TO WS-PW-END(1)
                   PERFORM 1140-RAISE-PERIOD-END
                       UNTIL WS-PER-PLACED
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1130-SINK-PERIOD-END - MOVE THE NEW DATE TOWARD SLOT 1   *
      *  PAST ANY LATER DATE                                      *
      *----------------------------------------------------------*
       1130-SINK-PERIOD-END.

           IF WS-PER-SUB = 1
               SET WS-PER-PLACED TO TRUE
           ELSE
               IF WS-PW-END(WS-PER-SUB - 1) > WS-PW-END(WS-PER-SUB)
                   MOVE WS-PW-END(WS-PER-SUB) TO WS-PER-HOLD
                   MOVE WS-PW-END(WS-PER-SUB - 1)
                       TO WS-PW-END(WS-PER-SUB)
                   MOVE WS-PER-HOLD TO WS-PW-END(WS-PER-SUB - 1)
                   SUBTRACT 1 FROM WS-PER-SUB
               ELSE
                   SET WS-PER-PLACED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1140-RAISE-PERIOD-END - MOVE THE NEW DATE TOWARD SLOT 13 *
      *  PAST ANY EARLIER DATE                                    *
      *----------------------------------------------------------*
       1140-RAISE-PERIOD-END.

           IF WS-PER-SUB = 13
               SET WS-PER-PLACED TO TRUE
           ELSE
               IF WS-PW-END(WS-PER-SUB + 1) < WS-PW-END(WS-PER-SUB)
                   MOVE WS-PW-END(WS-PER-SUB) TO WS-PER-HOLD
                   MOVE WS-PW-END(WS-PER-SUB + 1)
                       TO WS-PW-END(WS-PER-SUB)
                   MOVE WS-PER-HOLD TO WS-PW-END(WS-PER-SUB + 1)
                   ADD 1 TO WS-PER-SUB
               ELSE
                   SET WS-PER-PLACED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1150-CLEAR-PERIOD-TOTALS                                 *
      *----------------------------------------------------------*
       1150-CLEAR-PERIOD-TOTALS.

           IF WS-PER-IDX > WS-PER-COUNT
               MOVE ZERO TO WS-PW-END(WS-PER-IDX)
           END-IF
           MOVE ZERO TO WS-PW-OT-EMPS(WS-PER-IDX)
           MOVE ZERO TO WS-PW-OT-HOURS(WS-PER-IDX)
           MOVE ZERO TO WS-PW-OT-DOLLARS(WS-PER-IDX)
           MOVE ZERO TO WS-PW-LABOR(WS-PER-IDX).

      *----------------------------------------------------------*
      *  2000-PROCESS-HISTORY-ROW - A NEW EMPLOYEE CLOSES THE     *
      *  LAST ONE; VOIDED PAYMENTS ARE PASSED OVER                *
      *----------------------------------------------------------*
       2000-PROCESS-HISTORY-ROW.

           ADD 1 TO WS-ROW-COUNT

           IF NOT SH-VOIDED
               IF NOT WS-EMPLOYEE-OPEN
                   OR SH-EMP-ID NOT = WS-PREV-EMP-ID
                   IF WS-EMPLOYEE-OPEN
                       PERFORM 2400-CLOSE-EMPLOYEE
                   END-IF
                   PERFORM 2100-OPEN-EMPLOYEE
               END-IF
               PERFORM 2200-ACCUMULATE-ROW
           END-IF

           PERFORM 8100-READ-SORTED-HIST.

      *----------------------------------------------------------*
      *  2100-OPEN-EMPLOYEE - NAME AND DEPARTMENT FROM THE        *
      *  EMPLOYEE MASTER, DEPARTMENT BUCKET FOUND OR ADDED        *
      *----------------------------------------------------------*
       2100-OPEN-EMPLOYEE.

           MOVE SH-EMP-ID TO WS-PREV-EMP-ID
           SET WS-EMPLOYEE-OPEN TO TRUE
           MOVE ZERO TO WS-EMP-OT-HOURS
           MOVE ZERO TO WS-EMP-OT-DOLLARS
           MOVE ZERO TO WS-EMP-LABOR
           PERFORM 2110-CLEAR-EMPLOYEE-PERIOD
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 13

           MOVE SH-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   MOVE '????'          TO WS-EMP-DEPT
                   MOVE '*NOT ON FILE*' TO WS-EMP-LNAME
                   MOVE SPACE           TO WS-EMP-FNAME
               NOT INVALID KEY
                   MOVE EMP-DEPT-CODE   TO WS-EMP-DEPT
                   MOVE EMP-LNAME       TO WS-EMP-LNAME
                   MOVE EMP-FNAME       TO WS-EMP-FNAME
           END-READ

           PERFORM 2150-FIND-DEPT-BUCKET.

      *----------------------------------------------------------*
      *  2110-CLEAR-EMPLOYEE-PERIOD                               *
      *----------------------------------------------------------*
       2110-CLEAR-EMPLOYEE-PERIOD.

           MOVE ZERO TO WS-EP-OT-HOURS(WS-PER-SUB).

      *----------------------------------------------------------*
      *  2150-FIND-DEPT-BUCKET - THE TABLE IS KEPT IN DEPARTMENT  *
      *  ORDER; A NEW DEPARTMENT IS INSERTED IN PLACE             *
      *----------------------------------------------------------*
       2150-FIND-DEPT-BUCKET.

           MOVE 'N' TO WS-EMP-DEPT-SW
           MOVE ZERO TO WS-EMP-DEPT-SUB
           SET WS-ACT-IDX TO 1
           SEARCH WS-ACT-ENTRY
               AT END
                   PERFORM 2160-ADD-DEPT-BUCKET
               WHEN WS-ACT-IDX > WS-ACT-COUNT
                   PERFORM 2160-ADD-DEPT-BUCKET
               WHEN WS-AT-DEPT(WS-ACT-IDX) = WS-EMP-DEPT
                   SET WS-EMP-DEPT-SUB TO WS-ACT-IDX
                   SET WS-EMP-DEPT-BUCKETED TO TRUE
               WHEN WS-AT-DEPT(WS-ACT-IDX) > WS-EMP-DEPT
                   PERFORM 2160-ADD-DEPT-BUCKET
           END-SEARCH.

      *----------------------------------------------------------*
      *  2160-ADD-DEPT-BUCKET - OPEN A SLOT AT WS-ACT-IDX BY      *
      *  SHIFTING THE LATER DEPARTMENTS DOWN ONE                  *
      *----------------------------------------------------------*
       2160-ADD-DEPT-BUCKET.

           IF WS-ACT-COUNT < 200
               SET WS-EMP-DEPT-SUB TO WS-ACT-IDX
               ADD 1 TO WS-ACT-COUNT
               PERFORM 2170-SHIFT-DEPT-BUCKET
                   VARYING WS-ACT-SUB FROM WS-ACT-COUNT BY -1
                   UNTIL WS-ACT-SUB NOT > WS-EMP-DEPT-SUB
               MOVE WS-EMP-DEPT TO WS-AT-DEPT(WS-EMP-DEPT-SUB)
               MOVE ZERO TO WS-AT-OT-EMPS(WS-EMP-DEPT-SUB)
               MOVE ZERO TO WS-AT-OT-HOURS(WS-EMP-DEPT-SUB)
               MOVE ZERO TO WS-AT-OT-DOLLARS(WS-EMP-DEPT-SUB)
               MOVE ZERO TO WS-AT-LABOR(WS-EMP-DEPT-SUB)
               MOVE ZERO TO WS-AT-YTD-GROSS(WS-EMP-DEPT-SUB)
               MOVE ZERO TO WS-AT-YTD-OT(WS-EMP-DEPT-SUB)
               MOVE 'N'  TO WS-AT-BUDGETED-SW(WS-EMP-DEPT-SUB)
               SET WS-EMP-DEPT-BUCKETED TO TRUE
           ELSE
      * The dollars really are dropped - posting them into some
      * other department's bucket would be worse - and the run
      * fails at the end so nobody trusts the short totals.
               DISPLAY 'OTMON: DEPARTMENT TABLE FULL - DOLLARS '
                   'DROPPED FOR ' WS-EMP-DEPT
           END-IF.

      *----------------------------------------------------------*
      *  2170-SHIFT-DEPT-BUCKET                                   *
      *----------------------------------------------------------*
       2170-SHIFT-DEPT-BUCKET.

           MOVE WS-ACT-ENTRY(WS-ACT-SUB - 1)
               TO WS-ACT-ENTRY(WS-ACT-SUB).

      *----------------------------------------------------------*
      *  2200-ACCUMULATE-ROW - THE ROW'S OT DOLLARS AND LABOR     *
      *  COST INTO THE MONTH, THE YEAR, AND THE TREND WINDOW      *
      *----------------------------------------------------------*
       2200-ACCUMULATE-ROW.

           MOVE ZERO TO WS-ROW-OT-DOLLARS
           IF SH-EARN-COUNT > ZERO
               PERFORM 2210-ADD-OT-EARNING
                   VARYING WS-EARN-SUB FROM 1 BY 1
                   UNTIL WS-EARN-SUB > SH-EARN-COUNT
                      OR WS-EARN-SUB > 8
           ELSE
      * A row written before the earnings breakdown carries only
      * the hours: price them at time-and-a-half of its rate.
               COMPUTE WS-ROW-OT-DOLLARS ROUNDED =
                   SH-OT-HOURS * SH-PAY-RATE * 1.5
           END-IF
           COMPUTE WS-ROW-LABOR = SH-GROSS-PAY + SH-ER-RET-MATCH

           IF SH-PERIOD-CCYY = WS-RPT-YEAR
               AND SH-PERIOD-MM = WS-RPT-MM
               ADD SH-OT-HOURS       TO WS-EMP-OT-HOURS
               ADD WS-ROW-OT-DOLLARS TO WS-EMP-OT-DOLLARS
               ADD WS-ROW-LABOR      TO WS-EMP-LABOR
           END-IF

           IF SH-PERIOD-CCYY = WS-RPT-YEAR
               AND SH-PERIOD-MM NOT > WS-RPT-MM
               IF WS-EMP-DEPT-BUCKETED
                   ADD SH-GROSS-PAY
                       TO WS-AT-YTD-GROSS(WS-EMP-DEPT-SUB)
                   ADD WS-ROW-OT-DOLLARS
                       TO WS-AT-YTD-OT(WS-EMP-DEPT-SUB)
               ELSE
                   ADD 1 TO WS-ACT-DROP-COUNT
               END-IF
           END-IF

           SET WS-PER-IDX TO 1
           SEARCH WS-PER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PER-IDX > WS-PER-COUNT
                   CONTINUE
               WHEN WS-PW-END(WS-PER-IDX) = SH-PERIOD-END
                   SET WS-PER-SUB TO WS-PER-IDX
                   ADD SH-OT-HOURS TO WS-EP-OT-HOURS(WS-PER-SUB)
                   ADD SH-OT-HOURS TO WS-PW-OT-HOURS(WS-PER-SUB)
                   ADD WS-ROW-OT-DOLLARS
                       TO WS-PW-OT-DOLLARS(WS-PER-SUB)
                   ADD WS-ROW-LABOR TO WS-PW-LABOR(WS-PER-SUB)
           END-SEARCH.

      *----------------------------------------------------------*
      *  2210-ADD-OT-EARNING - OVERTIME IS EARNINGS CODE OVT      *
      *----------------------------------------------------------*
       2210-ADD-OT-EARNING.

           IF SH-EARN-CODE(WS-EARN-SUB) = 'OVT'
               ADD SH-EARN-AMOUNT(WS-EARN-SUB) TO WS-ROW-OT-DOLLARS
           END-IF.

      *----------------------------------------------------------*
      *  2400-CLOSE-EMPLOYEE - MONTH LINE, DEPARTMENT TOTALS, AND *
      *  THE CONSECUTIVE-PERIOD CHECK ACROSS THE WINDOW           *
      *----------------------------------------------------------*
       2400-CLOSE-EMPLOYEE.

           IF WS-EMP-OT-HOURS > ZERO OR WS-EMP-OT-DOLLARS > ZERO
               PERFORM 2410-PRINT-EMPLOYEE-LINE
           END-IF

           IF WS-EMP-DEPT-BUCKETED
               ADD WS-EMP-LABOR TO WS-AT-LABOR(WS-EMP-DEPT-SUB)
               IF WS-EMP-OT-HOURS > ZERO OR WS-EMP-OT-DOLLARS > ZERO
                   ADD 1 TO WS-AT-OT-EMPS(WS-EMP-DEPT-SUB)
                   ADD WS-EMP-OT-HOURS
                       TO WS-AT-OT-HOURS(WS-EMP-DEPT-SUB)
                   ADD WS-EMP-OT-DOLLARS
                       TO WS-AT-OT-DOLLARS(WS-EMP-DEPT-SUB)
               END-IF
           END-IF

           MOVE ZERO TO WS-RUN-LENGTH
           MOVE ZERO TO WS-BEST-RUN
           MOVE ZERO TO WS-BEST-RUN-END
           MOVE ZERO TO WS-WINDOW-HOURS
           PERFORM 2420-SCAN-EMPLOYEE-PERIOD
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PER-COUNT

           IF WS-BEST-RUN NOT < WS-CONSEC-PERIODS
               PERFORM 2450-RAISE-ALERT
           END-IF

           MOVE 'N' TO WS-EMP-OPEN-SW.

      *----------------------------------------------------------*
      *  2410-PRINT-EMPLOYEE-LINE                                 *
      *----------------------------------------------------------*
       2410-PRINT-EMPLOYEE-LINE.

           ADD 1 TO WS-OT-EMP-COUNT
           IF WS-EMP-LABOR > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-EMP-OT-DOLLARS * 100 / WS-EMP-LABOR
           ELSE
               MOVE ZERO TO WS-PCT-WORK
           END-IF

           MOVE WS-PREV-EMP-ID    TO WS-EL-EMP-ID
           MOVE WS-EMP-LNAME      TO WS-EL-LNAME
           MOVE WS-EMP-FNAME      TO WS-EL-FNAME
           MOVE WS-EMP-DEPT       TO WS-EL-DEPT
           MOVE WS-EMP-OT-HOURS   TO WS-EL-HOURS
           MOVE WS-EMP-OT-DOLLARS TO WS-EL-DOLLARS
           MOVE WS-EMP-LABOR      TO WS-EL-LABOR
           MOVE WS-PCT-WORK       TO WS-EL-PCT
           WRITE OT-LINE FROM WS-EMP-LINE.

      *----------------------------------------------------------*
      *  2420-SCAN-EMPLOYEE-PERIOD - A PERIOD OVER THE THRESHOLD  *
      *  EXTENDS THE RUN; ANY OTHER PERIOD ENDS IT                *
      *----------------------------------------------------------*
       2420-SCAN-EMPLOYEE-PERIOD.

           IF WS-EP-OT-HOURS(WS-PER-SUB) > ZERO
               ADD 1 TO WS-PW-OT-EMPS(WS-PER-SUB)
               ADD WS-EP-OT-HOURS(WS-PER-SUB) TO WS-WINDOW-HOURS
           END-IF

           IF WS-EP-OT-HOURS(WS-PER-SUB) > WS-THRESHOLD-HOURS
               ADD 1 TO WS-RUN-LENGTH
               IF WS-RUN-LENGTH NOT < WS-BEST-RUN
                   MOVE WS-RUN-LENGTH TO WS-BEST-RUN
                   MOVE WS-PW-END(WS-PER-SUB) TO WS-BEST-RUN-END
               END-IF
           ELSE
               MOVE ZERO TO WS-RUN-LENGTH
           END-IF.

      *----------------------------------------------------------*
      *  2450-RAISE-ALERT - HOLD THE ALERT FOR ITS SECTION        *
      *----------------------------------------------------------*
       2450-RAISE-ALERT.

           ADD 1 TO WS-ALERT-COUNT
           IF WS-ALERT-COUNT > 500
               ADD 1 TO WS-ALERT-UNLISTED
           ELSE
               MOVE WS-ALERT-COUNT  TO WS-ALR-SUB
               MOVE WS-PREV-EMP-ID  TO WS-AL-EMP-ID(WS-ALR-SUB)
               MOVE WS-EMP-LNAME    TO WS-AL-LNAME(WS-ALR-SUB)
               MOVE WS-EMP-FNAME    TO WS-AL-FNAME(WS-ALR-SUB)
               MOVE WS-EMP-DEPT     TO WS-AL-DEPT(WS-ALR-SUB)
               MOVE WS-BEST-RUN     TO WS-AL-RUN(WS-ALR-SUB)
               MOVE WS-BEST-RUN-END TO WS-AL-RUN-END(WS-ALR-SUB)
               MOVE WS-WINDOW-HOURS TO WS-AL-HOURS(WS-ALR-SUB)
      * Still running when the streak reaches the latest period.
               IF WS-RUN-LENGTH = WS-BEST-RUN
                   MOVE 'Y' TO WS-AL-CURRENT-SW(WS-ALR-SUB)
               ELSE
                   MOVE 'N' TO WS-AL-CURRENT-SW(WS-ALR-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  3000-REPORT-DEPARTMENTS - MONTH TOTALS PER DEPARTMENT    *
      *  AND FOR THE COMPANY                                      *
      *----------------------------------------------------------*
       3000-REPORT-DEPARTMENTS.

           WRITE OT-LINE FROM WS-BLANK-LINE
           WRITE OT-LINE FROM WS-DEPT-HEADER
           WRITE OT-LINE FROM WS-DEPT-COLUMNS

           OPEN INPUT DEPT-MASTER

           PERFORM 3100-PRINT-DEPT-LINE
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT

           MOVE 'ALL '                 TO WS-DL-DEPT
           MOVE '*** ALL DEPARTMENTS ***' TO WS-DL-NAME
           MOVE WS-TOT-OT-EMPS         TO WS-DL-EMPS
           MOVE WS-TOT-OT-HOURS        TO WS-DL-HOURS
           MOVE WS-TOT-OT-DOLLARS      TO WS-DL-DOLLARS
           MOVE WS-TOT-LABOR           TO WS-DL-LABOR
           IF WS-TOT-LABOR > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-TOT-OT-DOLLARS * 100 / WS-TOT-LABOR
           ELSE
               MOVE ZERO TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK            TO WS-DL-PCT
           WRITE OT-LINE FROM WS-BLANK-LINE
           WRITE OT-LINE FROM WS-DEPT-LINE.

      *----------------------------------------------------------*
      *  3100-PRINT-DEPT-LINE                                     *
      *----------------------------------------------------------*
       3100-PRINT-DEPT-LINE.

           MOVE WS-AT-DEPT(WS-ACT-SUB) TO DEPT-CODE
           READ DEPT-MASTER
               INVALID KEY
                   MOVE '*NOT ON DEPTMAST*' TO DEPT-NAME
           END-READ

           ADD WS-AT-OT-EMPS(WS-ACT-SUB)    TO WS-TOT-OT-EMPS
           ADD WS-AT-OT-HOURS(WS-ACT-SUB)   TO WS-TOT-OT-HOURS
           ADD WS-AT-OT-DOLLARS(WS-ACT-SUB) TO WS-TOT-OT-DOLLARS
           ADD WS-AT-LABOR(WS-ACT-SUB)      TO WS-TOT-LABOR

           IF WS-AT-LABOR(WS-ACT-SUB) > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-AT-OT-DOLLARS(WS-ACT-SUB) * 100
                       / WS-AT-LABOR(WS-ACT-SUB)
           ELSE
               MOVE ZERO TO WS-PCT-WORK
           END-IF

           MOVE WS-AT-DEPT(WS-ACT-SUB)       TO WS-DL-DEPT
           MOVE DEPT-NAME                    TO WS-DL-NAME
           MOVE WS-AT-OT-EMPS(WS-ACT-SUB)    TO WS-DL-EMPS
           MOVE WS-AT-OT-HOURS(WS-ACT-SUB)   TO WS-DL-HOURS
           MOVE WS-AT-OT-DOLLARS(WS-ACT-SUB) TO WS-DL-DOLLARS
           MOVE WS-AT-LABOR(WS-ACT-SUB)      TO WS-DL-LABOR
           MOVE WS-PCT-WORK                  TO WS-DL-PCT
           WRITE OT-LINE FROM WS-DEPT-LINE.

      *----------------------------------------------------------*
      *  4000-REPORT-TREND - ONE LINE PER WINDOW PERIOD, OLDEST   *
      *  FIRST                                                    *
      *----------------------------------------------------------*
       4000-REPORT-TREND.

           WRITE OT-LINE FROM WS-BLANK-LINE
           WRITE OT-LINE FROM WS-TREND-HEADER
           WRITE OT-LINE FROM WS-TREND-COLUMNS

           IF WS-PER-COUNT = ZERO
               WRITE OT-LINE FROM WS-NO-PERIOD-LINE
           ELSE
               PERFORM 4100-PRINT-TREND-LINE
                   VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  4100-PRINT-TREND-LINE                                    *
      *----------------------------------------------------------*
       4100-PRINT-TREND-LINE.

           IF WS-PW-LABOR(WS-PER-SUB) > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-PW-OT-DOLLARS(WS-PER-SUB) * 100
                       / WS-PW-LABOR(WS-PER-SUB)
           ELSE
               MOVE ZERO TO WS-PCT-WORK
           END-IF

           MOVE WS-PW-END(WS-PER-SUB)        TO WS-TL-END
           MOVE WS-PW-OT-EMPS(WS-PER-SUB)    TO WS-TL-EMPS
           MOVE WS-PW-OT-HOURS(WS-PER-SUB)   TO WS-TL-HOURS
           MOVE WS-PW-OT-DOLLARS(WS-PER-SUB) TO WS-TL-DOLLARS
           MOVE WS-PW-LABOR(WS-PER-SUB)      TO WS-TL-LABOR
           MOVE WS-PCT-WORK                  TO WS-TL-PCT
           WRITE OT-LINE FROM WS-TREND-LINE.

      *----------------------------------------------------------*
      *  5000-REPORT-ALERTS - EVERYONE OVER THE THRESHOLD FOR THE *
      *  SET NUMBER OF PERIODS IN A ROW WITHIN THE WINDOW         *
      *----------------------------------------------------------*
       5000-REPORT-ALERTS.

           MOVE WS-THRESHOLD-HOURS TO WS-AH-HOURS
           MOVE WS-CONSEC-PERIODS  TO WS-AH-PERIODS
           WRITE OT-LINE FROM WS-BLANK-LINE
           WRITE OT-LINE FROM WS-ALERT-HEADER
           WRITE OT-LINE FROM WS-ALERT-COLUMNS

           IF WS-ALERT-COUNT = ZERO
               WRITE OT-LINE FROM WS-NO-ALERT-LINE
           ELSE
               PERFORM 5100-PRINT-ALERT-LINE
                   VARYING WS-ALR-SUB FROM 1 BY 1
                   UNTIL WS-ALR-SUB > WS-ALERT-COUNT
                      OR WS-ALR-SUB > 500
               IF WS-ALERT-UNLISTED > ZERO
                   MOVE WS-ALERT-UNLISTED TO WS-UL-COUNT
                   WRITE OT-LINE FROM WS-UNLISTED-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  5100-PRINT-ALERT-LINE                                    *
      *----------------------------------------------------------*
       5100-PRINT-ALERT-LINE.

           MOVE WS-AL-EMP-ID(WS-ALR-SUB)  TO WS-AL-O-EMP-ID
           MOVE WS-AL-LNAME(WS-ALR-SUB)   TO WS-AL-O-LNAME
           MOVE WS-AL-FNAME(WS-ALR-SUB)   TO WS-AL-O-FNAME
           MOVE WS-AL-DEPT(WS-ALR-SUB)    TO WS-AL-O-DEPT
           MOVE WS-AL-RUN(WS-ALR-SUB)     TO WS-AL-O-RUN
           MOVE WS-AL-RUN-END(WS-ALR-SUB) TO WS-AL-O-END
           MOVE WS-AL-HOURS(WS-ALR-SUB)   TO WS-AL-O-HOURS
           IF WS-AL-CURRENT-SW(WS-ALR-SUB) = 'Y'
               MOVE '*STILL RUNNING*' TO WS-AL-O-FLAG
           ELSE
               MOVE SPACE TO WS-AL-O-FLAG
           END-IF
           WRITE OT-LINE FROM WS-ALERT-LINE.

      *----------------------------------------------------------*
      *  6000-REPORT-BUDGET-TIE - WALK THE BUDGET FILE IN KEY     *
      *  ORDER AS BUDVAR DOES, THEN OVERTIME NO BUDGET ROW HOLDS  *
      *----------------------------------------------------------*
       6000-REPORT-BUDGET-TIE.

           WRITE OT-LINE FROM WS-BLANK-LINE
           WRITE OT-LINE FROM WS-BUDGET-HEADER

           OPEN INPUT BUDGET-MASTER
           IF WS-BUDGET-MASTER-STATUS NOT = '00'
               DISPLAY 'OTMON: DEPTBUD BUDGET FILE NOT AVAILABLE '
                   '- BUDGET COMPARISON SKIPPED'
               WRITE OT-LINE FROM WS-NO-BUDGET-FILE-LINE
           ELSE
               WRITE OT-LINE FROM WS-BUDGET-COLUMNS
               PERFORM 6100-REPORT-ONE-BUDGET-ROW
                   UNTIL END-OF-BUDGET-MASTER
               CLOSE BUDGET-MASTER
               PERFORM 6300-CHECK-UNBUDGETED-DEPT
                   VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-COUNT
           END-IF

           CLOSE DEPT-MASTER.

      *----------------------------------------------------------*
      *  6100-REPORT-ONE-BUDGET-ROW                               *
      *----------------------------------------------------------*
       6100-REPORT-ONE-BUDGET-ROW.

           READ BUDGET-MASTER NEXT
               AT END
                   SET END-OF-BUDGET-MASTER TO TRUE
               NOT AT END
                   PERFORM 6200-PRINT-BUDGET-LINE
           END-READ.

      *----------------------------------------------------------*
      *  6200-PRINT-BUDGET-LINE - BUDGET, YTD ACTUAL, AND         *
      *  VARIANCE AS BUDVAR FIGURES THEM, WITH THE YTD OVERTIME   *
      *----------------------------------------------------------*
       6200-PRINT-BUDGET-LINE.

           MOVE ZERO TO WS-BL-ACTUAL
           MOVE ZERO TO WS-BL-YTD-OT
           MOVE ZERO TO WS-PCT-WORK
           MOVE BUD-ANNUAL-AMT TO WS-VARIANCE

           SET WS-ACT-IDX TO 1
           SEARCH WS-ACT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ACT-IDX > WS-ACT-COUNT
                   CONTINUE
               WHEN WS-AT-DEPT(WS-ACT-IDX) = BUD-DEPT-CODE
                   MOVE 'Y' TO WS-AT-BUDGETED-SW(WS-ACT-IDX)
                   MOVE WS-AT-YTD-GROSS(WS-ACT-IDX) TO WS-BL-ACTUAL
                   MOVE WS-AT-YTD-OT(WS-ACT-IDX)    TO WS-BL-YTD-OT
                   COMPUTE WS-VARIANCE =
                       BUD-ANNUAL-AMT - WS-AT-YTD-GROSS(WS-ACT-IDX)
                   IF WS-AT-YTD-GROSS(WS-ACT-IDX) > ZERO
                       COMPUTE WS-PCT-WORK ROUNDED =
                           WS-AT-YTD-OT(WS-ACT-IDX) * 100
                               / WS-AT-YTD-GROSS(WS-ACT-IDX)
                   END-IF
           END-SEARCH

           MOVE BUD-DEPT-CODE TO DEPT-CODE
           READ DEPT-MASTER
               INVALID KEY
                   MOVE '*NOT ON DEPTMAST*' TO DEPT-NAME
           END-READ

           MOVE BUD-DEPT-CODE  TO WS-BL-DEPT
           MOVE DEPT-NAME      TO WS-BL-NAME
           MOVE BUD-ANNUAL-AMT TO WS-BL-BUDGET
           MOVE WS-VARIANCE    TO WS-BL-VAR
           MOVE WS-PCT-WORK    TO WS-BL-PCT
           WRITE OT-LINE FROM WS-BUDGET-LINE.

      *----------------------------------------------------------*
      *  6300-CHECK-UNBUDGETED-DEPT - YTD DOLLARS NO BUDGET ROW   *
      *  CLAIMED, LISTED SO THE TOTALS STILL TIE                  *
      *----------------------------------------------------------*
       6300-CHECK-UNBUDGETED-DEPT.

           IF WS-AT-BUDGETED-SW(WS-ACT-SUB) NOT = 'Y'
               AND (WS-AT-YTD-GROSS(WS-ACT-SUB) NOT = ZERO
                 OR WS-AT-YTD-OT(WS-ACT-SUB) NOT = ZERO)
               IF WS-NOBUD-COUNT = ZERO
                   WRITE OT-LINE FROM WS-BLANK-LINE
                   WRITE OT-LINE FROM WS-NOBUD-HEADER
               END-IF
               ADD 1 TO WS-NOBUD-COUNT
               IF WS-AT-YTD-GROSS(WS-ACT-SUB) > ZERO
                   COMPUTE WS-PCT-WORK ROUNDED =
                       WS-AT-YTD-OT(WS-ACT-SUB) * 100
                           / WS-AT-YTD-GROSS(WS-ACT-SUB)
               ELSE
                   MOVE ZERO TO WS-PCT-WORK
               END-IF
               COMPUTE WS-VARIANCE = ZERO - WS-AT-YTD-GROSS(WS-ACT-SUB)
               MOVE WS-AT-DEPT(WS-ACT-SUB)      TO WS-BL-DEPT
               MOVE '*NO BUDGET*'               TO WS-BL-NAME
               MOVE ZERO                        TO WS-BL-BUDGET
               MOVE WS-AT-YTD-GROSS(WS-ACT-SUB) TO WS-BL-ACTUAL
               MOVE WS-VARIANCE                 TO WS-BL-VAR
               MOVE WS-AT-YTD-OT(WS-ACT-SUB)    TO WS-BL-YTD-OT
               MOVE WS-PCT-WORK                 TO WS-BL-PCT
               WRITE OT-LINE FROM WS-BUDGET-LINE
           END-IF.

      *----------------------------------------------------------*
      *  7000-FINALIZE - TRAILER, RETURN CODE, CLOSE FILES        *
      *----------------------------------------------------------*
       7000-FINALIZE.

           MOVE WS-ROW-COUNT    TO WS-TRL-ROWS
           MOVE WS-OT-EMP-COUNT TO WS-TRL-EMPS
           MOVE WS-PER-COUNT    TO WS-TRL-PERIODS
           MOVE WS-ALERT-COUNT  TO WS-TRL-ALERTS
           WRITE OT-LINE FROM WS-BLANK-LINE
           WRITE OT-LINE FROM WS-TRAILER-LINE

           MOVE '00' TO AUD-RETURN-CODE
           IF WS-ALERT-COUNT > ZERO
               DISPLAY 'OTMON: ' WS-ALERT-COUNT ' EMPLOYEE(S) OVER '
                   'THE OVERTIME THRESHOLD FOR CONSECUTIVE PERIODS'
               MOVE 4 TO RETURN-CODE
               MOVE '04' TO AUD-RETURN-CODE
           END-IF

           IF WS-ACT-DROP-COUNT > ZERO
               MOVE WS-ACT-DROP-COUNT TO WS-OVF-ROWS
               WRITE OT-LINE FROM WS-OVERFLOW-LINE
               DISPLAY 'OTMON: ' WS-ACT-DROP-COUNT ' PAY ROWS '
                   'DROPPED ON DEPARTMENT TABLE OVERFLOW - THE '
                   'TOTALS ARE SHORT - RUN FAILED'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
           END-IF

           CLOSE SORTED-HIST
           CLOSE EMP-MASTER
           CLOSE OT-RPT

           MOVE WS-ROW-COUNT TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-PAY-HISTORY - READ NEXT PAY-HISTORY ROW        *
      *----------------------------------------------------------*
       8000-READ-PAY-HISTORY.

           READ PAY-HISTORY
               AT END
                   SET END-OF-PAY-HISTORY TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-SORTED-HIST - READ NEXT SORTED HISTORY ROW     *
      *----------------------------------------------------------*
       8100-READ-SORTED-HIST.

           READ SORTED-HIST
               AT END
                   SET END-OF-SORTED-HIST TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'OTMON   '         TO AUD-PROGRAM-ID
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
