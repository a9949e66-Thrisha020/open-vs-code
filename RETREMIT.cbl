       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RETREMIT.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : RETIREMENT PLAN REMITTANCE. RUNS AFTER THE
      *            : DEDUCTION REMITTANCE (DEDREMIT) FOR THE SAME
      *            : PAY RUN. READS THE PAY DETAIL (PAYDETL, SEE
      *            : PAYDTL, VERIFIED AGAINST ITS FILEHDR WRAPPER)
      *            : AND, FOR EVERY EMPLOYEE WITH A RETIREMENT
      *            : CONTRIBUTION (DEDUCTION TYPE R OR A) OR AN
      *            : EMPLOYER MATCH, WRITES ONE ROW TO THE PLAN
      *            : ADMINISTRATOR'S FILEHDR-WRAPPED REMITTANCE
      *            : FILE (RETREMF): THE PERIOD'S CONTRIBUTION AND
      *            : MATCH AND THE PLAN-YEAR-TO-DATE FIGURES FROM
      *            : PAYHIST (SEE PAYHREC), WHICH PAYCALC HAS
      *            : ALREADY BROUGHT UP TO THIS PERIOD. THE PLAN
      *            : NUMBER COMES FROM THE PLAN YEAR'S RETPLAN ROW
      *            : (SEE RPLNREC). THE CONTROL REPORT (RETRRPT)
      *            : LISTS EVERY ROW AND THE TOTALS THE FUNDING
      *            : WIRE MUST MATCH. ENDS CC 4 WHEN PAYHIST IS
      *            : MISSING (YEAR-TO-DATE SHOWN AS ZERO) AND CC 16
      *            : - WITH NO FILE WRITTEN - WHEN THE PAY DETAIL
      *            : CANNOT BE TRUSTED, WILL NOT FIT THE TABLE, OR
      *            : CARRIES CONTRIBUTIONS WITH NO PLAN ROW FOR THE
      *            : YEAR.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-DETAIL  ASSIGN TO PAYDETL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYDETL-STATUS.

           SELECT RET-PLAN    ASSIGN TO RETPLAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-PLAN-STATUS.

           SELECT PAY-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT RET-REMIT-FILE ASSIGN TO RETREMF
               ORGANIZATION IS SEQUENTIAL.

           SELECT RET-REMIT-RPT ASSIGN TO RETRRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT JOB-SUMMARY ASSIGN TO JOBSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBSUM-FILE-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PAY-DETAIL
           LABEL RECORDS ARE STANDARD.
       01  PAY-DETAIL-IN    PIC X(362).

       FD  RET-PLAN
           LABEL RECORDS ARE STANDARD.
           COPY RPLNREC.

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  RET-REMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RET-REMIT-OUT    PIC X(80).

       FD  RET-REMIT-RPT
           LABEL RECORDS ARE STANDARD.
       01  RET-RPT-LINE     PIC X(132).

       FD  JOB-SUMMARY
           LABEL RECORDS ARE STANDARD.
       01  JOB-SUMMARY-RECORD   PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-JOBSUM-FILE-STATUS PIC X(02)  VALUE '00'.
       COPY JOBSUM.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PAYDETL-STATUS     PIC X(02)  VALUE '00'.
       01  WS-RET-PLAN-STATUS    PIC X(02)  VALUE '00'.
       01  WS-PAYHIST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad remittance to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       COPY PAYDTL.
       COPY FILEHDR.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-DETAIL      VALUE 'Y'.
       01  WS-PLAN-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-RET-PLAN        VALUE 'Y'.
       01  WS-PH-EOF-SW     PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-HISTORY     VALUE 'Y'.

       01  WS-HDR-SEEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-HEADER-SEEN         VALUE 'Y'.
       01  WS-TRL-SEEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN        VALUE 'Y'.
       01  WS-TRAILER-COUNT PIC 9(07)  VALUE ZERO.
       01  WS-BODY-COUNT    PIC 9(5)   COMP VALUE ZERO.

      * The pay-detail file's period and the plan year it falls in.
       01  WS-PERIOD-END    PIC 9(08)  VALUE ZERO.
       01  WS-CHECK-DATE    PIC 9(08)  VALUE ZERO.
       01  WS-PLAN-YEAR     PIC 9(04)  VALUE ZERO.
       01  WS-CAL-MISS-SW   PIC X(01)  VALUE 'N'.
           88  WS-CAL-PERIOD-MISSING  VALUE 'Y'.

      * Pay-calendar lookup through PAYPER (see CALL/PAYPER.CBL). A
      * space pay group matches whichever group ends on the date.
       01  WS-PAY-GROUP     PIC X(02)  VALUE SPACE.
       01  WS-CAL-FUNCTION  PIC X(01)  VALUE 'E'.
       01  WS-CAL-LOOKUP-DATE PIC 9(08) VALUE ZERO.
       COPY PCALREC.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-PAYCAL-STATUS
                               LK-STATUS-OK      BY WS-PAYCAL-OK
                               LK-STATUS-WARNING BY WS-PAYCAL-WARNING
                               LK-STATUS-FAILED  BY WS-PAYCAL-FAILED.

      * The plan year's RETPLAN row.
       01  WS-PLAN-FOUND-SW PIC X(01)  VALUE 'N'.
           88  WS-PLAN-FOUND          VALUE 'Y'.
       01  WS-PLAN-ID       PIC X(10)  VALUE SPACE.

       01  WS-EMPMAST-SW    PIC X(01)  VALUE 'N'.
           88  WS-EMPMAST-AVAILABLE   VALUE 'Y'.
       01  WS-PAYHIST-SW    PIC X(01)  VALUE 'N'.
           88  WS-PAYHIST-AVAILABLE   VALUE 'Y'.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-RUN-TIME.
           05  WS-RT-HHMMSS     PIC 9(06).
           05  FILLER           PIC 9(02).

      * One pay row's contribution, from its type R or A entries.
       01  WS-DED-SUB       PIC 9(02)  COMP VALUE ZERO.
       01  WS-ROW-CONTRIB   PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-ROW-TYPE      PIC X(01)  VALUE SPACE.

      * Every plan member paid this run, in pay-detail order. A row
      * past the table's end cannot be remitted, so nothing is
      * written and the run fails CC 16.
       01  WS-MEMBER-COUNT  PIC 9(04)  COMP VALUE ZERO.
       01  WS-MEMBER-DROPPED PIC 9(05) COMP VALUE ZERO.
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-MB-IDX.
               10  WS-MB-EMP-ID     PIC 9(05).
               10  WS-MB-LNAME      PIC X(20).
               10  WS-MB-FNAME      PIC X(15).
               10  WS-MB-TYPE       PIC X(01).
               10  WS-MB-CONTRIB    PIC S9(07)V99 COMP-3.
               10  WS-MB-MATCH      PIC S9(07)V99 COMP-3.
               10  WS-MB-YTD-CONTRIB PIC S9(07)V99 COMP-3.
               10  WS-MB-YTD-MATCH  PIC S9(07)V99 COMP-3.
       01  WS-MB-FOUND-SW   PIC X(01)  VALUE 'N'.
           88  WS-MB-FOUND            VALUE 'Y'.

       01  WS-TOTAL-CONTRIB PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-MATCH   PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-HIST-CONTRIB  PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-REMIT-COUNT   PIC 9(07)  VALUE ZERO.
       01  WS-FILE-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-BLOCKED-SW    PIC X(01)  VALUE 'N'.
           88  WS-REMIT-BLOCKED       VALUE 'Y'.

      * Remittance rows, between the FILEHDR header and trailer:
      * the plan row, one row per member, and the plan total.
       01  WS-REMIT-RECORD  PIC X(80).

       01  WS-REMIT-PLAN-ROW.
           05  FILLER           PIC X(02)  VALUE 'RH'.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RH-PLAN-ID    PIC X(10).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RH-PLAN-YEAR  PIC 9(04).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RH-PERIOD-END PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RH-CHECK-DATE PIC 9(08).
           05  FILLER           PIC X(44)  VALUE SPACE.

       01  WS-REMIT-DETAIL-ROW.
           05  FILLER           PIC X(02)  VALUE 'RD'.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RD-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RD-LNAME      PIC X(20).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RD-TYPE       PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RD-CONTRIB    PIC 9(05)V99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RD-MATCH      PIC 9(05)V99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RD-YTD-CONTRIB PIC 9(07)V99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RD-YTD-MATCH  PIC 9(07)V99.
           05  FILLER           PIC X(13)  VALUE SPACE.

       01  WS-REMIT-TOTAL-ROW.
           05  FILLER           PIC X(02)  VALUE 'RT'.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RT-COUNT      PIC 9(07).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RT-CONTRIB    PIC 9(09)V99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RT-MATCH      PIC 9(09)V99.
           05  FILLER           PIC X(46)  VALUE SPACE.

      * The control report.
       01  WS-RPT-TITLE-LINE PIC X(132) VALUE
           'RETIREMENT PLAN REMITTANCE - CONTROL REPORT'.

       01  WS-RPT-PERIOD-LINE.
           05  FILLER           PIC X(06)  VALUE 'PLAN  '.
           05  WS-RP-PLAN-ID    PIC X(10).
           05  FILLER           PIC X(13)  VALUE '   PLAN YEAR '.
           05  WS-RP-PLAN-YEAR  PIC 9(04).
           05  FILLER           PIC X(18)  VALUE
               '   PERIOD ENDING  '.
           05  WS-RP-PERIOD     PIC 9(08).
           05  FILLER           PIC X(14)  VALUE '   CHECK DATE '.
           05  WS-RP-CHECK-DATE PIC 9(08).
           05  FILLER           PIC X(51)  VALUE SPACE.

       01  WS-MEMBER-HEAD-LINE.
           05  FILLER           PIC X(44)  VALUE
               'EMP    EMPLOYEE NAME                        '.
           05  FILLER           PIC X(44)  VALUE
               ' T     CONTRIB       MATCH YTD CONTRIB   YTD'.
           05  FILLER           PIC X(44)  VALUE
               ' MATCH                                      '.

       01  WS-MEMBER-LINE.
           05  WS-ML-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-ML-LNAME      PIC X(20).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-ML-FNAME      PIC X(15).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-ML-TYPE       PIC X(01).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-ML-CONTRIB    PIC ZZZZZZ9.99.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-ML-MATCH      PIC ZZZZZZ9.99.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-ML-YTD-CONTRIB PIC ZZZZZZ9.99.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-ML-YTD-MATCH  PIC ZZZZZZ9.99.
           05  FILLER           PIC X(38)  VALUE SPACE.

       01  WS-MEMBER-TOTAL-LINE.
           05  FILLER           PIC X(30)  VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE 'TOTAL REMITTED'.
           05  FILLER           PIC X(04)  VALUE SPACE.
           05  WS-MT-CONTRIB    PIC ZZZZZZ9.99.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-MT-MATCH      PIC ZZZZZZ9.99.
           05  FILLER           PIC X(62)  VALUE SPACE.

       01  WS-BLOCKED-LINE  PIC X(132) VALUE
           '*** PAY DETAIL NOT COMPLETE - NO REMITTANCE FILE WRITTEN'.

       01  WS-NO-PLAN-LINE  PIC X(132) VALUE
           '*** NO RETPLAN ROW FOR THE PLAN YEAR - NO FILE WRITTEN'.

       01  WS-NO-HIST-LINE  PIC X(132) VALUE
           '*** PAYHIST NOT AVAILABLE - YEAR-TO-DATE SHOWN AS ZERO'.

       01  WS-OVERFLOW-LINE.
           05  FILLER           PIC X(24)  VALUE
               '*** TABLE FULL - MEMBER '.
           05  WS-OVF-MEMBERS   PIC ZZZZ9.
           05  FILLER           PIC X(40)  VALUE
               ' ROWS DROPPED - NOTHING REMITTED CC 16  '.
           05  FILLER           PIC X(63)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(16)  VALUE 'PAY ROWS READ : '.
           05  WS-TRL-ROWS      PIC ZZZZ9.
           05  FILLER           PIC X(16)  VALUE '   MEMBERS    : '.
           05  WS-TRL-MEMBERS   PIC ZZZZ9.
           05  FILLER           PIC X(16)  VALUE '   FILES      : '.
           05  WS-TRL-FILES     PIC ZZZZ9.
           05  FILLER           PIC X(69)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DETAIL-RECORD
               UNTIL END-OF-PAY-DETAIL
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, READ THE FIRST PAY ROW     *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN OUTPUT RET-REMIT-RPT
           WRITE RET-RPT-LINE FROM WS-RPT-TITLE-LINE
           MOVE SPACE TO RET-RPT-LINE
           WRITE RET-RPT-LINE

           OPEN INPUT PAY-DETAIL
           IF WS-PAYDETL-STATUS NOT = '00'
               DISPLAY 'RETREMIT: PAY-DETAIL FILE (PAYDETL) NOT '
                   'AVAILABLE - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               MOVE ZERO TO AUD-RECORD-COUNT
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           OPEN INPUT EMP-MASTER
           IF WS-EMP-MASTER-STATUS = '00'
               SET WS-EMPMAST-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'RETREMIT: EMPLOYEE MASTER (EMPMAST) NOT '
                   'AVAILABLE - NO EMPLOYEE NAMES'
           END-IF

           PERFORM 8000-READ-PAY-DETAIL.

      *----------------------------------------------------------*
      *  1400-RESOLVE-CHECK-DATE - THE CALENDAR CHECK DATE OF THE *
      *  PERIOD THE PAY ROWS END ON; AN OFF-CYCLE ROW'S PERIOD    *
      *  END IS ITS PAYMENT DATE                                  *
      *----------------------------------------------------------*
       1400-RESOLVE-CHECK-DATE.

           IF PD-RUN-TYPE = 'O' OR PD-RUN-TYPE = 'F'
               MOVE PD-PERIOD-END TO WS-CHECK-DATE
           ELSE
               MOVE PD-PERIOD-END TO WS-CAL-LOOKUP-DATE
               CALL 'PAYPER' USING WS-CAL-FUNCTION WS-PAY-GROUP
                   WS-CAL-LOOKUP-DATE PAY-CALENDAR-RECORD
                   WS-PAYCAL-STATUS
               IF WS-PAYCAL-OK
                   MOVE PCL-CHECK-DATE TO WS-CHECK-DATE
               ELSE
                   DISPLAY 'RETREMIT: PERIOD ' PD-PERIOD-END
                       ' NOT ON THE PAY CALENDAR - REMITTANCE NOT '
                       'RELEASABLE'
                   SET WS-CAL-PERIOD-MISSING TO TRUE
                   MOVE PD-PERIOD-END TO WS-CHECK-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2000-PROCESS-DETAIL-RECORD - HEADER, TRAILER, OR ONE     *
      *  EMPLOYEE'S CONTRIBUTION AND MATCH                        *
      *----------------------------------------------------------*
       2000-PROCESS-DETAIL-RECORD.

           EVALUATE PAY-DETAIL-IN(1:2)
               WHEN 'HH'
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE PAY-DETAIL-IN TO WS-FILE-HEADER-LINE
               WHEN 'TT'
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE PAY-DETAIL-IN TO WS-FILE-TRAILER-LINE
                   MOVE FT-RECORD-COUNT TO WS-TRAILER-COUNT
               WHEN 'PD'
                   MOVE PAY-DETAIL-IN TO PAY-DETAIL-RECORD
                   ADD 1 TO WS-BODY-COUNT
                   IF WS-PERIOD-END = ZERO
                       MOVE PD-PERIOD-END TO WS-PERIOD-END
                       COMPUTE WS-PLAN-YEAR = WS-PERIOD-END / 10000
                       PERFORM 1400-RESOLVE-CHECK-DATE
                   END-IF
                   MOVE ZERO  TO WS-ROW-CONTRIB
                   MOVE SPACE TO WS-ROW-TYPE
                   IF PD-DED-COUNT > ZERO
                       PERFORM 2100-SUM-ONE-ENTRY
                           VARYING WS-DED-SUB FROM 1 BY 1
                           UNTIL WS-DED-SUB > PD-DED-COUNT
                   END-IF
                   IF WS-ROW-CONTRIB NOT = ZERO
                       OR PD-ER-RET-MATCH NOT = ZERO
                       PERFORM 2200-ADD-MEMBER-ROW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 8000-READ-PAY-DETAIL.

      *----------------------------------------------------------*
      *  2100-SUM-ONE-ENTRY - A PRE-TAX (R) OR AFTER-TAX (A)      *
      *  RETIREMENT ENTRY                                         *
      *----------------------------------------------------------*
       2100-SUM-ONE-ENTRY.

           IF PD-DED-TYPE(WS-DED-SUB) = 'R'
               OR PD-DED-TYPE(WS-DED-SUB) = 'A'
               ADD PD-DED-AMOUNT(WS-DED-SUB) TO WS-ROW-CONTRIB
               MOVE PD-DED-TYPE(WS-DED-SUB) TO WS-ROW-TYPE
           END-IF.

      *----------------------------------------------------------*
      *  2200-ADD-MEMBER-ROW - THE MEMBER'S NAME, CONTRIBUTION,   *
      *  AND MATCH; YEAR-TO-DATE IS FILLED FROM PAYHIST LATER     *
      *----------------------------------------------------------*
       2200-ADD-MEMBER-ROW.

           IF WS-MEMBER-COUNT < 2000
               ADD 1 TO WS-MEMBER-COUNT
               SET WS-MB-IDX TO WS-MEMBER-COUNT
               MOVE PD-EMP-ID       TO WS-MB-EMP-ID(WS-MB-IDX)
               MOVE SPACE           TO WS-MB-LNAME(WS-MB-IDX)
               MOVE SPACE           TO WS-MB-FNAME(WS-MB-IDX)
               MOVE WS-ROW-TYPE     TO WS-MB-TYPE(WS-MB-IDX)
               MOVE WS-ROW-CONTRIB  TO WS-MB-CONTRIB(WS-MB-IDX)
               MOVE PD-ER-RET-MATCH TO WS-MB-MATCH(WS-MB-IDX)
               MOVE ZERO            TO WS-MB-YTD-CONTRIB(WS-MB-IDX)
               MOVE ZERO            TO WS-MB-YTD-MATCH(WS-MB-IDX)
               ADD WS-ROW-CONTRIB   TO WS-TOTAL-CONTRIB
               ADD PD-ER-RET-MATCH  TO WS-TOTAL-MATCH
               IF WS-EMPMAST-AVAILABLE
                   MOVE PD-EMP-ID TO EMP-ID
                   READ EMP-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMP-LNAME TO WS-MB-LNAME(WS-MB-IDX)
                           MOVE EMP-FNAME TO WS-MB-FNAME(WS-MB-IDX)
                   END-READ
               END-IF
           ELSE
               ADD 1 TO WS-MEMBER-DROPPED
           END-IF.

      *----------------------------------------------------------*
      *  3000-FINALIZE - VERIFY THE PAY DETAIL, FIND THE PLAN,    *
      *  BRING IN YEAR-TO-DATE, WRITE THE REPORT AND THE FILE     *
      *----------------------------------------------------------*
       3000-FINALIZE.

           CLOSE PAY-DETAIL

           IF NOT WS-HEADER-SEEN
               OR NOT WS-TRAILER-SEEN
               OR WS-TRAILER-COUNT NOT = WS-BODY-COUNT
               DISPLAY 'RETREMIT: PAY-DETAIL FILE FAILED '
                   'COMPLETENESS CHECK - NOTHING REMITTED'
               SET WS-REMIT-BLOCKED TO TRUE
               WRITE RET-RPT-LINE FROM WS-BLOCKED-LINE
           END-IF

           IF WS-MEMBER-DROPPED > ZERO
               DISPLAY 'RETREMIT: TABLE FULL - ' WS-MEMBER-DROPPED
                   ' MEMBERS DROPPED - NOTHING REMITTED'
               SET WS-REMIT-BLOCKED TO TRUE
               MOVE WS-MEMBER-DROPPED TO WS-OVF-MEMBERS
               WRITE RET-RPT-LINE FROM WS-OVERFLOW-LINE
           END-IF

           PERFORM 3100-LOAD-PLAN-ROW
           IF NOT WS-PLAN-FOUND AND WS-MEMBER-COUNT > ZERO
               DISPLAY 'RETREMIT: NO RETPLAN ROW FOR ' WS-PLAN-YEAR
                   ' - NOTHING REMITTED'
               SET WS-REMIT-BLOCKED TO TRUE
               WRITE RET-RPT-LINE FROM WS-NO-PLAN-LINE
           END-IF

           IF WS-MEMBER-COUNT > ZERO
               PERFORM 3200-LOAD-YEAR-TO-DATE
           END-IF

           MOVE WS-PLAN-ID    TO WS-RP-PLAN-ID
           MOVE WS-PLAN-YEAR  TO WS-RP-PLAN-YEAR
           MOVE WS-PERIOD-END TO WS-RP-PERIOD
           MOVE WS-CHECK-DATE TO WS-RP-CHECK-DATE
           MOVE SPACE TO RET-RPT-LINE
           WRITE RET-RPT-LINE
           WRITE RET-RPT-LINE FROM WS-RPT-PERIOD-LINE
           MOVE SPACE TO RET-RPT-LINE
           WRITE RET-RPT-LINE
           WRITE RET-RPT-LINE FROM WS-MEMBER-HEAD-LINE

           IF WS-MEMBER-COUNT > ZERO
               PERFORM 3300-REPORT-ONE-MEMBER
                   VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > WS-MEMBER-COUNT
           END-IF

           MOVE WS-TOTAL-CONTRIB TO WS-MT-CONTRIB
           MOVE WS-TOTAL-MATCH   TO WS-MT-MATCH
           WRITE RET-RPT-LINE FROM WS-MEMBER-TOTAL-LINE

           IF NOT WS-REMIT-BLOCKED
               PERFORM 3400-WRITE-REMIT-FILE
           END-IF

           MOVE WS-BODY-COUNT   TO WS-TRL-ROWS
           MOVE WS-MEMBER-COUNT TO WS-TRL-MEMBERS
           MOVE WS-FILE-COUNT   TO WS-TRL-FILES
           MOVE SPACE TO RET-RPT-LINE
           WRITE RET-RPT-LINE
           WRITE RET-RPT-LINE FROM WS-TRAILER-LINE

           IF WS-MEMBER-COUNT > ZERO AND NOT WS-PAYHIST-AVAILABLE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-REMIT-BLOCKED
               OR WS-CAL-PERIOD-MISSING
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-EMPMAST-AVAILABLE
               CLOSE EMP-MASTER
           END-IF
           CLOSE RET-REMIT-RPT

           MOVE WS-MEMBER-COUNT TO AUD-RECORD-COUNT
           EVALUATE RETURN-CODE
               WHEN 16
                   MOVE '16' TO AUD-RETURN-CODE
               WHEN 4
                   MOVE '04' TO AUD-RETURN-CODE
               WHEN OTHER
                   MOVE '00' TO AUD-RETURN-CODE
           END-EVALUATE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL

      * One machine-readable summary row for the operations status
      * page and the payroll-cycle certificate (PAYCERT).
           OPEN EXTEND JOB-SUMMARY
           IF WS-JOBSUM-FILE-STATUS NOT = '00'
               OPEN OUTPUT JOB-SUMMARY
           END-IF
           MOVE 'RETREMIT' TO JS-PROGRAM-ID
           MOVE WS-BODY-COUNT TO JS-RECORDS-READ
           MOVE WS-MEMBER-DROPPED TO JS-RECORDS-REJECTED
           MOVE WS-RUN-DATE-NUM TO JS-RUN-DATE
           IF RETURN-CODE < 16
               SET JS-NORMAL-COMPLETION TO TRUE
           ELSE
               SET JS-ABNORMAL-COMPLETION TO TRUE
           END-IF
           WRITE JOB-SUMMARY-RECORD FROM WS-JOB-SUMMARY-LINE
           CLOSE JOB-SUMMARY.

      *----------------------------------------------------------*
      *  3100-LOAD-PLAN-ROW - THE RETPLAN ROW FOR THE PLAN YEAR   *
      *  THE PERIOD ENDS IN                                       *
      *----------------------------------------------------------*
       3100-LOAD-PLAN-ROW.

           OPEN INPUT RET-PLAN
           IF WS-RET-PLAN-STATUS = '00'
               PERFORM 8100-READ-RET-PLAN
               PERFORM 3110-CHECK-PLAN-ROW
                   UNTIL END-OF-RET-PLAN
               CLOSE RET-PLAN
           END-IF.

      *----------------------------------------------------------*
      *  3110-CHECK-PLAN-ROW - KEEP THE PLAN NUMBER OF THE YEAR'S *
      *  ROW                                                      *
      *----------------------------------------------------------*
       3110-CHECK-PLAN-ROW.

           IF RPL-PLAN-YEAR = WS-PLAN-YEAR
               SET WS-PLAN-FOUND TO TRUE
               MOVE RPL-PLAN-ID TO WS-PLAN-ID
           END-IF

           PERFORM 8100-READ-RET-PLAN.

      *----------------------------------------------------------*
      *  3200-LOAD-YEAR-TO-DATE - EVERY STANDING PAYHIST ROW OF   *
      *  THE PLAN YEAR UP TO THIS PERIOD, THIS PERIOD'S OWN ROWS  *
      *  INCLUDED, ONTO ITS MEMBER                                *
      *----------------------------------------------------------*
       3200-LOAD-YEAR-TO-DATE.

           OPEN INPUT PAY-HISTORY
           IF WS-PAYHIST-STATUS = '00'
               SET WS-PAYHIST-AVAILABLE TO TRUE
               PERFORM 8200-READ-PAY-HISTORY
               PERFORM 3210-ADD-HIST-ROW
                   UNTIL END-OF-PAY-HISTORY
               CLOSE PAY-HISTORY
           ELSE
               DISPLAY 'RETREMIT: PAY HISTORY (PAYHIST) NOT '
                   'AVAILABLE - YEAR-TO-DATE SHOWN AS ZERO'
               WRITE RET-RPT-LINE FROM WS-NO-HIST-LINE
           END-IF.

      *----------------------------------------------------------*
      *  3210-ADD-HIST-ROW - A ROW FOR A MEMBER PAID THIS RUN     *
      *  ADDS ITS RETIREMENT ENTRIES AND ITS MATCH                *
      *----------------------------------------------------------*
       3210-ADD-HIST-ROW.

           IF PH-PERIOD-CCYY = WS-PLAN-YEAR
               AND PH-PERIOD-END NOT > WS-PERIOD-END
               AND NOT PH-VOIDED
               MOVE 'N' TO WS-MB-FOUND-SW
               SET WS-MB-IDX TO 1
               SEARCH WS-MEMBER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MB-IDX > WS-MEMBER-COUNT
                       CONTINUE
                   WHEN WS-MB-EMP-ID(WS-MB-IDX) = PH-EMP-ID
                       SET WS-MB-FOUND TO TRUE
               END-SEARCH
               IF WS-MB-FOUND
                   MOVE ZERO TO WS-HIST-CONTRIB
                   IF PH-DED-COUNT > ZERO
                       PERFORM 3220-SUM-HIST-ENTRY
                           VARYING WS-DED-SUB FROM 1 BY 1
                           UNTIL WS-DED-SUB > PH-DED-COUNT
                   END-IF
                   ADD WS-HIST-CONTRIB
                       TO WS-MB-YTD-CONTRIB(WS-MB-IDX)
                   ADD PH-ER-RET-MATCH
                       TO WS-MB-YTD-MATCH(WS-MB-IDX)
               END-IF
           END-IF

           PERFORM 8200-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  3220-SUM-HIST-ENTRY - A TYPE R OR A ENTRY ON THE ROW     *
      *----------------------------------------------------------*
       3220-SUM-HIST-ENTRY.

           IF PH-DED-TYPE(WS-DED-SUB) = 'R'
               OR PH-DED-TYPE(WS-DED-SUB) = 'A'
               ADD PH-DED-AMOUNT(WS-DED-SUB) TO WS-HIST-CONTRIB
           END-IF.

      *----------------------------------------------------------*
      *  3300-REPORT-ONE-MEMBER - ONE CONTROL REPORT LINE         *
      *----------------------------------------------------------*
       3300-REPORT-ONE-MEMBER.

           MOVE WS-MB-EMP-ID(WS-MB-IDX)      TO WS-ML-EMP-ID
           MOVE WS-MB-LNAME(WS-MB-IDX)       TO WS-ML-LNAME
           MOVE WS-MB-FNAME(WS-MB-IDX)       TO WS-ML-FNAME
           MOVE WS-MB-TYPE(WS-MB-IDX)        TO WS-ML-TYPE
           MOVE WS-MB-CONTRIB(WS-MB-IDX)     TO WS-ML-CONTRIB
           MOVE WS-MB-MATCH(WS-MB-IDX)       TO WS-ML-MATCH
           MOVE WS-MB-YTD-CONTRIB(WS-MB-IDX) TO WS-ML-YTD-CONTRIB
           MOVE WS-MB-YTD-MATCH(WS-MB-IDX)   TO WS-ML-YTD-MATCH
           WRITE RET-RPT-LINE FROM WS-MEMBER-LINE.

      *----------------------------------------------------------*
      *  3400-WRITE-REMIT-FILE - HEADER, PLAN ROW, ONE ROW PER    *
      *  MEMBER, PLAN TOTAL, TRAILER. WRITTEN EVEN WITH NO        *
      *  MEMBERS, SO THE TRANSMISSION NEVER PICKS UP A STALE ONE  *
      *----------------------------------------------------------*
       3400-WRITE-REMIT-FILE.

           OPEN OUTPUT RET-REMIT-FILE
           MOVE ZERO TO WS-REMIT-COUNT

           MOVE 'RETREMIT' TO FH-PROGRAM-ID
           MOVE WS-RUN-DATE-NUM TO FH-RUN-DATE
           MOVE WS-RT-HHMMSS TO FH-RUN-TIME
           WRITE RET-REMIT-OUT FROM WS-FILE-HEADER-LINE

           MOVE WS-PLAN-ID    TO WS-RH-PLAN-ID
           MOVE WS-PLAN-YEAR  TO WS-RH-PLAN-YEAR
           MOVE WS-PERIOD-END TO WS-RH-PERIOD-END
           MOVE WS-CHECK-DATE TO WS-RH-CHECK-DATE
           WRITE RET-REMIT-OUT FROM WS-REMIT-PLAN-ROW
           ADD 1 TO WS-REMIT-COUNT

           IF WS-MEMBER-COUNT > ZERO
               PERFORM 3420-WRITE-ONE-REMIT-ROW
                   VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > WS-MEMBER-COUNT
           END-IF

           MOVE WS-MEMBER-COUNT  TO WS-RT-COUNT
           MOVE WS-TOTAL-CONTRIB TO WS-RT-CONTRIB
           MOVE WS-TOTAL-MATCH   TO WS-RT-MATCH
           WRITE RET-REMIT-OUT FROM WS-REMIT-TOTAL-ROW
           ADD 1 TO WS-REMIT-COUNT

           MOVE 'RETREMIT' TO FT-PROGRAM-ID
           MOVE WS-REMIT-COUNT TO FT-RECORD-COUNT
           WRITE RET-REMIT-OUT FROM WS-FILE-TRAILER-LINE

           CLOSE RET-REMIT-FILE
           ADD 1 TO WS-FILE-COUNT.

      *----------------------------------------------------------*
      *  3420-WRITE-ONE-REMIT-ROW - ONE MEMBER'S PERIOD AND       *
      *  YEAR-TO-DATE FIGURES                                     *
      *----------------------------------------------------------*
       3420-WRITE-ONE-REMIT-ROW.

           MOVE WS-MB-EMP-ID(WS-MB-IDX)      TO WS-RD-EMP-ID
           MOVE WS-MB-LNAME(WS-MB-IDX)       TO WS-RD-LNAME
           MOVE WS-MB-TYPE(WS-MB-IDX)        TO WS-RD-TYPE
           MOVE WS-MB-CONTRIB(WS-MB-IDX)     TO WS-RD-CONTRIB
           MOVE WS-MB-MATCH(WS-MB-IDX)       TO WS-RD-MATCH
           MOVE WS-MB-YTD-CONTRIB(WS-MB-IDX) TO WS-RD-YTD-CONTRIB
           MOVE WS-MB-YTD-MATCH(WS-MB-IDX)   TO WS-RD-YTD-MATCH
           WRITE RET-REMIT-OUT FROM WS-REMIT-DETAIL-ROW
           ADD 1 TO WS-REMIT-COUNT.

      *----------------------------------------------------------*
      *  8000-READ-PAY-DETAIL - READ NEXT EXTRACT RECORD          *
      *----------------------------------------------------------*
       8000-READ-PAY-DETAIL.

           READ PAY-DETAIL
               AT END
                   SET END-OF-PAY-DETAIL TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-RET-PLAN - READ NEXT PLAN-YEAR ROW             *
      *----------------------------------------------------------*
       8100-READ-RET-PLAN.

           READ RET-PLAN
               AT END
                   SET END-OF-RET-PLAN TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8200-READ-PAY-HISTORY - READ NEXT PAYHIST ROW            *
      *----------------------------------------------------------*
       8200-READ-PAY-HISTORY.

           READ PAY-HISTORY
               AT END
                   SET END-OF-PAY-HISTORY TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'RETREMIT'         TO AUD-PROGRAM-ID
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
