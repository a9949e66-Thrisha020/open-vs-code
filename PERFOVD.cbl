       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PERFOVD.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : OVERDUE PERFORMANCE-REVIEW REPORT, BY
      *            : SUPERVISOR. SORTS THE REPORTING-LINES FILE
      *            : (SUPVMAST, SEE SUPVREC) BY SUPERVISOR THE WAY
      *            : ORGRPT DOES AND, FOR EACH ACTIVE DIRECT
      *            : REPORT, READS THE EMPLOYEE'S REVIEWS ON THE
      *            : PERFORMANCE-REVIEW MASTER (PERFMAST, SEE
      *            : PERFREC). A REPORT IS LISTED UNDER THEIR
      *            : SUPERVISOR WHEN A SCHEDULED REVIEW IS STILL
      *            : OPEN PAST ITS DUE DATE, WHEN NO REVIEW HAS
      *            : EVER BEEN KEYED, OR WHEN THE NEWEST COMPLETED
      *            : REVIEW'S PERIOD ENDED OVER A YEAR AGO WITH
      *            : NOTHING SCHEDULED SINCE -- SO AN EMPLOYEE
      *            : DOES NOT REACH THE MERIT CYCLE (MERITCYC)
      *            : WITHOUT A RATING BECAUSE NOBODY ASKED.
      *            : SUPERVISORS WITH NOTHING OVERDUE ARE NOT
      *            : PRINTED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPV-MASTER ASSIGN TO SUPVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUP-EMP-ID
               FILE STATUS IS WS-SUPV-MASTER-STATUS.

           SELECT SORT-WORK   ASSIGN TO SORTWK.

           SELECT SORTED-SUPV ASSIGN TO SRTSUPV
               ORGANIZATION IS SEQUENTIAL.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT PERF-MASTER ASSIGN TO PERFMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-KEY
               FILE STATUS IS WS-PERF-MASTER-STATUS.

           SELECT OVD-RPT     ASSIGN TO PERFOVD
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPV-MASTER.
           COPY SUPVREC.

       SD  SORT-WORK.
       01  SD-SORT-RECORD.
           05  SD-EMP-ID        PIC 9(05).
           05  SD-SUPERVISOR-ID PIC 9(05).

       FD  SORTED-SUPV
           LABEL RECORDS ARE STANDARD.
       01  SORTED-SUPV-RECORD.
           05  SS-EMP-ID        PIC 9(05).
           05  SS-SUPERVISOR-ID PIC 9(05).

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  PERF-MASTER.
           COPY PERFREC.

       FD  OVD-RPT
           LABEL RECORDS ARE STANDARD.
       01  OVD-LINE         PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-SUPV-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PERF-MASTER-STATUS PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad report to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-SORTED-SUPV     VALUE 'Y'.
       01  WS-REVIEW-EOF-SW PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-REVIEWS     VALUE 'Y'.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.

      * What the walk of one employee's reviews found: how many rows,
      * the earliest open review already past due, and the newest
      * completed review's period end.
       01  WS-REVIEW-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-OPEN-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-PAST-DUE-DATE PIC 9(08)  VALUE ZERO.
       01  WS-LAST-DONE-END PIC 9(08)  VALUE ZERO.
       01  WS-STALE-DATE    PIC 9(08)  VALUE ZERO.

       01  WS-OVERDUE-SW    PIC X(01)  VALUE 'N'.
           88  WS-REVIEW-OVERDUE      VALUE 'Y'.

       01  WS-ROW-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-CHECKED-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-SUPV-COUNT    PIC 9(5)   COMP VALUE ZERO.

      * Supervisor control-break fields. The header goes out with the
      * supervisor's first overdue report, so a supervisor whose
      * reviews are all current never prints.
       01  WS-PREV-SUPV-ID  PIC 9(05)  VALUE ZERO.
       01  WS-SUPV-OVERDUE  PIC 9(5)   COMP VALUE ZERO.
       01  WS-BREAK-SW      PIC X(01)  VALUE 'Y'.
           88  WS-FIRST-SUPV-RECORD   VALUE 'Y'.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(40)  VALUE
               'OVERDUE PERFORMANCE REVIEWS AS OF'.
           05  WS-TTL-DATE  PIC 9(08).
           05  FILLER       PIC X(32)  VALUE SPACE.

       01  WS-SUPV-HEADER-LINE.
           05  FILLER       PIC X(12)  VALUE 'SUPERVISOR: '.
           05  WS-SH-ID     PIC 9(05).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-SH-FNAME  PIC X(15).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-SH-LNAME  PIC X(20).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-SH-FLAG   PIC X(15).
           05  FILLER       PIC X(09)  VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  FILLER       PIC X(04)  VALUE SPACE.
           05  WS-DET-ID    PIC 9(05).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-FNAME PIC X(15).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DET-LNAME PIC X(20).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON PIC X(20).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DET-DATE  PIC 9(08).
           05  FILLER       PIC X(03)  VALUE SPACE.

       01  WS-SUPV-TOTAL-LINE.
           05  FILLER       PIC X(04)  VALUE SPACE.
           05  FILLER       PIC X(17)  VALUE 'OVERDUE REPORTS: '.
           05  WS-ST-OVERDUE PIC ZZZZ9.
           05  FILLER       PIC X(54)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(18)  VALUE 'REPORTS CHECKED : '.
           05  WS-TRL-CHECKED PIC ZZZZ9.
           05  FILLER       PIC X(12)  VALUE '  OVERDUE : '.
           05  WS-TRL-OVERDUE PIC ZZZZ9.
           05  FILLER       PIC X(15)  VALUE '  SUPERVISORS: '.
           05  WS-TRL-SUPV  PIC ZZZZ9.
           05  FILLER       PIC X(20)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REPORTING-LINE
               UNTIL END-OF-SORTED-SUPV
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - SORT BY SUPERVISOR, OPEN FILES         *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           OPEN INPUT PERF-MASTER
           IF WS-PERF-MASTER-STATUS NOT = '00'
               DISPLAY 'PERFOVD: PERFMAST REVIEW MASTER NOT '
                   'AVAILABLE - ABORTING'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           SORT SORT-WORK
               ON ASCENDING KEY SD-SUPERVISOR-ID
               ON ASCENDING KEY SD-EMP-ID
               USING SUPV-MASTER
               GIVING SORTED-SUPV

           OPEN INPUT  SORTED-SUPV
           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT OVD-RPT

           MOVE WS-RUN-DATE-NUM TO WS-TTL-DATE
           WRITE OVD-LINE FROM WS-TITLE-LINE
           MOVE SPACE TO OVD-LINE
           WRITE OVD-LINE

           PERFORM 8000-READ-SORTED-SUPV.

      *----------------------------------------------------------*
      *  2000-PROCESS-REPORTING-LINE - SUPERVISOR CONTROL BREAK,  *
      *  THEN THE REVIEW CHECK FOR AN ACTIVE DIRECT REPORT        *
      *----------------------------------------------------------*
       2000-PROCESS-REPORTING-LINE.

           ADD 1 TO WS-ROW-COUNT

           IF WS-FIRST-SUPV-RECORD
               SET WS-BREAK-SW TO 'N'
               MOVE SS-SUPERVISOR-ID TO WS-PREV-SUPV-ID
           ELSE
               IF SS-SUPERVISOR-ID NOT = WS-PREV-SUPV-ID
                   PERFORM 2300-WRITE-SUPV-TOTAL
                   MOVE SS-SUPERVISOR-ID TO WS-PREV-SUPV-ID
               END-IF
           END-IF

           MOVE SS-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   MOVE SPACE TO EMP-STATUS
           END-READ

           IF EMP-ACTIVE
               ADD 1 TO WS-CHECKED-COUNT
               PERFORM 2100-CHECK-EMPLOYEE-REVIEWS
               IF WS-REVIEW-OVERDUE
                   IF WS-SUPV-OVERDUE = ZERO
                       PERFORM 2150-WRITE-SUPV-HEADER
                   END-IF
                   PERFORM 2200-WRITE-OVERDUE-LINE
               END-IF
           END-IF

           PERFORM 8000-READ-SORTED-SUPV.

      *----------------------------------------------------------*
      *  2100-CHECK-EMPLOYEE-REVIEWS - WALK THE EMPLOYEE'S        *
      *  REVIEWS OLDEST TO NEWEST AND DECIDE WHETHER THE          *
      *  EMPLOYEE IS OVERDUE, AND WHY                             *
      *----------------------------------------------------------*
       2100-CHECK-EMPLOYEE-REVIEWS.

           MOVE 'N'  TO WS-OVERDUE-SW
           MOVE 'N'  TO WS-REVIEW-EOF-SW
           MOVE ZERO TO WS-REVIEW-COUNT
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-PAST-DUE-DATE
           MOVE ZERO TO WS-LAST-DONE-END

           MOVE SS-EMP-ID TO PRV-EMP-ID
           MOVE ZERO      TO PRV-PERIOD-END
           START PERF-MASTER KEY IS NOT LESS THAN PRV-KEY
               INVALID KEY
                   SET END-OF-EMP-REVIEWS TO TRUE
           END-START

           PERFORM 2110-READ-NEXT-REVIEW
               UNTIL END-OF-EMP-REVIEWS

           COMPUTE WS-STALE-DATE = WS-LAST-DONE-END + 10000

           EVALUATE TRUE
               WHEN WS-PAST-DUE-DATE NOT = ZERO
                   SET WS-REVIEW-OVERDUE TO TRUE
                   MOVE 'OVERDUE SINCE'       TO WS-DET-REASON
                   MOVE WS-PAST-DUE-DATE      TO WS-DET-DATE
               WHEN WS-REVIEW-COUNT = ZERO
                   SET WS-REVIEW-OVERDUE TO TRUE
                   MOVE 'NO REVIEW ON FILE'   TO WS-DET-REASON
                   MOVE ZERO                  TO WS-DET-DATE
               WHEN WS-OPEN-COUNT = ZERO
                AND WS-STALE-DATE < WS-RUN-DATE-NUM
                   SET WS-REVIEW-OVERDUE TO TRUE
                   MOVE 'NONE SINCE PERIOD'   TO WS-DET-REASON
                   MOVE WS-LAST-DONE-END      TO WS-DET-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2110-READ-NEXT-REVIEW - ONE ROW OF THE EMPLOYEE'S        *
      *  REVIEWS; THE WALK ENDS AT THE NEXT EMPLOYEE              *
      *----------------------------------------------------------*
       2110-READ-NEXT-REVIEW.

           READ PERF-MASTER NEXT RECORD
               AT END
                   SET END-OF-EMP-REVIEWS TO TRUE
           END-READ

           IF NOT END-OF-EMP-REVIEWS
               IF PRV-EMP-ID NOT = SS-EMP-ID
                   SET END-OF-EMP-REVIEWS TO TRUE
               ELSE
                   ADD 1 TO WS-REVIEW-COUNT
                   IF PRV-REVIEW-OPEN
                       ADD 1 TO WS-OPEN-COUNT
                       IF PRV-DUE-DATE < WS-RUN-DATE-NUM
                          AND WS-PAST-DUE-DATE = ZERO
                           MOVE PRV-DUE-DATE TO WS-PAST-DUE-DATE
                       END-IF
                   ELSE
                       MOVE PRV-PERIOD-END TO WS-LAST-DONE-END
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2150-WRITE-SUPV-HEADER                                   *
      *----------------------------------------------------------*
       2150-WRITE-SUPV-HEADER.

           ADD 1 TO WS-SUPV-COUNT
           MOVE WS-PREV-SUPV-ID TO WS-SH-ID
           MOVE WS-PREV-SUPV-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   MOVE SPACE TO WS-SH-FNAME
                   MOVE SPACE TO WS-SH-LNAME
                   MOVE '*NOT ON FILE*' TO WS-SH-FLAG
               NOT INVALID KEY
                   MOVE EMP-FNAME TO WS-SH-FNAME
                   MOVE EMP-LNAME TO WS-SH-LNAME
                   MOVE SPACE     TO WS-SH-FLAG
           END-READ
           WRITE OVD-LINE FROM WS-SUPV-HEADER-LINE.

      *----------------------------------------------------------*
      *  2200-WRITE-OVERDUE-LINE - THE REASON AND DATE WERE SET   *
      *  BY 2100; THE NAME IS REREAD SINCE THE HEADER READ MAY    *
      *  HAVE REPLACED THE EMPLOYEE RECORD                        *
      *----------------------------------------------------------*
       2200-WRITE-OVERDUE-LINE.

           ADD 1 TO WS-SUPV-OVERDUE
           ADD 1 TO WS-OVERDUE-COUNT
           MOVE SS-EMP-ID TO WS-DET-ID
           MOVE SS-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   MOVE SPACE TO WS-DET-FNAME
                   MOVE SPACE TO WS-DET-LNAME
               NOT INVALID KEY
                   MOVE EMP-FNAME TO WS-DET-FNAME
                   MOVE EMP-LNAME TO WS-DET-LNAME
           END-READ
           WRITE OVD-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  2300-WRITE-SUPV-TOTAL - ONLY FOR A SUPERVISOR WHO        *
      *  PRINTED                                                  *
      *----------------------------------------------------------*
       2300-WRITE-SUPV-TOTAL.

           IF WS-SUPV-OVERDUE > ZERO
               MOVE WS-SUPV-OVERDUE TO WS-ST-OVERDUE
               WRITE OVD-LINE FROM WS-SUPV-TOTAL-LINE
               MOVE SPACE TO OVD-LINE
               WRITE OVD-LINE
           END-IF
           MOVE ZERO TO WS-SUPV-OVERDUE.

      *----------------------------------------------------------*
      *  3000-FINALIZE - LAST TOTAL, TRAILER, CLOSE FILES         *
      *----------------------------------------------------------*
       3000-FINALIZE.

           IF NOT WS-FIRST-SUPV-RECORD
               PERFORM 2300-WRITE-SUPV-TOTAL
           END-IF

           MOVE WS-CHECKED-COUNT TO WS-TRL-CHECKED
           MOVE WS-OVERDUE-COUNT TO WS-TRL-OVERDUE
           MOVE WS-SUPV-COUNT    TO WS-TRL-SUPV
           WRITE OVD-LINE FROM WS-TRAILER-LINE

           CLOSE SORTED-SUPV
           CLOSE EMP-MASTER
           CLOSE PERF-MASTER
           CLOSE OVD-RPT

           IF WS-OVERDUE-COUNT > ZERO
               DISPLAY 'PERFOVD: ' WS-OVERDUE-COUNT
                   ' REVIEW(S) OVERDUE'
           END-IF

           MOVE WS-ROW-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-SORTED-SUPV - READ NEXT SORTED REPORTING LINE  *
      *----------------------------------------------------------*
       8000-READ-SORTED-SUPV.

           READ SORTED-SUPV
               AT END
                   SET END-OF-SORTED-SUPV TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'PERFOVD '         TO AUD-PROGRAM-ID
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
