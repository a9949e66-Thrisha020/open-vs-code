       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROBREV.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : WEEKLY END-OF-PROBATION REVIEW LIST, BY
      *            : SUPERVISOR. SORTS THE REPORTING-LINES FILE
      *            : (SUPVMAST, SEE SUPVREC) BY SUPERVISOR THE WAY
      *            : PERFOVD DOES AND, FOR EACH ACTIVE DIRECT
      *            : REPORT, READS THE EMPLOYEE'S ROW ON THE
      *            : PROBATION MASTER (PROBMAST, SEE PROBREC). A
      *            : REPORT IS LISTED UNDER THEIR SUPERVISOR WHEN
      *            : THE PROBATION IS STILL OPEN AND ENDS WITHIN
      *            : THE NEXT THIRTY DAYS, OR HAS ALREADY ENDED
      *            : WITH NO DECISION KEYED -- SO NOBODY BECOMES
      *            : PERMANENT BY DEFAULT. THE DECISIONS GO BACK
      *            : IN THROUGH PROBMNT. SUPERVISORS WITH NOTHING
      *            : DUE ARE NOT PRINTED.
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

           SELECT PROB-MASTER ASSIGN TO PROBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRB-EMP-ID
               FILE STATUS IS WS-PROB-MASTER-STATUS.

           SELECT REV-RPT     ASSIGN TO PROBREV
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

       FD  PROB-MASTER.
           COPY PROBREC.

       FD  REV-RPT
           LABEL RECORDS ARE STANDARD.
       01  REV-LINE         PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-SUPV-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PROB-MASTER-STATUS PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad report to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-SORTED-SUPV     VALUE 'Y'.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-WINDOW-DAYS   PIC S9(05) VALUE +30.
       01  WS-WINDOW-END-DATE PIC 9(08) VALUE ZERO.

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

       01  WS-DUE-SW        PIC X(01)  VALUE 'N'.
           88  WS-PROBATION-DUE       VALUE 'Y'.

       01  WS-ROW-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-CHECKED-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-DUE-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-PAST-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-SUPV-COUNT    PIC 9(5)   COMP VALUE ZERO.

      * Supervisor control-break fields. The header goes out with the
      * supervisor's first listed report, so a supervisor with no
      * probation coming due never prints.
       01  WS-PREV-SUPV-ID  PIC 9(05)  VALUE ZERO.
       01  WS-SUPV-DUE      PIC 9(5)   COMP VALUE ZERO.
       01  WS-BREAK-SW      PIC X(01)  VALUE 'Y'.
           88  WS-FIRST-SUPV-RECORD   VALUE 'Y'.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(40)  VALUE
               'PROBATIONS ENDING WITHIN 30 DAYS OF'.
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
           05  WS-DET-END   PIC 9(08).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DET-EXT   PIC X(08).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DET-FLAG  PIC X(12).
           05  FILLER       PIC X(02)  VALUE SPACE.

       01  WS-SUPV-TOTAL-LINE.
           05  FILLER       PIC X(04)  VALUE SPACE.
           05  FILLER       PIC X(17)  VALUE 'DECISIONS DUE  : '.
           05  WS-ST-DUE    PIC ZZZZ9.
           05  FILLER       PIC X(54)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(18)  VALUE 'REPORTS CHECKED : '.
           05  WS-TRL-CHECKED PIC ZZZZ9.
           05  FILLER       PIC X(08)  VALUE '  DUE : '.
           05  WS-TRL-DUE   PIC ZZZZ9.
           05  FILLER       PIC X(13)  VALUE '  PAST END : '.
           05  WS-TRL-PAST  PIC ZZZZ9.
           05  FILLER       PIC X(15)  VALUE '  SUPERVISORS: '.
           05  WS-TRL-SUPV  PIC ZZZZ9.
           05  FILLER       PIC X(06)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REPORTING-LINE
               UNTIL END-OF-SORTED-SUPV
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - SORT BY SUPERVISOR, OPEN FILES, AND    *
      *  SET THE END OF THE THIRTY-DAY WINDOW                     *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           OPEN INPUT PROB-MASTER
           IF WS-PROB-MASTER-STATUS NOT = '00'
               DISPLAY 'PROBREV: PROBMAST PROBATION MASTER NOT '
                   'AVAILABLE - ABORTING'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           MOVE WS-RUN-DATE-NUM TO WS-DU-DATE1-NUM
           MOVE WS-WINDOW-DAYS  TO WS-DATEUTL-DAYS-TO-ADD
           MOVE 'A' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW
           MOVE WS-DU-RESULT-NUM TO WS-WINDOW-END-DATE

           SORT SORT-WORK
               ON ASCENDING KEY SD-SUPERVISOR-ID
               ON ASCENDING KEY SD-EMP-ID
               USING SUPV-MASTER
               GIVING SORTED-SUPV

           OPEN INPUT  SORTED-SUPV
           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT REV-RPT

           MOVE WS-RUN-DATE-NUM TO WS-TTL-DATE
           WRITE REV-LINE FROM WS-TITLE-LINE
           MOVE SPACE TO REV-LINE
           WRITE REV-LINE

           PERFORM 8000-READ-SORTED-SUPV.

      *----------------------------------------------------------*
      *  2000-PROCESS-REPORTING-LINE - SUPERVISOR CONTROL BREAK,  *
      *  THEN THE PROBATION CHECK FOR AN ACTIVE DIRECT REPORT     *
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
               PERFORM 2100-CHECK-EMPLOYEE-PROBATION
               IF WS-PROBATION-DUE
                   IF WS-SUPV-DUE = ZERO
                       PERFORM 2150-WRITE-SUPV-HEADER
                   END-IF
                   PERFORM 2200-WRITE-DUE-LINE
               END-IF
           END-IF

           PERFORM 8000-READ-SORTED-SUPV.

      *----------------------------------------------------------*
      *  2100-CHECK-EMPLOYEE-PROBATION - AN OPEN PROBATION ENDING *
      *  ON OR BEFORE THE WINDOW END IS DUE; ONE ALREADY PAST ITS *
      *  END DATE IS FLAGGED                                      *
      *----------------------------------------------------------*
       2100-CHECK-EMPLOYEE-PROBATION.

           MOVE 'N' TO WS-DUE-SW
           MOVE SPACE TO WS-DET-FLAG

           MOVE SS-EMP-ID TO PRB-EMP-ID
           READ PROB-MASTER
               INVALID KEY
                   MOVE SPACE TO PRB-STATUS
           END-READ

           IF PRB-OPEN AND PRB-END-DATE NOT > WS-WINDOW-END-DATE
               SET WS-PROBATION-DUE TO TRUE
               MOVE PRB-END-DATE TO WS-DET-END
               IF PRB-EXTENDED
                   MOVE 'EXTENDED' TO WS-DET-EXT
               ELSE
                   MOVE SPACE      TO WS-DET-EXT
               END-IF
               IF PRB-END-DATE < WS-RUN-DATE-NUM
                   MOVE '** PAST END' TO WS-DET-FLAG
                   ADD 1 TO WS-PAST-COUNT
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
           WRITE REV-LINE FROM WS-SUPV-HEADER-LINE.

      *----------------------------------------------------------*
      *  2200-WRITE-DUE-LINE - THE END DATE AND FLAG WERE SET BY  *
      *  2100; THE NAME IS REREAD SINCE THE HEADER READ MAY HAVE  *
      *  REPLACED THE EMPLOYEE RECORD                             *
      *----------------------------------------------------------*
       2200-WRITE-DUE-LINE.

           ADD 1 TO WS-SUPV-DUE
           ADD 1 TO WS-DUE-COUNT
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
           WRITE REV-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  2300-WRITE-SUPV-TOTAL - ONLY FOR A SUPERVISOR WHO        *
      *  PRINTED                                                  *
      *----------------------------------------------------------*
       2300-WRITE-SUPV-TOTAL.

           IF WS-SUPV-DUE > ZERO
               MOVE WS-SUPV-DUE TO WS-ST-DUE
               WRITE REV-LINE FROM WS-SUPV-TOTAL-LINE
               MOVE SPACE TO REV-LINE
               WRITE REV-LINE
           END-IF
           MOVE ZERO TO WS-SUPV-DUE.

      *----------------------------------------------------------*
      *  3000-FINALIZE - LAST TOTAL, TRAILER, CLOSE FILES         *
      *----------------------------------------------------------*
       3000-FINALIZE.

           IF NOT WS-FIRST-SUPV-RECORD
               PERFORM 2300-WRITE-SUPV-TOTAL
           END-IF

           MOVE WS-CHECKED-COUNT TO WS-TRL-CHECKED
           MOVE WS-DUE-COUNT     TO WS-TRL-DUE
           MOVE WS-PAST-COUNT    TO WS-TRL-PAST
           MOVE WS-SUPV-COUNT    TO WS-TRL-SUPV
           WRITE REV-LINE FROM WS-TRAILER-LINE

           CLOSE SORTED-SUPV
           CLOSE EMP-MASTER
           CLOSE PROB-MASTER
           CLOSE REV-RPT

           IF WS-PAST-COUNT > ZERO
               DISPLAY 'PROBREV: ' WS-PAST-COUNT
                   ' PROBATION(S) PAST END WITH NO DECISION'
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

           MOVE 'PROBREV '         TO AUD-PROGRAM-ID
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
