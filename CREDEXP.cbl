       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CREDEXP.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : NIGHTLY CREDENTIAL-EXPIRY SWEEP, BY DEPARTMENT.
      *            : SORTS THE EMPLOYEE MASTER BY DEPARTMENT AND
      *            : NAME THE WAY MERITCYC DOES AND, FOR EACH
      *            : ACTIVE EMPLOYEE, READS THEIR ROWS ON THE
      *            : CREDENTIALS MASTER (CREDMAST, SEE CREDREC).
      *            : A LICENSE, CERTIFICATION, OR WORK-AUTHORIZATION
      *            : DOCUMENT IS LISTED WHEN IT HAS ALREADY EXPIRED
      *            : OR EXPIRES WITHIN 30, 60, OR 90 DAYS OF THE
      *            : RUN DATE (DATEUTL WORKS OUT THE THREE HORIZON
      *            : DATES). AN EXPIRED WORK AUTHORIZATION IS ALSO
      *            : WRITTEN TO THE SHARED ERROR LOG (CALL ERRLOG)
      *            : AT HIGH SEVERITY SO THE OPERATIONS STATUS PAGE
      *            : (OPSTATUS) AND THE UNACKNOWLEDGED-ERRORS
      *            : REPORT (ERRAGED) CARRY IT UNTIL SOMEONE ACTS.
      *            : DEPARTMENTS WITH NOTHING TO LIST ARE NOT
      *            : PRINTED. ENDS CC 4 WHEN ANYTHING HAS ALREADY
      *            : EXPIRED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  EMPREC IMAGE WIDENED TO 80 BYTES (NEW
      *                  EMP-JOB-CODE).
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT CRED-MASTER ASSIGN TO CREDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-KEY
               FILE STATUS IS WS-CRED-MASTER-STATUS.

           SELECT SORT-WORK   ASSIGN TO SORTWK.

           SELECT SORTED-MASTER ASSIGN TO SRTMAST
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXPIRY-RPT  ASSIGN TO CREDEXP
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MASTER.
       01  EMP-MASTER-IN-RECORD.
           05  EM-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(75).

       FD  CRED-MASTER.
           COPY CREDREC.

       SD  SORT-WORK.
       01  SD-SORT-RECORD.
           05  SD-EMP-ID           PIC 9(05).
           05  SD-EMP-FNAME        PIC X(15).
           05  FILLER              PIC X(01).
           05  SD-EMP-LNAME        PIC X(20).
           05  SD-EMP-DEPT-CODE    PIC X(04).
           05  SD-EMP-HIRE-DATE    PIC 9(08).
           05  SD-EMP-STATUS       PIC X(01).
           05  FILLER              PIC X(26).

       FD  SORTED-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY EMPREC.

       FD  EXPIRY-RPT
           LABEL RECORDS ARE STANDARD.
       01  EXPIRY-LINE      PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-CRED-MASTER-STATUS PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad sweep to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-MASTER      VALUE 'Y'.
       01  WS-CRED-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-CREDS       VALUE 'Y'.

      * DATEUTL linkage-shaped working-storage; the 30/60/90-day
      * horizons are the run date plus that many calendar days (see
      * CCYYDATE and CALL/DATEUTL.CBL).
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

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-HORIZON-30    PIC 9(08)  VALUE ZERO.
       01  WS-HORIZON-60    PIC 9(08)  VALUE ZERO.
       01  WS-HORIZON-90    PIC 9(08)  VALUE ZERO.

      * Which band, if any, the current credential falls in.
       01  WS-BAND-SW       PIC X(01)  VALUE SPACE.
           88  WS-BAND-EXPIRED        VALUE 'E'.
           88  WS-BAND-30             VALUE '3'.
           88  WS-BAND-60             VALUE '6'.
           88  WS-BAND-90             VALUE '9'.
           88  WS-BAND-NONE           VALUE SPACE.

      * Shared error-log call fields, populated just ahead of each
      * CALL 'ERRLOG' for an expired work authorization.
       01  WS-ERRLOG-PROGRAM-ID  PIC X(08) VALUE 'CREDEXP '.
       01  WS-ERRLOG-PARAGRAPH   PIC X(20)
                                 VALUE '2350-LOG-WORK-AUTH'.
       01  WS-ERRLOG-COND-CODE   PIC X(04) VALUE '0004'.
       01  WS-ERRLOG-DESCRIPTION.
           05  FILLER            PIC X(22)
                                 VALUE 'WORK AUTH EXPIRED EMP '.
           05  WS-ERRLOG-EMP-ID  PIC 9(05).
           05  FILLER            PIC X(03) VALUE SPACE.
       01  WS-ERRLOG-SEVERITY    PIC X(01) VALUE 'H'.

       01  WS-EMP-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-CHECKED-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-CRED-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-EXPIRED-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-30-COUNT      PIC 9(5)   COMP VALUE ZERO.
       01  WS-60-COUNT      PIC 9(5)   COMP VALUE ZERO.
       01  WS-90-COUNT      PIC 9(5)   COMP VALUE ZERO.
       01  WS-WORKAUTH-COUNT PIC 9(5)  COMP VALUE ZERO.

      * Department control-break fields. The header goes out with the
      * department's first listed credential, so a department with
      * nothing expiring never prints.
       01  WS-PREV-DEPT-CODE PIC X(04) VALUE SPACE.
       01  WS-DEPT-LISTED   PIC 9(5)   COMP VALUE ZERO.
       01  WS-DEPT-BREAK-SW PIC X(01)  VALUE 'Y'.
           88  WS-FIRST-DEPT-RECORD   VALUE 'Y'.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(40)  VALUE
               'CREDENTIAL EXPIRY SWEEP AS OF'.
           05  WS-TTL-DATE  PIC 9(08).
           05  FILLER       PIC X(32)  VALUE SPACE.

       01  WS-DEPT-HEADER-LINE.
           05  FILLER       PIC X(12)  VALUE 'DEPARTMENT: '.
           05  WS-DH-DEPT   PIC X(04).
           05  FILLER       PIC X(64)  VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  FILLER       PIC X(04)  VALUE SPACE.
           05  WS-DET-ID    PIC 9(05).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-LNAME PIC X(20).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DET-TYPE  PIC X(04).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DET-CATEGORY PIC X(09).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DET-EXPIRY PIC 9(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-BAND  PIC X(12).
           05  FILLER       PIC X(11)  VALUE SPACE.

       01  WS-DEPT-TOTAL-LINE.
           05  FILLER       PIC X(04)  VALUE SPACE.
           05  FILLER       PIC X(20)  VALUE 'CREDENTIALS LISTED: '.
           05  WS-DT-LISTED PIC ZZZZ9.
           05  FILLER       PIC X(51)  VALUE SPACE.

       01  WS-TRAILER-LINE-1.
           05  FILLER       PIC X(19)  VALUE 'ACTIVES CHECKED  : '.
           05  WS-TRL-CHECKED PIC ZZZZ9.
           05  FILLER       PIC X(21)  VALUE '  CREDENTIALS READ : '.
           05  WS-TRL-CREDS PIC ZZZZ9.
           05  FILLER       PIC X(30)  VALUE SPACE.

       01  WS-TRAILER-LINE-2.
           05  FILLER       PIC X(10)  VALUE 'EXPIRED : '.
           05  WS-TRL-EXPIRED PIC ZZZZ9.
           05  FILLER       PIC X(11)  VALUE '  30 DAYS: '.
           05  WS-TRL-30    PIC ZZZZ9.
           05  FILLER       PIC X(11)  VALUE '  60 DAYS: '.
           05  WS-TRL-60    PIC ZZZZ9.
           05  FILLER       PIC X(11)  VALUE '  90 DAYS: '.
           05  WS-TRL-90    PIC ZZZZ9.
           05  FILLER       PIC X(11)  VALUE '  WK AUTH: '.
           05  WS-TRL-WORKAUTH PIC ZZZZ9.
           05  FILLER       PIC X(01)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EMPLOYEE
               UNTIL END-OF-EMP-MASTER
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - HORIZON DATES, SORT THE MASTER BY      *
      *  DEPARTMENT, OPEN FILES                                   *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           OPEN INPUT CRED-MASTER
           IF WS-CRED-MASTER-STATUS NOT = '00'
               DISPLAY 'CREDEXP: CREDMAST CREDENTIALS MASTER NOT '
                   'AVAILABLE - ABORTING'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           PERFORM 1100-COMPUTE-HORIZONS

           SORT SORT-WORK
               ON ASCENDING KEY SD-EMP-DEPT-CODE
               ON ASCENDING KEY SD-EMP-LNAME
               ON ASCENDING KEY SD-EMP-FNAME
               USING EMP-MASTER
               GIVING SORTED-MASTER

           OPEN INPUT  SORTED-MASTER
           OPEN OUTPUT EXPIRY-RPT

           MOVE WS-RUN-DATE-NUM TO WS-TTL-DATE
           WRITE EXPIRY-LINE FROM WS-TITLE-LINE
           MOVE SPACE TO EXPIRY-LINE
           WRITE EXPIRY-LINE

           PERFORM 8000-READ-EMP-MASTER.

      *----------------------------------------------------------*
      *  1100-COMPUTE-HORIZONS - RUN DATE PLUS 30, 60, AND 90     *
      *  DAYS THROUGH DATEUTL                                     *
      *----------------------------------------------------------*
       1100-COMPUTE-HORIZONS.

           MOVE 'A' TO WS-DATEUTL-FUNCTION
           MOVE WS-RUN-DATE-NUM TO WS-DU-DATE1-NUM

           MOVE 30 TO WS-DATEUTL-DAYS-TO-ADD
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW
           MOVE WS-DU-RESULT-NUM TO WS-HORIZON-30

           MOVE 60 TO WS-DATEUTL-DAYS-TO-ADD
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW
           MOVE WS-DU-RESULT-NUM TO WS-HORIZON-60

           MOVE 90 TO WS-DATEUTL-DAYS-TO-ADD
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW
           MOVE WS-DU-RESULT-NUM TO WS-HORIZON-90.

      *----------------------------------------------------------*
      *  2000-PROCESS-EMPLOYEE - DEPARTMENT BREAK, THEN THE       *
      *  CREDENTIAL CHECK FOR AN ACTIVE EMPLOYEE                  *
      *----------------------------------------------------------*
       2000-PROCESS-EMPLOYEE.

           ADD 1 TO WS-EMP-COUNT

           IF EMP-ACTIVE
               ADD 1 TO WS-CHECKED-COUNT
               PERFORM 2065-CHECK-DEPT-BREAK
               PERFORM 2100-CHECK-EMPLOYEE-CREDS
           END-IF

           PERFORM 8000-READ-EMP-MASTER.

      *----------------------------------------------------------*
      *  2065-CHECK-DEPT-BREAK                                    *
      *----------------------------------------------------------*
       2065-CHECK-DEPT-BREAK.

           IF WS-FIRST-DEPT-RECORD
               SET WS-DEPT-BREAK-SW TO 'N'
               MOVE EMP-DEPT-CODE TO WS-PREV-DEPT-CODE
           ELSE
               IF EMP-DEPT-CODE NOT = WS-PREV-DEPT-CODE
                   PERFORM 2400-WRITE-DEPT-TOTAL
                   MOVE EMP-DEPT-CODE TO WS-PREV-DEPT-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2100-CHECK-EMPLOYEE-CREDS - WALK THE EMPLOYEE'S          *
      *  CREDENTIALS ON CREDMAST                                  *
      *----------------------------------------------------------*
       2100-CHECK-EMPLOYEE-CREDS.

           MOVE 'N'    TO WS-CRED-EOF-SW
           MOVE EMP-ID TO CRD-EMP-ID
           MOVE LOW-VALUES TO CRD-TYPE
           START CRED-MASTER KEY IS NOT LESS THAN CRD-KEY
               INVALID KEY
                   SET END-OF-EMP-CREDS TO TRUE
           END-START

           PERFORM 2110-READ-NEXT-CREDENTIAL
               UNTIL END-OF-EMP-CREDS.

      *----------------------------------------------------------*
      *  2110-READ-NEXT-CREDENTIAL - ONE OF THE EMPLOYEE'S ROWS;  *
      *  THE WALK ENDS AT THE NEXT EMPLOYEE                       *
      *----------------------------------------------------------*
       2110-READ-NEXT-CREDENTIAL.

           READ CRED-MASTER NEXT RECORD
               AT END
                   SET END-OF-EMP-CREDS TO TRUE
           END-READ

           IF NOT END-OF-EMP-CREDS
               IF CRD-EMP-ID NOT = EMP-ID
                   SET END-OF-EMP-CREDS TO TRUE
               ELSE
                   ADD 1 TO WS-CRED-COUNT
                   PERFORM 2200-CLASSIFY-CREDENTIAL
                   IF NOT WS-BAND-NONE
                       IF WS-DEPT-LISTED = ZERO
                           PERFORM 2250-WRITE-DEPT-HEADER
                       END-IF
                       PERFORM 2300-WRITE-CREDENTIAL-LINE
                       IF WS-BAND-EXPIRED AND CRD-WORK-AUTH
                           PERFORM 2350-LOG-WORK-AUTH
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2200-CLASSIFY-CREDENTIAL - EXPIRED BEFORE THE RUN DATE,  *
      *  ELSE THE FIRST HORIZON THE EXPIRY FALLS ON OR BEFORE; A  *
      *  CREDENTIAL THAT NEVER EXPIRES IS NEVER LISTED            *
      *----------------------------------------------------------*
       2200-CLASSIFY-CREDENTIAL.

           EVALUATE TRUE
               WHEN CRD-NO-EXPIRY
                   SET WS-BAND-NONE TO TRUE
               WHEN CRD-EXPIRY-DATE < WS-RUN-DATE-NUM
                   SET WS-BAND-EXPIRED TO TRUE
                   MOVE 'EXPIRED'      TO WS-DET-BAND
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN CRD-EXPIRY-DATE NOT > WS-HORIZON-30
                   SET WS-BAND-30 TO TRUE
                   MOVE 'WITHIN 30'    TO WS-DET-BAND
                   ADD 1 TO WS-30-COUNT
               WHEN CRD-EXPIRY-DATE NOT > WS-HORIZON-60
                   SET WS-BAND-60 TO TRUE
                   MOVE 'WITHIN 60'    TO WS-DET-BAND
                   ADD 1 TO WS-60-COUNT
               WHEN CRD-EXPIRY-DATE NOT > WS-HORIZON-90
                   SET WS-BAND-90 TO TRUE
                   MOVE 'WITHIN 90'    TO WS-DET-BAND
                   ADD 1 TO WS-90-COUNT
               WHEN OTHER
                   SET WS-BAND-NONE TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2250-WRITE-DEPT-HEADER                                   *
      *----------------------------------------------------------*
       2250-WRITE-DEPT-HEADER.

           MOVE WS-PREV-DEPT-CODE TO WS-DH-DEPT
           WRITE EXPIRY-LINE FROM WS-DEPT-HEADER-LINE.

      *----------------------------------------------------------*
      *  2300-WRITE-CREDENTIAL-LINE - THE BAND WAS SET BY 2200    *
      *----------------------------------------------------------*
       2300-WRITE-CREDENTIAL-LINE.

           ADD 1 TO WS-DEPT-LISTED
           MOVE EMP-ID          TO WS-DET-ID
           MOVE EMP-LNAME       TO WS-DET-LNAME
           MOVE CRD-TYPE        TO WS-DET-TYPE
           MOVE CRD-EXPIRY-DATE TO WS-DET-EXPIRY
           EVALUATE TRUE
               WHEN CRD-LICENSE
                   MOVE 'LICENSE'   TO WS-DET-CATEGORY
               WHEN CRD-CERTIFICATION
                   MOVE 'CERT'      TO WS-DET-CATEGORY
               WHEN CRD-WORK-AUTH
                   MOVE 'WORK AUTH' TO WS-DET-CATEGORY
               WHEN OTHER
                   MOVE SPACE       TO WS-DET-CATEGORY
           END-EVALUATE
           WRITE EXPIRY-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  2350-LOG-WORK-AUTH - AN EXPIRED WORK AUTHORIZATION ON AN *
      *  ACTIVE EMPLOYEE GOES TO THE SHARED ERROR LOG AT HIGH     *
      *  SEVERITY                                                 *
      *----------------------------------------------------------*
       2350-LOG-WORK-AUTH.

           ADD 1 TO WS-WORKAUTH-COUNT
           MOVE EMP-ID TO WS-ERRLOG-EMP-ID
           CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
               WS-ERRLOG-PARAGRAPH WS-ERRLOG-COND-CODE
               WS-ERRLOG-DESCRIPTION WS-ERRLOG-SEVERITY.

      *----------------------------------------------------------*
      *  2400-WRITE-DEPT-TOTAL - ONLY FOR A DEPARTMENT THAT       *
      *  PRINTED                                                  *
      *----------------------------------------------------------*
       2400-WRITE-DEPT-TOTAL.

           IF WS-DEPT-LISTED > ZERO
               MOVE WS-DEPT-LISTED TO WS-DT-LISTED
               WRITE EXPIRY-LINE FROM WS-DEPT-TOTAL-LINE
               MOVE SPACE TO EXPIRY-LINE
               WRITE EXPIRY-LINE
           END-IF
           MOVE ZERO TO WS-DEPT-LISTED.

      *----------------------------------------------------------*
      *  3000-FINALIZE - LAST TOTAL, TRAILER, CLOSE FILES         *
      *----------------------------------------------------------*
       3000-FINALIZE.

           IF NOT WS-FIRST-DEPT-RECORD
               PERFORM 2400-WRITE-DEPT-TOTAL
           END-IF

           MOVE WS-CHECKED-COUNT  TO WS-TRL-CHECKED
           MOVE WS-CRED-COUNT     TO WS-TRL-CREDS
           WRITE EXPIRY-LINE FROM WS-TRAILER-LINE-1
           MOVE WS-EXPIRED-COUNT  TO WS-TRL-EXPIRED
           MOVE WS-30-COUNT       TO WS-TRL-30
           MOVE WS-60-COUNT       TO WS-TRL-60
           MOVE WS-90-COUNT       TO WS-TRL-90
           MOVE WS-WORKAUTH-COUNT TO WS-TRL-WORKAUTH
           WRITE EXPIRY-LINE FROM WS-TRAILER-LINE-2

           CLOSE SORTED-MASTER
           CLOSE CRED-MASTER
           CLOSE EXPIRY-RPT

           IF WS-EXPIRED-COUNT > ZERO
               DISPLAY 'CREDEXP: ' WS-EXPIRED-COUNT
                   ' CREDENTIAL(S) ALREADY EXPIRED ON ACTIVES'
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-EMP-COUNT TO AUD-RECORD-COUNT
           IF WS-EXPIRED-COUNT > ZERO
               MOVE '04' TO AUD-RETURN-CODE
           ELSE
               MOVE '00' TO AUD-RETURN-CODE
           END-IF
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-EMP-MASTER - READ NEXT SORTED EMPLOYEE RECORD  *
      *----------------------------------------------------------*
       8000-READ-EMP-MASTER.

           READ SORTED-MASTER
               AT END
                   SET END-OF-EMP-MASTER TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'CREDEXP '         TO AUD-PROGRAM-ID
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
