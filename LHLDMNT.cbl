       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LHLDMNT.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : MAINTENANCE RUN AGAINST THE LEGAL-HOLD VSAM KSDS
      *            : (LEGLHOLD, KEYED BY EMPLOYEE ID, SEE LHLDREC).
      *            : TRANSACTION-DECK STYLE AS CREDMNT: AN ADD
      *            : PLACES A HOLD (A REASON IS REQUIRED; A RELEASE
      *            : DATE IS OPTIONAL), A CHANGE REKEYS THE REASON
      *            : OR THE RELEASE DATE (ZERO REOPENS THE HOLD),
      *            : A RELEASE ENDS THE HOLD ON THE DECK DATE OR,
      *            : IF NONE IS KEYED, TODAY. A HOLD IS NEVER
      *            : DELETED - A RELEASED ROW STAYS ON FILE, DATED,
      *            : AND A LATER ADD FOR THE SAME EMPLOYEE PLACES
      *            : IT AGAIN. THE EMPLOYEE NEED NOT STILL BE ON
      *            : EMP-MASTER: A HOLD OFTEN OUTLIVES EMPLOYMENT.
      *            : THE SUBMITTR DD NAMES WHO PLACED OR LAST
      *            : CHANGED EACH HOLD. WHILE A HOLD IS IN FORCE
      *            : RETPURGE KEEPS THE EMPLOYEE'S HISTORY AND
      *            : ERASURE REFUSES THE EMPLOYEE. PRODUCES A
      *            : MAINTENANCE-APPLIED REPORT.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-TRANS  ASSIGN TO LHTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT LEGAL-HOLD  ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-EMP-ID
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.

           SELECT SUBMITTER-ID ASSIGN TO SUBMITTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBMITTR-STATUS.

           SELECT MAINT-RPT   ASSIGN TO LHRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One row per hold to place, change, or release.
       FD  HOLD-TRANS
           LABEL RECORDS ARE STANDARD.
       01  HOLD-TRANS-RECORD.
           05  LTX-EMP-ID       PIC 9(05).
           05  LTX-ACTION       PIC X(01).
               88  LTX-ADD              VALUE 'A'.
               88  LTX-CHANGE           VALUE 'C'.
               88  LTX-RELEASE          VALUE 'R'.
           05  LTX-REASON       PIC X(30).
           05  LTX-RELEASE-DATE PIC 9(08).

       FD  LEGAL-HOLD.
           COPY LHLDREC.

       FD  SUBMITTER-ID
           LABEL RECORDS ARE STANDARD.
       01  SUBMITTER-ID-RECORD.
           05  SUB-USER-ID      PIC X(08).

       FD  MAINT-RPT
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RPT-LINE       PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-LEGAL-HOLD-STATUS  PIC X(02)  VALUE '00'.
       01  WS-SUBMITTR-STATUS    PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad maintenance run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-HOLD-TRANS      VALUE 'Y'.

      * Startup authorization through the shared AUTHCHK service.
      * Option M marks this a maintenance run.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'LHLDMNT '.
       01  WS-AUTH-OPTION      PIC X(01)  VALUE 'M'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-AUTH-STATUS
                               LK-STATUS-OK      BY WS-AUTH-OK
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

      * DATEUTL linkage-shaped working-storage so a keyed release
      * date is validated by the shared date service (see CCYYDATE
      * and CALL/DATEUTL.CBL).
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
       01  WS-SUBMITTER     PIC X(08)  VALUE SPACE.

       01  WS-RESULT-SW     PIC X(01)  VALUE 'Y'.
           88  WS-TRANS-APPLIED       VALUE 'Y'.
           88  WS-TRANS-REJECTED      VALUE 'N'.

       01  WS-FOUND-SW      PIC X(01)  VALUE 'N'.
           88  WS-HOLD-ON-FILE        VALUE 'Y'.

       01  WS-REJECT-REASON PIC X(30) VALUE SPACE.

       01  WS-TRANS-COUNT   PIC 9(5)  COMP VALUE ZERO.
       01  WS-ADD-COUNT     PIC 9(5)  COMP VALUE ZERO.
       01  WS-CHANGE-COUNT  PIC 9(5)  COMP VALUE ZERO.
       01  WS-RELEASE-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(5)  COMP VALUE ZERO.

       01  WS-ACTION-DESC   PIC X(10) VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DET-ID        PIC 9(05).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-ACTION    PIC X(10).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RELEASE   PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(30).
           05  FILLER           PIC X(15)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(13)  VALUE 'TRANS READ : '.
           05  WS-TRL-COUNT     PIC ZZZZ9.
           05  FILLER           PIC X(10)  VALUE '  PLACED: '.
           05  WS-TRL-ADD       PIC ZZZZ9.
           05  FILLER           PIC X(12)  VALUE '  CHANGED : '.
           05  WS-TRL-CHANGE    PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  REL : '.
           05  WS-TRL-RELEASE   PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  REJ : '.
           05  WS-TRL-REJECT    PIC ZZZZ9.
           05  FILLER           PIC X(04)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION
               UNTIL END-OF-HOLD-TRANS
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, IDENTIFY THE SUBMITTER     *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           CALL 'AUTHCHK' USING WS-AUTH-PROGRAM WS-AUTH-OPTION
               WS-AUTH-STATUS
           IF WS-AUTH-FAILED
               DISPLAY 'LHLDMNT: RUN NOT AUTHORIZED - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           OPEN INPUT SUBMITTER-ID
           IF WS-SUBMITTR-STATUS = '00'
               READ SUBMITTER-ID
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SUB-USER-ID TO WS-SUBMITTER
               END-READ
               CLOSE SUBMITTER-ID
           END-IF
           IF WS-SUBMITTER = SPACE
               DISPLAY 'LHLDMNT: SUBMITTER NOT IDENTIFIED - '
                   'ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  HOLD-TRANS
           OPEN I-O    LEGAL-HOLD
           IF WS-LEGAL-HOLD-STATUS NOT = '00'
               OPEN OUTPUT LEGAL-HOLD
               CLOSE LEGAL-HOLD
               OPEN I-O LEGAL-HOLD
           END-IF
           OPEN OUTPUT MAINT-RPT

           PERFORM 8000-READ-HOLD-TRANS.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION - APPLY ONE PLACE/CHANGE/       *
      *  RELEASE                                                  *
      *----------------------------------------------------------*
       2000-PROCESS-TRANSACTION.

           SET WS-TRANS-APPLIED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           ADD 1 TO WS-TRANS-COUNT

           EVALUATE TRUE
               WHEN LTX-ADD
                   MOVE 'PLACE'       TO WS-ACTION-DESC
                   PERFORM 2100-APPLY-ADD
               WHEN LTX-CHANGE
                   MOVE 'CHANGE'      TO WS-ACTION-DESC
                   PERFORM 2200-APPLY-CHANGE
               WHEN LTX-RELEASE
                   MOVE 'RELEASE'     TO WS-ACTION-DESC
                   PERFORM 2300-APPLY-RELEASE
               WHEN OTHER
                   MOVE 'UNKNOWN'     TO WS-ACTION-DESC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'UNRECOGNIZED ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE

           PERFORM 2900-WRITE-DETAIL-LINE

           PERFORM 8000-READ-HOLD-TRANS.

      *----------------------------------------------------------*
      *  2100-APPLY-ADD - PLACE A HOLD. A RELEASED ROW FOR THE    *
      *  SAME EMPLOYEE IS REUSED; A HOLD STILL IN FORCE IS LEFT   *
      *  ALONE.                                                   *
      *----------------------------------------------------------*
       2100-APPLY-ADD.

           PERFORM 2150-VALIDATE-HOLD-FIELDS

           IF WS-TRANS-APPLIED AND LTX-REASON = SPACE
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'HOLD REASON MISSING' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2170-READ-HOLD
               IF WS-HOLD-ON-FILE
                   AND (LH-RELEASE-DATE = ZERO
                        OR LH-RELEASE-DATE > WS-RUN-DATE-NUM)
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'HOLD ALREADY IN FORCE' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               MOVE SPACE            TO LEGAL-HOLD-RECORD
               MOVE LTX-EMP-ID       TO LH-EMP-ID
               MOVE LTX-REASON       TO LH-REASON
               MOVE WS-RUN-DATE-NUM  TO LH-HOLD-DATE
               MOVE LTX-RELEASE-DATE TO LH-RELEASE-DATE
               MOVE WS-SUBMITTER     TO LH-PLACED-BY
               MOVE WS-SUBMITTER     TO LH-LAST-UPD-BY
               MOVE WS-RUN-DATE-NUM  TO LH-LAST-UPD-DATE

               IF WS-HOLD-ON-FILE
                   REWRITE LEGAL-HOLD-RECORD
                       INVALID KEY
                           SET WS-TRANS-REJECTED TO TRUE
                           MOVE 'REWRITE TO LEGLHOLD FAILED'
                               TO WS-REJECT-REASON
                   END-REWRITE
               ELSE
                   WRITE LEGAL-HOLD-RECORD
                       INVALID KEY
                           SET WS-TRANS-REJECTED TO TRUE
                           MOVE 'WRITE TO LEGLHOLD FAILED'
                               TO WS-REJECT-REASON
                   END-WRITE
               END-IF

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2150-VALIDATE-HOLD-FIELDS - COMMON EDITS: AN EMPLOYEE ID *
      *  IS KEYED, AND ANY RELEASE DATE PASSES DATEUTL AND LIES   *
      *  AFTER TODAY (A RELEASE TRANSACTION MAY KEY TODAY)        *
      *----------------------------------------------------------*
       2150-VALIDATE-HOLD-FIELDS.

           IF LTX-EMP-ID NOT NUMERIC OR LTX-EMP-ID = ZERO
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'EMPLOYEE ID MISSING' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND LTX-RELEASE-DATE NOT NUMERIC
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'RELEASE DATE INVALID' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND LTX-RELEASE-DATE NOT = ZERO
               MOVE LTX-RELEASE-DATE TO WS-DU-DATE1-NUM
               MOVE 'V' TO WS-DATEUTL-FUNCTION
               CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                   WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                   WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                   WS-DATEUTL-VALID-SW
               IF NOT WS-DATEUTL-DATE-IS-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'RELEASE DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED AND LTX-RELEASE-DATE NOT = ZERO
               IF LTX-RELEASE-DATE < WS-RUN-DATE-NUM
                   OR (LTX-RELEASE-DATE = WS-RUN-DATE-NUM
                       AND NOT LTX-RELEASE)
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'RELEASE DATE ALREADY PASSED'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2170-READ-HOLD - THE EMPLOYEE'S ROW, IF ANY              *
      *----------------------------------------------------------*
       2170-READ-HOLD.

           MOVE 'N' TO WS-FOUND-SW
           MOVE LTX-EMP-ID TO LH-EMP-ID
           READ LEGAL-HOLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HOLD-ON-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  2200-APPLY-CHANGE - REKEY THE REASON (BLANK LEAVES IT)   *
      *  AND THE RELEASE DATE (ZERO LEAVES THE HOLD OPEN-ENDED)   *
      *  OF A HOLD IN FORCE                                       *
      *----------------------------------------------------------*
       2200-APPLY-CHANGE.

           PERFORM 2150-VALIDATE-HOLD-FIELDS

           IF WS-TRANS-APPLIED
               PERFORM 2170-READ-HOLD
               IF NOT WS-HOLD-ON-FILE
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'NO HOLD ON FILE' TO WS-REJECT-REASON
               ELSE
                   IF LH-RELEASE-DATE NOT = ZERO
                       AND LH-RELEASE-DATE NOT > WS-RUN-DATE-NUM
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'HOLD ALREADY RELEASED'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               IF LTX-REASON NOT = SPACE
                   MOVE LTX-REASON   TO LH-REASON
               END-IF
               MOVE LTX-RELEASE-DATE TO LH-RELEASE-DATE
               MOVE WS-SUBMITTER     TO LH-LAST-UPD-BY
               MOVE WS-RUN-DATE-NUM  TO LH-LAST-UPD-DATE

               REWRITE LEGAL-HOLD-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'REWRITE TO LEGLHOLD FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2300-APPLY-RELEASE - END A HOLD IN FORCE. THE ROW STAYS  *
      *  ON FILE WITH ITS RELEASE DATE.                           *
      *----------------------------------------------------------*
       2300-APPLY-RELEASE.

           PERFORM 2150-VALIDATE-HOLD-FIELDS

           IF WS-TRANS-APPLIED
               PERFORM 2170-READ-HOLD
               IF NOT WS-HOLD-ON-FILE
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'NO HOLD ON FILE' TO WS-REJECT-REASON
               ELSE
                   IF LH-RELEASE-DATE NOT = ZERO
                       AND LH-RELEASE-DATE NOT > WS-RUN-DATE-NUM
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'HOLD ALREADY RELEASED'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               IF LTX-RELEASE-DATE = ZERO
                   MOVE WS-RUN-DATE-NUM  TO LH-RELEASE-DATE
               ELSE
                   MOVE LTX-RELEASE-DATE TO LH-RELEASE-DATE
               END-IF
               MOVE WS-SUBMITTER     TO LH-LAST-UPD-BY
               MOVE WS-RUN-DATE-NUM  TO LH-LAST-UPD-DATE

               REWRITE LEGAL-HOLD-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'REWRITE TO LEGLHOLD FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-RELEASE-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2900-WRITE-DETAIL-LINE - ONE LINE PER TRANSACTION,       *
      *  SHOWING WHAT WAS ATTEMPTED AND WHETHER IT WAS APPLIED    *
      *----------------------------------------------------------*
       2900-WRITE-DETAIL-LINE.

           MOVE LTX-EMP-ID        TO WS-DET-ID
           MOVE WS-ACTION-DESC    TO WS-DET-ACTION
           IF WS-TRANS-APPLIED
               MOVE LH-RELEASE-DATE TO WS-DET-RELEASE
           ELSE
               IF LTX-RELEASE-DATE NUMERIC
                   MOVE LTX-RELEASE-DATE TO WS-DET-RELEASE
               ELSE
                   MOVE ZERO TO WS-DET-RELEASE
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               MOVE 'APPLIED'  TO WS-DET-RESULT
               MOVE LH-REASON  TO WS-DET-REASON
           ELSE
               MOVE 'REJECTED' TO WS-DET-RESULT
               MOVE WS-REJECT-REASON TO WS-DET-REASON
               ADD 1 TO WS-REJECT-COUNT
           END-IF

           WRITE MAINT-RPT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  3000-FINALIZE - WRITE TRAILER, CLOSE FILES               *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE WS-TRANS-COUNT   TO WS-TRL-COUNT
           MOVE WS-ADD-COUNT     TO WS-TRL-ADD
           MOVE WS-CHANGE-COUNT  TO WS-TRL-CHANGE
           MOVE WS-RELEASE-COUNT TO WS-TRL-RELEASE
           MOVE WS-REJECT-COUNT  TO WS-TRL-REJECT
           WRITE MAINT-RPT-LINE FROM WS-TRAILER-LINE

           CLOSE HOLD-TRANS
           CLOSE LEGAL-HOLD
           CLOSE MAINT-RPT

           MOVE WS-TRANS-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-HOLD-TRANS - READ NEXT MAINTENANCE TRANSACTION *
      *----------------------------------------------------------*
       8000-READ-HOLD-TRANS.

           READ HOLD-TRANS
               AT END
                   SET END-OF-HOLD-TRANS TO TRUE
           END-READ.
      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'LHLDMNT '         TO AUD-PROGRAM-ID
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
