       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PERFMNT.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : DAILY MAINTENANCE RUN AGAINST THE PERFORMANCE-
      *            : REVIEW MASTER VSAM KSDS (PERFMAST, KEYED BY
      *            : EMPLOYEE ID + REVIEW PERIOD END, SEE PERFREC).
      *            : APPLIES ADD/CHANGE/DELETE TRANSACTIONS IN THE
      *            : SAME TRANSACTION-DECK STYLE AS RETMNT: AN ADD
      *            : SCHEDULES A REVIEW (PERIOD AND DUE DATE), A
      *            : CHANGE RECORDS IT DONE (RATING, REVIEWER, AND
      *            : COMPLETED DATE) OR CORRECTS IT. THE EMPLOYEE
      *            : AND ANY REVIEWER MUST EXIST ON EMP-MASTER, NO
      *            : ONE REVIEWS THEMSELVES, AND A RATING AND A
      *            : COMPLETED DATE ARE KEYED TOGETHER OR NOT AT
      *            : ALL -- SO THE MERIT CYCLE (MERITCYC) NEVER
      *            : PRICES OFF A HALF-KEYED REVIEW. PRODUCES A
      *            : MAINTENANCE-APPLIED REPORT SHOWING EVERY
      *            : TRANSACTION AND WHETHER IT WAS APPLIED OR
      *            : REJECTED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERF-TRANS  ASSIGN TO PERFTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT PERF-MASTER ASSIGN TO PERFMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-KEY
               FILE STATUS IS WS-PERF-MASTER-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT MAINT-RPT   ASSIGN TO PERFRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One row per review to add, change, or delete. PTX-ACTION
      * selects which of the three this transaction applies; a
      * delete needs only the employee ID and the period end.
       FD  PERF-TRANS
           LABEL RECORDS ARE STANDARD.
       01  PERF-TRANS-RECORD.
           05  PTX-EMP-ID       PIC 9(05).
           05  PTX-ACTION       PIC X(01).
               88  PTX-ADD              VALUE 'A'.
               88  PTX-CHANGE           VALUE 'C'.
               88  PTX-DELETE           VALUE 'D'.
           05  PTX-PERIOD-START PIC 9(08).
           05  PTX-PERIOD-END   PIC 9(08).
           05  PTX-DUE-DATE     PIC 9(08).
           05  PTX-RATING       PIC X(01).
               88  PTX-RATING-VALID     VALUE '1' THRU '5'.
               88  PTX-NOT-RATED        VALUE SPACE.
           05  PTX-REVIEWER-ID  PIC 9(05).
           05  PTX-COMPLETED-DATE PIC 9(08).

       FD  PERF-MASTER.
           COPY PERFREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  MAINT-RPT
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RPT-LINE       PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PERF-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad maintenance run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-PERF-TRANS      VALUE 'Y'.

      * Startup authorization through the shared AUTHCHK service.
      * Option M marks this a maintenance run.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'PERFMNT '.
       01  WS-AUTH-OPTION      PIC X(01)  VALUE 'M'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-AUTH-STATUS
                               LK-STATUS-OK      BY WS-AUTH-OK
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

      * DATEUTL linkage-shaped working-storage so the review dates
      * are validated, and the period checked to run forward, by the
      * same shared date service the other maintenance runs use (see
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

       01  WS-RESULT-SW     PIC X(01)  VALUE 'Y'.
           88  WS-TRANS-APPLIED       VALUE 'Y'.
           88  WS-TRANS-REJECTED      VALUE 'N'.

       01  WS-REJECT-REASON PIC X(30) VALUE SPACE.

       01  WS-TRANS-COUNT   PIC 9(5)  COMP VALUE ZERO.
       01  WS-ADD-COUNT     PIC 9(5)  COMP VALUE ZERO.
       01  WS-CHANGE-COUNT  PIC 9(5)  COMP VALUE ZERO.
       01  WS-DELETE-COUNT  PIC 9(5)  COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(5)  COMP VALUE ZERO.

       01  WS-ACTION-DESC   PIC X(10) VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DET-ID        PIC 9(05).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-ACTION    PIC X(10).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-PERIOD-END PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RATING    PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(30).
           05  FILLER           PIC X(13)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(13)  VALUE 'TRANS READ : '.
           05  WS-TRL-COUNT     PIC ZZZZ9.
           05  FILLER           PIC X(10)  VALUE '  ADDED : '.
           05  WS-TRL-ADD       PIC ZZZZ9.
           05  FILLER           PIC X(12)  VALUE '  CHANGED : '.
           05  WS-TRL-CHANGE    PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  DEL : '.
           05  WS-TRL-DELETE    PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  REJ : '.
           05  WS-TRL-REJECT    PIC ZZZZ9.
           05  FILLER           PIC X(04)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION
               UNTIL END-OF-PERF-TRANS
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES                             *
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
               DISPLAY 'PERFMNT: RUN NOT AUTHORIZED - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  PERF-TRANS
           OPEN I-O    PERF-MASTER
           IF WS-PERF-MASTER-STATUS NOT = '00'
               OPEN OUTPUT PERF-MASTER
               CLOSE PERF-MASTER
               OPEN I-O PERF-MASTER
           END-IF
           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT MAINT-RPT

           PERFORM 8000-READ-PERF-TRANS.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION - APPLY ONE ADD/CHANGE/DELETE   *
      *----------------------------------------------------------*
       2000-PROCESS-TRANSACTION.

           SET WS-TRANS-APPLIED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           ADD 1 TO WS-TRANS-COUNT

           EVALUATE TRUE
               WHEN PTX-ADD
                   MOVE 'ADD'         TO WS-ACTION-DESC
                   PERFORM 2100-APPLY-ADD
               WHEN PTX-CHANGE
                   MOVE 'CHANGE'      TO WS-ACTION-DESC
                   PERFORM 2200-APPLY-CHANGE
               WHEN PTX-DELETE
                   MOVE 'DELETE'      TO WS-ACTION-DESC
                   PERFORM 2300-APPLY-DELETE
               WHEN OTHER
                   MOVE 'UNKNOWN'     TO WS-ACTION-DESC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'UNRECOGNIZED ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE

           PERFORM 2900-WRITE-DETAIL-LINE

           PERFORM 8000-READ-PERF-TRANS.

      *----------------------------------------------------------*
      *  2100-APPLY-ADD - SCHEDULE A NEW REVIEW                   *
      *----------------------------------------------------------*
       2100-APPLY-ADD.

           PERFORM 2150-VALIDATE-PERF-FIELDS

           IF WS-TRANS-APPLIED
               MOVE PTX-EMP-ID     TO PRV-EMP-ID
               MOVE PTX-PERIOD-END TO PRV-PERIOD-END
               READ PERF-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'REVIEW ALREADY EXISTS'
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-TRANS-APPLIED
               MOVE SPACE          TO PERF-REVIEW-RECORD
               MOVE PTX-EMP-ID     TO PRV-EMP-ID
               MOVE PTX-PERIOD-END TO PRV-PERIOD-END
               PERFORM 2160-MOVE-REVIEW-FIELDS

               WRITE PERF-REVIEW-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'WRITE TO PERFMAST FAILED'
                           TO WS-REJECT-REASON
               END-WRITE

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2150-VALIDATE-PERF-FIELDS - COMMON ADD/CHANGE EDITS: THE *
      *  EMPLOYEE MUST EXIST, THE PERIOD AND DUE DATES MUST PASS  *
      *  DATEUTL WITH THE PERIOD RUNNING FORWARD, AND A REVIEW IS *
      *  EITHER OPEN (NO RATING, NO COMPLETED DATE) OR COMPLETE   *
      *  (RATING 1-5, VALID COMPLETED DATE, REVIEWER ON FILE WHO  *
      *  IS NOT THE EMPLOYEE)                                     *
      *----------------------------------------------------------*
       2150-VALIDATE-PERF-FIELDS.

           MOVE PTX-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EMPLOYEE NOT ON EMP-MASTER'
                       TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED
               MOVE PTX-PERIOD-START TO WS-DU-DATE1-NUM
               PERFORM 2170-VALIDATE-ONE-DATE
               IF NOT WS-DATEUTL-DATE-IS-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'PERIOD START DATE INVALID'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               MOVE PTX-PERIOD-END TO WS-DU-DATE1-NUM
               PERFORM 2170-VALIDATE-ONE-DATE
               IF NOT WS-DATEUTL-DATE-IS-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'PERIOD END DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               MOVE PTX-PERIOD-START TO WS-DU-DATE1-NUM
               MOVE PTX-PERIOD-END   TO WS-DU-DATE2-NUM
               MOVE 'C' TO WS-DATEUTL-FUNCTION
               CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                   WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                   WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                   WS-DATEUTL-VALID-SW
               IF WS-DATEUTL-COMPARE-RESULT > ZERO
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'REVIEW PERIOD RUNS BACKWARD'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               MOVE PTX-DUE-DATE TO WS-DU-DATE1-NUM
               PERFORM 2170-VALIDATE-ONE-DATE
               IF NOT WS-DATEUTL-DATE-IS-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'DUE DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               AND NOT PTX-RATING-VALID AND NOT PTX-NOT-RATED
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'RATING NOT 1 THROUGH 5' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               IF PTX-COMPLETED-DATE = ZERO
                   IF PTX-RATING-VALID
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'RATING WITHOUT COMPLETED DATE'
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   PERFORM 2180-VALIDATE-COMPLETION
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2160-MOVE-REVIEW-FIELDS - THE REVIEW ITSELF              *
      *----------------------------------------------------------*
       2160-MOVE-REVIEW-FIELDS.

           MOVE PTX-PERIOD-START   TO PRV-PERIOD-START
           MOVE PTX-DUE-DATE       TO PRV-DUE-DATE
           MOVE PTX-RATING         TO PRV-RATING
           MOVE PTX-REVIEWER-ID    TO PRV-REVIEWER-ID
           MOVE PTX-COMPLETED-DATE TO PRV-COMPLETED-DATE.

      *----------------------------------------------------------*
      *  2170-VALIDATE-ONE-DATE - WS-DU-DATE1 THROUGH DATEUTL     *
      *----------------------------------------------------------*
       2170-VALIDATE-ONE-DATE.

           MOVE 'V' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW.

      *----------------------------------------------------------*
      *  2180-VALIDATE-COMPLETION - A COMPLETED REVIEW CARRIES A  *
      *  RATING, A VALID COMPLETED DATE, AND A REVIEWER ON        *
      *  EMP-MASTER OTHER THAN THE EMPLOYEE                       *
      *----------------------------------------------------------*
       2180-VALIDATE-COMPLETION.

           IF NOT PTX-RATING-VALID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'COMPLETED REVIEW HAS NO RATING'
                   TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               MOVE PTX-COMPLETED-DATE TO WS-DU-DATE1-NUM
               PERFORM 2170-VALIDATE-ONE-DATE
               IF NOT WS-DATEUTL-DATE-IS-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'COMPLETED DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               AND PTX-REVIEWER-ID = PTX-EMP-ID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'EMPLOYEE REVIEWS SELF' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               MOVE PTX-REVIEWER-ID TO EMP-ID
               READ EMP-MASTER
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'REVIEWER NOT ON EMP-MASTER'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *  2200-APPLY-CHANGE - COMPLETE OR CORRECT AN EXISTING      *
      *  REVIEW                                                   *
      *----------------------------------------------------------*
       2200-APPLY-CHANGE.

           PERFORM 2150-VALIDATE-PERF-FIELDS

           IF WS-TRANS-APPLIED
               MOVE PTX-EMP-ID     TO PRV-EMP-ID
               MOVE PTX-PERIOD-END TO PRV-PERIOD-END
               READ PERF-MASTER
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'REVIEW NOT FOUND'
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2160-MOVE-REVIEW-FIELDS

               REWRITE PERF-REVIEW-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'REWRITE TO PERFMAST FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2300-APPLY-DELETE - REMOVE A REVIEW KEYED IN ERROR       *
      *----------------------------------------------------------*
       2300-APPLY-DELETE.

           MOVE PTX-EMP-ID     TO PRV-EMP-ID
           MOVE PTX-PERIOD-END TO PRV-PERIOD-END
           READ PERF-MASTER
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'REVIEW NOT FOUND' TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED
               DELETE PERF-MASTER
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'DELETE FROM PERFMAST FAILED'
                           TO WS-REJECT-REASON
               END-DELETE

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-DELETE-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2900-WRITE-DETAIL-LINE - ONE LINE PER TRANSACTION,       *
      *  SHOWING WHAT WAS ATTEMPTED AND WHETHER IT WAS APPLIED    *
      *----------------------------------------------------------*
       2900-WRITE-DETAIL-LINE.

           MOVE PTX-EMP-ID        TO WS-DET-ID
           MOVE WS-ACTION-DESC    TO WS-DET-ACTION
           MOVE PTX-RATING        TO WS-DET-RATING
           IF PTX-PERIOD-END NUMERIC
               MOVE PTX-PERIOD-END TO WS-DET-PERIOD-END
           ELSE
               MOVE ZERO TO WS-DET-PERIOD-END
           END-IF

           IF WS-TRANS-APPLIED
               MOVE 'APPLIED'  TO WS-DET-RESULT
               MOVE SPACE      TO WS-DET-REASON
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

           MOVE WS-TRANS-COUNT  TO WS-TRL-COUNT
           MOVE WS-ADD-COUNT    TO WS-TRL-ADD
           MOVE WS-CHANGE-COUNT TO WS-TRL-CHANGE
           MOVE WS-DELETE-COUNT TO WS-TRL-DELETE
           MOVE WS-REJECT-COUNT TO WS-TRL-REJECT
           WRITE MAINT-RPT-LINE FROM WS-TRAILER-LINE

           CLOSE PERF-TRANS
           CLOSE PERF-MASTER
           CLOSE EMP-MASTER
           CLOSE MAINT-RPT

           MOVE WS-TRANS-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-PERF-TRANS - READ NEXT MAINTENANCE TRANSACTION *
      *----------------------------------------------------------*
       8000-READ-PERF-TRANS.

           READ PERF-TRANS
               AT END
                   SET END-OF-PERF-TRANS TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'PERFMNT '         TO AUD-PROGRAM-ID
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
