       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CREDMNT.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : DAILY MAINTENANCE RUN AGAINST THE CREDENTIALS
      *            : MASTER VSAM KSDS (CREDMAST, KEYED BY EMPLOYEE
      *            : ID + CREDENTIAL TYPE, SEE CREDREC). APPLIES
      *            : ADD/CHANGE/DELETE TRANSACTIONS IN THE SAME
      *            : TRANSACTION-DECK STYLE AS RETMNT: AN ADD
      *            : RECORDS A NEW LICENSE, CERTIFICATION, OR
      *            : WORK-AUTHORIZATION DOCUMENT, A CHANGE RECORDS
      *            : A RENEWAL OR CORRECTION. THE EMPLOYEE MUST
      *            : EXIST ON EMP-MASTER, THE ISSUE DATE (AND ANY
      *            : EXPIRY DATE) MUST PASS DATEUTL WITH THE EXPIRY
      *            : NOT BEFORE THE ISSUE, AND THE ISSUING BODY
      *            : MUST BE KEYED -- SO THE NIGHTLY EXPIRY SWEEP
      *            : (CREDEXP) NEVER WORKS FROM A HALF-KEYED ROW.
      *            : PRODUCES A MAINTENANCE-APPLIED REPORT SHOWING
      *            : EVERY TRANSACTION AND WHETHER IT WAS APPLIED
      *            : OR REJECTED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRED-TRANS  ASSIGN TO CREDTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT CRED-MASTER ASSIGN TO CREDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-KEY
               FILE STATUS IS WS-CRED-MASTER-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT MAINT-RPT   ASSIGN TO CREDRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One row per credential to add, change, or delete. CTX-ACTION
      * selects which of the three this transaction applies; a
      * delete needs only the employee ID and the credential type.
       FD  CRED-TRANS
           LABEL RECORDS ARE STANDARD.
       01  CRED-TRANS-RECORD.
           05  CTX-EMP-ID       PIC 9(05).
           05  CTX-ACTION       PIC X(01).
               88  CTX-ADD              VALUE 'A'.
               88  CTX-CHANGE           VALUE 'C'.
               88  CTX-DELETE           VALUE 'D'.
           05  CTX-TYPE         PIC X(04).
           05  CTX-CATEGORY     PIC X(01).
               88  CTX-CATEGORY-VALID   VALUE 'L' 'C' 'W'.
           05  CTX-ISSUE-DATE   PIC 9(08).
           05  CTX-EXPIRY-DATE  PIC 9(08).
           05  CTX-ISSUER       PIC X(30).

       FD  CRED-MASTER.
           COPY CREDREC.

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
       01  WS-CRED-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad maintenance run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-CRED-TRANS      VALUE 'Y'.

      * Startup authorization through the shared AUTHCHK service.
      * Option M marks this a maintenance run.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'CREDMNT '.
       01  WS-AUTH-OPTION      PIC X(01)  VALUE 'M'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-AUTH-STATUS
                               LK-STATUS-OK      BY WS-AUTH-OK
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

      * DATEUTL linkage-shaped working-storage so the credential
      * dates are validated, and the expiry checked not to fall
      * before the issue, by the same shared date service the other
      * maintenance runs use (see CCYYDATE and CALL/DATEUTL.CBL).
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
           05  WS-DET-TYPE      PIC X(04).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-EXPIRY    PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(30).
           05  FILLER           PIC X(10)  VALUE SPACE.

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
               UNTIL END-OF-CRED-TRANS
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
               DISPLAY 'CREDMNT: RUN NOT AUTHORIZED - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  CRED-TRANS
           OPEN I-O    CRED-MASTER
           IF WS-CRED-MASTER-STATUS NOT = '00'
               OPEN OUTPUT CRED-MASTER
               CLOSE CRED-MASTER
               OPEN I-O CRED-MASTER
           END-IF
           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT MAINT-RPT

           PERFORM 8000-READ-CRED-TRANS.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION - APPLY ONE ADD/CHANGE/DELETE   *
      *----------------------------------------------------------*
       2000-PROCESS-TRANSACTION.

           SET WS-TRANS-APPLIED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           ADD 1 TO WS-TRANS-COUNT

           EVALUATE TRUE
               WHEN CTX-ADD
                   MOVE 'ADD'         TO WS-ACTION-DESC
                   PERFORM 2100-APPLY-ADD
               WHEN CTX-CHANGE
                   MOVE 'CHANGE'      TO WS-ACTION-DESC
                   PERFORM 2200-APPLY-CHANGE
               WHEN CTX-DELETE
                   MOVE 'DELETE'      TO WS-ACTION-DESC
                   PERFORM 2300-APPLY-DELETE
               WHEN OTHER
                   MOVE 'UNKNOWN'     TO WS-ACTION-DESC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'UNRECOGNIZED ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE

           PERFORM 2900-WRITE-DETAIL-LINE

           PERFORM 8000-READ-CRED-TRANS.

      *----------------------------------------------------------*
      *  2100-APPLY-ADD - RECORD A NEW CREDENTIAL                 *
      *----------------------------------------------------------*
       2100-APPLY-ADD.

           PERFORM 2150-VALIDATE-CRED-FIELDS

           IF WS-TRANS-APPLIED
               MOVE CTX-EMP-ID     TO CRD-EMP-ID
               MOVE CTX-TYPE       TO CRD-TYPE
               READ CRED-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'CREDENTIAL ALREADY EXISTS'
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-TRANS-APPLIED
               MOVE SPACE          TO CREDENTIAL-RECORD
               MOVE CTX-EMP-ID     TO CRD-EMP-ID
               MOVE CTX-TYPE       TO CRD-TYPE
               PERFORM 2160-MOVE-CRED-FIELDS

               WRITE CREDENTIAL-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'WRITE TO CREDMAST FAILED'
                           TO WS-REJECT-REASON
               END-WRITE

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2150-VALIDATE-CRED-FIELDS - COMMON ADD/CHANGE EDITS: THE *
      *  EMPLOYEE MUST EXIST, THE TYPE, CATEGORY, AND ISSUER MUST *
      *  BE KEYED, THE ISSUE DATE MUST PASS DATEUTL, AND AN       *
      *  EXPIRY DATE (ZERO FOR NONE) MUST PASS DATEUTL AND NOT    *
      *  FALL BEFORE THE ISSUE DATE                               *
      *----------------------------------------------------------*
       2150-VALIDATE-CRED-FIELDS.

           MOVE CTX-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EMPLOYEE NOT ON EMP-MASTER'
                       TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED AND CTX-TYPE = SPACE
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'CREDENTIAL TYPE MISSING' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND NOT CTX-CATEGORY-VALID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'CATEGORY NOT L, C, OR W' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND CTX-ISSUER = SPACE
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'ISSUING BODY MISSING' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               MOVE CTX-ISSUE-DATE TO WS-DU-DATE1-NUM
               PERFORM 2170-VALIDATE-ONE-DATE
               IF NOT WS-DATEUTL-DATE-IS-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'ISSUE DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED AND CTX-EXPIRY-DATE NOT = ZERO
               MOVE CTX-EXPIRY-DATE TO WS-DU-DATE1-NUM
               PERFORM 2170-VALIDATE-ONE-DATE
               IF NOT WS-DATEUTL-DATE-IS-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EXPIRY DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED AND CTX-EXPIRY-DATE NOT = ZERO
               MOVE CTX-ISSUE-DATE  TO WS-DU-DATE1-NUM
               MOVE CTX-EXPIRY-DATE TO WS-DU-DATE2-NUM
               MOVE 'C' TO WS-DATEUTL-FUNCTION
               CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                   WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                   WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                   WS-DATEUTL-VALID-SW
               IF WS-DATEUTL-COMPARE-RESULT > ZERO
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EXPIRES BEFORE ISSUE DATE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2160-MOVE-CRED-FIELDS - THE CREDENTIAL ITSELF            *
      *----------------------------------------------------------*
       2160-MOVE-CRED-FIELDS.

           MOVE CTX-CATEGORY    TO CRD-CATEGORY
           MOVE CTX-ISSUE-DATE  TO CRD-ISSUE-DATE
           MOVE CTX-EXPIRY-DATE TO CRD-EXPIRY-DATE
           MOVE CTX-ISSUER      TO CRD-ISSUER.

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
      *  2200-APPLY-CHANGE - RENEW OR CORRECT AN EXISTING         *
      *  CREDENTIAL                                               *
      *----------------------------------------------------------*
       2200-APPLY-CHANGE.

           PERFORM 2150-VALIDATE-CRED-FIELDS

           IF WS-TRANS-APPLIED
               MOVE CTX-EMP-ID     TO CRD-EMP-ID
               MOVE CTX-TYPE       TO CRD-TYPE
               READ CRED-MASTER
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'CREDENTIAL NOT FOUND'
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2160-MOVE-CRED-FIELDS

               REWRITE CREDENTIAL-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'REWRITE TO CREDMAST FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2300-APPLY-DELETE - REMOVE A CREDENTIAL NO LONGER HELD   *
      *  OR KEYED IN ERROR                                        *
      *----------------------------------------------------------*
       2300-APPLY-DELETE.

           MOVE CTX-EMP-ID     TO CRD-EMP-ID
           MOVE CTX-TYPE       TO CRD-TYPE
           READ CRED-MASTER
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'CREDENTIAL NOT FOUND' TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED
               DELETE CRED-MASTER
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'DELETE FROM CREDMAST FAILED'
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

           MOVE CTX-EMP-ID        TO WS-DET-ID
           MOVE WS-ACTION-DESC    TO WS-DET-ACTION
           MOVE CTX-TYPE          TO WS-DET-TYPE
           IF CTX-EXPIRY-DATE NUMERIC
               MOVE CTX-EXPIRY-DATE TO WS-DET-EXPIRY
           ELSE
               MOVE ZERO TO WS-DET-EXPIRY
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

           CLOSE CRED-TRANS
           CLOSE CRED-MASTER
           CLOSE EMP-MASTER
           CLOSE MAINT-RPT

           MOVE WS-TRANS-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-CRED-TRANS - READ NEXT MAINTENANCE TRANSACTION *
      *----------------------------------------------------------*
       8000-READ-CRED-TRANS.

           READ CRED-TRANS
               AT END
                   SET END-OF-CRED-TRANS TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'CREDMNT '         TO AUD-PROGRAM-ID
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
