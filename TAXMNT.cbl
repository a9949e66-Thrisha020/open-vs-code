       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAXMNT.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : DAILY MAINTENANCE RUN AGAINST THE EMPLOYEE
      *            : TAX-ELECTION MASTER VSAM KSDS (TAXELEC, KEYED
      *            : BY EMPLOYEE ID, SEE TAXEREC). APPLIES ADD/
      *            : CHANGE/DELETE TRANSACTIONS IN THE SAME
      *            : TRANSACTION-DECK STYLE AS DEDMNT SO THE
      *            : FILING STATUS, ALLOWANCES, EXTRA WITHHOLDING,
      *            : AND WORK STATE THE PAY RUN WITHHOLDS FROM
      *            : ARRIVE THROUGH A CONTROLLED PROCESS. ADDS AND
      *            : CHANGES ARE VALIDATED AGAINST THE EMPLOYEE
      *            : MASTER; A CHANGE KEEPS THE YEAR-TO-DATE
      *            : SOCIAL-INSURANCE WAGES THE PAY RUN HAS
      *            : ACCUMULATED. PRODUCES A MAINTENANCE-APPLIED
      *            : REPORT SHOWING EVERY TRANSACTION AND WHETHER
      *            : IT WAS APPLIED OR REJECTED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-TRANS   ASSIGN TO TAXTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT TAX-ELECTION ASSIGN TO TAXELEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXE-EMP-ID
               FILE STATUS IS WS-TAX-ELECTION-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT MAINT-RPT   ASSIGN TO TAXMRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One row per election to add, change, or delete. TTX-ACTION
      * selects which of the three this transaction applies; only the
      * fields that action actually uses are required to be present.
       FD  TAX-TRANS
           LABEL RECORDS ARE STANDARD.
       01  TAX-TRANS-RECORD.
           05  TTX-EMP-ID       PIC 9(05).
           05  TTX-ACTION       PIC X(01).
               88  TTX-ADD              VALUE 'A'.
               88  TTX-CHANGE           VALUE 'C'.
               88  TTX-DELETE           VALUE 'D'.
           05  TTX-FILING-STATUS PIC X(01).
               88  TTX-STATUS-VALID     VALUE 'S' 'M' 'H'.
           05  TTX-ALLOWANCES   PIC 9(02).
           05  TTX-EXTRA-WH     PIC 9(05)V99.
           05  TTX-WORK-STATE   PIC X(02).
           05  TTX-EXEMPT-SW    PIC X(01).
               88  TTX-EXEMPT-VALID     VALUE 'Y' 'N'.
           05  TTX-EFF-DATE     PIC 9(08).

       FD  TAX-ELECTION.
           COPY TAXEREC.

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
       01  WS-TAX-ELECTION-STATUS PIC X(02) VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad maintenance run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-TAX-TRANS       VALUE 'Y'.

      * Startup authorization through the shared AUTHCHK service.
      * Option M marks this a maintenance run.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'TAXMNT  '.
       01  WS-AUTH-OPTION      PIC X(01)  VALUE 'M'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-AUTH-STATUS
                               LK-STATUS-OK      BY WS-AUTH-OK
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

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

      * DATEUTL linkage-shaped working-storage so the effective date
      * on every transaction is validated the same way every other
      * CCYYMMDD date in this system is (see COPYBOOKS/CCYYDATE.CPY
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

       01  WS-DETAIL-LINE.
           05  WS-DET-ID        PIC 9(05).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-ACTION    PIC X(10).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-STATUS    PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-ALLOW     PIC Z9.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-STATE     PIC X(02).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-EXTRA     PIC ZZZZ9.99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(30).
           05  FILLER           PIC X(07)  VALUE SPACE.

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
               UNTIL END-OF-TAX-TRANS
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
               DISPLAY 'TAXMNT: RUN NOT AUTHORIZED - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  TAX-TRANS
           OPEN I-O    TAX-ELECTION
           IF WS-TAX-ELECTION-STATUS NOT = '00'
               OPEN OUTPUT TAX-ELECTION
               CLOSE TAX-ELECTION
               OPEN I-O TAX-ELECTION
           END-IF
           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT MAINT-RPT

           PERFORM 8000-READ-TAX-TRANS.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION - APPLY ONE ADD/CHANGE/DELETE   *
      *----------------------------------------------------------*
       2000-PROCESS-TRANSACTION.

           SET WS-TRANS-APPLIED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           ADD 1 TO WS-TRANS-COUNT

           EVALUATE TRUE
               WHEN TTX-ADD
                   MOVE 'ADD'         TO WS-ACTION-DESC
                   PERFORM 2100-APPLY-ADD
               WHEN TTX-CHANGE
                   MOVE 'CHANGE'      TO WS-ACTION-DESC
                   PERFORM 2200-APPLY-CHANGE
               WHEN TTX-DELETE
                   MOVE 'DELETE'      TO WS-ACTION-DESC
                   PERFORM 2300-APPLY-DELETE
               WHEN OTHER
                   MOVE 'UNKNOWN'     TO WS-ACTION-DESC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'UNRECOGNIZED ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE

           PERFORM 2900-WRITE-DETAIL-LINE

           PERFORM 8000-READ-TAX-TRANS.

      *----------------------------------------------------------*
      *  2100-APPLY-ADD - CREATE A NEW ELECTION RECORD WITH ITS   *
      *  YEAR-TO-DATE FIELDS ZERO                                 *
      *----------------------------------------------------------*
       2100-APPLY-ADD.

           PERFORM 2150-VALIDATE-TAX-FIELDS

           IF WS-TRANS-APPLIED
               MOVE TTX-EMP-ID TO TXE-EMP-ID
               READ TAX-ELECTION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'ELECTION ALREADY EXISTS'
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-TRANS-APPLIED
               MOVE TTX-EMP-ID     TO TXE-EMP-ID
               PERFORM 2160-MOVE-ELECTION-FIELDS
               MOVE ZERO           TO TXE-YTD-YEAR
               MOVE ZERO           TO TXE-YTD-SS-WAGES
               MOVE ZERO           TO TXE-PRIOR-SS-WAGES
               MOVE ZERO           TO TXE-LAST-PERIOD

               WRITE TAX-ELECTION-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'WRITE TO TAX-ELECTION FAILED'
                           TO WS-REJECT-REASON
               END-WRITE

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2150-VALIDATE-TAX-FIELDS - COMMON ADD/CHANGE EDITS: THE  *
      *  EMPLOYEE MUST EXIST ON EMP-MASTER, THE FILING STATUS,    *
      *  ALLOWANCES, EXTRA AMOUNT, AND EXEMPT FLAG MUST BE VALID, *
      *  AND THE EFFECTIVE DATE MUST PASS DATEUTL                 *
      *----------------------------------------------------------*
       2150-VALIDATE-TAX-FIELDS.

           MOVE TTX-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EMPLOYEE NOT ON EMP-MASTER'
                       TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED AND NOT TTX-STATUS-VALID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'FILING STATUS NOT S/M/H' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND TTX-ALLOWANCES NOT NUMERIC
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'ALLOWANCES NOT NUMERIC' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND TTX-EXTRA-WH NOT NUMERIC
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'EXTRA WITHHOLDING NOT NUMERIC' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND NOT TTX-EXEMPT-VALID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'EXEMPT FLAG NOT Y OR N' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               MOVE TTX-EFF-DATE TO WS-DU-DATE1-NUM
               MOVE 'V' TO WS-DATEUTL-FUNCTION
               CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                   WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                   WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                   WS-DATEUTL-VALID-SW
               IF NOT WS-DATEUTL-DATE-IS-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2160-MOVE-ELECTION-FIELDS - THE ELECTIONS THEMSELVES;    *
      *  THE YEAR-TO-DATE FIELDS BELONG TO THE PAY RUN            *
      *----------------------------------------------------------*
       2160-MOVE-ELECTION-FIELDS.

           MOVE TTX-FILING-STATUS TO TXE-FILING-STATUS
           MOVE TTX-ALLOWANCES    TO TXE-ALLOWANCES
           MOVE TTX-EXTRA-WH      TO TXE-EXTRA-WH
           MOVE TTX-WORK-STATE    TO TXE-WORK-STATE
           MOVE TTX-EXEMPT-SW     TO TXE-EXEMPT-SW
           MOVE TTX-EFF-DATE      TO TXE-EFF-DATE.

      *----------------------------------------------------------*
      *  2200-APPLY-CHANGE - UPDATE THE ELECTIONS ON AN EXISTING  *
      *  RECORD, KEEPING ITS YEAR-TO-DATE WAGES                   *
      *----------------------------------------------------------*
       2200-APPLY-CHANGE.

           PERFORM 2150-VALIDATE-TAX-FIELDS

           IF WS-TRANS-APPLIED
               MOVE TTX-EMP-ID TO TXE-EMP-ID
               READ TAX-ELECTION
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'ELECTION NOT FOUND'
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2160-MOVE-ELECTION-FIELDS

               REWRITE TAX-ELECTION-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'REWRITE TO TAX-ELECTION FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2300-APPLY-DELETE - REMOVE AN EXISTING RECORD; THE PAY   *
      *  RUN THEN WITHHOLDS AT THE SINGLE/ZERO DEFAULT AND FLAGS  *
      *  THE EMPLOYEE ON ITS REGISTER                             *
      *----------------------------------------------------------*
       2300-APPLY-DELETE.

           MOVE TTX-EMP-ID TO TXE-EMP-ID
           READ TAX-ELECTION
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'ELECTION NOT FOUND' TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED
               DELETE TAX-ELECTION
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'DELETE FROM TAX-ELECTION FAILED'
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

           MOVE TTX-EMP-ID        TO WS-DET-ID
           MOVE WS-ACTION-DESC    TO WS-DET-ACTION
           MOVE TTX-FILING-STATUS TO WS-DET-STATUS
           MOVE TTX-WORK-STATE    TO WS-DET-STATE
           IF TTX-ALLOWANCES NUMERIC
               MOVE TTX-ALLOWANCES TO WS-DET-ALLOW
           ELSE
               MOVE ZERO TO WS-DET-ALLOW
           END-IF
           IF TTX-EXTRA-WH NUMERIC
               MOVE TTX-EXTRA-WH TO WS-DET-EXTRA
           ELSE
               MOVE ZERO TO WS-DET-EXTRA
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

           CLOSE TAX-TRANS
           CLOSE TAX-ELECTION
           CLOSE EMP-MASTER
           CLOSE MAINT-RPT

           MOVE WS-TRANS-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-TAX-TRANS - READ NEXT MAINTENANCE TRANSACTION  *
      *----------------------------------------------------------*
       8000-READ-TAX-TRANS.

           READ TAX-TRANS
               AT END
                   SET END-OF-TAX-TRANS TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'TAXMNT  '         TO AUD-PROGRAM-ID
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
