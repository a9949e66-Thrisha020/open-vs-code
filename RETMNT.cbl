       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RETMNT.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : DAILY MAINTENANCE RUN AGAINST THE EMPLOYEE
      *            : RETIREMENT-PLAN ELECTION MASTER VSAM KSDS
      *            : (RETELEC, KEYED BY EMPLOYEE ID, SEE RETEREC).
      *            : APPLIES ADD/CHANGE/DELETE TRANSACTIONS IN THE
      *            : SAME TRANSACTION-DECK STYLE AS TAXMNT SO THE
      *            : CONTRIBUTION PERCENT, PRE-TAX OR AFTER-TAX
      *            : TREATMENT, CATCH-UP FLAG, AND ACTIVE OR
      *            : SUSPENDED STATUS THE PAY RUN CONTRIBUTES FROM
      *            : ARRIVE THROUGH A CONTROLLED PROCESS. ADDS AND
      *            : CHANGES ARE VALIDATED AGAINST THE EMPLOYEE
      *            : MASTER. PRODUCES A MAINTENANCE-APPLIED REPORT
      *            : SHOWING EVERY TRANSACTION AND WHETHER IT WAS
      *            : APPLIED OR REJECTED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RET-TRANS   ASSIGN TO RETTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT RET-ELECTION ASSIGN TO RETELEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTE-EMP-ID
               FILE STATUS IS WS-RET-ELECTION-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT MAINT-RPT   ASSIGN TO RETMRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One row per election to add, change, or delete. TRT-ACTION
      * selects which of the three this transaction applies; only the
      * fields that action actually uses are required to be present.
       FD  RET-TRANS
           LABEL RECORDS ARE STANDARD.
       01  RET-TRANS-RECORD.
           05  TRT-EMP-ID       PIC 9(05).
           05  TRT-ACTION       PIC X(01).
               88  TRT-ADD              VALUE 'A'.
               88  TRT-CHANGE           VALUE 'C'.
               88  TRT-DELETE           VALUE 'D'.
           05  TRT-CONTRIB-PCT  PIC 9(02)V99.
           05  TRT-TAX-TREATMENT PIC X(01).
               88  TRT-TREATMENT-VALID  VALUE 'P' 'A'.
           05  TRT-CATCHUP-SW   PIC X(01).
               88  TRT-CATCHUP-VALID    VALUE 'Y' 'N'.
           05  TRT-STATUS       PIC X(01).
               88  TRT-STATUS-VALID     VALUE 'A' 'S'.
           05  TRT-EFF-DATE     PIC 9(08).

       FD  RET-ELECTION.
           COPY RETEREC.

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
       01  WS-RET-ELECTION-STATUS PIC X(02) VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad maintenance run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-RET-TRANS       VALUE 'Y'.

      * Startup authorization through the shared AUTHCHK service.
      * Option M marks this a maintenance run.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'RETMNT  '.
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
           05  WS-DET-PCT       PIC Z9.99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-TREATMENT PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-CATCHUP   PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-STATUS    PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(30).
           05  FILLER           PIC X(11)  VALUE SPACE.

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
               UNTIL END-OF-RET-TRANS
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
               DISPLAY 'RETMNT: RUN NOT AUTHORIZED - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  RET-TRANS
           OPEN I-O    RET-ELECTION
           IF WS-RET-ELECTION-STATUS NOT = '00'
               OPEN OUTPUT RET-ELECTION
               CLOSE RET-ELECTION
               OPEN I-O RET-ELECTION
           END-IF
           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT MAINT-RPT

           PERFORM 8000-READ-RET-TRANS.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION - APPLY ONE ADD/CHANGE/DELETE   *
      *----------------------------------------------------------*
       2000-PROCESS-TRANSACTION.

           SET WS-TRANS-APPLIED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           ADD 1 TO WS-TRANS-COUNT

           EVALUATE TRUE
               WHEN TRT-ADD
                   MOVE 'ADD'         TO WS-ACTION-DESC
                   PERFORM 2100-APPLY-ADD
               WHEN TRT-CHANGE
                   MOVE 'CHANGE'      TO WS-ACTION-DESC
                   PERFORM 2200-APPLY-CHANGE
               WHEN TRT-DELETE
                   MOVE 'DELETE'      TO WS-ACTION-DESC
                   PERFORM 2300-APPLY-DELETE
               WHEN OTHER
                   MOVE 'UNKNOWN'     TO WS-ACTION-DESC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'UNRECOGNIZED ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE

           PERFORM 2900-WRITE-DETAIL-LINE

           PERFORM 8000-READ-RET-TRANS.

      *----------------------------------------------------------*
      *  2100-APPLY-ADD - CREATE A NEW ELECTION RECORD            *
      *----------------------------------------------------------*
       2100-APPLY-ADD.

           PERFORM 2150-VALIDATE-RET-FIELDS

           IF WS-TRANS-APPLIED
               MOVE TRT-EMP-ID TO RTE-EMP-ID
               READ RET-ELECTION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'ELECTION ALREADY EXISTS'
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-TRANS-APPLIED
               MOVE TRT-EMP-ID     TO RTE-EMP-ID
               PERFORM 2160-MOVE-ELECTION-FIELDS

               WRITE RETIREMENT-ELECTION-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'WRITE TO RET-ELECTION FAILED'
                           TO WS-REJECT-REASON
               END-WRITE

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2150-VALIDATE-RET-FIELDS - COMMON ADD/CHANGE EDITS: THE  *
      *  EMPLOYEE MUST EXIST ON EMP-MASTER, THE PERCENT MUST BE   *
      *  NUMERIC, THE TREATMENT, CATCH-UP FLAG, AND STATUS MUST   *
      *  BE VALID, AND THE EFFECTIVE DATE MUST PASS DATEUTL       *
      *----------------------------------------------------------*
       2150-VALIDATE-RET-FIELDS.

           MOVE TRT-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EMPLOYEE NOT ON EMP-MASTER'
                       TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED AND TRT-CONTRIB-PCT NOT NUMERIC
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'CONTRIBUTION PCT NOT NUMERIC' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND NOT TRT-TREATMENT-VALID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'TAX TREATMENT NOT P OR A' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND NOT TRT-CATCHUP-VALID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'CATCH-UP FLAG NOT Y OR N' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND NOT TRT-STATUS-VALID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'STATUS NOT A OR S' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               MOVE TRT-EFF-DATE TO WS-DU-DATE1-NUM
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
      *  2160-MOVE-ELECTION-FIELDS - THE ELECTIONS THEMSELVES     *
      *----------------------------------------------------------*
       2160-MOVE-ELECTION-FIELDS.

           MOVE TRT-CONTRIB-PCT   TO RTE-CONTRIB-PCT
           MOVE TRT-TAX-TREATMENT TO RTE-TAX-TREATMENT
           MOVE TRT-CATCHUP-SW    TO RTE-CATCHUP-SW
           MOVE TRT-STATUS        TO RTE-STATUS
           MOVE TRT-EFF-DATE      TO RTE-EFF-DATE.

      *----------------------------------------------------------*
      *  2200-APPLY-CHANGE - UPDATE THE ELECTIONS ON AN EXISTING  *
      *  RECORD                                                   *
      *----------------------------------------------------------*
       2200-APPLY-CHANGE.

           PERFORM 2150-VALIDATE-RET-FIELDS

           IF WS-TRANS-APPLIED
               MOVE TRT-EMP-ID TO RTE-EMP-ID
               READ RET-ELECTION
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'ELECTION NOT FOUND'
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2160-MOVE-ELECTION-FIELDS

               REWRITE RETIREMENT-ELECTION-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'REWRITE TO RET-ELECTION FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2300-APPLY-DELETE - REMOVE AN EXISTING RECORD; THE PAY   *
      *  RUN THEN TAKES NO CONTRIBUTION FOR THE EMPLOYEE          *
      *----------------------------------------------------------*
       2300-APPLY-DELETE.

           MOVE TRT-EMP-ID TO RTE-EMP-ID
           READ RET-ELECTION
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'ELECTION NOT FOUND' TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED
               DELETE RET-ELECTION
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'DELETE FROM RET-ELECTION FAILED'
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

           MOVE TRT-EMP-ID        TO WS-DET-ID
           MOVE WS-ACTION-DESC    TO WS-DET-ACTION
           MOVE TRT-TAX-TREATMENT TO WS-DET-TREATMENT
           MOVE TRT-CATCHUP-SW    TO WS-DET-CATCHUP
           MOVE TRT-STATUS        TO WS-DET-STATUS
           IF TRT-CONTRIB-PCT NUMERIC
               MOVE TRT-CONTRIB-PCT TO WS-DET-PCT
           ELSE
               MOVE ZERO TO WS-DET-PCT
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

           CLOSE RET-TRANS
           CLOSE RET-ELECTION
           CLOSE EMP-MASTER
           CLOSE MAINT-RPT

           MOVE WS-TRANS-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-RET-TRANS - READ NEXT MAINTENANCE TRANSACTION  *
      *----------------------------------------------------------*
       8000-READ-RET-TRANS.

           READ RET-TRANS
               AT END
                   SET END-OF-RET-TRANS TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'RETMNT  '         TO AUD-PROGRAM-ID
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
