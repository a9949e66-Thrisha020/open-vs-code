       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LSPLMNT.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : MAINTENANCE RUN AGAINST THE LABOR-SPLIT MASTER
      *            : VSAM KSDS (LABSPLIT, KEYED BY EMPLOYEE ID PLUS
      *            : EFFECTIVE DATE, SEE LSPLREC). APPLIES ADD/
      *            : CHANGE/DELETE TRANSACTIONS IN THE SAME
      *            : TRANSACTION-DECK STYLE AS DEDMNT SO AN
      *            : EMPLOYEE FUNDED ACROSS SEVERAL COST CENTERS OR
      *            : GRANTS IS SPREAD BY THE GL LABOR DISTRIBUTION
      *            : INSTEAD OF BY A HAND JOURNAL EVERY PERIOD. A
      *            : NEW SPREAD IS ADDED UNDER A NEW EFFECTIVE DATE
      *            : SO THE OLD ONE STILL GOVERNS EARLIER PERIODS;
      *            : A CHANGE REPLACES EVERY SHARE OF AN EXISTING
      *            : ROW. EACH SHARE NEEDS A DEPARTMENT OR A GL
      *            : ACCOUNT AND A PERCENT ABOVE ZERO, AND THE
      *            : SHARES MUST TOTAL EXACTLY 100 PERCENT.
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
           SELECT SPLIT-TRANS ASSIGN TO LSPLTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT SPLIT-MASTER ASSIGN TO LABSPLIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-SPLIT-MASTER-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT MAINT-RPT   ASSIGN TO LSPLRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One row per labor split to add, change, or delete.
      * LTX-ACTION selects which of the three this transaction
      * applies; a delete needs only the employee and the date.
       FD  SPLIT-TRANS
           LABEL RECORDS ARE STANDARD.
       01  SPLIT-TRANS-RECORD.
           05  LTX-EMP-ID       PIC 9(05).
           05  LTX-EFF-DATE     PIC 9(08).
           05  LTX-ACTION       PIC X(01).
               88  LTX-ADD              VALUE 'A'.
               88  LTX-CHANGE           VALUE 'C'.
               88  LTX-DELETE           VALUE 'D'.
           05  LTX-SHARE-COUNT  PIC 9(02).
           05  LTX-SHARE OCCURS 10 TIMES.
               10  LTX-DEPT-CODE    PIC X(04).
               10  LTX-GL-ACCOUNT   PIC X(08).
               10  LTX-PERCENT      PIC 9(03)V99.

       FD  SPLIT-MASTER.
           COPY LSPLREC.

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
       01  WS-SPLIT-MASTER-STATUS PIC X(02) VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad maintenance run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-SPLIT-TRANS     VALUE 'Y'.

      * Startup authorization through the shared AUTHCHK service.
      * Option M marks this a maintenance run.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'LSPLMNT '.
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

       01  WS-RUN-DATE-NUM  PIC 9(08) VALUE ZERO.

       01  WS-SHARE-SUB     PIC 9(02)  COMP VALUE ZERO.
       01  WS-PCT-TOTAL     PIC 9(05)V99 VALUE ZERO.

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
           05  WS-DET-EFF-DATE  PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-ACTION    PIC X(10).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-SHARES    PIC Z9.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-TOTAL     PIC ZZZZ9.99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(30).
           05  FILLER           PIC X(03)  VALUE SPACE.

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
               UNTIL END-OF-SPLIT-TRANS
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
               DISPLAY 'LSPLMNT: RUN NOT AUTHORIZED - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           OPEN INPUT  SPLIT-TRANS
           OPEN I-O    SPLIT-MASTER
           IF WS-SPLIT-MASTER-STATUS NOT = '00'
               OPEN OUTPUT SPLIT-MASTER
               CLOSE SPLIT-MASTER
               OPEN I-O SPLIT-MASTER
           END-IF
           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT MAINT-RPT

           PERFORM 8000-READ-SPLIT-TRANS.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION - APPLY ONE ADD/CHANGE/DELETE   *
      *----------------------------------------------------------*
       2000-PROCESS-TRANSACTION.

           SET WS-TRANS-APPLIED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           MOVE ZERO TO WS-PCT-TOTAL
           ADD 1 TO WS-TRANS-COUNT

           EVALUATE TRUE
               WHEN LTX-ADD
                   MOVE 'ADD'         TO WS-ACTION-DESC
                   PERFORM 2100-APPLY-ADD
               WHEN LTX-CHANGE
                   MOVE 'CHANGE'      TO WS-ACTION-DESC
                   PERFORM 2200-APPLY-CHANGE
               WHEN LTX-DELETE
                   MOVE 'DELETE'      TO WS-ACTION-DESC
                   PERFORM 2300-APPLY-DELETE
               WHEN OTHER
                   MOVE 'UNKNOWN'     TO WS-ACTION-DESC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'UNRECOGNIZED ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE

           PERFORM 2900-WRITE-DETAIL-LINE

           PERFORM 8000-READ-SPLIT-TRANS.

      *----------------------------------------------------------*
      *  2100-APPLY-ADD - CREATE A NEW LABOR-SPLIT ROW            *
      *----------------------------------------------------------*
       2100-APPLY-ADD.

           PERFORM 2150-VALIDATE-SPLIT-FIELDS

           IF WS-TRANS-APPLIED
               MOVE LTX-EMP-ID   TO LS-EMP-ID
               MOVE LTX-EFF-DATE TO LS-EFF-DATE
               READ SPLIT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'SPLIT ALREADY EXISTS'
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-TRANS-APPLIED
               MOVE LTX-EMP-ID   TO LS-EMP-ID
               MOVE LTX-EFF-DATE TO LS-EFF-DATE
               PERFORM 2250-MOVE-SHARES

               WRITE LABOR-SPLIT-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'WRITE TO SPLIT-MASTER FAILED'
                           TO WS-REJECT-REASON
               END-WRITE

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2150-VALIDATE-SPLIT-FIELDS - COMMON ADD/CHANGE EDITS:    *
      *  THE EMPLOYEE MUST EXIST ON EMP-MASTER, THE EFFECTIVE     *
      *  DATE MUST PASS DATEUTL, THERE MUST BE ONE TO TEN SHARES, *
      *  EACH WITH A TARGET AND A PERCENT, TOTALLING 100 PERCENT  *
      *----------------------------------------------------------*
       2150-VALIDATE-SPLIT-FIELDS.

           MOVE LTX-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EMPLOYEE NOT ON EMP-MASTER'
                       TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED
               MOVE LTX-EFF-DATE TO WS-DU-DATE1-NUM
               MOVE 'V' TO WS-DATEUTL-FUNCTION
               CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                   WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                   WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                   WS-DATEUTL-VALID-SW
               IF NOT WS-DATEUTL-DATE-IS-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               IF LTX-SHARE-COUNT NOT NUMERIC
                   OR LTX-SHARE-COUNT < 1
                   OR LTX-SHARE-COUNT > 10
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'SHARE COUNT NOT 1-10' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2160-VALIDATE-ONE-SHARE
                   VARYING WS-SHARE-SUB FROM 1 BY 1
                   UNTIL WS-SHARE-SUB > LTX-SHARE-COUNT
                       OR WS-TRANS-REJECTED
           END-IF

           IF WS-TRANS-APPLIED AND WS-PCT-TOTAL NOT = 100
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'SHARES DO NOT TOTAL 100 PCT' TO WS-REJECT-REASON
           END-IF.

      *----------------------------------------------------------*
      *  2160-VALIDATE-ONE-SHARE - A DEPARTMENT OR AN ACCOUNT,    *
      *  AND A PERCENT ABOVE ZERO                                 *
      *----------------------------------------------------------*
       2160-VALIDATE-ONE-SHARE.

           IF LTX-DEPT-CODE(WS-SHARE-SUB) = SPACE
               AND LTX-GL-ACCOUNT(WS-SHARE-SUB) = SPACE
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'SHARE HAS NO DEPT OR ACCOUNT' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               IF LTX-PERCENT(WS-SHARE-SUB) NOT NUMERIC
                   OR LTX-PERCENT(WS-SHARE-SUB) = ZERO
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'SHARE PERCENT MISSING OR ZERO'
                       TO WS-REJECT-REASON
               ELSE
                   ADD LTX-PERCENT(WS-SHARE-SUB) TO WS-PCT-TOTAL
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2200-APPLY-CHANGE - REPLACE EVERY SHARE ON AN EXISTING   *
      *  ROW                                                      *
      *----------------------------------------------------------*
       2200-APPLY-CHANGE.

           PERFORM 2150-VALIDATE-SPLIT-FIELDS

           IF WS-TRANS-APPLIED
               MOVE LTX-EMP-ID   TO LS-EMP-ID
               MOVE LTX-EFF-DATE TO LS-EFF-DATE
               READ SPLIT-MASTER
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'SPLIT NOT FOUND'
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2250-MOVE-SHARES

               REWRITE LABOR-SPLIT-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'REWRITE TO SPLIT-MASTER FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2250-MOVE-SHARES - THE TRANSACTION'S SHARES ONTO THE     *
      *  ROW, UNUSED SLOTS CLEARED                                *
      *----------------------------------------------------------*
       2250-MOVE-SHARES.

           MOVE LTX-SHARE-COUNT TO LS-SHARE-COUNT
           PERFORM 2260-MOVE-ONE-SHARE
               VARYING WS-SHARE-SUB FROM 1 BY 1
               UNTIL WS-SHARE-SUB > 10
           MOVE WS-RUN-DATE-NUM TO LS-LAST-MAINT-DATE.

      *----------------------------------------------------------*
      *  2260-MOVE-ONE-SHARE                                      *
      *----------------------------------------------------------*
       2260-MOVE-ONE-SHARE.

           IF WS-SHARE-SUB > LTX-SHARE-COUNT
               MOVE SPACE TO LS-DEPT-CODE(WS-SHARE-SUB)
               MOVE SPACE TO LS-GL-ACCOUNT(WS-SHARE-SUB)
               MOVE ZERO  TO LS-PERCENT(WS-SHARE-SUB)
           ELSE
               MOVE LTX-DEPT-CODE(WS-SHARE-SUB)
                   TO LS-DEPT-CODE(WS-SHARE-SUB)
               MOVE LTX-GL-ACCOUNT(WS-SHARE-SUB)
                   TO LS-GL-ACCOUNT(WS-SHARE-SUB)
               MOVE LTX-PERCENT(WS-SHARE-SUB)
                   TO LS-PERCENT(WS-SHARE-SUB)
           END-IF.

      *----------------------------------------------------------*
      *  2300-APPLY-DELETE - REMOVE AN EXISTING ROW. THE ROW      *
      *  BEFORE IT, IF ANY, GOVERNS AGAIN FROM ITS OWN DATE ON    *
      *----------------------------------------------------------*
       2300-APPLY-DELETE.

           MOVE LTX-EMP-ID   TO LS-EMP-ID
           MOVE LTX-EFF-DATE TO LS-EFF-DATE
           READ SPLIT-MASTER
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'SPLIT NOT FOUND' TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED
               DELETE SPLIT-MASTER
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'DELETE FROM SPLIT-MASTER FAILED'
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

           MOVE LTX-EMP-ID     TO WS-DET-ID
           MOVE LTX-EFF-DATE   TO WS-DET-EFF-DATE
           MOVE WS-ACTION-DESC TO WS-DET-ACTION
           MOVE ZERO           TO WS-DET-SHARES
           IF LTX-SHARE-COUNT NUMERIC
               MOVE LTX-SHARE-COUNT TO WS-DET-SHARES
           END-IF
           MOVE WS-PCT-TOTAL   TO WS-DET-TOTAL

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

           CLOSE SPLIT-TRANS
           CLOSE SPLIT-MASTER
           CLOSE EMP-MASTER
           CLOSE MAINT-RPT

           MOVE WS-TRANS-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-SPLIT-TRANS - READ NEXT MAINTENANCE            *
      *  TRANSACTION                                              *
      *----------------------------------------------------------*
       8000-READ-SPLIT-TRANS.

           READ SPLIT-TRANS
               AT END
                   SET END-OF-SPLIT-TRANS TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'LSPLMNT '         TO AUD-PROGRAM-ID
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
