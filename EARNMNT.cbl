       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EARNMNT.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : MAINTENANCE RUN AGAINST THE EARNINGS-CODE
      *            : MASTER VSAM KSDS (EARNCODE, KEYED BY EARNINGS
      *            : CODE, SEE EARNREC). APPLIES ADD/CHANGE/DELETE
      *            : TRANSACTIONS IN THE SAME TRANSACTION-DECK
      *            : STYLE AS DEDMNT SO A NEW PAY TYPE, OR A
      *            : CHANGED SHIFT-DIFFERENTIAL OR HOLIDAY
      *            : PREMIUM, FLOWS THROUGH A CONTROLLED PROCESS
      *            : INSTEAD OF A CODE CHANGE TO THE PAY RUN.
      *            : EACH CODE'S PRICING METHOD MUST CARRY THE
      *            : FIGURE IT NEEDS (A MULTIPLIER, A FLAT AMOUNT
      *            : PER HOUR, OR NEITHER FOR A KEYED AMOUNT), AND
      *            : THE CLASS NAMES GLMAP AND THE PAY RUN ALREADY
      *            : USE (GRS, NET, DED, THE TAX CODES, AND THE
      *            : EMPLOYER-MATCH CLASSES RMX AND RMP) ARE
      *            : RESERVED. PRODUCES A MAINTENANCE-APPLIED
      *            : REPORT SHOWING EVERY TRANSACTION AND WHETHER
      *            : IT WAS APPLIED OR REJECTED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  RMX AND RMP, GLMAP'S EMPLOYER-MATCH EXPENSE
      *                  AND PAYABLE CLASSES, ARE RESERVED.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EARN-TRANS  ASSIGN TO EARNTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT EARN-MASTER ASSIGN TO EARNCODE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EC-CODE
               FILE STATUS IS WS-EARN-MASTER-STATUS.

           SELECT MAINT-RPT   ASSIGN TO EARNRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One row per earnings code to add, change, or delete.
      * ETX-ACTION selects which of the three this transaction
      * applies; a delete needs only the code.
       FD  EARN-TRANS
           LABEL RECORDS ARE STANDARD.
       01  EARN-TRANS-RECORD.
           05  ETX-CODE             PIC X(03).
               88  ETX-CODE-RESERVED    VALUE 'GRS' 'NET' 'DED'
                                              'FIT' 'SIT' 'SSE'
                                              'MCE' 'RMX' 'RMP'.
           05  ETX-ACTION           PIC X(01).
               88  ETX-ADD              VALUE 'A'.
               88  ETX-CHANGE           VALUE 'C'.
               88  ETX-DELETE           VALUE 'D'.
           05  ETX-DESC             PIC X(20).
           05  ETX-CALC-METHOD      PIC X(01).
               88  ETX-RATE-MULTIPLE    VALUE 'M'.
               88  ETX-FLAT-PER-HOUR    VALUE 'F'.
               88  ETX-AMOUNT-KEYED     VALUE 'A'.
               88  ETX-METHOD-VALID     VALUE 'M' 'F' 'A'.
           05  ETX-RATE-MULT        PIC 9V9(04).
           05  ETX-FLAT-AMOUNT      PIC 9(05)V99.
           05  ETX-TAXABLE-SW       PIC X(01).
               88  ETX-TAXABLE-VALID    VALUE 'Y' 'N'.
           05  ETX-HOURS-WORKED-SW  PIC X(01).
               88  ETX-HOURS-WORKED     VALUE 'Y'.
               88  ETX-HOURS-SW-VALID   VALUE 'Y' 'N'.
           05  ETX-HOLIDAY-HOURS    PIC 9(02)V99.

       FD  EARN-MASTER.
           COPY EARNREC.

       FD  MAINT-RPT
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RPT-LINE       PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-EARN-MASTER-STATUS PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad maintenance run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-EARN-TRANS      VALUE 'Y'.

      * Startup authorization through the shared AUTHCHK service.
      * Option M marks this a maintenance run.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'EARNMNT '.
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

       01  WS-DETAIL-LINE.
           05  WS-DET-CODE      PIC X(03).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-ACTION    PIC X(07).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-DESC      PIC X(12).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-METHOD    PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-MULT      PIC 9.9999.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-FLAT      PIC ZZZZ9.99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-TAXABLE   PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(25).

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
               UNTIL END-OF-EARN-TRANS
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
               DISPLAY 'EARNMNT: RUN NOT AUTHORIZED - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           OPEN INPUT  EARN-TRANS
           OPEN I-O    EARN-MASTER
           IF WS-EARN-MASTER-STATUS NOT = '00'
               OPEN OUTPUT EARN-MASTER
               CLOSE EARN-MASTER
               OPEN I-O EARN-MASTER
           END-IF
           OPEN OUTPUT MAINT-RPT

           PERFORM 8000-READ-EARN-TRANS.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION - APPLY ONE ADD/CHANGE/DELETE   *
      *----------------------------------------------------------*
       2000-PROCESS-TRANSACTION.

           SET WS-TRANS-APPLIED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           ADD 1 TO WS-TRANS-COUNT

           EVALUATE TRUE
               WHEN ETX-ADD
                   MOVE 'ADD'         TO WS-ACTION-DESC
                   PERFORM 2100-APPLY-ADD
               WHEN ETX-CHANGE
                   MOVE 'CHANGE'      TO WS-ACTION-DESC
                   PERFORM 2200-APPLY-CHANGE
               WHEN ETX-DELETE
                   MOVE 'DELETE'      TO WS-ACTION-DESC
                   PERFORM 2300-APPLY-DELETE
               WHEN OTHER
                   MOVE 'UNKNOWN'     TO WS-ACTION-DESC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'UNRECOGNIZED ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE

           PERFORM 2900-WRITE-DETAIL-LINE

           PERFORM 8000-READ-EARN-TRANS.

      *----------------------------------------------------------*
      *  2100-APPLY-ADD - CREATE A NEW EARNINGS CODE              *
      *----------------------------------------------------------*
       2100-APPLY-ADD.

           PERFORM 2150-VALIDATE-EARN-FIELDS

           IF WS-TRANS-APPLIED
               MOVE ETX-CODE TO EC-CODE
               READ EARN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'EARNINGS CODE ALREADY EXISTS'
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-TRANS-APPLIED
               MOVE SPACE    TO EARN-CODE-RECORD
               MOVE ETX-CODE TO EC-CODE
               PERFORM 2160-MOVE-EARN-FIELDS

               WRITE EARN-CODE-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'WRITE TO EARN-MASTER FAILED'
                           TO WS-REJECT-REASON
               END-WRITE

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2150-VALIDATE-EARN-FIELDS - COMMON ADD/CHANGE EDITS: THE *
      *  CODE MAY NOT BE BLANK OR A RESERVED GLMAP/TAX CLASS, THE *
      *  METHOD MUST CARRY THE FIGURE IT PRICES WITH, AND A       *
      *  KEYED-AMOUNT CODE HAS NO HOURS TO COUNT AS WORKED        *
      *----------------------------------------------------------*
       2150-VALIDATE-EARN-FIELDS.

           IF ETX-CODE = SPACE
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'EARNINGS CODE MISSING' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND ETX-CODE-RESERVED
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'CODE RESERVED FOR GL/TAX' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND NOT ETX-METHOD-VALID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'PRICING METHOD INVALID' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               IF ETX-RATE-MULT NOT NUMERIC
                   OR ETX-FLAT-AMOUNT NOT NUMERIC
                   OR ETX-HOLIDAY-HOURS NOT NUMERIC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'RATE OR AMOUNT NOT NUMERIC'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               IF ETX-RATE-MULTIPLE AND ETX-RATE-MULT = ZERO
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'MULTIPLIER MISSING FOR M'
                       TO WS-REJECT-REASON
               END-IF
               IF ETX-FLAT-PER-HOUR AND ETX-FLAT-AMOUNT = ZERO
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'FLAT AMOUNT MISSING FOR F'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED AND NOT ETX-TAXABLE-VALID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'TAXABLE FLAG NOT Y OR N' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND NOT ETX-HOURS-SW-VALID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'HOURS-WORKED FLAG NOT Y OR N'
                   TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               IF ETX-AMOUNT-KEYED AND ETX-HOURS-WORKED
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'KEYED AMOUNT HAS NO HOURS'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2160-MOVE-EARN-FIELDS - TRANSACTION INTO THE RECORD      *
      *----------------------------------------------------------*
       2160-MOVE-EARN-FIELDS.

           MOVE ETX-DESC            TO EC-DESC
           MOVE ETX-CALC-METHOD     TO EC-CALC-METHOD
           MOVE ETX-RATE-MULT       TO EC-RATE-MULT
           MOVE ETX-FLAT-AMOUNT     TO EC-FLAT-AMOUNT
           MOVE ETX-TAXABLE-SW      TO EC-TAXABLE-SW
           MOVE ETX-HOURS-WORKED-SW TO EC-HOURS-WORKED-SW
           MOVE ETX-HOLIDAY-HOURS   TO EC-HOLIDAY-HOURS
           MOVE WS-RUN-DATE-NUM     TO EC-LAST-MAINT-DATE.

      *----------------------------------------------------------*
      *  2200-APPLY-CHANGE - REPLACE THE PRICING FIELDS ON AN     *
      *  EXISTING CODE                                            *
      *----------------------------------------------------------*
       2200-APPLY-CHANGE.

           PERFORM 2150-VALIDATE-EARN-FIELDS

           IF WS-TRANS-APPLIED
               MOVE ETX-CODE TO EC-CODE
               READ EARN-MASTER
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'EARNINGS CODE NOT FOUND'
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2160-MOVE-EARN-FIELDS

               REWRITE EARN-CODE-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'REWRITE TO EARN-MASTER FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2300-APPLY-DELETE - REMOVE AN EXISTING CODE. A TIMESHEET *
      *  ROW STILL CARRYING IT IS PRICED AT ZERO AND FLAGGED BY   *
      *  THE PAY RUN, SO NOTHING IS PAID ON A RETIRED CODE        *
      *  WITHOUT SOMEONE SEEING IT.                               *
      *----------------------------------------------------------*
       2300-APPLY-DELETE.

           MOVE ETX-CODE TO EC-CODE
           READ EARN-MASTER
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EARNINGS CODE NOT FOUND' TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED
               DELETE EARN-MASTER
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'DELETE FROM EARN-MASTER FAILED'
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

           MOVE ETX-CODE        TO WS-DET-CODE
           MOVE WS-ACTION-DESC  TO WS-DET-ACTION
           MOVE ETX-DESC        TO WS-DET-DESC
           MOVE ETX-CALC-METHOD TO WS-DET-METHOD
           MOVE ZERO            TO WS-DET-MULT
           MOVE ZERO            TO WS-DET-FLAT
           IF ETX-RATE-MULT NUMERIC
               MOVE ETX-RATE-MULT TO WS-DET-MULT
           END-IF
           IF ETX-FLAT-AMOUNT NUMERIC
               MOVE ETX-FLAT-AMOUNT TO WS-DET-FLAT
           END-IF
           MOVE ETX-TAXABLE-SW  TO WS-DET-TAXABLE

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

           CLOSE EARN-TRANS
           CLOSE EARN-MASTER
           CLOSE MAINT-RPT

           MOVE WS-TRANS-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-EARN-TRANS - READ NEXT MAINTENANCE TRANSACTION *
      *----------------------------------------------------------*
       8000-READ-EARN-TRANS.

           READ EARN-TRANS
               AT END
                   SET END-OF-EARN-TRANS TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'EARNMNT '         TO AUD-PROGRAM-ID
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
