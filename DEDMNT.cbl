      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  THE TAX CODES PAYCALC WITHHOLDS UNDER (FIT,
      *                  SIT, SSE, MCE) ARE RESERVED AND REJECTED AS
      *                  DEDMAST CODES, SO A HAND-KEYED ROW CANNOT
      *                  BE MISTAKEN FOR WITHHOLDING DOWNSTREAM.
      * 10/15/2026  RSM  A TRANSACTION MAY CARRY A GOAL AMOUNT (A LOAN
      *                  OR OVERPAYMENT TOTAL; BLANK OR ZERO IS
      *                  OPEN-ENDED). AN ADD STARTS THE ROW WITH
      *                  NOTHING TAKEN AND NO ARREARS. A CHANGE WITH A
      *                  GOAL REPLACES IT, COMPLETING THE ROW WHEN
      *                  THE AMOUNT ALREADY TAKEN MEETS THE NEW GOAL
      *                  AND REOPENING A COMPLETED ROW WHEN THE GOAL
      *                  IS RAISED PAST IT.
      * 10/15/2026  RSM  A TRANSACTION MAY CARRY THE REFERENCE NUMBER
      *                  THE DEDUCTION IS REMITTED UNDER (CASE OR
      *                  DOCKET NUMBER, MEMBER NUMBER). A GARNISHMENT
      *                  CANNOT BE ADDED WITHOUT ONE; A CHANGE WITH A
      *                  BLANK REFERENCE LEAVES THE ROW'S ALONE.
      * 10/15/2026  RSM  PERIOD-CLOSE LOCK. AN ADD OR CHANGE DATED ON
      *                  OR BEFORE THE LAST PAY PERIOD PAYCALC CLOSED
      *                  (SHARED PERCLOSE SERVICE) IS REJECTED. WITH
      *                  THE RETROVRD OPERATOR OVERRIDE IT IS APPLIED
      *                  AND A DEDUCTION REQUEST IS QUEUED ON RETROQ
      *                  (SEE RTRQREC) FOR RETROPAY; THE REPORT MARKS
      *                  EACH ONE ROUTED TO RETRO.
      * 10/15/2026  RSM  EVERY APPLIED ADD, CHANGE AND DELETE NOW
      *                  APPENDS A BEFORE/AFTER ROW TO THE DEDUCTION
      *                  CHANGE HISTORY (DEDHIST, SEE DEDHREC), SO
      *                  DEDUCTION CHANGES CAN BE TRACED AND SAMPLED
      *                  AFTER THE REPORT IS GONE.
      *

       ENVIRONMENT DIVISION.
           SELECT MAINT-RPT   ASSIGN TO DEDRPT
               ORGANIZATION IS SEQUENTIAL.

      * Optional operator override: a 'Y' record lets a change dated
      * inside a closed pay period through, routed to retro pay.
           SELECT RETRO-OVERRIDE ASSIGN TO RETROVRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRO-OVERRIDE-STATUS.

      * Retro-pay request queue, written EXTEND so requests build up
      * until RETROPAY works them.
           SELECT RETRO-QUEUE ASSIGN TO RETROQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETROQ-STATUS.

      * Deduction change history, written EXTEND so every applied
      * change survives the run (see DEDHREC).
           SELECT DED-HISTORY ASSIGN TO DEDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DED-HIST-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       01  DED-TRANS-RECORD.
           05  DTX-EMP-ID       PIC 9(05).
           05  DTX-CODE         PIC X(03).
               88  DTX-CODE-RESERVED    VALUE 'FIT' 'SIT'
                                              'SSE' 'MCE'.
           05  DTX-ACTION       PIC X(01).
               88  DTX-ADD              VALUE 'A'.
               88  DTX-CHANGE           VALUE 'C'.
           05  DTX-PRIORITY     PIC 9(02).
           05  DTX-AMOUNT       PIC 9(05)V99.
           05  DTX-EFF-DATE     PIC 9(08).
      * Blank keeps the goal a change leaves alone; on an add, blank
      * or zero means no goal.
           05  DTX-GOAL-AMOUNT  PIC 9(07)V99.
           05  DTX-GOAL-X REDEFINES DTX-GOAL-AMOUNT PIC X(09).
      * Case/docket or member number the payee files the amount
      * under; blank on a change keeps the one on file.
           05  DTX-REFERENCE-NO PIC X(20).

       FD  DED-MASTER.
           COPY DEDREC.
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RPT-LINE       PIC X(80).

       FD  RETRO-OVERRIDE
           LABEL RECORDS ARE STANDARD.
       01  RETRO-OVERRIDE-RECORD.
           05  RO-OVERRIDE-SW   PIC X(01).

       FD  RETRO-QUEUE
           LABEL RECORDS ARE STANDARD.
           COPY RTRQREC.

       FD  DED-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY DEDHREC.

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-DED-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-DED-HIST-STATUS    PIC X(02)  VALUE '00'.

      * The row as it stood before a change or delete, for DEDHIST.
       01  WS-DED-BEFORE-IMAGE   PIC X(82)  VALUE SPACE.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad maintenance run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.05'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-DED-TRANS       VALUE 'Y'.

       01  WS-ACTION-DESC   PIC X(10) VALUE SPACE.

       01  WS-RUN-DATE-NUM  PIC 9(08) VALUE ZERO.

      * Period-close lock through the shared PERCLOSE service: the
      * latest period-end PAYCALC has paid. Zero means nothing is
      * closed yet and every date is open.
       01  WS-CLOSE-FUNCTION     PIC X(01)  VALUE 'Q'.
       01  WS-CLOSED-THROUGH     PIC 9(08)  VALUE ZERO.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-CLOSE-STATUS
                               LK-STATUS-OK      BY WS-CLOSE-OK
                               LK-STATUS-WARNING BY WS-CLOSE-WARNING
                               LK-STATUS-FAILED  BY WS-CLOSE-FAILED.
       01  WS-RETRO-OVERRIDE-STATUS PIC X(02) VALUE '00'.
       01  WS-RETRO-OVERRIDE-SW  PIC X(01)  VALUE 'N'.
           88  WS-RETRO-OVERRIDE-SUPPLIED   VALUE 'Y'.
       01  WS-RETROQ-STATUS      PIC X(02)  VALUE '00'.
       01  WS-RETRO-SW           PIC X(01)  VALUE 'N'.
           88  WS-ROUTED-TO-RETRO           VALUE 'Y'.
       01  WS-RETRO-COUNT        PIC 9(5)   COMP VALUE ZERO.

      * DATEUTL linkage-shaped working-storage so the effective date
      * on every transaction is validated the same way every other
      * CCYYMMDD date in this system is (see COPYBOOKS/CCYYDATE.CPY
           05  WS-TRL-REJECT    PIC ZZZZ9.
           05  FILLER           PIC X(04)  VALUE SPACE.

       01  WS-RETRO-TRAILER-LINE.
           05  FILLER           PIC X(18)  VALUE 'ROUTED TO RETRO : '.
           05  WS-TRL-RETRO     PIC ZZZZ9.
           05  FILLER           PIC X(19)  VALUE
               '  CLOSED THROUGH : '.
           05  WS-TRL-CLOSED    PIC 9(08).
           05  FILLER           PIC X(30)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           OPEN INPUT  DED-TRANS
           OPEN I-O    DED-MASTER
           IF WS-DED-MASTER-STATUS NOT = '00'
           END-IF
           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT MAINT-RPT
           OPEN EXTEND DED-HISTORY
           IF WS-DED-HIST-STATUS NOT = '00'
               OPEN OUTPUT DED-HISTORY
           END-IF

           PERFORM 1100-GET-PERIOD-CLOSE

           PERFORM 8000-READ-DED-TRANS.

      *----------------------------------------------------------*
      *  1100-GET-PERIOD-CLOSE - THE CLOSED-THROUGH DATE FROM     *
      *  PERCLOSE, THE RETROVRD OVERRIDE, AND THE RETRO QUEUE     *
      *----------------------------------------------------------*
       1100-GET-PERIOD-CLOSE.

           MOVE 'Q' TO WS-CLOSE-FUNCTION
           CALL 'PERCLOSE' USING WS-CLOSE-FUNCTION WS-CLOSED-THROUGH
               WS-CLOSE-STATUS
           IF NOT WS-CLOSE-OK
               MOVE ZERO TO WS-CLOSED-THROUGH
               DISPLAY 'DEDMNT: NO PAYCLOSE CONTROL - CLOSED-'
                   'PERIOD CHECK SKIPPED'
           END-IF

           OPEN INPUT RETRO-OVERRIDE
           IF WS-RETRO-OVERRIDE-STATUS = '00'
               READ RETRO-OVERRIDE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RO-OVERRIDE-SW = 'Y'
                           SET WS-RETRO-OVERRIDE-SUPPLIED TO TRUE
                       END-IF
               END-READ
               CLOSE RETRO-OVERRIDE
           END-IF

           IF WS-RETRO-OVERRIDE-SUPPLIED
               DISPLAY 'DEDMNT: RETRO OVERRIDE SUPPLIED - CLOSED-'
                   'PERIOD CHANGES ROUTED TO RETRO PAY'
               OPEN EXTEND RETRO-QUEUE
               IF WS-RETROQ-STATUS NOT = '00'
                   OPEN OUTPUT RETRO-QUEUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION - APPLY ONE ADD/CHANGE/DELETE   *
      *----------------------------------------------------------*

           SET WS-TRANS-APPLIED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           MOVE 'N' TO WS-RETRO-SW
           ADD 1 TO WS-TRANS-COUNT

           EVALUATE TRUE
               MOVE DTX-PRIORITY   TO DED-PRIORITY
               MOVE DTX-AMOUNT     TO DED-AMOUNT
               MOVE DTX-EFF-DATE   TO DED-EFF-DATE
               MOVE ZERO           TO DED-GOAL-AMOUNT
               IF DTX-GOAL-X NOT = SPACE
                   MOVE DTX-GOAL-AMOUNT TO DED-GOAL-AMOUNT
               END-IF
               MOVE ZERO           TO DED-TAKEN-TO-DATE
               MOVE ZERO           TO DED-ARREARS
               SET DED-ACTIVE      TO TRUE
               MOVE ZERO           TO DED-COMPLETED-DATE
               MOVE DTX-REFERENCE-NO TO DED-REFERENCE-NO

               WRITE DEDUCT-MASTER-RECORD
                   INVALID KEY

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-ADD-COUNT
                   MOVE SPACE TO WS-DED-BEFORE-IMAGE
                   PERFORM 2800-WRITE-DED-HISTORY
               END-IF
           END-IF.

      *  MUST BE VALID, THE EFFECTIVE DATE MUST PASS DATEUTL, AND *
      *  THE PRIORITY MUST SIT IN ITS TYPE'S BAND: A GARNISHMENT  *
      *  IN 01-49, A VOLUNTARY DEDUCTION IN 50-99, SO LEGAL ORDER *
      *  CANNOT BE KEYED AWAY. A NEW GARNISHMENT MUST CARRY ITS   *
      *  CASE OR DOCKET NUMBER. THE EFFECTIVE DATE MUST FALL      *
      *  AFTER THE LAST CLOSED PAY PERIOD.                        *
      *----------------------------------------------------------*
       2150-VALIDATE-DED-FIELDS.

                       TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED AND DTX-CODE-RESERVED
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'CODE RESERVED FOR TAX' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND NOT DTX-TYPE-VALID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'DEDUCTION TYPE INVALID' TO WS-REJECT-REASON
               MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               IF DTX-GOAL-X NOT = SPACE
                   AND DTX-GOAL-AMOUNT NOT NUMERIC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'GOAL AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED AND DTX-ADD
               IF DTX-TYPE-GARNISH AND DTX-REFERENCE-NO = SPACE
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'GARNISH NEEDS CASE NUMBER' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               IF DTX-PRIORITY NOT NUMERIC OR DTX-PRIORITY = ZERO
                   SET WS-TRANS-REJECTED TO TRUE
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2180-CHECK-PERIOD-CLOSE
           END-IF.

      *----------------------------------------------------------*
      *  2180-CHECK-PERIOD-CLOSE - A DEDUCTION DATED INSIDE A     *
      *  PERIOD ALREADY PAID IS REJECTED, OR UNDER THE OVERRIDE   *
      *  IS LET THROUGH AND ROUTED TO RETRO PAY                   *
      *----------------------------------------------------------*
       2180-CHECK-PERIOD-CLOSE.

           IF WS-CLOSED-THROUGH > ZERO
               AND DTX-EFF-DATE NOT > WS-CLOSED-THROUGH
               IF WS-RETRO-OVERRIDE-SUPPLIED
                   SET WS-ROUTED-TO-RETRO TO TRUE
               ELSE
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'INSIDE CLOSED PAY PERIOD'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2200-APPLY-CHANGE - UPDATE TYPE/PRIORITY/AMOUNT/DATE ON  *
      *  AN EXISTING RECORD, AND THE GOAL AND REFERENCE NUMBER    *
      *  WHEN GIVEN                                               *
      *----------------------------------------------------------*
       2200-APPLY-CHANGE.

           END-IF

           IF WS-TRANS-APPLIED
               MOVE DEDUCT-MASTER-RECORD TO WS-DED-BEFORE-IMAGE
               MOVE DTX-TYPE       TO DED-TYPE
               MOVE DTX-PRIORITY   TO DED-PRIORITY
               MOVE DTX-AMOUNT     TO DED-AMOUNT
               MOVE DTX-EFF-DATE   TO DED-EFF-DATE
               IF DTX-GOAL-X NOT = SPACE
                   PERFORM 2250-APPLY-GOAL-CHANGE
               END-IF
               IF DTX-REFERENCE-NO NOT = SPACE
                   MOVE DTX-REFERENCE-NO TO DED-REFERENCE-NO
               END-IF

               REWRITE DEDUCT-MASTER-RECORD
                   INVALID KEY

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 2800-WRITE-DED-HISTORY
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2250-APPLY-GOAL-CHANGE - A NEW GOAL THE AMOUNT ALREADY   *
      *  TAKEN MEETS COMPLETES THE ROW; A GOAL RAISED PAST IT, OR *
      *  REMOVED, REOPENS A COMPLETED ROW                         *
      *----------------------------------------------------------*
       2250-APPLY-GOAL-CHANGE.

           MOVE DTX-GOAL-AMOUNT TO DED-GOAL-AMOUNT

           IF DED-GOAL-AMOUNT > ZERO
               AND DED-TAKEN-TO-DATE NOT < DED-GOAL-AMOUNT
               IF NOT DED-COMPLETED
                   SET DED-COMPLETED TO TRUE
                   MOVE WS-RUN-DATE-NUM TO DED-COMPLETED-DATE
               END-IF
               MOVE ZERO TO DED-ARREARS
           ELSE
               SET DED-ACTIVE TO TRUE
               MOVE ZERO TO DED-COMPLETED-DATE
           END-IF.

      *----------------------------------------------------------*
      *  2300-APPLY-DELETE - REMOVE AN EXISTING RECORD. LIKE      *
      *  COMPMNT THERE IS NO SOFT DELETE HERE -- A STOPPED        *
           END-READ

           IF WS-TRANS-APPLIED
               MOVE DEDUCT-MASTER-RECORD TO WS-DED-BEFORE-IMAGE
               DELETE DED-MASTER
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE SPACE TO DEDUCT-MASTER-RECORD
                   PERFORM 2800-WRITE-DED-HISTORY
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2800-WRITE-DED-HISTORY - ONE DEDHIST ROW PER APPLIED     *
      *  TRANSACTION: THE ROW BEFORE, AND AS LEFT ON DEDMAST      *
      *----------------------------------------------------------*
       2800-WRITE-DED-HISTORY.

           MOVE WS-RUN-DATE-NUM      TO DCH-RUN-DATE
           MOVE WS-TRANS-COUNT       TO DCH-SEQ
           MOVE DTX-EMP-ID           TO DCH-EMP-ID
           MOVE DTX-CODE             TO DCH-CODE
           MOVE DTX-ACTION           TO DCH-ACTION
           MOVE WS-DED-BEFORE-IMAGE  TO DCH-BEFORE-IMAGE
           MOVE DEDUCT-MASTER-RECORD TO DCH-AFTER-IMAGE
           WRITE DED-HISTORY-RECORD.

      *----------------------------------------------------------*
      *  2900-WRITE-DETAIL-LINE - ONE LINE PER TRANSACTION,       *
      *  SHOWING WHAT WAS ATTEMPTED AND WHETHER IT WAS APPLIED    *
           IF WS-TRANS-APPLIED
               MOVE 'APPLIED'  TO WS-DET-RESULT
               MOVE SPACE      TO WS-DET-REASON
               IF WS-ROUTED-TO-RETRO
                   MOVE 'ROUTED TO RETRO-PAY QUEUE'
                       TO WS-DET-REASON
                   PERFORM 2950-QUEUE-RETRO-REQUEST
               END-IF
           ELSE
               MOVE 'REJECTED' TO WS-DET-RESULT
               MOVE WS-REJECT-REASON TO WS-DET-REASON

           WRITE MAINT-RPT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  2950-QUEUE-RETRO-REQUEST - ONE DEDUCTION REQUEST FOR     *
      *  RETROPAY COVERING THE EFFECTIVE DATE THROUGH THE CLOSE   *
      *----------------------------------------------------------*
       2950-QUEUE-RETRO-REQUEST.

           MOVE SPACE             TO RETRO-REQUEST-RECORD
           MOVE DTX-EMP-ID        TO RQ-EMP-ID
           MOVE DTX-EFF-DATE      TO RQ-FROM-DATE
           MOVE WS-CLOSED-THROUGH TO RQ-TO-DATE
           MOVE 'D'               TO RQ-CHANGE-TYPE
           MOVE 'DEDMNT  '        TO RQ-SOURCE-PGM
           MOVE WS-RUN-DATE-NUM   TO RQ-QUEUED-DATE
           MOVE DTX-CODE          TO RQ-REFERENCE
           WRITE RETRO-REQUEST-RECORD
           ADD 1 TO WS-RETRO-COUNT.

      *----------------------------------------------------------*
      *  3000-FINALIZE - WRITE TRAILER, CLOSE FILES               *
      *----------------------------------------------------------*
           MOVE WS-DELETE-COUNT TO WS-TRL-DELETE
           MOVE WS-REJECT-COUNT TO WS-TRL-REJECT
           WRITE MAINT-RPT-LINE FROM WS-TRAILER-LINE
           MOVE WS-RETRO-COUNT    TO WS-TRL-RETRO
           MOVE WS-CLOSED-THROUGH TO WS-TRL-CLOSED
           WRITE MAINT-RPT-LINE FROM WS-RETRO-TRAILER-LINE

           CLOSE DED-TRANS
           CLOSE DED-MASTER
           CLOSE EMP-MASTER
           CLOSE MAINT-RPT
           CLOSE DED-HISTORY
           IF WS-RETRO-OVERRIDE-SUPPLIED
               CLOSE RETRO-QUEUE
           END-IF

           MOVE WS-TRANS-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
