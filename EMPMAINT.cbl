      *                  EXCLUSIVE LOCK -- A REFUSED LOCK SENDS
      *                  THE ITEM TO SUSPENSE FOR RECYCLE. THE
      *                  SINGLE-STREAM RUN IS UNCHANGED.
      * 10/15/2026  RSM  PERIOD-CLOSE LOCK. A TERMINATION DATED ON OR
      *                  BEFORE THE LAST PAY PERIOD PAYCALC CLOSED
      *                  (SHARED PERCLOSE SERVICE) IS REJECTED TO
      *                  SUSPENSE. WITH THE RETROVRD OPERATOR
      *                  OVERRIDE IT IS APPLIED AND A TERMINATION
      *                  REQUEST IS QUEUED ON RETROQ (SEE RTRQREC)
      *                  FOR RETROPAY'S REVIEW LIST; THE REPORT MARKS
      *                  EACH ONE ROUTED TO RETRO.
      * 10/15/2026  RSM  JOB CODE. THE TRANSACTION GAINS A TRAILING
      *                  TX-JOB-CODE (64 BYTES). AN ADD, CHANGE, OR
      *                  REHIRE CARRYING ONE IS REJECTED UNLESS IT IS AN
      *                  ACTIVE JOB ON THE JOB CODE MASTER (JOBMAST, SEE
      *                  JOBREC), CHECKED LIKE THE DEPARTMENT AND
      *                  SKIPPED WITH A MESSAGE WHEN THE FILE IS
      *                  MISSING. BLANK LEAVES THE CODE ALONE ON A
      *                  CHANGE, KEEPS THE ARCHIVED CODE ON A REHIRE,
      *                  AND ADDS WITH NONE.
      * 10/15/2026  RSM  PROBATION. EVERY APPLIED ADD AND REHIRE OPENS A
      *                  PROBATION ROW ON PROBMAST (SEE PROBREC) RUNNING
      *                  FROM THE HIRE DATE. THE LENGTH COMES FROM THE
      *                  PROBRULE DECK (JOB CODE RULE FIRST, THEN
      *                  DEPARTMENT) OR THE 90-DAY STANDARD WHEN NEITHER
      *                  MATCHES OR THE DECK IS MISSING; A ZERO-DAY RULE
      *                  OPENS NO ROW.
      * 10/15/2026  RSM  SCHEDULED HOURS. NEW S (SCHEDULE CHANGE) ACTION
      *                  CARRIES AN EMPLOYEE'S WEEKLY SCHEDULED HOURS
      *                  (99V99, IN THE FIRST-NAME COLUMNS) AND ITS
      *                  EFFECTIVE DATE (HIRE-DATE COLUMN). IT SETS THE
      *                  HOURS AND FTE (HOURS OVER THE 40-HOUR STANDARD)
      *                  ON THE NEW FTEMAST FILE (SEE FTEREC) AND
      *                  APPENDS THE VALUE IT SUPERSEDES TO FTEHIST (SEE
      *                  FTEHREC). NO ROW MEANS FULL TIME. A TERMINATED
      *                  EMPLOYEE, HOURS OUTSIDE 0-40, OR AN EFFECTIVE
      *                  DATE IN THE FUTURE OR BEFORE THE CURRENT
      *                  SCHEDULE'S IS REJECTED.
      * 10/15/2026  RSM  A TERMINATE FOR AN EMPLOYEE ALREADY
      *                  TERMINATED IS REJECTED TO SUSPENSE INSTEAD OF
      *                  REWRITTEN, SO NO SECOND T JOURNAL/HISTORY ROW,
      *                  POSITION REOPEN, OR TERMINATION CASCADE.
      *

       ENVIRONMENT DIVISION.
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT JOB-MASTER  ASSIGN TO JOBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JOB-CODE
               FILE STATUS IS WS-JOB-MASTER-STATUS.

           SELECT MAINT-RPT   ASSIGN TO MAINTRPT
               ORGANIZATION IS SEQUENTIAL.

               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-MASTER-STATUS.

           SELECT PROB-MASTER ASSIGN TO PROBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRB-EMP-ID
               FILE STATUS IS WS-PROB-MASTER-STATUS.

           SELECT FTE-MASTER  ASSIGN TO FTEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FTE-EMP-ID
               FILE STATUS IS WS-FTE-MASTER-STATUS.

      * Superseded schedules, written EXTEND like EMPHIST.
           SELECT FTE-HISTORY ASSIGN TO FTEHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FTE-HIST-STATUS.

      * Probation lengths by job code and department; optional.
           SELECT PROB-RULE   ASSIGN TO PROBRULE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROBRULE-STATUS.

           SELECT RPT-INDEX   ASSIGN TO RPTNDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBSUM-FILE-STATUS.

      * Optional operator override: a 'Y' record lets a termination
      * dated inside a closed pay period through, routed to retro.
           SELECT RETRO-OVERRIDE ASSIGN TO RETROVRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRO-OVERRIDE-STATUS.

      * Retro-pay request queue, written EXTEND so requests build up
      * until RETROPAY works them.
           SELECT RETRO-QUEUE ASSIGN TO RETROQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETROQ-STATUS.

       DATA DIVISION.
       FILE SECTION.

               88  TX-PLACE-ON-LEAVE    VALUE 'L'.
               88  TX-RETURN-FROM-LEAVE VALUE 'R'.
               88  TX-REHIRE            VALUE 'H'.
               88  TX-SCHEDULE-CHANGE   VALUE 'S'.
           05  TX-FNAME         PIC X(15).
      * A schedule change carries the new weekly scheduled hours
      * (99V99) in the first-name columns and its effective date in
      * TX-HIRE-DATE.
           05  TX-SCHED-FIELDS REDEFINES TX-FNAME.
               10  TX-SCHED-HOURS   PIC 9(02)V99.
               10  FILLER           PIC X(11).
           05  TX-LNAME         PIC X(20).
           05  TX-DEPT-CODE     PIC X(04).
           05  TX-HIRE-DATE     PIC 9(08).
           05  TX-TERM-DATE     PIC 9(08).
           05  TX-TERM-REASON   PIC X(01).
               88  TX-REASON-VALID      VALUE 'R' 'D' 'E' 'O'.
      * Job code (see JOBREC) on an add, change, or rehire; blank on a
      * change or rehire leaves the employee's job code alone.
           05  TX-JOB-CODE      PIC X(02).

       FD  KEY-RANGE
           LABEL RECORDS ARE STANDARD.
       FD  DEPT-MASTER.
           COPY DEPTREC.

       FD  JOB-MASTER.
           COPY JOBREC.

       FD  MAINT-RPT
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RPT-LINE       PIC X(80).

       FD  NDX-SIDE
           LABEL RECORDS ARE STANDARD.
       01  NDX-SIDE-RECORD      PIC X(183).

       FD  ARCH-MASTER.
           COPY EMPREC REPLACING EMP-MASTER-RECORD BY ARCH-RECORD
                                 EMP-LAST-UPD-SRC  BY AR-LAST-UPD-SRC
                                 EMP-UPD-SRC-BATCH BY AR-UPD-SRC-BATCH
                                 EMP-UPD-SRC-ONLINE
                                                   BY AR-UPD-SRC-ONLINE
                                 EMP-JOB-CODE      BY AR-JOB-CODE.

       FD  SVC-BRIDGE.
           COPY SVCBREC.
       FD  POSITION-MASTER.
           COPY POSREC.

       FD  PROB-MASTER.
           COPY PROBREC.

       FD  PROB-RULE
           LABEL RECORDS ARE STANDARD.
           COPY PRULREC.

       FD  FTE-MASTER.
           COPY FTEREC.

       FD  FTE-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY FTEHREC.

       FD  RPT-INDEX.
           COPY RPTNDX.

           LABEL RECORDS ARE STANDARD.
       01  JOB-SUMMARY-RECORD   PIC X(80).

       FD  RETRO-OVERRIDE
           LABEL RECORDS ARE STANDARD.
       01  RETRO-OVERRIDE-RECORD.
           05  RO-OVERRIDE-SW   PIC X(01).

       FD  RETRO-QUEUE
           LABEL RECORDS ARE STANDARD.
           COPY RTRQREC.

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad maintenance run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.19'.

      * Split-mode key range; inactive when no KEYRANGE parm is
      * supplied, which is the original single-stream run.
       01  WS-JOBSUM-FILE-STATUS PIC X(02)  VALUE '00'.
       COPY JOBSUM.

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

      * Position control is enforced on every add when the POSMAST
      * file is available; a missing file skips the check (with an
      * operator message) rather than rejecting every add.
       01  WS-REHIRE-COUNT       PIC 9(5)   COMP VALUE ZERO.
       01  WS-BRIDGE-LIMIT-NUM   PIC 9(08)  VALUE ZERO.

      * Probation: every applied add and rehire opens a probation row
      * on PROBMAST, its length from the PROBRULE deck (job code
      * first, then department) or else the house standard. A
      * missing deck gives everyone the standard.
       01  WS-PROB-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-PROBRULE-STATUS    PIC X(02)  VALUE '00'.
       01  WS-PROBRULE-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-PROB-RULE             VALUE 'Y'.
       01  WS-PROB-STD-DAYS      PIC 9(03)  VALUE 90.
       01  WS-PROB-DAYS          PIC 9(03)  VALUE ZERO.
       01  WS-PROB-SOURCE        PIC X(01)  VALUE SPACE.
       01  WS-PROB-START-DATE    PIC 9(08)  VALUE ZERO.
       01  WS-PROB-COUNT         PIC 9(5)   COMP VALUE ZERO.
       01  WS-RULE-COUNT         PIC 9(03)  COMP VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-RULE-IDX.
               10  WS-RL-TYPE        PIC X(01).
               10  WS-RL-CODE        PIC X(04).
               10  WS-RL-DAYS        PIC 9(03).
       01  WS-RULE-LOOKUP-TYPE   PIC X(01)  VALUE SPACE.
       01  WS-RULE-LOOKUP-CODE   PIC X(04)  VALUE SPACE.
       01  WS-RULE-FOUND-SW      PIC X(01)  VALUE 'N'.
           88  WS-RULE-FOUND                VALUE 'Y'.

      * Scheduled hours: a schedule change rewrites the employee's
      * FTEMAST row and appends the value it supersedes to FTEHIST.
      * No row on file means the standard full-time week.
       01  WS-FTE-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-FTE-HIST-STATUS    PIC X(02)  VALUE '00'.
       01  WS-STD-WEEK-HOURS     PIC 9(02)V99 VALUE 40.00.
       01  WS-FTE-FOUND-SW       PIC X(01)  VALUE 'N'.
           88  WS-FTE-ROW-FOUND             VALUE 'Y'.
       01  WS-SCHED-COUNT        PIC 9(5)   COMP VALUE ZERO.

      * The department reference master is read-validated on every
      * add/change. If the file itself cannot be opened the run
      * continues without the check (with an operator message) rather
       01  WS-DEPT-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-DEPT-AVAIL-SW      PIC X(01)  VALUE 'N'.
           88  WS-DEPT-MASTER-AVAILABLE     VALUE 'Y'.
       01  WS-JOB-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-JOB-AVAIL-SW       PIC X(01)  VALUE 'N'.
           88  WS-JOB-MASTER-AVAILABLE      VALUE 'Y'.

      * Startup authorization through the shared AUTHCHK service.
      * Option M marks this a maintenance run.

       01  WS-JRNL-SEQ      PIC 9(5)  VALUE ZERO.
       01  WS-JRNL-RUN-DATE PIC 9(8)  VALUE ZERO.
       01  WS-BEFORE-IMAGE  PIC X(80) VALUE SPACE.
      * The before-image's own key fields, for deleting a changed
      * record's old report-index entry.
       01  WS-BEFORE-FIELDS REDEFINES WS-BEFORE-IMAGE.
           05  FILLER           PIC X(01).
           05  OI-LNAME         PIC X(20).
           05  OI-DEPT-CODE     PIC X(04).
           05  FILLER           PIC X(35).
       01  WS-RPTNDX-STATUS PIC X(02) VALUE '00'.
       01  WS-HIST-FILE-STATUS PIC X(02) VALUE '00'.
       01  WS-HIST-NDX-STATUS  PIC X(02) VALUE '00'.
           05  WS-TRL-REJECT    PIC ZZZZ9.
           05  FILLER           PIC X(03)  VALUE SPACE.

       01  WS-RETRO-TRAILER-LINE.
           05  FILLER           PIC X(18)  VALUE 'ROUTED TO RETRO : '.
           05  WS-TRL-RETRO     PIC ZZZZ9.
           05  FILLER           PIC X(19)  VALUE
               '  CLOSED THROUGH : '.
           05  WS-TRL-CLOSED    PIC 9(08).
           05  FILLER           PIC X(30)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

                   'DEPARTMENT VALIDATION SKIPPED'
           END-IF

           OPEN INPUT  JOB-MASTER
           IF WS-JOB-MASTER-STATUS = '00'
               SET WS-JOB-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'EMPMAINT: NO JOBMAST REFERENCE FILE - '
                   'JOB CODE VALIDATION SKIPPED'
           END-IF

           PERFORM 1300-LOAD-PROBATION-RULES

      * A split instance opens the shared satellite KSDSs only
      * while it holds the EMPSATL lock (9430), one instance at a
      * time; the single-stream run holds them for the whole run.
               PERFORM 1100-OPEN-SATELLITE-FILES
           END-IF

           PERFORM 1200-GET-PERIOD-CLOSE

           PERFORM 8000-READ-EMP-TRANS.

      *----------------------------------------------------------*
               OPEN OUTPUT SVC-BRIDGE
               CLOSE SVC-BRIDGE
               OPEN I-O SVC-BRIDGE
           END-IF

           OPEN I-O PROB-MASTER
           IF WS-PROB-MASTER-STATUS NOT = '00'
               OPEN OUTPUT PROB-MASTER
               CLOSE PROB-MASTER
               OPEN I-O PROB-MASTER
           END-IF

           OPEN I-O FTE-MASTER
           IF WS-FTE-MASTER-STATUS NOT = '00'
               OPEN OUTPUT FTE-MASTER
               CLOSE FTE-MASTER
               OPEN I-O FTE-MASTER
           END-IF

           OPEN EXTEND FTE-HISTORY
           IF WS-FTE-HIST-STATUS NOT = '00'
               OPEN OUTPUT FTE-HISTORY
           END-IF.

      *----------------------------------------------------------*
               CLOSE ARCH-MASTER
               MOVE 'N' TO WS-ARCH-AVAIL-SW
           END-IF
           CLOSE SVC-BRIDGE
           CLOSE PROB-MASTER
           CLOSE FTE-MASTER
           CLOSE FTE-HISTORY.

      *----------------------------------------------------------*
      *  1200-GET-PERIOD-CLOSE - THE CLOSED-THROUGH DATE FROM     *
      *  PERCLOSE AND THE RETROVRD OVERRIDE                       *
      *----------------------------------------------------------*
       1200-GET-PERIOD-CLOSE.

           MOVE 'Q' TO WS-CLOSE-FUNCTION
           CALL 'PERCLOSE' USING WS-CLOSE-FUNCTION WS-CLOSED-THROUGH
               WS-CLOSE-STATUS
           IF NOT WS-CLOSE-OK
               MOVE ZERO TO WS-CLOSED-THROUGH
               DISPLAY 'EMPMAINT: NO PAYCLOSE CONTROL - CLOSED-'
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
               DISPLAY 'EMPMAINT: RETRO OVERRIDE SUPPLIED - CLOSED-'
                   'PERIOD TERMINATIONS ROUTED TO RETRO PAY'
           END-IF.

      *----------------------------------------------------------*
      *  1300-LOAD-PROBATION-RULES - THE PROBRULE DECK INTO THE   *
      *  RULE TABLE                                               *
      *----------------------------------------------------------*
       1300-LOAD-PROBATION-RULES.

           OPEN INPUT PROB-RULE
           IF WS-PROBRULE-STATUS = '00'
               PERFORM 1310-LOAD-ONE-RULE
                   UNTIL END-OF-PROB-RULE
               CLOSE PROB-RULE
           ELSE
               DISPLAY 'EMPMAINT: NO PROBRULE DECK - EVERY NEW '
                   'PROBATION RUNS THE STANDARD ' WS-PROB-STD-DAYS
                   ' DAYS'
           END-IF.

      *----------------------------------------------------------*
      *  1310-LOAD-ONE-RULE                                       *
      *----------------------------------------------------------*
       1310-LOAD-ONE-RULE.

           READ PROB-RULE
               AT END
                   SET END-OF-PROB-RULE TO TRUE
               NOT AT END
                   IF PRR-TYPE-VALID AND PRR-LENGTH-DAYS NUMERIC
                       IF WS-RULE-COUNT < 200
                           ADD 1 TO WS-RULE-COUNT
                           SET WS-RULE-IDX TO WS-RULE-COUNT
                           MOVE PRR-RULE-TYPE
                               TO WS-RL-TYPE(WS-RULE-IDX)
                           MOVE PRR-CODE
                               TO WS-RL-CODE(WS-RULE-IDX)
                           MOVE PRR-LENGTH-DAYS
                               TO WS-RL-DAYS(WS-RULE-IDX)
                       ELSE
                           DISPLAY 'EMPMAINT: PROBATION RULE TABLE '
                               'FULL - RULE ' PRR-RULE-TYPE PRR-CODE
                               ' IGNORED'
                       END-IF
                   ELSE
                       DISPLAY 'EMPMAINT: PROBRULE ROW '
                           PRR-RULE-TYPE PRR-CODE
                           ' NOT VALID - IGNORED'
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION - APPLY ONE ADD/CHANGE/DELETE   *

           SET WS-TRANS-APPLIED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           MOVE 'N' TO WS-RETRO-SW
           ADD 1 TO WS-TRANS-COUNT

      * Adds, terminations, rehires, and schedule changes touch the
      * shared satellite files; a split instance takes the EMPSATL
      * lock first and a refusal rejects the item to suspense for
      * recycle.
           IF WS-RANGE-ACTIVE
               AND (TX-ADD OR TX-TERMINATE OR TX-REHIRE
                    OR TX-SCHEDULE-CHANGE)
               PERFORM 9430-ACQUIRE-SATELLITE-LOCK
           END-IF

               WHEN TX-REHIRE
                   MOVE 'REHIRE'      TO WS-ACTION-DESC
                   PERFORM 2600-APPLY-REHIRE
               WHEN TX-SCHEDULE-CHANGE
                   MOVE 'SCHEDULE'    TO WS-ACTION-DESC
                   PERFORM 2700-APPLY-SCHEDULE-CHANGE
               WHEN OTHER
                   MOVE 'UNKNOWN'     TO WS-ACTION-DESC
                   SET WS-TRANS-REJECTED TO TRUE
               PERFORM 2150-VALIDATE-DEPT-CODE
           END-IF

           IF WS-TRANS-APPLIED AND TX-JOB-CODE NOT = SPACE
               PERFORM 2170-VALIDATE-JOB-CODE
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2160-FIND-OPEN-POSITION
           END-IF
               SET EMP-ACTIVE       TO TRUE
               MOVE ZERO            TO EMP-TERM-DATE
               MOVE SPACE           TO EMP-TERM-REASON
               MOVE TX-JOB-CODE     TO EMP-JOB-CODE
               PERFORM 9550-STAMP-LAST-UPDATE

               WRITE EMP-MASTER-RECORD
                   PERFORM 9500-WRITE-JOURNAL-ENTRY
                   PERFORM 9520-WRITE-INDEX-ENTRY
                   PERFORM 9560-MARK-POSITION-FILLED
                   PERFORM 9580-OPEN-PROBATION
               END-IF
           END-IF.

               END-READ
           END-IF.

      *----------------------------------------------------------*
      *  2170-VALIDATE-JOB-CODE - REJECT THE TRANSACTION IF       *
      *  TX-JOB-CODE IS NOT AN ACTIVE JOB ON THE JOB CODE MASTER. *
      *  A BLANK JOB CODE IS NOT CHECKED (THE CALLERS SKIP IT),   *
      *  AND THE CHECK IS SKIPPED (WITH A STARTUP MESSAGE) WHEN   *
      *  THE REFERENCE FILE ITSELF IS NOT AVAILABLE.              *
      *----------------------------------------------------------*
       2170-VALIDATE-JOB-CODE.

           IF WS-JOB-MASTER-AVAILABLE
               MOVE TX-JOB-CODE TO JOB-CODE
               READ JOB-MASTER
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'JOB CODE NOT ON FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF JOB-INACTIVE
                           SET WS-TRANS-REJECTED TO TRUE
                           MOVE 'JOB CODE IS INACTIVE'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *  2200-APPLY-CHANGE - UPDATE NAME/DEPARTMENT ON AN EXISTING*
      *  RECORD. A FIELD LEFT BLANK ON THE TRANSACTION LEAVES THE *
               PERFORM 2150-VALIDATE-DEPT-CODE
           END-IF

           IF WS-TRANS-APPLIED AND TX-JOB-CODE NOT = SPACE
               PERFORM 2170-VALIDATE-JOB-CODE
           END-IF

           IF WS-TRANS-APPLIED
               IF TX-FNAME NOT = SPACE
                   MOVE TX-FNAME TO EMP-FNAME
               IF TX-DEPT-CODE NOT = SPACE
                   MOVE TX-DEPT-CODE TO EMP-DEPT-CODE
               END-IF
               IF TX-JOB-CODE NOT = SPACE
                   MOVE TX-JOB-CODE TO EMP-JOB-CODE
               END-IF
               PERFORM 9550-STAMP-LAST-UPDATE

               REWRITE EMP-MASTER-RECORD
               END-READ
           END-IF

           IF WS-TRANS-APPLIED AND EMP-TERMINATED
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'EMPLOYEE ALREADY TERMINATED' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               MOVE EMP-MASTER-RECORD TO WS-BEFORE-IMAGE
               SET EMP-TERMINATED TO TRUE
               PERFORM 2150-VALIDATE-DEPT-CODE
           END-IF

           IF WS-TRANS-APPLIED AND TX-JOB-CODE NOT = SPACE
               PERFORM 2170-VALIDATE-JOB-CODE
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2160-FIND-OPEN-POSITION
           END-IF
               ELSE
                   MOVE AR-DEPT-CODE TO EMP-DEPT-CODE
               END-IF
               IF TX-JOB-CODE NOT = SPACE
                   MOVE TX-JOB-CODE TO EMP-JOB-CODE
               ELSE
                   MOVE AR-JOB-CODE TO EMP-JOB-CODE
               END-IF
               MOVE TX-HIRE-DATE TO EMP-HIRE-DATE
               SET EMP-ACTIVE    TO TRUE
               MOVE ZERO         TO EMP-TERM-DATE
               PERFORM 9500-WRITE-JOURNAL-ENTRY
               PERFORM 9520-WRITE-INDEX-ENTRY
               PERFORM 9560-MARK-POSITION-FILLED
               PERFORM 9580-OPEN-PROBATION
           END-IF.

      *----------------------------------------------------------*
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2700-APPLY-SCHEDULE-CHANGE - NEW WEEKLY SCHEDULED HOURS  *
      *  AND FTE FOR A CURRENT EMPLOYEE. THE VALUE BEING REPLACED *
      *  (THE FULL-TIME WEEK FROM HIRE WHEN THERE IS NO ROW YET)  *
      *  GOES TO FTEHIST FIRST. THE MASTER RECORD ITSELF DOES NOT *
      *  CHANGE, SO NOTHING IS JOURNALED.                         *
      *----------------------------------------------------------*
       2700-APPLY-SCHEDULE-CHANGE.

           MOVE TX-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EMPLOYEE NOT FOUND' TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED AND EMP-TERMINATED
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'EMPLOYEE IS TERMINATED' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2750-VALIDATE-SCHEDULE-FIELDS
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2760-READ-FTE-ROW
               IF TX-HIRE-DATE < FTE-EFF-DATE
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EFFECTIVE BEFORE CURRENT SCHED'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               MOVE FTE-EMP-ID       TO FTH-EMP-ID
               MOVE FTE-SCHED-HOURS  TO FTH-SCHED-HOURS
               MOVE FTE-VALUE        TO FTH-FTE-VALUE
               MOVE FTE-EFF-DATE     TO FTH-EFF-DATE
               MOVE TX-HIRE-DATE     TO FTH-SUPERSEDED
               MOVE WS-JRNL-RUN-DATE TO FTH-CHANGED-DATE
               WRITE FTE-HISTORY-RECORD

               MOVE TX-SCHED-HOURS   TO FTE-SCHED-HOURS
               COMPUTE FTE-VALUE ROUNDED =
                   TX-SCHED-HOURS / WS-STD-WEEK-HOURS
               MOVE TX-HIRE-DATE     TO FTE-EFF-DATE
               MOVE WS-JRNL-RUN-DATE TO FTE-LAST-UPD-DATE

               IF WS-FTE-ROW-FOUND
                   REWRITE FTE-RECORD
                       INVALID KEY
                           SET WS-TRANS-REJECTED TO TRUE
                           MOVE 'REWRITE TO FTEMAST FAILED'
                               TO WS-REJECT-REASON
                   END-REWRITE
               ELSE
                   WRITE FTE-RECORD
                       INVALID KEY
                           SET WS-TRANS-REJECTED TO TRUE
                           MOVE 'WRITE TO FTEMAST FAILED'
                               TO WS-REJECT-REASON
                   END-WRITE
               END-IF

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-CHANGE-COUNT
                   ADD 1 TO WS-SCHED-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2750-VALIDATE-SCHEDULE-FIELDS - HOURS ABOVE ZERO AND NOT *
      *  OVER THE STANDARD WEEK; TX-HIRE-DATE CARRIES THE         *
      *  EFFECTIVE DATE, WHICH MUST PASS DATEUTL AND NOT BE AFTER *
      *  THE RUN DATE                                             *
      *----------------------------------------------------------*
       2750-VALIDATE-SCHEDULE-FIELDS.

           IF TX-SCHED-HOURS NOT NUMERIC OR TX-SCHED-HOURS = ZERO
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'SCHEDULED HOURS MISSING' TO WS-REJECT-REASON
           ELSE
               IF TX-SCHED-HOURS > WS-STD-WEEK-HOURS
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'SCHEDULED HOURS OVER STANDARD'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               IF TX-HIRE-DATE NOT NUMERIC OR TX-HIRE-DATE = ZERO
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EFFECTIVE DATE MISSING' TO WS-REJECT-REASON
               ELSE
                   MOVE TX-HIRE-DATE TO WS-DU-DATE1-NUM
                   MOVE 'V' TO WS-DATEUTL-FUNCTION
                   CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                       WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                       WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                       WS-DATEUTL-VALID-SW
                   EVALUATE TRUE
                       WHEN NOT WS-DATEUTL-DATE-IS-VALID
                           SET WS-TRANS-REJECTED TO TRUE
                           MOVE 'EFFECTIVE DATE INVALID'
                               TO WS-REJECT-REASON
                       WHEN TX-HIRE-DATE > WS-JRNL-RUN-DATE
                           SET WS-TRANS-REJECTED TO TRUE
                           MOVE 'EFFECTIVE DATE IN THE FUTURE'
                               TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2760-READ-FTE-ROW - THE EMPLOYEE'S CURRENT SCHEDULE, OR  *
      *  THE FULL-TIME WEEK FROM THE HIRE DATE WHEN NO ROW IS ON  *
      *  FILE                                                     *
      *----------------------------------------------------------*
       2760-READ-FTE-ROW.

           MOVE 'N' TO WS-FTE-FOUND-SW
           MOVE TX-EMP-ID TO FTE-EMP-ID
           READ FTE-MASTER
               INVALID KEY
                   MOVE SPACE             TO FTE-RECORD
                   MOVE TX-EMP-ID         TO FTE-EMP-ID
                   MOVE WS-STD-WEEK-HOURS TO FTE-SCHED-HOURS
                   MOVE 1                 TO FTE-VALUE
                   MOVE ZERO              TO FTE-EFF-DATE
                   IF EMP-HIRE-DATE NUMERIC
                       MOVE EMP-HIRE-DATE TO FTE-EFF-DATE
                   END-IF
               NOT INVALID KEY
                   SET WS-FTE-ROW-FOUND TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  2350-VALIDATE-TERM-FIELDS - A TERMINATE TRANSACTION MUST *
      *  CARRY A VALID TERMINATION DATE (CHECKED THROUGH DATEUTL) *
           IF WS-TRANS-APPLIED AND NOT TX-REASON-VALID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'TERMINATION REASON INVALID' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2360-CHECK-PERIOD-CLOSE
           END-IF.

      *----------------------------------------------------------*
      *  2360-CHECK-PERIOD-CLOSE - A TERMINATION DATED INSIDE A   *
      *  PERIOD ALREADY PAID IS REJECTED, OR UNDER THE OVERRIDE   *
      *  IS LET THROUGH AND ROUTED TO RETRO PAY                   *
      *----------------------------------------------------------*
       2360-CHECK-PERIOD-CLOSE.

           IF WS-CLOSED-THROUGH > ZERO
               AND TX-TERM-DATE NOT > WS-CLOSED-THROUGH
               IF WS-RETRO-OVERRIDE-SUPPLIED
                   SET WS-ROUTED-TO-RETRO TO TRUE
               ELSE
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'INSIDE CLOSED PAY PERIOD'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
           IF WS-TRANS-APPLIED
               MOVE 'APPLIED'  TO WS-DET-RESULT
               MOVE SPACE      TO WS-DET-REASON
               IF WS-ROUTED-TO-RETRO
                   MOVE 'ROUTED TO RETRO-PAY QUEUE'
                       TO WS-DET-REASON
                   PERFORM 2960-QUEUE-RETRO-REQUEST
               END-IF
           ELSE
               MOVE 'REJECTED' TO WS-DET-RESULT
               MOVE WS-REJECT-REASON TO WS-DET-REASON
           MOVE 1                 TO SUS-AGE-COUNT
           MOVE WS-REJECT-REASON  TO SUS-REJECT-REASON
           MOVE SPACE             TO SUS-TRAN-IMAGE
           MOVE EMP-TRANS-RECORD  TO SUS-TRAN-IMAGE(1:64)
           MOVE 'N'               TO SUS-HOLD-SW
           WRITE SUSPENSE-RECORD.

      *----------------------------------------------------------*
      *  2960-QUEUE-RETRO-REQUEST - ONE TERMINATION REQUEST FOR   *
      *  RETROPAY COVERING THE TERMINATION DATE THROUGH THE       *
      *  CLOSE. THE QUEUE IS OPENED FOR EACH ROW: A SPLIT         *
      *  INSTANCE GETS HERE ONLY UNDER THE EMPSATL LOCK, SO THE   *
      *  PARALLEL INSTANCES TAKE TURNS ON IT.                     *
      *----------------------------------------------------------*
       2960-QUEUE-RETRO-REQUEST.

           OPEN EXTEND RETRO-QUEUE
           IF WS-RETROQ-STATUS NOT = '00'
               OPEN OUTPUT RETRO-QUEUE
           END-IF

           MOVE SPACE             TO RETRO-REQUEST-RECORD
           MOVE TX-EMP-ID         TO RQ-EMP-ID
           MOVE TX-TERM-DATE      TO RQ-FROM-DATE
           MOVE WS-CLOSED-THROUGH TO RQ-TO-DATE
           MOVE 'T'               TO RQ-CHANGE-TYPE
           MOVE 'EMPMAINT'        TO RQ-SOURCE-PGM
           MOVE WS-JRNL-RUN-DATE  TO RQ-QUEUED-DATE
           MOVE WS-ACTION-DESC    TO RQ-REFERENCE
           WRITE RETRO-REQUEST-RECORD
           CLOSE RETRO-QUEUE
           ADD 1 TO WS-RETRO-COUNT.

      *----------------------------------------------------------*
      *  3000-FINALIZE - WRITE TRAILER, CLOSE FILES               *
      *----------------------------------------------------------*
           MOVE WS-TERM-COUNT   TO WS-TRL-TERM
           MOVE WS-REJECT-COUNT TO WS-TRL-REJECT
           WRITE MAINT-RPT-LINE FROM WS-TRAILER-LINE
           MOVE WS-RETRO-COUNT    TO WS-TRL-RETRO
           MOVE WS-CLOSED-THROUGH TO WS-TRL-CLOSED
           WRITE MAINT-RPT-LINE FROM WS-RETRO-TRAILER-LINE

           CLOSE EMP-TRANS
           CLOSE EMP-MASTER
               CLOSE DEPT-MASTER
           END-IF

           IF WS-JOB-MASTER-AVAILABLE
               CLOSE JOB-MASTER
           END-IF

           MOVE WS-TRANS-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD
               DISPLAY 'EMPMAINT: ' WS-RANGE-SKIP-COUNT
                   ' TRANSACTIONS OUTSIDE THE KEY RANGE SKIPPED'
           END-IF
           DISPLAY 'EMPMAINT: ' WS-PROB-COUNT
               ' PROBATION(S) OPENED ON PROBMAST'
           DISPLAY 'EMPMAINT: ' WS-SCHED-COUNT
               ' SCHEDULE CHANGE(S) APPLIED TO FTEMAST'

           MOVE 'EMPMAINT' TO JS-PROGRAM-ID
           MOVE WS-TRANS-COUNT  TO JS-RECORDS-READ
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  9580-OPEN-PROBATION - THE NEW HIRE'S PROBATION ROW,      *
      *  RUNNING FROM THE HIRE DATE FOR THE LENGTH THE RULES GIVE *
      *  THEIR JOB CODE OR DEPARTMENT. A REHIRE REPLACES THE ROW  *
      *  LEFT FROM THE PRIOR HIRE. A ZERO-DAY RULE MEANS NO       *
      *  PROBATION, SO NO ROW.                                    *
      *----------------------------------------------------------*
       9580-OPEN-PROBATION.

           PERFORM 9585-FIND-PROBATION-LENGTH

           IF WS-PROB-DAYS > ZERO
               IF EMP-HIRE-DATE NUMERIC AND EMP-HIRE-DATE > ZERO
                   MOVE EMP-HIRE-DATE    TO WS-PROB-START-DATE
               ELSE
                   MOVE WS-JRNL-RUN-DATE TO WS-PROB-START-DATE
               END-IF
               MOVE WS-PROB-START-DATE TO WS-DU-DATE1-NUM
               MOVE WS-PROB-DAYS       TO WS-DATEUTL-DAYS-TO-ADD
               MOVE 'A' TO WS-DATEUTL-FUNCTION
               CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                   WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                   WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                   WS-DATEUTL-VALID-SW

               MOVE SPACE              TO PROBATION-RECORD
               MOVE TX-EMP-ID          TO PRB-EMP-ID
               MOVE WS-PROB-START-DATE TO PRB-START-DATE
               MOVE WS-PROB-DAYS       TO PRB-LENGTH-DAYS
               MOVE WS-PROB-SOURCE     TO PRB-LENGTH-SOURCE
               MOVE WS-DU-RESULT-NUM   TO PRB-ORIG-END-DATE
               MOVE WS-DU-RESULT-NUM   TO PRB-END-DATE
               SET PRB-OPEN-ORIGINAL   TO TRUE
               MOVE ZERO               TO PRB-EXTEND-COUNT
               MOVE ZERO               TO PRB-CLOSED-DATE
               MOVE ZERO               TO PRB-DECIDED-BY
               WRITE PROBATION-RECORD
                   INVALID KEY
                       REWRITE PROBATION-RECORD
                           INVALID KEY
                               DISPLAY 'EMPMAINT: PROBMAST '
                                   'WRITE FAILED FOR '
                                   TX-EMP-ID
                       END-REWRITE
               END-WRITE
               ADD 1 TO WS-PROB-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  9585-FIND-PROBATION-LENGTH - JOB CODE RULE, ELSE THE     *
      *  DEPARTMENT RULE, ELSE THE HOUSE STANDARD                 *
      *----------------------------------------------------------*
       9585-FIND-PROBATION-LENGTH.

           MOVE WS-PROB-STD-DAYS TO WS-PROB-DAYS
           MOVE 'S'              TO WS-PROB-SOURCE

           MOVE 'N' TO WS-RULE-FOUND-SW
           IF EMP-JOB-CODE NOT = SPACE
               MOVE 'J'          TO WS-RULE-LOOKUP-TYPE
               MOVE EMP-JOB-CODE TO WS-RULE-LOOKUP-CODE
               PERFORM 9590-SEARCH-RULE-TABLE
           END-IF

           IF NOT WS-RULE-FOUND
               MOVE 'D'           TO WS-RULE-LOOKUP-TYPE
               MOVE EMP-DEPT-CODE TO WS-RULE-LOOKUP-CODE
               PERFORM 9590-SEARCH-RULE-TABLE
           END-IF.

      *----------------------------------------------------------*
      *  9590-SEARCH-RULE-TABLE                                   *
      *----------------------------------------------------------*
       9590-SEARCH-RULE-TABLE.

           SET WS-RULE-IDX TO 1
           SEARCH WS-RULE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RULE-IDX > WS-RULE-COUNT
                   CONTINUE
               WHEN WS-RL-TYPE(WS-RULE-IDX) = WS-RULE-LOOKUP-TYPE
                AND WS-RL-CODE(WS-RULE-IDX) = WS-RULE-LOOKUP-CODE
                   SET WS-RULE-FOUND TO TRUE
                   MOVE WS-RL-DAYS(WS-RULE-IDX) TO WS-PROB-DAYS
                   MOVE WS-RULE-LOOKUP-TYPE     TO WS-PROB-SOURCE
           END-SEARCH.

      *----------------------------------------------------------*
      *  9400-ACQUIRE-EMPMAST-LOCK - TAKEN BEFORE THE MASTER IS   *
      *  OPENED; A DENIED LOCK ABORTS THE RUN WITH AN OPERATOR    *
