       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROBMNT.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : PROBATION CLOSE-OUT RUN AGAINST THE PROBATION
      *            : MASTER VSAM KSDS (PROBMAST, KEYED BY EMPLOYEE
      *            : ID, SEE PROBREC) THAT EMPMAINT OPENS ON EVERY
      *            : ADD AND REHIRE. APPLIES THE SUPERVISORS'
      *            : DECISIONS IN THE SAME TRANSACTION-DECK STYLE
      *            : AS CREDMNT: A CONFIRM CLOSES THE PROBATION AS
      *            : PASSED, AN EXTEND MOVES THE END DATE OUT, AND
      *            : A TERMINATE CLOSES IT AS FAILED AND CUTS THE
      *            : EMPMAINT TERMINATE TRANSACTION ITSELF (REASON
      *            : 'D', DATED THE EFFECTIVE DATE) INTO THE
      *            : PROBTERM DECK THE JCL CONCATENATES ONTO
      *            : EMPEDIT'S RAWTRAN INPUT, ENDING WITH ITS OWN
      *            : 'BH' BATCH HEADER AS APPTSWP'S DECK DOES.
      *            : EACH RUN WRITES A NEW PROBTERM GDG GENERATION;
      *            : EMPNIGHT'S PRE-EDIT READS EVERY GENERATION ON
      *            : FILE AND THE CHAIN ROLLS THEM OFF ONCE ITS
      *            : MAINT STEP HAS APPLIED THEM, SO EACH CUT ROW
      *            : REACHES EMPMAINT ONE NIGHT ONLY. ONLY AN OPEN
      *            : PROBATION CAN BE DECIDED, SO A RERUN OF THE
      *            : SAME DECK REJECTS THE DECISIONS ALREADY
      *            : APPLIED. PRODUCES A MAINTENANCE-APPLIED REPORT
      *            : SHOWING EVERY TRANSACTION AND WHETHER IT WAS
      *            : APPLIED OR REJECTED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  PROBTERM IS NOW A GDG, ONE GENERATION PER
      *                  RUN, ROLLED OFF BY EMPNIGHT AFTER MAINT SO
      *                  A TERMINATE IS NOT FED IN NIGHT AFTER NIGHT.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROB-TRANS  ASSIGN TO PROBTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT PROB-MASTER ASSIGN TO PROBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRB-EMP-ID
               FILE STATUS IS WS-PROB-MASTER-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

      * Terminate transactions in EMPMAINT's deck shape.
           SELECT PROB-TERM-OUT ASSIGN TO PROBTERM
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAINT-RPT   ASSIGN TO PROBMRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One row per probation decision. PTX-ACTION selects the
      * decision; PTX-NEW-END-DATE is keyed only on an extend, and
      * a zero effective date means the run date.
       FD  PROB-TRANS
           LABEL RECORDS ARE STANDARD.
       01  PROB-TRANS-RECORD.
           05  PTX-EMP-ID       PIC 9(05).
           05  PTX-ACTION       PIC X(01).
               88  PTX-CONFIRM          VALUE 'C'.
               88  PTX-EXTEND           VALUE 'E'.
               88  PTX-TERMINATE        VALUE 'T'.
           05  PTX-EFFECTIVE-DATE PIC 9(08).
           05  PTX-NEW-END-DATE PIC 9(08).
           05  PTX-DECIDED-BY   PIC 9(05).

       FD  PROB-MASTER.
           COPY PROBREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  PROB-TERM-OUT
           LABEL RECORDS ARE STANDARD.
       01  PROB-TERM-OUT-RECORD.
           05  PTO-EMP-ID       PIC 9(05).
           05  PTO-ACTION       PIC X(01).
           05  PTO-FNAME        PIC X(15).
           05  PTO-LNAME        PIC X(20).
           05  PTO-DEPT-CODE    PIC X(04).
           05  PTO-HIRE-DATE    PIC 9(08).
           05  PTO-TERM-DATE    PIC 9(08).
           05  PTO-TERM-REASON  PIC X(01).
           05  PTO-JOB-CODE     PIC X(02).

       FD  MAINT-RPT
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RPT-LINE       PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PROB-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad maintenance run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-PROB-TRANS      VALUE 'Y'.

      * Startup authorization through the shared AUTHCHK service.
      * Option M marks this a maintenance run.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'PROBMNT '.
       01  WS-AUTH-OPTION      PIC X(01)  VALUE 'M'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-AUTH-STATUS
                               LK-STATUS-OK      BY WS-AUTH-OK
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

      * DATEUTL linkage-shaped working-storage so the decision dates
      * are validated, and an extension checked to fall after the
      * current end date, by the shared date service (see CCYYDATE
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
       01  WS-EFFECTIVE-DATE PIC 9(08) VALUE ZERO.

       01  WS-RESULT-SW     PIC X(01)  VALUE 'Y'.
           88  WS-TRANS-APPLIED       VALUE 'Y'.
           88  WS-TRANS-REJECTED      VALUE 'N'.

       01  WS-REJECT-REASON PIC X(30) VALUE SPACE.

       01  WS-TRANS-COUNT   PIC 9(5)  COMP VALUE ZERO.
       01  WS-CONFIRM-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-EXTEND-COUNT  PIC 9(5)  COMP VALUE ZERO.
       01  WS-TERM-COUNT    PIC 9(5)  COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(5)  COMP VALUE ZERO.

      * The trailing batch header the terminate deck carries, in
      * EMPEDIT's own 'BH' shape; EMPEDIT adds every header's
      * count to the expected deck total wherever the header sits.
       01  WS-PRB-BATCH-HEADER.
           05  FILLER       PIC X(02)  VALUE 'BH'.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-PBH-COUNT PIC 9(05)  VALUE ZERO.
           05  FILLER       PIC X(56)  VALUE SPACE.

       01  WS-ACTION-DESC   PIC X(10) VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DET-ID        PIC 9(05).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-ACTION    PIC X(10).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-END       PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(30).
           05  FILLER           PIC X(15)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(13)  VALUE 'TRANS READ : '.
           05  WS-TRL-COUNT     PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  CNF : '.
           05  WS-TRL-CONFIRM   PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  EXT : '.
           05  WS-TRL-EXTEND    PIC ZZZZ9.
           05  FILLER           PIC X(09)  VALUE '  TERM : '.
           05  WS-TRL-TERM      PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  REJ : '.
           05  WS-TRL-REJECT    PIC ZZZZ9.
           05  FILLER           PIC X(09)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION
               UNTIL END-OF-PROB-TRANS
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
               DISPLAY 'PROBMNT: RUN NOT AUTHORIZED - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           OPEN INPUT  PROB-TRANS
           OPEN I-O    PROB-MASTER
           IF WS-PROB-MASTER-STATUS NOT = '00'
               OPEN OUTPUT PROB-MASTER
               CLOSE PROB-MASTER
               OPEN I-O PROB-MASTER
           END-IF
           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT PROB-TERM-OUT
           OPEN OUTPUT MAINT-RPT

           PERFORM 8000-READ-PROB-TRANS.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION - APPLY ONE DECISION            *
      *----------------------------------------------------------*
       2000-PROCESS-TRANSACTION.

           SET WS-TRANS-APPLIED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           ADD 1 TO WS-TRANS-COUNT

           EVALUATE TRUE
               WHEN PTX-CONFIRM
                   MOVE 'CONFIRM'     TO WS-ACTION-DESC
               WHEN PTX-EXTEND
                   MOVE 'EXTEND'      TO WS-ACTION-DESC
               WHEN PTX-TERMINATE
                   MOVE 'TERMINATE'   TO WS-ACTION-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN'     TO WS-ACTION-DESC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'UNRECOGNIZED ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-TRANS-APPLIED
               PERFORM 2050-VALIDATE-DECISION
           END-IF

           IF WS-TRANS-APPLIED
               EVALUATE TRUE
                   WHEN PTX-CONFIRM
                       PERFORM 2100-APPLY-CONFIRM
                   WHEN PTX-EXTEND
                       PERFORM 2200-APPLY-EXTEND
                   WHEN PTX-TERMINATE
                       PERFORM 2300-APPLY-TERMINATE
               END-EVALUATE
           END-IF

           PERFORM 2900-WRITE-DETAIL-LINE

           PERFORM 8000-READ-PROB-TRANS.

      *----------------------------------------------------------*
      *  2050-VALIDATE-DECISION - COMMON EDITS: THE EMPLOYEE MUST *
      *  EXIST, THE PROBATION MUST BE ON FILE AND STILL OPEN, THE *
      *  DECIDING SUPERVISOR MUST BE KEYED, AND THE EFFECTIVE     *
      *  DATE (ZERO FOR THE RUN DATE) MUST PASS DATEUTL           *
      *----------------------------------------------------------*
       2050-VALIDATE-DECISION.

           MOVE PTX-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EMPLOYEE NOT ON EMP-MASTER'
                       TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED
               MOVE PTX-EMP-ID TO PRB-EMP-ID
               READ PROB-MASTER
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'NO PROBATION ON FILE'
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-TRANS-APPLIED AND NOT PRB-OPEN
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'PROBATION ALREADY CLOSED' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               IF PTX-DECIDED-BY NOT NUMERIC
                  OR PTX-DECIDED-BY = ZERO
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'DECIDING SUPERVISOR MISSING'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               IF PTX-EFFECTIVE-DATE NUMERIC
                  AND PTX-EFFECTIVE-DATE NOT = ZERO
                   MOVE PTX-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               ELSE
                   MOVE WS-RUN-DATE-NUM    TO WS-EFFECTIVE-DATE
               END-IF
               MOVE WS-EFFECTIVE-DATE TO WS-DU-DATE1-NUM
               PERFORM 2070-VALIDATE-ONE-DATE
               IF NOT WS-DATEUTL-DATE-IS-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2070-VALIDATE-ONE-DATE - WS-DU-DATE1 THROUGH DATEUTL     *
      *----------------------------------------------------------*
       2070-VALIDATE-ONE-DATE.

           MOVE 'V' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW.

      *----------------------------------------------------------*
      *  2100-APPLY-CONFIRM - PROBATION PASSED                    *
      *----------------------------------------------------------*
       2100-APPLY-CONFIRM.

           SET PRB-CONFIRMED      TO TRUE
           MOVE WS-EFFECTIVE-DATE TO PRB-CLOSED-DATE
           MOVE PTX-DECIDED-BY    TO PRB-DECIDED-BY
           PERFORM 2800-REWRITE-PROBATION

           IF WS-TRANS-APPLIED
               ADD 1 TO WS-CONFIRM-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2200-APPLY-EXTEND - A NEW END DATE, WHICH MUST PASS      *
      *  DATEUTL AND FALL AFTER THE CURRENT ONE                   *
      *----------------------------------------------------------*
       2200-APPLY-EXTEND.

           IF PTX-NEW-END-DATE NOT NUMERIC
               MOVE ZERO TO PTX-NEW-END-DATE
           END-IF
           MOVE PTX-NEW-END-DATE TO WS-DU-DATE1-NUM
           PERFORM 2070-VALIDATE-ONE-DATE
           IF NOT WS-DATEUTL-DATE-IS-VALID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'NEW END DATE INVALID' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               MOVE PRB-END-DATE     TO WS-DU-DATE1-NUM
               MOVE PTX-NEW-END-DATE TO WS-DU-DATE2-NUM
               MOVE 'C' TO WS-DATEUTL-FUNCTION
               CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                   WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                   WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                   WS-DATEUTL-VALID-SW
               IF WS-DATEUTL-COMPARE-RESULT NOT < ZERO
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'NEW END NOT AFTER CURRENT END'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               MOVE PTX-NEW-END-DATE TO PRB-END-DATE
               SET PRB-EXTENDED      TO TRUE
               IF PRB-EXTEND-COUNT < 9
                   ADD 1 TO PRB-EXTEND-COUNT
               END-IF
               MOVE PTX-DECIDED-BY   TO PRB-DECIDED-BY
               PERFORM 2800-REWRITE-PROBATION
           END-IF

           IF WS-TRANS-APPLIED
               ADD 1 TO WS-EXTEND-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2300-APPLY-TERMINATE - PROBATION FAILED: THE ROW IS      *
      *  CLOSED AND THE EMPMAINT TERMINATE TRANSACTION CUT,       *
      *  REASON 'D', DATED THE EFFECTIVE DATE                     *
      *----------------------------------------------------------*
       2300-APPLY-TERMINATE.

           IF EMP-TERMINATED
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'EMPLOYEE ALREADY TERMINATED' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               SET PRB-TERMINATED     TO TRUE
               MOVE WS-EFFECTIVE-DATE TO PRB-CLOSED-DATE
               MOVE PTX-DECIDED-BY    TO PRB-DECIDED-BY
               PERFORM 2800-REWRITE-PROBATION
           END-IF

           IF WS-TRANS-APPLIED
               MOVE PTX-EMP-ID        TO PTO-EMP-ID
               MOVE 'D'               TO PTO-ACTION
               MOVE SPACE             TO PTO-FNAME
               MOVE SPACE             TO PTO-LNAME
               MOVE SPACE             TO PTO-DEPT-CODE
               MOVE ZERO              TO PTO-HIRE-DATE
               MOVE WS-EFFECTIVE-DATE TO PTO-TERM-DATE
               MOVE 'D'               TO PTO-TERM-REASON
               MOVE SPACE             TO PTO-JOB-CODE
               WRITE PROB-TERM-OUT-RECORD
               ADD 1 TO WS-TERM-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2800-REWRITE-PROBATION                                   *
      *----------------------------------------------------------*
       2800-REWRITE-PROBATION.

           REWRITE PROBATION-RECORD
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'REWRITE TO PROBMAST FAILED'
                       TO WS-REJECT-REASON
           END-REWRITE.

      *----------------------------------------------------------*
      *  2900-WRITE-DETAIL-LINE - ONE LINE PER TRANSACTION,       *
      *  SHOWING WHAT WAS ATTEMPTED AND WHETHER IT WAS APPLIED    *
      *----------------------------------------------------------*
       2900-WRITE-DETAIL-LINE.

           MOVE PTX-EMP-ID        TO WS-DET-ID
           MOVE WS-ACTION-DESC    TO WS-DET-ACTION
           IF PRB-EMP-ID = PTX-EMP-ID AND PRB-END-DATE NUMERIC
               MOVE PRB-END-DATE TO WS-DET-END
           ELSE
               MOVE ZERO TO WS-DET-END
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

           MOVE WS-TRANS-COUNT   TO WS-TRL-COUNT
           MOVE WS-CONFIRM-COUNT TO WS-TRL-CONFIRM
           MOVE WS-EXTEND-COUNT  TO WS-TRL-EXTEND
           MOVE WS-TERM-COUNT    TO WS-TRL-TERM
           MOVE WS-REJECT-COUNT  TO WS-TRL-REJECT
           WRITE MAINT-RPT-LINE FROM WS-TRAILER-LINE

           MOVE WS-TERM-COUNT TO WS-PBH-COUNT
           WRITE PROB-TERM-OUT-RECORD FROM WS-PRB-BATCH-HEADER

           CLOSE PROB-TRANS
           CLOSE PROB-MASTER
           CLOSE EMP-MASTER
           CLOSE PROB-TERM-OUT
           CLOSE MAINT-RPT

           MOVE WS-TRANS-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-PROB-TRANS - READ NEXT PROBATION DECISION      *
      *----------------------------------------------------------*
       8000-READ-PROB-TRANS.

           READ PROB-TRANS
               AT END
                   SET END-OF-PROB-TRANS TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'PROBMNT '         TO AUD-PROGRAM-ID
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
