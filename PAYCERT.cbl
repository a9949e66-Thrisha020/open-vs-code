       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYCERT.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : END-OF-CYCLE RECORD-COUNT CERTIFIER FOR THE
      *            : PAYCYCLE STREAM, IN THE CHAINCRT MANNER. EACH
      *            : PAYROLL PROGRAM VERIFIES ITS OWN PAY-DETAIL
      *            : WRAPPER; THIS STEP PROVES THE HAND-OFFS
      *            : BETWEEN THEM FROM THE CYCLE'S JOB-SUMMARY
      *            : ROWS (SEE JOBSUM): PAYCALC'S PAID COUNT (READ
      *            : MINUS REJECTED, ONE PAY-DETAIL ROW PER PAID
      *            : EMPLOYEE) MUST EQUAL THE ROWS THE VARIANCE
      *            : AUDIT (PAYVAR), THE SIGN-OFF GATE (PAYSIGN),
      *            : THE BANK FILE (DDPAYFIL), THE GL DISTRIBUTION
      *            : (GLDIST), THE REMITTANCE RUN (DEDREMIT), THE
      *            : PLAN REMITTANCE (RETREMIT) AND THE
      *            : RECONCILIATION (PAYRECON) EACH READ. THE
      *            : SIGN-OFF HOLD CAN CARRY A CYCLE PAST MIDNIGHT,
      *            : SO THE CYCLE IS NOT ONE RUN DATE: IT STARTS ON
      *            : THE DATE OF THE LATEST PAYCALC ROW (OR THE
      *            : DATE ON AN OPTIONAL CERTPARM CARD), AND EACH
      *            : STEP'S LATEST ROW ON OR AFTER IT STANDS - A
      *            : RESTARTED STEP'S ROW REPLACES THE ONE BEFORE
      *            : IT. ONE CERTIFICATE PRINTS FOR THE WHOLE
      *            : CYCLE AND ANY BROKEN LINK (OR MISSING ROW,
      *            : ABNORMAL COMPLETION, OR A GATE STILL HELD)
      *            : FAILS THE JOB WITH CONDITION CODE 16.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  ADDED THE RETIREMENT PLAN REMITTANCE
      *                  (RETREMIT) LINK.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-PARM   ASSIGN TO CERTPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT JOB-SUMMARY ASSIGN TO JOBSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBSUM-STATUS.

           SELECT CERT-RPT    ASSIGN TO PAYCRTRP
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Optional first run date of the cycle to certify; missing or
      * zero means the date of the latest PAYCALC row.
       FD  CERT-PARM
           LABEL RECORDS ARE STANDARD.
       01  CERT-PARM-RECORD.
           05  CP-CYCLE-DATE    PIC 9(08).

       FD  JOB-SUMMARY
           LABEL RECORDS ARE STANDARD.
           COPY JOBSUM.

       FD  CERT-RPT
           LABEL RECORDS ARE STANDARD.
       01  CERT-RPT-LINE    PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS        PIC X(02)  VALUE '00'.
       01  WS-JOBSUM-STATUS      PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad certificate to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.01'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-JOB-SUMMARY     VALUE 'Y'.

       01  WS-CYCLE-DATE    PIC 9(08)  VALUE ZERO.

      * The cycle's steps in stream order, each with the name of its
      * link to PAYCALC's paid count. Entry 1 is PAYCALC itself,
      * the source of the count; entry 3 is the sign-off gate.
       01  WS-STEP-DEFINITIONS.
           05  FILLER           PIC X(42)  VALUE
               'PAYCALC PAYCALC PAID (READ LESS REJECTED) '.
           05  FILLER           PIC X(42)  VALUE
               'PAYVAR  PAYCALC PAID VS PAYVAR AUDITED    '.
           05  FILLER           PIC X(42)  VALUE
               'PAYSIGN PAYCALC PAID VS PAYSIGN CHECKED   '.
           05  FILLER           PIC X(42)  VALUE
               'DDPAYFILPAYCALC PAID VS DDPAYFIL READ     '.
           05  FILLER           PIC X(42)  VALUE
               'GLDIST  PAYCALC PAID VS GLDIST READ       '.
           05  FILLER           PIC X(42)  VALUE
               'DEDREMITPAYCALC PAID VS DEDREMIT READ     '.
           05  FILLER           PIC X(42)  VALUE
               'RETREMITPAYCALC PAID VS RETREMIT READ     '.
           05  FILLER           PIC X(42)  VALUE
               'PAYRECONPAYCALC PAID VS PAYRECON READ     '.
       01  WS-STEP-DEF-TABLE REDEFINES WS-STEP-DEFINITIONS.
           05  WS-STEP-DEF OCCURS 8 TIMES.
               10  WS-SD-NAME       PIC X(08).
               10  WS-SD-LABEL      PIC X(34).

      * Each step's latest row in the cycle, with a seen switch so
      * a missing step is a named failure.
       01  WS-STEP-COUNT    PIC 9(03)  COMP VALUE 8.
       01  WS-STEP-SUB      PIC 9(03)  COMP VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 8 TIMES.
               10  WS-ST-SEEN-SW    PIC X(01).
                   88  WS-ST-SEEN           VALUE 'Y'.
               10  WS-ST-READ       PIC 9(07).
               10  WS-ST-REJ        PIC 9(07).
               10  WS-ST-FLAG       PIC X(01).

       01  WS-PAID-COUNT    PIC 9(07)  VALUE ZERO.
       01  WS-EXPECTED      PIC 9(07)  VALUE ZERO.
       01  WS-ACTUAL        PIC 9(07)  VALUE ZERO.
       01  WS-BREAK-COUNT   PIC 9(03)  COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(40)  VALUE
               'PAYCYCLE CERTIFICATE FOR CYCLE FROM    '.
           05  WS-TTL-DATE  PIC 9(08).
           05  FILLER       PIC X(32)  VALUE SPACE.

       01  WS-LINK-LINE.
           05  WS-LL-NAME   PIC X(34).
           05  FILLER       PIC X(10)  VALUE ' EXPECTED '.
           05  WS-LL-EXPECT PIC ZZZZZZ9.
           05  FILLER       PIC X(08)  VALUE ' ACTUAL '.
           05  WS-LL-ACTUAL PIC ZZZZZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-LL-VERDICT PIC X(10).
           05  FILLER       PIC X(02)  VALUE SPACE.

       01  WS-SOURCE-LINE.
           05  WS-SL-NAME   PIC X(34).
           05  FILLER       PIC X(10)  VALUE ' PAID     '.
           05  WS-SL-PAID   PIC ZZZZZZ9.
           05  FILLER       PIC X(29)  VALUE SPACE.

       01  WS-MISSING-LINE.
           05  WS-ML-NAME   PIC X(10).
           05  FILLER       PIC X(40)  VALUE
               ' JOB-SUMMARY ROW MISSING FOR THIS CYCLE '.
           05  FILLER       PIC X(30)  VALUE SPACE.

       01  WS-ABNORMAL-LINE.
           05  WS-AL-NAME   PIC X(10).
           05  FILLER       PIC X(40)  VALUE
               ' ENDED ABNORMALLY - COUNTS NOT CERTIFIED'.
           05  FILLER       PIC X(30)  VALUE SPACE.

       01  WS-HELD-LINE.
           05  FILLER       PIC X(50)  VALUE
               'PAYSIGN    CYCLE STILL HELD FOR PAYROLL SIGN-OFF  '.
           05  FILLER       PIC X(30)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(15)  VALUE 'BROKEN LINKS : '.
           05  WS-TRL-BREAK PIC ZZZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-TRL-VERDICT PIC X(12).
           05  FILLER       PIC X(46)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-TAKE-ONE-SUMMARY-ROW
               UNTIL END-OF-JOB-SUMMARY
           PERFORM 3000-CERTIFY-THE-CYCLE
           PERFORM 4000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - SETTLE THE CYCLE'S FIRST RUN DATE,     *
      *  THEN PRIME THE SUMMARY FILE FOR THE COUNTING PASS        *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           MOVE SPACE TO WS-STEP-TABLE

           OPEN INPUT CERT-PARM
           IF WS-PARM-STATUS = '00'
               READ CERT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-CYCLE-DATE NUMERIC
                           AND CP-CYCLE-DATE > ZERO
                           MOVE CP-CYCLE-DATE TO WS-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE CERT-PARM
           END-IF

           OPEN INPUT JOB-SUMMARY
           IF WS-JOBSUM-STATUS NOT = '00'
               DISPLAY 'PAYCERT: JOBSUM FILE NOT AVAILABLE - '
                   'NOTHING TO CERTIFY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * No card: a first pass finds the latest PAYCALC row, which
      * opens the cycle.
           IF WS-CYCLE-DATE = ZERO
               PERFORM 8000-READ-JOB-SUMMARY
               PERFORM 1100-FIND-CYCLE-START
                   UNTIL END-OF-JOB-SUMMARY
               CLOSE JOB-SUMMARY
               OPEN INPUT JOB-SUMMARY
               MOVE 'N' TO WS-EOF-SW
               IF WS-CYCLE-DATE = ZERO
                   DISPLAY 'PAYCERT: NO PAYCALC ROW ON JOBSUM - '
                       'NO CYCLE TO CERTIFY'
               END-IF
           END-IF

           OPEN OUTPUT CERT-RPT
           MOVE WS-CYCLE-DATE TO WS-TTL-DATE
           WRITE CERT-RPT-LINE FROM WS-TITLE-LINE
           MOVE SPACE TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE

           PERFORM 8000-READ-JOB-SUMMARY.

      *----------------------------------------------------------*
      *  1100-FIND-CYCLE-START - LATEST PAYCALC RUN DATE          *
      *----------------------------------------------------------*
       1100-FIND-CYCLE-START.

           IF JS-PROGRAM-ID = 'PAYCALC'
               AND JS-RUN-DATE NUMERIC
               AND JS-RUN-DATE > WS-CYCLE-DATE
               MOVE JS-RUN-DATE TO WS-CYCLE-DATE
           END-IF

           PERFORM 8000-READ-JOB-SUMMARY.

      *----------------------------------------------------------*
      *  2000-TAKE-ONE-SUMMARY-ROW - A ROW DATED IN THE CYCLE     *
      *  REPLACES ITS STEP'S EARLIER ONE: THE SUMMARY FILE        *
      *  APPENDS IN RUN ORDER, SO THE LAST ROW IS THE RUN THAT    *
      *  STANDS (A RESTART AFTER A FAILURE, OR THE SIGN-OFF GATE  *
      *  RERUN ONCE PAYROLL HAS SIGNED)                           *
      *----------------------------------------------------------*
       2000-TAKE-ONE-SUMMARY-ROW.

           IF JS-RUN-DATE NUMERIC
               AND JS-RUN-DATE NOT < WS-CYCLE-DATE
               PERFORM 2100-MATCH-ONE-STEP
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
           END-IF

           PERFORM 8000-READ-JOB-SUMMARY.

      *----------------------------------------------------------*
      *  2100-MATCH-ONE-STEP                                      *
      *----------------------------------------------------------*
       2100-MATCH-ONE-STEP.

           IF JS-PROGRAM-ID = WS-SD-NAME(WS-STEP-SUB)
               SET WS-ST-SEEN(WS-STEP-SUB) TO TRUE
               MOVE JS-RECORDS-READ     TO WS-ST-READ(WS-STEP-SUB)
               MOVE JS-RECORDS-REJECTED TO WS-ST-REJ(WS-STEP-SUB)
               MOVE JS-COMPLETION-FLAG  TO WS-ST-FLAG(WS-STEP-SUB)
           END-IF.

      *----------------------------------------------------------*
      *  3000-CERTIFY-THE-CYCLE - EVERY HAND-OFF PROVED OR NAMED  *
      *----------------------------------------------------------*
       3000-CERTIFY-THE-CYCLE.

           MOVE 1 TO WS-STEP-SUB
           IF NOT WS-ST-SEEN(1)
               PERFORM 3200-WRITE-MISSING-STEP
           ELSE
               IF WS-ST-FLAG(1) = 'A'
                   PERFORM 3300-WRITE-ABNORMAL-STEP
               ELSE
                   COMPUTE WS-PAID-COUNT = WS-ST-READ(1)
                       - WS-ST-REJ(1)
                   MOVE WS-SD-LABEL(1) TO WS-SL-NAME
                   MOVE WS-PAID-COUNT  TO WS-SL-PAID
                   WRITE CERT-RPT-LINE FROM WS-SOURCE-LINE
               END-IF
           END-IF

           PERFORM 3100-CERTIFY-ONE-STEP
               VARYING WS-STEP-SUB FROM 2 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT

      * A gate row that still shows its rows held means the cycle
      * ran on without payroll's sign-off.
           IF WS-ST-SEEN(3)
               AND WS-ST-FLAG(3) NOT = 'A'
               AND WS-ST-REJ(3) > ZERO
               WRITE CERT-RPT-LINE FROM WS-HELD-LINE
               ADD 1 TO WS-BREAK-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  3100-CERTIFY-ONE-STEP - THE STEP'S READ COUNT AGAINST    *
      *  PAYCALC'S PAID COUNT                                     *
      *----------------------------------------------------------*
       3100-CERTIFY-ONE-STEP.

           IF NOT WS-ST-SEEN(WS-STEP-SUB)
               PERFORM 3200-WRITE-MISSING-STEP
           ELSE
               IF WS-ST-FLAG(WS-STEP-SUB) = 'A'
                   PERFORM 3300-WRITE-ABNORMAL-STEP
               ELSE
                   IF WS-ST-SEEN(1) AND WS-ST-FLAG(1) NOT = 'A'
                       MOVE WS-PAID-COUNT TO WS-EXPECTED
                       MOVE WS-ST-READ(WS-STEP-SUB) TO WS-ACTUAL
                       MOVE WS-SD-LABEL(WS-STEP-SUB) TO WS-LL-NAME
                       PERFORM 3400-PROVE-ONE-LINK
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  3200-WRITE-MISSING-STEP                                  *
      *----------------------------------------------------------*
       3200-WRITE-MISSING-STEP.

           MOVE WS-SD-NAME(WS-STEP-SUB) TO WS-ML-NAME
           WRITE CERT-RPT-LINE FROM WS-MISSING-LINE
           ADD 1 TO WS-BREAK-COUNT.

      *----------------------------------------------------------*
      *  3300-WRITE-ABNORMAL-STEP                                 *
      *----------------------------------------------------------*
       3300-WRITE-ABNORMAL-STEP.

           MOVE WS-SD-NAME(WS-STEP-SUB) TO WS-AL-NAME
           WRITE CERT-RPT-LINE FROM WS-ABNORMAL-LINE
           ADD 1 TO WS-BREAK-COUNT.

      *----------------------------------------------------------*
      *  3400-PROVE-ONE-LINK                                      *
      *----------------------------------------------------------*
       3400-PROVE-ONE-LINK.

           MOVE WS-EXPECTED TO WS-LL-EXPECT
           MOVE WS-ACTUAL   TO WS-LL-ACTUAL
           IF WS-EXPECTED = WS-ACTUAL
               MOVE 'PROVED'   TO WS-LL-VERDICT
           ELSE
               MOVE '*BROKEN*' TO WS-LL-VERDICT
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           WRITE CERT-RPT-LINE FROM WS-LINK-LINE.

      *----------------------------------------------------------*
      *  4000-FINALIZE - VERDICT AND CONDITION CODE               *
      *----------------------------------------------------------*
       4000-FINALIZE.

           MOVE WS-BREAK-COUNT TO WS-TRL-BREAK
           IF WS-BREAK-COUNT = ZERO
               MOVE 'CERTIFIED'   TO WS-TRL-VERDICT
           ELSE
               MOVE '*NOT CLEAN*' TO WS-TRL-VERDICT
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE SPACE TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           WRITE CERT-RPT-LINE FROM WS-TRAILER-LINE

           CLOSE JOB-SUMMARY
           CLOSE CERT-RPT

           MOVE WS-BREAK-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-JOB-SUMMARY                                    *
      *----------------------------------------------------------*
       8000-READ-JOB-SUMMARY.

           READ JOB-SUMMARY
               AT END
                   SET END-OF-JOB-SUMMARY TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'PAYCERT'          TO AUD-PROGRAM-ID
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
