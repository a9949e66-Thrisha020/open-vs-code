       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYSIGN.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : PAYROLL SIGN-OFF GATE. THE HOLD POINT IN THE
      *            : PAYROLL-CYCLE STREAM (PAYCYCLE) BETWEEN THE
      *            : CALCULATION AND AUDIT STEPS (PAYCALC, PAYVAR)
      *            : AND THE PAYMENT AND POSTING STEPS (DDPAYFIL
      *            : ONWARD). READS THE RUN'S PAY DETAIL (PAYDETL,
      *            : SEE PAYDTL), VERIFIED COMPLETE AGAINST ITS
      *            : FILEHDR HEADER/TRAILER; CONFIRMS THE VARIANCE
      *            : AUDIT'S VERDICT (VARHOLD, SEE VHLDREC) NAMES
      *            : THIS FILE; THEN LOOKS FOR PAYROLL'S SIGN-OFF
      *            : CARD (SIGNOFF): 'Y', THE PERIOD END AND RUN
      *            : TYPE OF THE REGISTER BEING SIGNED, THE DATE
      *            : IT WAS SIGNED (NOT BEFORE THE PAY DETAIL WAS
      *            : WRITTEN, SO A CARD LEFT OVER FROM AN EARLIER
      *            : RUN OF THE SAME PERIOD DOES NOT RELEASE THIS
      *            : ONE), AND THE APPROVER'S USER ID. ENDS CC 0
      *            : WHEN SIGNED OFF; CC 8 WHEN THE CARD IS
      *            : MISSING OR DOES NOT MATCH, SO THE STREAM
      *            : STOPS HERE UNTIL PAYROLL SIGNS AND OPERATIONS
      *            : RESTARTS AT THIS STEP; CC 16 WHEN THE PAY
      *            : DETAIL CANNOT BE TRUSTED OR HAS NOT BEEN
      *            : THROUGH THE VARIANCE AUDIT. THE SIGN-OFF DOES
      *            : NOT STAND IN FOR A VAROVRD OVERRIDE: HIGH
      *            : VARIANCE EXCEPTIONS STILL HOLD DDPAYFIL UNTIL
      *            : ONE IS SIGNED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  PAY-DETAIL RECORD WIDENED TO PAYDTL'S NEW
      *                  LENGTH (EMPLOYER RETIREMENT MATCH).
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-DETAIL  ASSIGN TO PAYDETL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYDETL-STATUS.

           SELECT VARIANCE-HOLD ASSIGN TO VARHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VARHOLD-STATUS.

           SELECT SIGN-OFF    ASSIGN TO SIGNOFF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-STATUS.

           SELECT JOB-SUMMARY ASSIGN TO JOBSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBSUM-FILE-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-DETAIL
           LABEL RECORDS ARE STANDARD.
       01  PAY-DETAIL-IN    PIC X(362).

       FD  VARIANCE-HOLD
           LABEL RECORDS ARE STANDARD.
           COPY VHLDREC.

      * Payroll's sign-off for the register: 'Y', the period end and
      * run type printed on it, the date signed, and the approver's
      * user id.
       FD  SIGN-OFF
           LABEL RECORDS ARE STANDARD.
       01  SIGN-OFF-RECORD.
           05  SO-SIGNOFF-SW    PIC X(01).
           05  SO-PERIOD-END    PIC 9(08).
           05  SO-RUN-TYPE      PIC X(01).
           05  SO-SIGNED-DATE   PIC 9(08).
           05  SO-APPROVER      PIC X(08).

       FD  JOB-SUMMARY
           LABEL RECORDS ARE STANDARD.
       01  JOB-SUMMARY-RECORD   PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-JOBSUM-FILE-STATUS PIC X(02)  VALUE '00'.
       COPY JOBSUM.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PAYDETL-STATUS     PIC X(02)  VALUE '00'.
       01  WS-VARHOLD-STATUS     PIC X(02)  VALUE '00'.
       01  WS-SIGNOFF-STATUS     PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad release to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       COPY PAYDTL.
       COPY FILEHDR.

       01  WS-DTL-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-DETAIL      VALUE 'Y'.
       01  WS-DTL-OPEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-PAYDETL-OPEN        VALUE 'Y'.

       01  WS-HDR-SEEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-HEADER-SEEN         VALUE 'Y'.
       01  WS-TRL-SEEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN        VALUE 'Y'.
       01  WS-TRAILER-COUNT PIC 9(07)  VALUE ZERO.
       01  WS-BODY-COUNT    PIC 9(5)   COMP VALUE ZERO.

      * The pay-detail file being signed for.
       01  WS-PAYDETL-DATE  PIC 9(08)  VALUE ZERO.
       01  WS-PAYDETL-TIME  PIC 9(06)  VALUE ZERO.
       01  WS-PERIOD-END    PIC 9(08)  VALUE ZERO.
       01  WS-RUN-TYPE      PIC X(01)  VALUE SPACE.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.

      * The gate's verdict: signed off, held for sign-off, or
      * failed (the pay detail or the audit cannot be trusted).
       01  WS-GATE-SW       PIC X(01)  VALUE 'H'.
           88  WS-GATE-SIGNED         VALUE 'S'.
           88  WS-GATE-HELD           VALUE 'H'.
           88  WS-GATE-FAILED         VALUE 'F'.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-ONE-DETAIL-ROW
               UNTIL END-OF-PAY-DETAIL
           PERFORM 3000-CHECK-THE-GATE
           PERFORM 4000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, PRIME THE PAY DETAIL       *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           OPEN INPUT PAY-DETAIL
           IF WS-PAYDETL-STATUS NOT = '00'
               DISPLAY 'PAYSIGN: PAY-DETAIL FILE (PAYDETL) NOT '
                   'AVAILABLE'
               SET WS-GATE-FAILED TO TRUE
               SET END-OF-PAY-DETAIL TO TRUE
           ELSE
               SET WS-PAYDETL-OPEN TO TRUE
               PERFORM 8000-READ-PAY-DETAIL
           END-IF.

      *----------------------------------------------------------*
      *  2000-COUNT-ONE-DETAIL-ROW - HEADER/TRAILER NOTED, BODY   *
      *  ROWS COUNTED, THE FIRST ONE NAMING THE PERIOD            *
      *----------------------------------------------------------*
       2000-COUNT-ONE-DETAIL-ROW.

           EVALUATE PAY-DETAIL-IN(1:2)
               WHEN 'HH'
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE PAY-DETAIL-IN TO WS-FILE-HEADER-LINE
                   MOVE FH-RUN-DATE TO WS-PAYDETL-DATE
                   MOVE FH-RUN-TIME TO WS-PAYDETL-TIME
               WHEN 'TT'
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE PAY-DETAIL-IN TO WS-FILE-TRAILER-LINE
                   MOVE FT-RECORD-COUNT TO WS-TRAILER-COUNT
               WHEN 'PD'
                   MOVE PAY-DETAIL-IN TO PAY-DETAIL-RECORD
                   ADD 1 TO WS-BODY-COUNT
                   IF WS-PERIOD-END = ZERO
                       MOVE PD-PERIOD-END TO WS-PERIOD-END
                       MOVE PD-RUN-TYPE   TO WS-RUN-TYPE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 8000-READ-PAY-DETAIL.

      *----------------------------------------------------------*
      *  3000-CHECK-THE-GATE - A COMPLETE PAY DETAIL, AUDITED BY  *
      *  PAYVAR, AND SIGNED OFF BY PAYROLL - IN THAT ORDER        *
      *----------------------------------------------------------*
       3000-CHECK-THE-GATE.

           IF NOT WS-GATE-FAILED
               IF NOT WS-HEADER-SEEN
                   OR NOT WS-TRAILER-SEEN
                   OR WS-TRAILER-COUNT NOT = WS-BODY-COUNT
                   DISPLAY 'PAYSIGN: PAY-DETAIL FILE FAILED '
                       'COMPLETENESS CHECK'
                   SET WS-GATE-FAILED TO TRUE
               END-IF
           END-IF

           IF NOT WS-GATE-FAILED
               PERFORM 3100-CHECK-VARIANCE-VERDICT
           END-IF

           IF NOT WS-GATE-FAILED
               PERFORM 3200-READ-SIGN-OFF
           END-IF.

      *----------------------------------------------------------*
      *  3100-CHECK-VARIANCE-VERDICT - PAYVAR'S VARHOLD MUST NAME *
      *  THIS PAY-DETAIL FILE; THERE IS NOTHING TO SIGN FOR A     *
      *  FILE THE AUDIT HAS NOT SEEN                              *
      *----------------------------------------------------------*
       3100-CHECK-VARIANCE-VERDICT.

           MOVE SPACE TO VARIANCE-HOLD-RECORD
           OPEN INPUT VARIANCE-HOLD
           IF WS-VARHOLD-STATUS = '00'
               READ VARIANCE-HOLD
                   AT END
                       MOVE SPACE TO VARIANCE-HOLD-RECORD
               END-READ
               CLOSE VARIANCE-HOLD
           END-IF

           IF VARIANCE-HOLD-RECORD = SPACE
               OR VH-PAYDETL-DATE NOT NUMERIC
               OR VH-PAYDETL-TIME NOT NUMERIC
               OR VH-HIGH-COUNT NOT NUMERIC
               OR VH-PAYDETL-DATE NOT = WS-PAYDETL-DATE
               OR VH-PAYDETL-TIME NOT = WS-PAYDETL-TIME
               DISPLAY 'PAYSIGN: NO VARIANCE AUDIT (VARHOLD) FOR '
                   'THIS PAY-DETAIL FILE - RUN PAYVAR FIRST'
               SET WS-GATE-FAILED TO TRUE
           ELSE
               IF VH-HIGH-COUNT > ZERO
                   DISPLAY 'PAYSIGN: ' VH-HIGH-COUNT
                       ' HIGH-SEVERITY VARIANCE EXCEPTIONS - '
                       'DDPAYFIL ALSO NEEDS A SIGNED VAROVRD '
                       'OVERRIDE'
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  3200-READ-SIGN-OFF - THE CARD MUST BE 'Y', FOR THIS      *
      *  PERIOD AND RUN TYPE, SIGNED NO EARLIER THAN THE PAY      *
      *  DETAIL WAS WRITTEN, AND CARRY A NAME                     *
      *----------------------------------------------------------*
       3200-READ-SIGN-OFF.

           MOVE SPACE TO SIGN-OFF-RECORD
           OPEN INPUT SIGN-OFF
           IF WS-SIGNOFF-STATUS = '00'
               READ SIGN-OFF
                   AT END
                       MOVE SPACE TO SIGN-OFF-RECORD
               END-READ
               CLOSE SIGN-OFF
           END-IF

           IF SO-SIGNOFF-SW = 'Y'
               AND SO-PERIOD-END NUMERIC
               AND SO-PERIOD-END = WS-PERIOD-END
               AND SO-RUN-TYPE = WS-RUN-TYPE
               AND SO-SIGNED-DATE NUMERIC
               AND SO-SIGNED-DATE NOT < WS-PAYDETL-DATE
               AND SO-APPROVER NOT = SPACE
               SET WS-GATE-SIGNED TO TRUE
               DISPLAY 'PAYSIGN: PERIOD ' WS-PERIOD-END
                   ' RUN TYPE ' WS-RUN-TYPE ' SIGNED OFF BY '
                   SO-APPROVER ' ON ' SO-SIGNED-DATE
           ELSE
               SET WS-GATE-HELD TO TRUE
               DISPLAY 'PAYSIGN: PERIOD ' WS-PERIOD-END
                   ' RUN TYPE ' WS-RUN-TYPE ' HELD FOR PAYROLL '
                   'SIGN-OFF - NO MATCHING SIGNOFF CARD'
           END-IF.

      *----------------------------------------------------------*
      *  4000-FINALIZE - CONDITION CODE, AUDIT, JOB SUMMARY       *
      *----------------------------------------------------------*
       4000-FINALIZE.

           IF WS-PAYDETL-OPEN
               CLOSE PAY-DETAIL
           END-IF

           EVALUATE TRUE
               WHEN WS-GATE-SIGNED
                   MOVE ZERO TO RETURN-CODE
                   MOVE '00' TO AUD-RETURN-CODE
               WHEN WS-GATE-HELD
                   DISPLAY 'PAYSIGN: PAYMENT AND POSTING STEPS HELD '
                       '- RESTART AT THE SIGN-OFF STEP ONCE SIGNED'
                   MOVE 8 TO RETURN-CODE
                   MOVE '08' TO AUD-RETURN-CODE
               WHEN OTHER
                   DISPLAY 'PAYSIGN: PAY DETAIL CANNOT BE RELEASED '
                       '- PAYMENT AND POSTING STEPS HELD'
                   MOVE 16 TO RETURN-CODE
                   MOVE '16' TO AUD-RETURN-CODE
           END-EVALUATE

           MOVE WS-BODY-COUNT TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL

      * One machine-readable summary row for the operations status
      * page and the payroll-cycle certificate (PAYCERT). A held
      * run shows every row as held back.
           OPEN EXTEND JOB-SUMMARY
           IF WS-JOBSUM-FILE-STATUS NOT = '00'
               OPEN OUTPUT JOB-SUMMARY
           END-IF
           MOVE 'PAYSIGN' TO JS-PROGRAM-ID
           MOVE WS-BODY-COUNT TO JS-RECORDS-READ
           IF WS-GATE-SIGNED
               MOVE ZERO TO JS-RECORDS-REJECTED
           ELSE
               MOVE WS-BODY-COUNT TO JS-RECORDS-REJECTED
           END-IF
           MOVE WS-RUN-DATE-NUM TO JS-RUN-DATE
           IF WS-GATE-FAILED
               SET JS-ABNORMAL-COMPLETION TO TRUE
           ELSE
               SET JS-NORMAL-COMPLETION TO TRUE
           END-IF
           WRITE JOB-SUMMARY-RECORD FROM WS-JOB-SUMMARY-LINE
           CLOSE JOB-SUMMARY.

      *----------------------------------------------------------*
      *  8000-READ-PAY-DETAIL - READ NEXT PAY-DETAIL RECORD       *
      *----------------------------------------------------------*
       8000-READ-PAY-DETAIL.

           READ PAY-DETAIL
               AT END
                   SET END-OF-PAY-DETAIL TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'PAYSIGN'          TO AUD-PROGRAM-ID
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
