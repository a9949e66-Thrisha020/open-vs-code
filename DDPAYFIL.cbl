      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  PAY-DETAIL RECORD WIDENED TO PAYDTL'S NEW
      *                  LENGTH (TAXABLE WAGES, TWELVE DEDUCTION
      *                  ENTRIES).
      * 10/15/2026  RSM  PAY-DETAIL RECORD WIDENED TO PAYDTL'S NEW
      *                  LENGTH (EARNINGS BREAKDOWN).
      * 10/15/2026  RSM  PAY-DETAIL RECORD WIDENED TO PAYDTL'S NEW
      *                  LENGTH (RUN TYPE); AN OFF-CYCLE PAY-DETAIL
      *                  FILE PAYS THROUGH THIS STEP UNCHANGED.
      * 10/15/2026  RSM  EVERY ROW HELD TO A CHECK (STILL IN PRENOTE,
      *                  OR NO DEPOSIT INSTRUCTION) IS ALSO COPIED
      *                  TO THE CHECK-DUE FILE (CHKDUE, PAYDTL
      *                  LAYOUT IN THE FILEHDR WRAPPER) FOR THE
      *                  CHECK-WRITING STEP (CHKWRT).
      * 10/15/2026  RSM  THE BANK HEADER CARRIES THE ENTRY EFFECTIVE
      *                  DATE FROM THE PAY CALENDAR (PAYCAL THROUGH
      *                  PAYPER, SEE PCALREC) FOR THE PERIOD THE PAY
      *                  ROWS END ON, NOT THE RUN DATE. A PERIOD NOT
      *                  ON THE CALENDAR ENDS THE STEP CC 16; AN
      *                  EFFECTIVE DATE ALREADY PASSED, AND ANY OFF-
      *                  CYCLE FILE, SETTLES THE NEXT BUSINESS DAY
      *                  (THROUGH DATEUTL).
      * 10/15/2026  RSM  THE STEP WILL NOT RUN ON A PAY-DETAIL FILE
      *                  THE PRE-RELEASE VARIANCE AUDIT (PAYVAR) HAS
      *                  NOT PASSED: THE VARHOLD VERDICT (SEE
      *                  VHLDREC) MUST NAME THIS FILE'S FILEHDR RUN
      *                  DATE AND TIME, AND ANY HIGH-SEVERITY
      *                  EXCEPTION HOLDS THE BANK FILE UNTIL A VAROVRD
      *                  OVERRIDE FOR THE PERIOD, SIGNED BY AN
      *                  APPROVER, RELEASES IT. A HELD RUN ENDS CC 16
      *                  BEFORE ANYTHING IS WRITTEN.
      * 10/15/2026  RSM  A ROW SUSPENDED AFTER A BANK RETURN (DDRETURN)
      *                  GETS NO BANK ENTRY AT ALL; ITS PAY IS HELD TO
      *                  A CHECK AND REPORTED UNTIL DDMNT CHANGES THE
      *                  ACCOUNT.
      * 10/15/2026  RSM  THE RUN NOW WRITES ONE MACHINE-READABLE
      *                  JOB-SUMMARY ROW (SEE JOBSUM) -- PAY-DETAIL ROWS
      *                  READ, AND ROWS WITH NO DEPOSIT INSTRUCTION AS
      *                  REJECTED -- SO THE OPERATIONS STATUS PAGE
      *                  (OPSTATUS) SHOWS THE STEP AND THE PAYROLL-CYCLE
      *                  CERTIFICATE (PAYCERT) CAN PROVE ITS HAND-OFF. A
      *                  STEP ENDING CC 16 IS FLAGGED ABNORMAL.
      * 10/15/2026  RSM  PAY-DETAIL RECORD WIDENED TO PAYDTL'S NEW
      *                  LENGTH (EMPLOYER RETIREMENT MATCH).
      * 10/15/2026  RSM  DDMAST ACCOUNTS ARE HELD PROTECTED. THE ACCOUNT
      *                  IS RECOVERED THROUGH ACCTPROT FOR THE BANK
      *                  ENTRY ONLY; THE PRENOTE REPORT SHOWS THE LAST
      *                  FOUR DIGITS. A ROW NOT IN PROTECTED FORM IS
      *                  PAID BY CHECK, AND A MISSING ACCTKEY ENDS THE
      *                  STEP CC 16.
      *

       ENVIRONMENT DIVISION.
               RECORD KEY IS DDP-EMP-ID
               FILE STATUS IS WS-DD-MASTER-STATUS.

      * The variance audit's verdict on this pay-detail file, and
      * the optional sign-off that releases a held one.
           SELECT VARIANCE-HOLD ASSIGN TO VARHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VARHOLD-STATUS.

           SELECT VARIANCE-OVRD ASSIGN TO VAROVRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VAROVRD-STATUS.

           SELECT BANK-FILE   ASSIGN TO BANKFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRENOTE-RPT ASSIGN TO PRENRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHECK-DUE   ASSIGN TO CHKDUE
               ORGANIZATION IS SEQUENTIAL.

           SELECT JOB-SUMMARY ASSIGN TO JOBSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBSUM-FILE-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       FILE SECTION.
       FD  PAY-DETAIL
           LABEL RECORDS ARE STANDARD.
       01  PAY-DETAIL-IN    PIC X(362).

       FD  DD-MASTER.
           COPY DDEPREC.

       FD  VARIANCE-HOLD
           LABEL RECORDS ARE STANDARD.
           COPY VHLDREC.

      * Sign-off for a held period: 'Y', the period end the audit
      * reported, and the approver's user id.
       FD  VARIANCE-OVRD
           LABEL RECORDS ARE STANDARD.
       01  VARIANCE-OVRD-RECORD.
           05  VO-OVERRIDE-SW   PIC X(01).
           05  VO-PERIOD-END    PIC 9(08).
           05  VO-APPROVER      PIC X(08).

       FD  BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANK-FILE-RECORD PIC X(60).
           LABEL RECORDS ARE STANDARD.
       01  PRENOTE-RPT-LINE PIC X(80).

      * The pay rows held to a check, for CHKWRT.
       FD  CHECK-DUE
           LABEL RECORDS ARE STANDARD.
       01  CHECK-DUE-OUT    PIC X(362).

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
       01  WS-DD-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-VARHOLD-STATUS     PIC X(02)  VALUE '00'.
       01  WS-VAROVRD-STATUS     PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad payment file to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.06'.

       COPY PAYDTL.
       COPY FILEHDR.
       01  WS-PRENOTE-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-FLIP-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-NODD-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-CHKDUE-COUNT  PIC 9(7)   VALUE ZERO.
       01  WS-ENTRY-COUNT   PIC 9(7)   VALUE ZERO.
       01  WS-DOLLAR-TOTAL  PIC S9(10)V99 COMP-3 VALUE ZERO.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-RUN-TIME.
           05  WS-RT-HHMMSS     PIC 9(06).
           05  FILLER           PIC 9(02).

      * DATEUTL linkage-shaped working-storage for the prenote
      * aging test (see COPYBOOKS/CCYYDATE.CPY and CALL/DATEUTL.CBL).
      * Days a prenote must age clean before live money moves.
       01  WS-PRENOTE-DAYS  PIC S9(05) VALUE +10.

      * The bank header waits for the first pay row, whose period
      * end picks the calendar's effective date.
       01  WS-BANK-HDR-SW   PIC X(01)  VALUE 'N'.
           88  WS-BANK-HDR-WRITTEN    VALUE 'Y'.
       01  WS-CAL-MISS-SW   PIC X(01)  VALUE 'N'.
           88  WS-CAL-PERIOD-MISSING  VALUE 'Y'.
       01  WS-EFF-MOVED-SW  PIC X(01)  VALUE 'N'.
           88  WS-EFF-DATE-MOVED      VALUE 'Y'.
       01  WS-EFF-DATE      PIC 9(08)  VALUE ZERO.

      * Variance-audit release: why the step is held, or who signed
      * off the high-severity exceptions.
       01  WS-VAR-HOLD-SW   PIC X(01)  VALUE 'N'.
           88  WS-VAR-HELD            VALUE 'Y'.
       01  WS-VAR-SIGNED-SW PIC X(01)  VALUE 'N'.
           88  WS-VAR-SIGNED-OFF      VALUE 'Y'.
       01  WS-VAR-APPROVER  PIC X(08)  VALUE SPACE.

      * Pay-calendar lookup through PAYPER (see CALL/PAYPER.CBL). A
      * space pay group matches whichever group ends on the date.
       01  WS-PAY-GROUP     PIC X(02)  VALUE SPACE.
       01  WS-CAL-FUNCTION  PIC X(01)  VALUE 'E'.
       01  WS-CAL-LOOKUP-DATE PIC 9(08) VALUE ZERO.
       COPY PCALREC.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-PAYCAL-STATUS
                               LK-STATUS-OK      BY WS-PAYCAL-OK
                               LK-STATUS-WARNING BY WS-PAYCAL-WARNING
                               LK-STATUS-FAILED  BY WS-PAYCAL-FAILED.

      * DDMAST holds the account protected (see ACCTPROT). This is
      * the one program that recovers it, and only into the bank
      * entry; the report prints the masked form.
       01  WS-PROT-FUNCTION    PIC X(01)  VALUE 'R'.
       01  WS-PROT-CALLER      PIC X(08)  VALUE 'DDPAYFIL'.
       01  WS-PROT-IN          PIC X(17)  VALUE SPACE.
       01  WS-PROT-OUT         PIC X(17)  VALUE SPACE.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-PROT-STATUS
                               LK-STATUS-OK      BY WS-PROT-OK
                               LK-STATUS-WARNING BY WS-PROT-WARNING
                               LK-STATUS-FAILED  BY WS-PROT-FAILED.

      * Bank-file record shapes: one '1' header, '6' entries, one
      * '9' control trailer carrying count and dollar total.
       01  WS-BANK-HEADER.
           05  FILLER           PIC X(01)  VALUE '1'.
           05  WS-BH-RUN-DATE   PIC 9(08).
           05  WS-BH-EFF-DATE   PIC 9(08).
           05  FILLER           PIC X(43)  VALUE SPACE.

       01  WS-BANK-ENTRY.
           05  FILLER           PIC X(01)  VALUE '6'.
           05  WS-RD-STATUS     PIC X(25).
           05  FILLER           PIC X(06)  VALUE SPACE.

       01  WS-SIGNOFF-LINE.
           05  FILLER           PIC X(34)  VALUE
               'VARIANCE AUDIT HIGH EXCEPTIONS:   '.
           05  WS-SO-HIGH       PIC ZZZZ9.
           05  FILLER           PIC X(25)  VALUE
               ' - RELEASED BY VAROVRD   '.
           05  WS-SO-APPROVER   PIC X(08).
           05  FILLER           PIC X(08)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(12)  VALUE 'PAY ROWS  : '.
           05  WS-TRL-BODY      PIC ZZZZ9.
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN THE PAY DETAIL AND CLEAR IT WITH  *
      *  THE VARIANCE AUDIT, THEN OPEN THE OUTPUTS, WRITE THE     *
      *  CHECK-DUE HEADER AND THE REPORT TITLE                    *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           OPEN INPUT  PAY-DETAIL
           PERFORM 8000-READ-PAY-DETAIL
           PERFORM 1100-CHECK-VARIANCE-HOLD
           PERFORM 1180-CHECK-ACCOUNT-KEY

           OPEN I-O    DD-MASTER
           OPEN OUTPUT BANK-FILE
           OPEN OUTPUT PRENOTE-RPT
           OPEN OUTPUT CHECK-DUE

           MOVE 'DDPAYFIL' TO FH-PROGRAM-ID
           MOVE WS-RUN-DATE-NUM TO FH-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RT-HHMMSS TO FH-RUN-TIME
           WRITE CHECK-DUE-OUT FROM WS-FILE-HEADER-LINE

           WRITE PRENOTE-RPT-LINE FROM WS-RPT-TITLE
           MOVE SPACE TO PRENOTE-RPT-LINE
           WRITE PRENOTE-RPT-LINE
           IF WS-VAR-SIGNED-OFF
               MOVE VH-HIGH-COUNT   TO WS-SO-HIGH
               MOVE WS-VAR-APPROVER TO WS-SO-APPROVER
               WRITE PRENOTE-RPT-LINE FROM WS-SIGNOFF-LINE
               MOVE SPACE TO PRENOTE-RPT-LINE
               WRITE PRENOTE-RPT-LINE
           END-IF.

      *----------------------------------------------------------*
      *  1100-CHECK-VARIANCE-HOLD - THE VARHOLD VERDICT MUST BE   *
      *  FOR THIS PAY-DETAIL FILE (ITS FILEHDR RUN DATE AND TIME) *
      *  AND CLEAN, OR ITS HIGH EXCEPTIONS SIGNED OFF ON VAROVRD; *
      *  OTHERWISE THE STEP ENDS CC 16 WITH NOTHING WRITTEN       *
      *----------------------------------------------------------*
       1100-CHECK-VARIANCE-HOLD.

           MOVE SPACE TO VARIANCE-HOLD-RECORD
           OPEN INPUT VARIANCE-HOLD
           IF WS-VARHOLD-STATUS = '00'
               READ VARIANCE-HOLD
                   AT END
                       MOVE SPACE TO VARIANCE-HOLD-RECORD
               END-READ
               CLOSE VARIANCE-HOLD
           END-IF

           IF PAY-DETAIL-IN(1:2) = 'HH'
               MOVE PAY-DETAIL-IN TO WS-FILE-HEADER-LINE
           ELSE
               MOVE ZERO TO FH-RUN-DATE
                            FH-RUN-TIME
           END-IF

           IF VARIANCE-HOLD-RECORD = SPACE
               OR VH-PAYDETL-DATE NOT NUMERIC
               OR VH-PAYDETL-TIME NOT NUMERIC
               OR VH-HIGH-COUNT NOT NUMERIC
               OR VH-PAYDETL-DATE NOT = FH-RUN-DATE
               OR VH-PAYDETL-TIME NOT = FH-RUN-TIME
               DISPLAY 'DDPAYFIL: NO VARIANCE AUDIT (VARHOLD) FOR '
                   'THIS PAY-DETAIL FILE - RUN PAYVAR FIRST'
               SET WS-VAR-HELD TO TRUE
           ELSE
               IF VH-HIGH-COUNT > ZERO
                   PERFORM 1150-READ-VARIANCE-OVERRIDE
               END-IF
           END-IF

           IF WS-VAR-HELD
               DISPLAY 'DDPAYFIL: BANK FILE HELD BY THE VARIANCE '
                   'AUDIT - NOTHING WRITTEN'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               MOVE ZERO TO AUD-RECORD-COUNT
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE PAY-DETAIL
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *  1150-READ-VARIANCE-OVERRIDE - HIGH EXCEPTIONS PASS ONLY  *
      *  ON A 'Y' SIGN-OFF FOR THE AUDITED PERIOD, WITH A NAME    *
      *----------------------------------------------------------*
       1150-READ-VARIANCE-OVERRIDE.

           MOVE SPACE TO VARIANCE-OVRD-RECORD
           OPEN INPUT VARIANCE-OVRD
           IF WS-VAROVRD-STATUS = '00'
               READ VARIANCE-OVRD
                   AT END
                       MOVE SPACE TO VARIANCE-OVRD-RECORD
               END-READ
               CLOSE VARIANCE-OVRD
           END-IF

           IF VO-OVERRIDE-SW = 'Y'
               AND VO-PERIOD-END NUMERIC
               AND VO-PERIOD-END = VH-PERIOD-END
               AND VO-APPROVER NOT = SPACE
               SET WS-VAR-SIGNED-OFF TO TRUE
               MOVE VO-APPROVER TO WS-VAR-APPROVER
               DISPLAY 'DDPAYFIL: ' VH-HIGH-COUNT ' HIGH VARIANCE '
                   'EXCEPTIONS FOR PERIOD ' VH-PERIOD-END
                   ' RELEASED BY ' VO-APPROVER
           ELSE
               DISPLAY 'DDPAYFIL: ' VH-HIGH-COUNT ' HIGH VARIANCE '
                   'EXCEPTIONS FOR PERIOD ' VH-PERIOD-END
                   ' - NO SIGNED VAROVRD OVERRIDE'
               SET WS-VAR-HELD TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  1200-WRITE-BANK-HEADER - RUN DATE AND THE ENTRY          *
      *  EFFECTIVE DATE: THE PAY CALENDAR'S FOR A REGULAR PERIOD, *
      *  THE NEXT BUSINESS DAY FOR AN OFF-CYCLE FILE OR ONE WHOSE *
      *  CALENDAR DATE HAS ALREADY PASSED                         *
      *----------------------------------------------------------*
       1200-WRITE-BANK-HEADER.

           SET WS-BANK-HDR-WRITTEN TO TRUE
           MOVE ZERO TO WS-EFF-DATE

           IF WS-CAL-LOOKUP-DATE > ZERO
               CALL 'PAYPER' USING WS-CAL-FUNCTION WS-PAY-GROUP
                   WS-CAL-LOOKUP-DATE PAY-CALENDAR-RECORD
                   WS-PAYCAL-STATUS
               IF WS-PAYCAL-OK
                   MOVE PCL-BANK-EFF-DATE TO WS-EFF-DATE
               ELSE
                   DISPLAY 'DDPAYFIL: PERIOD ' WS-CAL-LOOKUP-DATE
                       ' NOT ON THE PAY CALENDAR - BANK FILE NOT '
                       'RELEASABLE'
                   SET WS-CAL-PERIOD-MISSING TO TRUE
               END-IF
           END-IF

           IF WS-EFF-DATE NOT > WS-RUN-DATE-NUM
               IF WS-EFF-DATE > ZERO
                   DISPLAY 'DDPAYFIL: CALENDAR EFFECTIVE DATE '
                       WS-EFF-DATE ' ALREADY PASSED - ENTRIES '
                       'SETTLE THE NEXT BUSINESS DAY'
                   SET WS-EFF-DATE-MOVED TO TRUE
               END-IF
               MOVE WS-RUN-DATE-NUM TO WS-DU-DATE1-NUM
               MOVE 'N' TO WS-DATEUTL-FUNCTION
               CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                   WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                   WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                   WS-DATEUTL-VALID-SW
               MOVE WS-DU-RESULT-NUM TO WS-EFF-DATE
           END-IF

           MOVE WS-RUN-DATE-NUM TO WS-BH-RUN-DATE
           MOVE WS-EFF-DATE     TO WS-BH-EFF-DATE
           WRITE BANK-FILE-RECORD FROM WS-BANK-HEADER.

      *----------------------------------------------------------*
      *  2000-PROCESS-DETAIL-RECORD - HEADER, TRAILER, OR ONE     *
               WHEN 'PD'
                   MOVE PAY-DETAIL-IN TO PAY-DETAIL-RECORD
                   ADD 1 TO WS-BODY-COUNT
                   IF NOT WS-BANK-HDR-WRITTEN
                       IF PD-RUN-TYPE = 'O' OR PD-RUN-TYPE = 'F'
                           MOVE ZERO TO WS-CAL-LOOKUP-DATE
                       ELSE
                           MOVE PD-PERIOD-END TO WS-CAL-LOOKUP-DATE
                       END-IF
                       PERFORM 1200-WRITE-BANK-HEADER
                   END-IF
                   PERFORM 2100-PAY-ONE-EMPLOYEE
               WHEN OTHER
                   CONTINUE

           PERFORM 8000-READ-PAY-DETAIL.

      *----------------------------------------------------------*
      *  1180-CHECK-ACCOUNT-KEY - WITHOUT THE ACCTKEY CONTROL     *
      *  RECORD NO ACCOUNT CAN BE RECOVERED, SO THE STEP ENDS CC  *
      *  16 BEFORE ANY BANK ENTRY IS WRITTEN                      *
      *----------------------------------------------------------*
       1180-CHECK-ACCOUNT-KEY.

           MOVE 'P'   TO WS-PROT-FUNCTION
           MOVE SPACE TO WS-PROT-IN
           CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
               WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS

           IF WS-PROT-FAILED
               DISPLAY 'DDPAYFIL: ACCOUNT NUMBERS CANNOT BE '
                   'RECOVERED - NOTHING WRITTEN'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               MOVE ZERO TO AUD-RECORD-COUNT
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE PAY-DETAIL
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *  2100-PAY-ONE-EMPLOYEE - CREDIT, PRENOTE, OR EXCEPTION    *
      *----------------------------------------------------------*
               PERFORM 2250-AGE-PRENOTE
           END-IF

           EVALUATE TRUE
               WHEN NOT DDP-ACCT-PROTECTED
                   PERFORM 2390-HOLD-UNPROTECTED-ROW
               WHEN DDP-LIVE
                   PERFORM 2300-WRITE-CREDIT-ENTRY
               WHEN DDP-SUSPENDED
                   PERFORM 2380-HOLD-SUSPENDED-ROW
               WHEN OTHER
                   PERFORM 2350-WRITE-PRENOTE-ENTRY
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2250-AGE-PRENOTE - TEN CLEAN DAYS AFTER THE PRENOTE      *
               MOVE 32 TO WS-BE-TRAN-CODE
           END-IF
           MOVE DDP-ROUTING  TO WS-BE-ROUTING
           PERFORM 2290-RECOVER-ACCOUNT
           MOVE PD-NET-PAY   TO WS-BE-AMOUNT
           MOVE PD-EMP-ID    TO WS-BE-EMP-ID
           WRITE BANK-FILE-RECORD FROM WS-BANK-ENTRY
           ADD 1 TO WS-CREDIT-COUNT
           ADD PD-NET-PAY TO WS-DOLLAR-TOTAL.

      *----------------------------------------------------------*
      *  2290-RECOVER-ACCOUNT - THE CLEAR ACCOUNT, FOR THE BANK   *
      *  ENTRY ONLY                                               *
      *----------------------------------------------------------*
       2290-RECOVER-ACCOUNT.

           MOVE 'R'          TO WS-PROT-FUNCTION
           MOVE DDP-ACCOUNT  TO WS-PROT-IN
           CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
               WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
           MOVE WS-PROT-OUT  TO WS-BE-ACCOUNT
           MOVE SPACE        TO WS-PROT-OUT.

      *----------------------------------------------------------*
      *  2295-MASK-ACCOUNT - LAST FOUR DIGITS FOR THE REPORT      *
      *----------------------------------------------------------*
       2295-MASK-ACCOUNT.

           MOVE 'M'          TO WS-PROT-FUNCTION
           MOVE DDP-ACCOUNT  TO WS-PROT-IN
           CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
               WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
           MOVE WS-PROT-OUT  TO WS-RD-ACCOUNT.

      *----------------------------------------------------------*
      *  2350-WRITE-PRENOTE-ENTRY - ZERO-DOLLAR PRENOTE; THE PAY  *
      *  ITSELF IS HELD TO A CHECK AND THE ROW IS REPORTED        *
               MOVE 33 TO WS-BE-TRAN-CODE
           END-IF
           MOVE DDP-ROUTING  TO WS-BE-ROUTING
           PERFORM 2290-RECOVER-ACCOUNT
           MOVE ZERO         TO WS-BE-AMOUNT
           MOVE PD-EMP-ID    TO WS-BE-EMP-ID
           WRITE BANK-FILE-RECORD FROM WS-BANK-ENTRY

           MOVE PD-EMP-ID    TO WS-RD-EMP-ID
           MOVE DDP-ROUTING  TO WS-RD-ROUTING
           PERFORM 2295-MASK-ACCOUNT
           MOVE PD-NET-PAY   TO WS-RD-NET
           MOVE 'IN PRENOTE - PAID BY CHECK' TO WS-RD-STATUS
           WRITE PRENOTE-RPT-LINE FROM WS-RPT-DETAIL
           ADD 1 TO WS-PRENOTE-COUNT
           PERFORM 2450-WRITE-CHECK-DUE.

      *----------------------------------------------------------*
      *  2380-HOLD-SUSPENDED-ROW - THE BANK RETURNED A DEPOSIT TO *
      *  THIS ACCOUNT AS DEAD: NOTHING GOES TO THE BANK, THE PAY  *
      *  IS HELD TO A CHECK AND THE ROW IS REPORTED               *
      *----------------------------------------------------------*
       2380-HOLD-SUSPENDED-ROW.

           MOVE PD-EMP-ID    TO WS-RD-EMP-ID
           MOVE DDP-ROUTING  TO WS-RD-ROUTING
           PERFORM 2295-MASK-ACCOUNT
           MOVE PD-NET-PAY   TO WS-RD-NET
           MOVE 'SUSPENDED - PAID BY CHECK' TO WS-RD-STATUS
           WRITE PRENOTE-RPT-LINE FROM WS-RPT-DETAIL
           PERFORM 2450-WRITE-CHECK-DUE.

      *----------------------------------------------------------*
      *  2390-HOLD-UNPROTECTED-ROW - A ROW NOT YET IN PROTECTED   *
      *  FORM (DDPROT NOT RUN OVER IT) CANNOT BE TRUSTED TO THE   *
      *  BANK; THE PAY IS HELD TO A CHECK AND THE ROW REPORTED    *
      *  WITHOUT ITS ACCOUNT                                      *
      *----------------------------------------------------------*
       2390-HOLD-UNPROTECTED-ROW.

           MOVE PD-EMP-ID    TO WS-RD-EMP-ID
           MOVE DDP-ROUTING  TO WS-RD-ROUTING
           MOVE SPACE        TO WS-RD-ACCOUNT
           MOVE PD-NET-PAY   TO WS-RD-NET
           MOVE 'NOT PROTECTED - BY CHECK' TO WS-RD-STATUS
           WRITE PRENOTE-RPT-LINE FROM WS-RPT-DETAIL
           PERFORM 2450-WRITE-CHECK-DUE.

      *----------------------------------------------------------*
      *  2400-REPORT-NO-DD-ROW - NET PAY WITH NO INSTRUCTION ON   *
           MOVE PD-NET-PAY TO WS-RD-NET
           MOVE 'NO DEPOSIT INSTRUCTION' TO WS-RD-STATUS
           WRITE PRENOTE-RPT-LINE FROM WS-RPT-DETAIL
           ADD 1 TO WS-NODD-COUNT
           PERFORM 2450-WRITE-CHECK-DUE.

      *----------------------------------------------------------*
      *  2450-WRITE-CHECK-DUE - THE PAY ROW ITSELF, FOR CHKWRT    *
      *----------------------------------------------------------*
       2450-WRITE-CHECK-DUE.

           WRITE CHECK-DUE-OUT FROM PAY-DETAIL-RECORD
           ADD 1 TO WS-CHKDUE-COUNT.

      *----------------------------------------------------------*
      *  3000-FINALIZE - VERIFY THE EXTRACT WAS COMPLETE, WRITE   *
      *----------------------------------------------------------*
       3000-FINALIZE.

           IF NOT WS-BANK-HDR-WRITTEN
               MOVE ZERO TO WS-CAL-LOOKUP-DATE
               PERFORM 1200-WRITE-BANK-HEADER
           END-IF

           IF WS-EFF-DATE-MOVED
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CAL-PERIOD-MISSING
               MOVE 16 TO RETURN-CODE
           END-IF

           IF NOT WS-HEADER-SEEN
               OR NOT WS-TRAILER-SEEN
               OR WS-TRAILER-COUNT NOT = WS-BODY-COUNT
           MOVE WS-DOLLAR-TOTAL TO WS-BT-TOTAL
           WRITE BANK-FILE-RECORD FROM WS-BANK-TRAILER

           MOVE 'DDPAYFIL' TO FT-PROGRAM-ID
           MOVE WS-CHKDUE-COUNT TO FT-RECORD-COUNT
           WRITE CHECK-DUE-OUT FROM WS-FILE-TRAILER-LINE

           MOVE WS-BODY-COUNT    TO WS-TRL-BODY
           MOVE WS-CREDIT-COUNT  TO WS-TRL-CREDIT
           MOVE WS-PRENOTE-COUNT TO WS-TRL-PRENOTE
           CLOSE DD-MASTER
           CLOSE BANK-FILE
           CLOSE PRENOTE-RPT
           CLOSE CHECK-DUE

           MOVE WS-BODY-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL

      * One machine-readable summary row for the operations status
      * page and the payroll-cycle certificate (PAYCERT).
           OPEN EXTEND JOB-SUMMARY
           IF WS-JOBSUM-FILE-STATUS NOT = '00'
               OPEN OUTPUT JOB-SUMMARY
           END-IF
           MOVE 'DDPAYFIL' TO JS-PROGRAM-ID
           MOVE WS-BODY-COUNT TO JS-RECORDS-READ
           MOVE WS-NODD-COUNT TO JS-RECORDS-REJECTED
           MOVE WS-RUN-DATE-NUM TO JS-RUN-DATE
           IF RETURN-CODE < 16
               SET JS-NORMAL-COMPLETION TO TRUE
           ELSE
               SET JS-ABNORMAL-COMPLETION TO TRUE
           END-IF
           WRITE JOB-SUMMARY-RECORD FROM WS-JOB-SUMMARY-LINE
           CLOSE JOB-SUMMARY.

      *----------------------------------------------------------*
      *  8000-READ-PAY-DETAIL - READ NEXT EXTRACT RECORD          *
