      *            : ACCOUNT, '****' MATCHING ANY DEPARTMENT) AND
      *            : GENERATES THE PERIOD'S JOURNAL: A DEBIT TO
      *            : EACH DEPARTMENT'S LABOR-EXPENSE ACCOUNT FOR
      *            : GROSS AND FOR THE EMPLOYER RETIREMENT MATCH, A
      *            : CREDIT TO EACH DEDUCTION'S PAYABLE ACCOUNT, A
      *            : CREDIT TO THE MATCH PAYABLE ACCOUNT, AND A
      *            : CREDIT TO THE NET-PAY CLEARING ACCOUNT. THE
      *            : BALANCED-ENTRY PROOF (TOTAL DEBITS EQUAL TOTAL
      *            : CREDITS) MUST HOLD OR THE STEP ENDS WITH
      *            : CONDITION CODE 16 AND THE JOURNAL IS NOT
      *            : RELEASABLE; A PAY CLASS WITH NO MAPPING ROW
      *            : IS AN EXCEPTION AND ENDS THE STEP WITH
      *            : CONDITION CODE 8. THE JOURNAL FILE (GLJRNL)
      *            : IS WRAPPED IN THE STANDARD FILEHDR HEADER/
      *            : TRAILER FOR THE LEDGER SYSTEM'S LOAD, SO
      *            : FINANCE STOPS RE-KEYING PAYREG'S SUBTOTALS
      *            : EVERY PERIOD. ON A FISCAL PERIOD BASIS
      *            : (PERBASIS CARD 'F', SEE PBASREC) EVERY JOURNAL
      *            : ENTRY ALSO CARRIES THE FISCAL YEAR AND PERIOD
      *            : ITS POSTING DATE FALLS IN, FROM THE FISCAL
      *            : CALENDAR THROUGH DATEUTL, AND THE PROOF REPORT
      *            : NAMES THE LEDGER PERIOD.
      *
      * MODIFICATION HISTORY
      * --------------------
      *                  MESSAGE SAID DROPPED) AND THE RUN ENDS
      *                  CC 16 WITH A PROOF-REPORT LINE, SO THE
      *                  SHORT JOURNAL IS NEVER RELEASED.
      * 10/15/2026  RSM  PAY-DETAIL RECORD WIDENED TO PAYDTL'S NEW
      *                  LENGTH; THE TAX ENTRIES (FIT, SIT, SSE,
      *                  MCE) POST TO THEIR OWN GLMAP PAYABLE ROWS
      *                  LIKE ANY OTHER DEDUCTION CODE.
      * 10/15/2026  RSM  GROSS NOW DEBITS BY EARNINGS CODE: EACH
      *                  ENTRY OF THE PAY-DETAIL EARNINGS BREAKDOWN
      *                  POSTS TO ITS CODE'S OWN GLMAP EXPENSE ROW
      *                  (REG, OVT, NSD, HLW ...), FALLING BACK TO
      *                  THE 'GRS' ROW WHEN THE CODE HAS NONE.
      * 10/15/2026  RSM  PAY-DETAIL RECORD WIDENED TO PAYDTL'S NEW
      *                  LENGTH (RUN TYPE); AN OFF-CYCLE PAY-DETAIL
      *                  FILE POSTS THROUGH THIS STEP UNCHANGED.
      * 10/15/2026  RSM  JOURNAL ENTRIES ARE DATED THE PERIOD'S CHECK
      *                  DATE FROM THE PAY CALENDAR (PAYCAL THROUGH
      *                  PAYPER, SEE PCALREC) IN PLACE OF THE RUN
      *                  DATE; AN OFF-CYCLE FILE POSTS ON ITS PAYMENT
      *                  DATE. A PERIOD NOT ON THE CALENDAR ENDS THE
      *                  STEP CC 16.
      * 10/15/2026  RSM  THE PAYABLE CREDITS ARE ALSO TOTALLED BY
      *                  DEDUCTION CODE, PRINTED ON THE PROOF REPORT
      *                  AND WRITTEN TO THE PAYABLE CONTROL FILE
      *                  (GLPAYCTL, SEE GLPCREC) THE THIRD-PARTY
      *                  REMITTANCE RUN TIES ITS PAYMENTS BACK TO.
      * 10/15/2026  RSM  LABOR EXPENSE IS SPREAD BY THE EMPLOYEE'S
      *                  LABOR SPLIT (LABSPLIT, SEE LSPLREC) IN FORCE
      *                  AT THE PERIOD END: EACH EXPENSE DEBIT IS
      *                  SHARED OUT BY PERCENT TO THE SPLIT'S
      *                  DEPARTMENTS OR ACCOUNTS, THE LEFTOVER CENT
      *                  GOING TO THE LARGEST SHARE. THE PROOF REPORT
      *                  SHOWS EACH SPLIT APPLIED; A SPLIT THAT DOES
      *                  NOT TOTAL 100 PERCENT IS LISTED, THE
      *                  EMPLOYEE IS CHARGED TO THE HOME DEPARTMENT,
      *                  AND THE STEP ENDS CC 8.
      * 10/15/2026  RSM  THE RUN NOW WRITES ONE MACHINE-READABLE
      *                  JOB-SUMMARY ROW (SEE JOBSUM) -- PAY-DETAIL ROWS
      *                  READ, AND UNMAPPED POSTINGS AS REJECTED -- SO
      *                  THE OPERATIONS STATUS PAGE (OPSTATUS) SHOWS THE
      *                  STEP AND THE PAYROLL-CYCLE CERTIFICATE
      *                  (PAYCERT) CAN PROVE ITS HAND-OFF. A STEP ENDING
      *                  CC 16 IS FLAGGED ABNORMAL.
      * 10/15/2026  RSM  PAY-DETAIL RECORD WIDENED TO PAYDTL'S NEW
      *                  LENGTH (EMPLOYER RETIREMENT MATCH).
      * 10/15/2026  RSM  FISCAL PERIOD BASIS: WITH A PERBASIS CARD OF
      *                  'F' EACH JOURNAL ENTRY CARRIES THE FISCAL YEAR
      *                  AND PERIOD OF ITS POSTING DATE (FISCAL CALENDAR
      *                  THROUGH DATEUTL) AND THE PROOF REPORT NAMES THE
      *                  LEDGER PERIOD. A POSTING DATE OFF THE FISCAL
      *                  CALENDAR ENDS THE STEP CC 16.
      * 10/15/2026  RSM  THE EMPLOYER RETIREMENT MATCH IS NOW POSTED:
      *                  A DEBIT TO ITS GLMAP 'RMX' EXPENSE ROW (THE
      *                  'GRS' ROW WHEN IT HAS NONE), SHARED OUT BY THE
      *                  LABOR SPLIT LIKE GROSS, AND A CREDIT TO THE
      *                  'RMP' RETIREMENT-PAYABLE ROW.
      *

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT LABOR-SPLIT ASSIGN TO LABSPLIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-LABSPLIT-STATUS.

           SELECT PAY-DETAIL  ASSIGN TO PAYDETL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYDETL-STATUS.
           SELECT GL-JOURNAL  ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL.

           SELECT GL-PAY-CTL  ASSIGN TO GLPAYCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT PERIOD-BASIS ASSIGN TO PERBASIS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERBASIS-STATUS.

           SELECT PROOF-RPT   ASSIGN TO GLDRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT JOB-SUMMARY ASSIGN TO JOBSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBSUM-FILE-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      * One mapping row per department and pay class. GM-CLASS is
      * 'GRS' (gross labor expense), 'NET' (net-pay clearing), a
      * specific deduction code, or 'DED' as the deduction catch-all;
      * 'RMX' is the employer retirement match's expense ('GRS' when
      * it has no row) and 'RMP' the match's payable to the plan.
       FD  GL-MAP
           LABEL RECORDS ARE STANDARD.
       01  GL-MAP-RECORD.
           05  GM-CLASS         PIC X(03).
           05  GM-GL-ACCOUNT    PIC X(08).

       FD  LABOR-SPLIT.
           COPY LSPLREC.

       FD  PAY-DETAIL
           LABEL RECORDS ARE STANDARD.
       01  PAY-DETAIL-IN    PIC X(362).

       FD  GL-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  GL-JOURNAL-OUT   PIC X(80).

       FD  GL-PAY-CTL
           LABEL RECORDS ARE STANDARD.
       01  GL-PAY-CTL-OUT   PIC X(80).

       FD  PERIOD-BASIS
           LABEL RECORDS ARE STANDARD.
           COPY PBASREC.

       FD  PROOF-RPT
           LABEL RECORDS ARE STANDARD.
       01  PROOF-RPT-LINE   PIC X(80).

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
       01  WS-GLMAP-STATUS       PIC X(02)  VALUE '00'.
       01  WS-PAYDETL-STATUS     PIC X(02)  VALUE '00'.
       01  WS-PERBASIS-STATUS    PIC X(02)  VALUE '00'.
       01  WS-LABSPLIT-STATUS    PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad journal to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.07'.

       COPY PAYDTL.
       COPY FILEHDR.
       COPY GLPCREC.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-DETAIL      VALUE 'Y'.
           88  WS-TRAILER-SEEN        VALUE 'Y'.
       01  WS-TRAILER-COUNT PIC 9(07)  VALUE ZERO.

      * The pay-detail file's own header stamp, carried onto the
      * payable control file.
       01  WS-PAYDETL-DATE  PIC 9(08)  VALUE ZERO.
       01  WS-PAYDETL-TIME  PIC 9(06)  VALUE ZERO.
       01  WS-PERIOD-END    PIC 9(08)  VALUE ZERO.

      * The mapping table loaded from GLMAP. 200 rows covers every
      * department times every class several times over.
       01  WS-MAP-COUNT     PIC 9(03)  COMP VALUE ZERO.
               10  WS-AC-DEBIT      PIC S9(11)V99 COMP-3.
               10  WS-AC-CREDIT     PIC S9(11)V99 COMP-3.

      * Payable credits by deduction code, across every department
      * and account, for the proof report and the payable control
      * file. A code past the table's end cannot be tied out, so
      * the run ends CC 16 the same as an account overflow.
       01  WS-CODE-COUNT    PIC 9(03)  COMP VALUE ZERO.
       01  WS-CODE-DROP-COUNT PIC 9(05) COMP VALUE ZERO.
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CODE-IDX.
               10  WS-CD-CODE       PIC X(03).
               10  WS-CD-CREDIT     PIC S9(11)V99 COMP-3.
               10  WS-CD-ENTRIES    PIC 9(07)  COMP.
       01  WS-CTL-COUNT     PIC 9(07)  VALUE ZERO.

      * The employee's labor split in force at the period end. No
      * LABSPLIT file means every employee charges the home
      * department, as before splits existed.
       01  WS-LABSPLIT-SW   PIC X(01)  VALUE 'N'.
           88  WS-LABSPLIT-AVAILABLE  VALUE 'Y'.
       01  WS-SPLIT-END-SW  PIC X(01)  VALUE 'N'.
           88  WS-SPLIT-SCAN-DONE     VALUE 'Y'.
       01  WS-SPLIT-SW      PIC X(01)  VALUE 'N'.
           88  WS-SPLIT-ACTIVE        VALUE 'Y'.
       01  WS-SPLIT-FOUND-SW PIC X(01) VALUE 'N'.
           88  WS-SPLIT-FOUND         VALUE 'Y'.
       01  WS-SPLIT-EFF-DATE PIC 9(08) VALUE ZERO.
       01  WS-SPLIT-COUNT   PIC 9(02)  COMP VALUE ZERO.
       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-ENTRY OCCURS 10 TIMES.
               10  WS-SP-DEPT       PIC X(04).
               10  WS-SP-ACCOUNT    PIC X(08).
               10  WS-SP-PERCENT    PIC 9(03)V99.
               10  WS-SP-SHARE      PIC S9(09)V99 COMP-3.
               10  WS-SP-POSTED     PIC S9(09)V99 COMP-3.
       01  WS-SPLIT-SUB     PIC 9(02)  COMP VALUE ZERO.
       01  WS-LARGEST-SUB   PIC 9(02)  COMP VALUE ZERO.
       01  WS-SPLIT-PCT-TOTAL PIC 9(05)V99 VALUE ZERO.
       01  WS-SPLIT-LEFTOVER PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-SPLIT-EMP-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-BAD-SPLIT-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-SPLIT-HEAD-SW PIC X(01)  VALUE 'N'.
           88  WS-SPLIT-HEAD-WRITTEN  VALUE 'Y'.

      * One expense debit to charge, through the split when there
      * is one: the class (earnings code, or 'GRS') and the amount.
       01  WS-EXPENSE-CLASS PIC X(03)  VALUE SPACE.
       01  WS-EXPENSE-AMOUNT PIC S9(09)V99 COMP-3 VALUE ZERO.

      * Lookup scratch handed to the search paragraphs.
       01  WS-LOOKUP-DEPT   PIC X(04)  VALUE SPACE.
       01  WS-LOOKUP-CLASS  PIC X(03)  VALUE SPACE.
           88  WS-POST-DEBIT          VALUE 'D'.
           88  WS-POST-CREDIT         VALUE 'C'.
       01  WS-DED-SUB       PIC 9(02)  COMP VALUE ZERO.
       01  WS-EARN-SUB      PIC 9(02)  COMP VALUE ZERO.

       01  WS-BODY-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-UNMAPPED-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-TOTAL-CREDITS PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.

      * The date every journal entry posts on, resolved from the
      * first pay row.
       01  WS-POST-DATE     PIC 9(08)  VALUE ZERO.
       01  WS-CAL-MISS-SW   PIC X(01)  VALUE 'N'.
           88  WS-CAL-PERIOD-MISSING  VALUE 'Y'.

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

       01  WS-RUN-TIME.
           05  WS-RT-HHMMSS     PIC 9(06).
           05  FILLER           PIC 9(02).

      * Calendar months unless the period-basis card says fiscal;
      * on the fiscal basis a posting date off the fiscal calendar
      * leaves the journal with no ledger period, not releasable.
       01  WS-BASIS-SW      PIC X(01)  VALUE 'C'.
           88  WS-FISCAL-BASIS        VALUE 'F'.
       01  WS-FISCAL-MISS-SW PIC X(01) VALUE 'N'.
           88  WS-FISCAL-PERIOD-MISSING VALUE 'Y'.

      * DATEUTL linkage-shaped working-storage for the fiscal
      * calendar (see COPYBOOKS/CCYYDATE.CPY, FISCPER.CPY and
      * CALL/DATEUTL.CBL).
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
       COPY FISCPER.

      * One journal entry per account and side, for the ledger load.
       01  WS-JOURNAL-ENTRY.
           05  FILLER           PIC X(02)  VALUE 'JE'.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-JE-AMOUNT     PIC 9(11)V99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-JE-POST-DATE  PIC 9(08).
      * Fiscal basis only; spaces on the calendar basis, where the
      * ledger takes its period from the posting date.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-JE-FISCAL-YEAR PIC X(04) VALUE SPACE.
           05  WS-JE-FISCAL-PERIOD PIC X(02) VALUE SPACE.
           05  FILLER           PIC X(37)  VALUE SPACE.

       01  WS-RPT-TITLE     PIC X(80) VALUE
           'GL LABOR DISTRIBUTION - JOURNAL PROOF'.

       01  WS-RPT-PERIOD-LINE.
           05  FILLER           PIC X(16)  VALUE 'LEDGER PERIOD : '.
           05  WS-RPL-LABEL     PIC X(10).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RPL-START     PIC 9(08).
           05  FILLER           PIC X(03)  VALUE ' - '.
           05  WS-RPL-END       PIC 9(08).
           05  FILLER           PIC X(33)  VALUE SPACE.

       01  WS-RPT-DETAIL.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RP-ACCOUNT    PIC X(08).
           05  FILLER       PIC X(42)  VALUE
               ' POSTINGS DROPPED - JOURNAL NOT RELEASABLE'.

       01  WS-SPLIT-HEAD-LINE.
           05  FILLER           PIC X(40)  VALUE
               'LABOR SPLITS APPLIED   EMP   EFFECTIVE '.
           05  FILLER           PIC X(40)  VALUE
               '  DEPT ACCOUNT   PERCENT        AMOUNT  '.

       01  WS-SPLIT-DETAIL.
           05  FILLER           PIC X(22)  VALUE SPACE.
           05  WS-SD-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-SD-EFF-DATE   PIC 9(08).
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-SD-DEPT       PIC X(04).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-SD-ACCOUNT    PIC X(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-SD-PERCENT    PIC ZZ9.99.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-SD-AMOUNT     PIC -ZZZZZZZ9.99.
           05  FILLER           PIC X(06)  VALUE SPACE.

       01  WS-BAD-SPLIT-LINE.
           05  FILLER           PIC X(22)  VALUE
               '*** SPLIT NOT 100 PCT '.
           05  WS-BS-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-BS-EFF-DATE   PIC 9(08).
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-BS-PERCENT    PIC ZZZZ9.99.
           05  FILLER           PIC X(33)  VALUE
               ' PCT - CHARGED TO HOME DEPARTMENT'.

       01  WS-CODE-HEAD-LINE PIC X(80) VALUE
           'PAYABLE CREDITS BY DEDUCTION CODE'.

       01  WS-CODE-DETAIL.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-CP-CODE       PIC X(03).
           05  FILLER           PIC X(09)  VALUE SPACE.
           05  WS-CP-CREDIT     PIC ZZZZZZZZZ9.99.
           05  FILLER           PIC X(04)  VALUE SPACE.
           05  WS-CP-ENTRIES    PIC ZZZZZZ9.
           05  FILLER           PIC X(09)  VALUE ' ENTRIES'.
           05  FILLER           PIC X(33)  VALUE SPACE.

       01  WS-PROOF-LINE.
           05  FILLER           PIC X(14)  VALUE 'TOTAL DEBITS: '.
           05  WS-PF-DEBITS     PIC ZZZZZZZZZ9.99.
               UNTIL END-OF-GL-MAP
           CLOSE GL-MAP

           OPEN INPUT LABOR-SPLIT
           IF WS-LABSPLIT-STATUS = '00'
               SET WS-LABSPLIT-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'GLDIST: LABOR-SPLIT MASTER (LABSPLIT) NOT '
                   'AVAILABLE - ALL LABOR CHARGED TO HOME DEPARTMENTS'
           END-IF

           PERFORM 1300-READ-PERIOD-BASIS

           OPEN INPUT  PAY-DETAIL
           OPEN OUTPUT GL-JOURNAL
           OPEN OUTPUT PROOF-RPT
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1200-RESOLVE-POST-DATE - THE CALENDAR CHECK DATE OF THE  *
      *  PERIOD THE PAY ROWS END ON; AN OFF-CYCLE ROW'S PERIOD    *
      *  END IS ITS PAYMENT DATE                                  *
      *----------------------------------------------------------*
       1200-RESOLVE-POST-DATE.

           IF PD-RUN-TYPE = 'O' OR PD-RUN-TYPE = 'F'
               MOVE PD-PERIOD-END TO WS-POST-DATE
           ELSE
               MOVE PD-PERIOD-END TO WS-CAL-LOOKUP-DATE
               CALL 'PAYPER' USING WS-CAL-FUNCTION WS-PAY-GROUP
                   WS-CAL-LOOKUP-DATE PAY-CALENDAR-RECORD
                   WS-PAYCAL-STATUS
               IF WS-PAYCAL-OK
                   MOVE PCL-CHECK-DATE TO WS-POST-DATE
               ELSE
                   DISPLAY 'GLDIST: PERIOD ' PD-PERIOD-END
                       ' NOT ON THE PAY CALENDAR - JOURNAL NOT '
                       'RELEASABLE'
                   SET WS-CAL-PERIOD-MISSING TO TRUE
                   MOVE PD-PERIOD-END TO WS-POST-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1300-READ-PERIOD-BASIS - CALENDAR MONTHS UNLESS THE CARD *
      *  SAYS FISCAL                                              *
      *----------------------------------------------------------*
       1300-READ-PERIOD-BASIS.

           OPEN INPUT PERIOD-BASIS
           IF WS-PERBASIS-STATUS = '00'
               READ PERIOD-BASIS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PB-FISCAL-BASIS
                           MOVE 'F' TO WS-BASIS-SW
                       END-IF
               END-READ
               CLOSE PERIOD-BASIS
           END-IF.

      *----------------------------------------------------------*
      *  1400-RESOLVE-FISCAL-PERIOD - THE FISCAL PERIOD THE       *
      *  POSTING DATE FALLS IN, STAMPED ON EVERY JOURNAL ENTRY    *
      *  AND NAMED ON THE PROOF REPORT                            *
      *----------------------------------------------------------*
       1400-RESOLVE-FISCAL-PERIOD.

           MOVE WS-POST-DATE TO WS-DU-DATE1-NUM
           MOVE 'F' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW FISCAL-PERIOD-INFO

           IF WS-DATEUTL-DATE-IS-VALID
               MOVE FPI-FISCAL-YEAR TO WS-JE-FISCAL-YEAR
               MOVE FPI-PERIOD      TO WS-JE-FISCAL-PERIOD
               MOVE FPI-LABEL        TO WS-RPL-LABEL
               MOVE FPI-PERIOD-START TO WS-RPL-START
               MOVE FPI-PERIOD-END   TO WS-RPL-END
               WRITE PROOF-RPT-LINE FROM WS-RPT-PERIOD-LINE
               MOVE SPACE TO PROOF-RPT-LINE
               WRITE PROOF-RPT-LINE
           ELSE
               DISPLAY 'GLDIST: POSTING DATE ' WS-POST-DATE
                   ' NOT ON THE FISCAL CALENDAR (FISCCAL) - '
                   'JOURNAL NOT RELEASABLE'
               SET WS-FISCAL-PERIOD-MISSING TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  2000-PROCESS-DETAIL-RECORD - HEADER, TRAILER, OR ONE     *
      *  EMPLOYEE'S PAY POSTED TO THE ACCOUNT ACCUMULATORS        *
           EVALUATE PAY-DETAIL-IN(1:2)
               WHEN 'HH'
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE PAY-DETAIL-IN TO WS-FILE-HEADER-LINE
                   MOVE FH-RUN-DATE TO WS-PAYDETL-DATE
                   MOVE FH-RUN-TIME TO WS-PAYDETL-TIME
               WHEN 'TT'
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE PAY-DETAIL-IN TO WS-FILE-TRAILER-LINE
               WHEN 'PD'
                   MOVE PAY-DETAIL-IN TO PAY-DETAIL-RECORD
                   ADD 1 TO WS-BODY-COUNT
                   IF WS-POST-DATE = ZERO
                       MOVE PD-PERIOD-END TO WS-PERIOD-END
                       PERFORM 1200-RESOLVE-POST-DATE
                       IF WS-FISCAL-BASIS
                           PERFORM 1400-RESOLVE-FISCAL-PERIOD
                       END-IF
                   END-IF
                   PERFORM 2100-POST-ONE-EMPLOYEE
               WHEN OTHER
                   CONTINUE
           PERFORM 8000-READ-PAY-DETAIL.

      *----------------------------------------------------------*
      *  2100-POST-ONE-EMPLOYEE - ONE GROSS DEBIT PER EARNINGS    *
      *  CODE PAID AND ONE FOR THE EMPLOYER MATCH (SPREAD BY THE  *
      *  LABOR SPLIT), ONE CREDIT PER DEDUCTION TAKEN, THE MATCH  *
      *  PAYABLE CREDIT, NET CREDIT                               *
      *----------------------------------------------------------*
       2100-POST-ONE-EMPLOYEE.

           PERFORM 2050-LOAD-LABOR-SPLIT

           IF PD-EARN-COUNT > ZERO
               PERFORM 2120-POST-ONE-EARNING
                   VARYING WS-EARN-SUB FROM 1 BY 1
                   UNTIL WS-EARN-SUB > PD-EARN-COUNT
           ELSE
               MOVE 'GRS'        TO WS-EXPENSE-CLASS
               MOVE PD-GROSS-PAY TO WS-EXPENSE-AMOUNT
               PERFORM 2400-POST-EXPENSE
           END-IF

           IF PD-ER-RET-MATCH NOT = ZERO
               MOVE 'RMX'           TO WS-EXPENSE-CLASS
               MOVE PD-ER-RET-MATCH TO WS-EXPENSE-AMOUNT
               PERFORM 2400-POST-EXPENSE
           END-IF

           IF WS-SPLIT-ACTIVE
               PERFORM 2480-REPORT-ONE-SHARE
                   VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > WS-SPLIT-COUNT
           END-IF

           MOVE PD-DEPT-CODE TO WS-LOOKUP-DEPT
           IF PD-DED-COUNT > ZERO
               PERFORM 2150-POST-ONE-DEDUCTION
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > PD-DED-COUNT
           END-IF

           IF PD-ER-RET-MATCH NOT = ZERO
               MOVE 'RMP'           TO WS-LOOKUP-CLASS
               MOVE PD-ER-RET-MATCH TO WS-POST-AMOUNT
               SET WS-POST-CREDIT TO TRUE
               PERFORM 2200-MAP-AND-POST
           END-IF

           MOVE 'NET'        TO WS-LOOKUP-CLASS
           MOVE PD-NET-PAY   TO WS-POST-AMOUNT
           SET WS-POST-CREDIT TO TRUE
           PERFORM 2200-MAP-AND-POST.

      *----------------------------------------------------------*
      *  2120-POST-ONE-EARNING - THE EARNINGS CODE'S OWN ROW      *
      *  FIRST, THE 'GRS' CATCH-ALL SECOND                        *
      *----------------------------------------------------------*
       2120-POST-ONE-EARNING.

           MOVE PD-EARN-CODE(WS-EARN-SUB)   TO WS-EXPENSE-CLASS
           MOVE PD-EARN-AMOUNT(WS-EARN-SUB) TO WS-EXPENSE-AMOUNT
           PERFORM 2400-POST-EXPENSE.

      *----------------------------------------------------------*
      *  2050-LOAD-LABOR-SPLIT - THE EMPLOYEE'S LATEST SPLIT ROW  *
      *  EFFECTIVE BY THE PERIOD END; ONE NOT TOTALLING 100       *
      *  PERCENT IS LISTED AND IGNORED                            *
      *----------------------------------------------------------*
       2050-LOAD-LABOR-SPLIT.

           MOVE 'N' TO WS-SPLIT-SW
           MOVE 'N' TO WS-SPLIT-FOUND-SW
           MOVE PD-DEPT-CODE TO WS-LOOKUP-DEPT

           IF WS-LABSPLIT-AVAILABLE
               MOVE 'N' TO WS-SPLIT-END-SW
               MOVE PD-EMP-ID TO LS-EMP-ID
               MOVE ZERO      TO LS-EFF-DATE
               START LABOR-SPLIT KEY NOT < LS-KEY
                   INVALID KEY
                       SET WS-SPLIT-SCAN-DONE TO TRUE
               END-START
               PERFORM 2060-READ-NEXT-SPLIT-ROW
                   UNTIL WS-SPLIT-SCAN-DONE
           END-IF

           IF WS-SPLIT-FOUND
               MOVE ZERO TO WS-SPLIT-PCT-TOTAL
               MOVE ZERO TO WS-LARGEST-SUB
               PERFORM 2070-CHECK-ONE-SHARE
                   VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > WS-SPLIT-COUNT
               IF WS-SPLIT-PCT-TOTAL = 100 AND WS-SPLIT-COUNT > ZERO
                   SET WS-SPLIT-ACTIVE TO TRUE
                   ADD 1 TO WS-SPLIT-EMP-COUNT
                   PERFORM 2090-WRITE-SPLIT-HEADING
               ELSE
                   ADD 1 TO WS-BAD-SPLIT-COUNT
                   PERFORM 2090-WRITE-SPLIT-HEADING
                   MOVE PD-EMP-ID          TO WS-BS-EMP-ID
                   MOVE WS-SPLIT-EFF-DATE  TO WS-BS-EFF-DATE
                   MOVE WS-SPLIT-PCT-TOTAL TO WS-BS-PERCENT
                   WRITE PROOF-RPT-LINE FROM WS-BAD-SPLIT-LINE
                   DISPLAY 'GLDIST: LABOR SPLIT FOR EMPLOYEE '
                       PD-EMP-ID ' DOES NOT TOTAL 100 PCT - CHARGED '
                       'TO HOME DEPARTMENT'
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2060-READ-NEXT-SPLIT-ROW - ROWS COME IN EFFECTIVE-DATE   *
      *  ORDER, SO THE LAST ONE KEPT IS THE ONE IN FORCE          *
      *----------------------------------------------------------*
       2060-READ-NEXT-SPLIT-ROW.

           READ LABOR-SPLIT NEXT RECORD
               AT END
                   SET WS-SPLIT-SCAN-DONE TO TRUE
               NOT AT END
                   IF LS-EMP-ID NOT = PD-EMP-ID
                       OR LS-EFF-DATE > PD-PERIOD-END
                       SET WS-SPLIT-SCAN-DONE TO TRUE
                   ELSE
                       SET WS-SPLIT-FOUND TO TRUE
                       MOVE LS-EFF-DATE TO WS-SPLIT-EFF-DATE
                       MOVE ZERO TO WS-SPLIT-COUNT
                       IF LS-SHARE-COUNT NUMERIC
                           AND LS-SHARE-COUNT NOT > 10
                           MOVE LS-SHARE-COUNT TO WS-SPLIT-COUNT
                       END-IF
                       PERFORM 2065-KEEP-ONE-SHARE
                           VARYING WS-SPLIT-SUB FROM 1 BY 1
                           UNTIL WS-SPLIT-SUB > WS-SPLIT-COUNT
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2065-KEEP-ONE-SHARE                                      *
      *----------------------------------------------------------*
       2065-KEEP-ONE-SHARE.

           MOVE LS-DEPT-CODE(WS-SPLIT-SUB)
               TO WS-SP-DEPT(WS-SPLIT-SUB)
           MOVE LS-GL-ACCOUNT(WS-SPLIT-SUB)
               TO WS-SP-ACCOUNT(WS-SPLIT-SUB)
           MOVE ZERO TO WS-SP-PERCENT(WS-SPLIT-SUB)
           IF LS-PERCENT(WS-SPLIT-SUB) NUMERIC
               MOVE LS-PERCENT(WS-SPLIT-SUB)
                   TO WS-SP-PERCENT(WS-SPLIT-SUB)
           END-IF
           MOVE ZERO TO WS-SP-POSTED(WS-SPLIT-SUB).

      *----------------------------------------------------------*
      *  2070-CHECK-ONE-SHARE - ADD UP THE PERCENTS AND NOTE THE  *
      *  LARGEST SHARE, WHICH TAKES THE ROUNDING                  *
      *----------------------------------------------------------*
       2070-CHECK-ONE-SHARE.

           ADD WS-SP-PERCENT(WS-SPLIT-SUB) TO WS-SPLIT-PCT-TOTAL
           IF WS-LARGEST-SUB = ZERO
               MOVE WS-SPLIT-SUB TO WS-LARGEST-SUB
           ELSE
               IF WS-SP-PERCENT(WS-SPLIT-SUB)
                   > WS-SP-PERCENT(WS-LARGEST-SUB)
                   MOVE WS-SPLIT-SUB TO WS-LARGEST-SUB
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2090-WRITE-SPLIT-HEADING - ONCE, AHEAD OF THE FIRST      *
      *  SPLIT LINE ON THE PROOF REPORT                           *
      *----------------------------------------------------------*
       2090-WRITE-SPLIT-HEADING.

           IF NOT WS-SPLIT-HEAD-WRITTEN
               SET WS-SPLIT-HEAD-WRITTEN TO TRUE
               WRITE PROOF-RPT-LINE FROM WS-SPLIT-HEAD-LINE
           END-IF.

      *----------------------------------------------------------*
      *  2150-POST-ONE-DEDUCTION - THE DEDUCTION'S OWN CODE ROW   *
      *  FIRST, THE 'DED' CATCH-ALL SECOND; A CREDIT THAT POSTED  *
      *  IS ALSO ADDED TO ITS DEDUCTION CODE'S TOTAL              *
      *----------------------------------------------------------*
       2150-POST-ONE-DEDUCTION.

           IF NOT WS-MAP-FOUND
               MOVE 'DED' TO WS-LOOKUP-CLASS
           END-IF
           PERFORM 2200-MAP-AND-POST

           IF WS-MAP-FOUND AND NOT WS-ACCT-OVERFLOWED
               PERFORM 2170-ACCUMULATE-DED-CODE
           END-IF.

      *----------------------------------------------------------*
      *  2170-ACCUMULATE-DED-CODE - FIND OR ADD THE DEDUCTION     *
      *  CODE'S ROW AND ADD THE CREDIT TO IT                      *
      *----------------------------------------------------------*
       2170-ACCUMULATE-DED-CODE.

           SET WS-CODE-IDX TO 1
           SEARCH WS-CODE-ENTRY
               AT END
                   IF WS-CODE-COUNT < 100
                       ADD 1 TO WS-CODE-COUNT
                       SET WS-CODE-IDX TO WS-CODE-COUNT
                       MOVE PD-DED-CODE(WS-DED-SUB)
                           TO WS-CD-CODE(WS-CODE-IDX)
                       MOVE ZERO TO WS-CD-CREDIT(WS-CODE-IDX)
                       MOVE ZERO TO WS-CD-ENTRIES(WS-CODE-IDX)
                   ELSE
                       DISPLAY 'GLDIST: DEDUCTION CODE TABLE FULL - '
                           'CODE ' PD-DED-CODE(WS-DED-SUB)
                           ' NOT CONTROLLED'
                       ADD 1 TO WS-CODE-DROP-COUNT
                   END-IF
               WHEN WS-CD-CODE(WS-CODE-IDX) = PD-DED-CODE(WS-DED-SUB)
                   CONTINUE
           END-SEARCH

           IF WS-CODE-IDX NOT > WS-CODE-COUNT
               ADD WS-POST-AMOUNT TO WS-CD-CREDIT(WS-CODE-IDX)
               ADD 1 TO WS-CD-ENTRIES(WS-CODE-IDX)
           END-IF.

      *----------------------------------------------------------*
      *  2400-POST-EXPENSE - ONE EXPENSE DEBIT, TO THE HOME       *
      *  DEPARTMENT OR SHARED OUT BY THE LABOR SPLIT; EACH SHARE  *
      *  IS TRUNCATED TO THE CENT AND WHAT IS LEFT GOES TO THE    *
      *  LARGEST SHARE SO THE SHARES ADD BACK TO THE AMOUNT       *
      *----------------------------------------------------------*
       2400-POST-EXPENSE.

           SET WS-POST-DEBIT TO TRUE

           IF NOT WS-SPLIT-ACTIVE
               MOVE PD-DEPT-CODE      TO WS-LOOKUP-DEPT
               MOVE WS-EXPENSE-AMOUNT TO WS-POST-AMOUNT
               PERFORM 2410-POST-TO-DEPARTMENT
           ELSE
               MOVE WS-EXPENSE-AMOUNT TO WS-SPLIT-LEFTOVER
               PERFORM 2420-COMPUTE-ONE-SHARE
                   VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > WS-SPLIT-COUNT
               ADD WS-SPLIT-LEFTOVER
                   TO WS-SP-SHARE(WS-LARGEST-SUB)
               PERFORM 2450-POST-ONE-SHARE
                   VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > WS-SPLIT-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2410-POST-TO-DEPARTMENT - THE CLASS'S OWN ROW FOR THE    *
      *  DEPARTMENT FIRST, THE 'GRS' CATCH-ALL SECOND             *
      *----------------------------------------------------------*
       2410-POST-TO-DEPARTMENT.

           MOVE WS-EXPENSE-CLASS TO WS-LOOKUP-CLASS
           PERFORM 2250-SEARCH-MAP-TABLE
           IF NOT WS-MAP-FOUND
               MOVE 'GRS' TO WS-LOOKUP-CLASS
           END-IF
           PERFORM 2200-MAP-AND-POST.

      *----------------------------------------------------------*
      *  2420-COMPUTE-ONE-SHARE                                   *
      *----------------------------------------------------------*
       2420-COMPUTE-ONE-SHARE.

           COMPUTE WS-SP-SHARE(WS-SPLIT-SUB) =
               WS-EXPENSE-AMOUNT * WS-SP-PERCENT(WS-SPLIT-SUB) / 100
           SUBTRACT WS-SP-SHARE(WS-SPLIT-SUB) FROM WS-SPLIT-LEFTOVER.

      *----------------------------------------------------------*
      *  2450-POST-ONE-SHARE - A SHARE NAMING AN ACCOUNT POSTS    *
      *  THERE OUTRIGHT; ONE NAMING A DEPARTMENT GOES THROUGH     *
      *  GLMAP LIKE THE HOME DEPARTMENT WOULD                     *
      *----------------------------------------------------------*
       2450-POST-ONE-SHARE.

           MOVE WS-SP-SHARE(WS-SPLIT-SUB) TO WS-POST-AMOUNT
           ADD WS-SP-SHARE(WS-SPLIT-SUB) TO WS-SP-POSTED(WS-SPLIT-SUB)
           SET WS-POST-DEBIT TO TRUE

           IF WS-SP-ACCOUNT(WS-SPLIT-SUB) NOT = SPACE
               MOVE WS-SP-ACCOUNT(WS-SPLIT-SUB) TO WS-FOUND-ACCOUNT
               PERFORM 2300-ACCUMULATE-ACCOUNT
           ELSE
               MOVE WS-SP-DEPT(WS-SPLIT-SUB) TO WS-LOOKUP-DEPT
               PERFORM 2410-POST-TO-DEPARTMENT
           END-IF.

      *----------------------------------------------------------*
      *  2480-REPORT-ONE-SHARE - THE EMPLOYEE'S EXPENSE AS IT WAS *
      *  SHARED OUT, ONE PROOF-REPORT LINE PER SHARE              *
      *----------------------------------------------------------*
       2480-REPORT-ONE-SHARE.

           MOVE PD-EMP-ID                   TO WS-SD-EMP-ID
           MOVE WS-SPLIT-EFF-DATE           TO WS-SD-EFF-DATE
           MOVE WS-SP-DEPT(WS-SPLIT-SUB)    TO WS-SD-DEPT
           MOVE WS-SP-ACCOUNT(WS-SPLIT-SUB) TO WS-SD-ACCOUNT
           MOVE WS-SP-PERCENT(WS-SPLIT-SUB) TO WS-SD-PERCENT
           MOVE WS-SP-POSTED(WS-SPLIT-SUB)  TO WS-SD-AMOUNT
           WRITE PROOF-RPT-LINE FROM WS-SPLIT-DETAIL.

      *----------------------------------------------------------*
      *  2200-MAP-AND-POST - RESOLVE THE ACCOUNT (EXACT           *
      *  DEPARTMENT FIRST, '****' ANY-DEPARTMENT SECOND) AND ADD  *
           MOVE WS-JRNL-COUNT TO FT-RECORD-COUNT
           WRITE GL-JOURNAL-OUT FROM WS-FILE-TRAILER-LINE

           PERFORM 3200-WRITE-PAYABLE-CONTROL

           MOVE WS-TOTAL-DEBITS  TO WS-PF-DEBITS
           MOVE WS-TOTAL-CREDITS TO WS-PF-CREDITS
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
           WRITE PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE FROM WS-PROOF-LINE

           IF WS-CAL-PERIOD-MISSING
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-FISCAL-PERIOD-MISSING
               MOVE 16 TO RETURN-CODE
           END-IF

           IF NOT WS-HEADER-SEEN
               OR NOT WS-TRAILER-SEEN
               OR WS-TRAILER-COUNT NOT = WS-BODY-COUNT
               END-IF
           END-IF

           IF WS-BAD-SPLIT-COUNT > ZERO
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-CODE-DROP-COUNT > ZERO
               DISPLAY 'GLDIST: ' WS-CODE-DROP-COUNT ' CREDITS '
                   'MISSING FROM THE PAYABLE CONTROL FILE - '
                   'REMITTANCE CANNOT BE TIED OUT'
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-ACCT-DROP-COUNT > ZERO
               MOVE WS-ACCT-DROP-COUNT TO WS-OVF-ROWS
               WRITE PROOF-RPT-LINE FROM WS-OVERFLOW-LINE
           END-IF

           CLOSE PAY-DETAIL
           IF WS-LABSPLIT-AVAILABLE
               CLOSE LABOR-SPLIT
           END-IF
           CLOSE GL-JOURNAL
           CLOSE GL-PAY-CTL
           CLOSE PROOF-RPT

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
           MOVE 'GLDIST' TO JS-PROGRAM-ID
           MOVE WS-BODY-COUNT TO JS-RECORDS-READ
           MOVE WS-UNMAPPED-COUNT TO JS-RECORDS-REJECTED
           MOVE WS-RUN-DATE-NUM TO JS-RUN-DATE
           IF RETURN-CODE < 16
               SET JS-NORMAL-COMPLETION TO TRUE
           ELSE
               SET JS-ABNORMAL-COMPLETION TO TRUE
           END-IF
           WRITE JOB-SUMMARY-RECORD FROM WS-JOB-SUMMARY-LINE
           CLOSE JOB-SUMMARY.

      *----------------------------------------------------------*
      *  3100-WRITE-ONE-ACCOUNT - ONE JOURNAL ENTRY PER SIDE      *
               MOVE WS-AC-ACCOUNT(WS-ACCT-IDX) TO WS-JE-ACCOUNT
               MOVE 'D' TO WS-JE-SIDE
               MOVE WS-AC-DEBIT(WS-ACCT-IDX) TO WS-JE-AMOUNT
               MOVE WS-POST-DATE TO WS-JE-POST-DATE
               WRITE GL-JOURNAL-OUT FROM WS-JOURNAL-ENTRY
               ADD 1 TO WS-JRNL-COUNT
           END-IF
               MOVE WS-AC-ACCOUNT(WS-ACCT-IDX) TO WS-JE-ACCOUNT
               MOVE 'C' TO WS-JE-SIDE
               MOVE WS-AC-CREDIT(WS-ACCT-IDX) TO WS-JE-AMOUNT
               MOVE WS-POST-DATE TO WS-JE-POST-DATE
               WRITE GL-JOURNAL-OUT FROM WS-JOURNAL-ENTRY
               ADD 1 TO WS-JRNL-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  3200-WRITE-PAYABLE-CONTROL - THE SOURCE ROW AND ONE ROW  *
      *  PER DEDUCTION CODE, WRAPPED IN THIS RUN'S FILEHDR, AND   *
      *  THE SAME TOTALS ON THE PROOF REPORT                      *
      *----------------------------------------------------------*
       3200-WRITE-PAYABLE-CONTROL.

           OPEN OUTPUT GL-PAY-CTL

           MOVE 'GLDIST  ' TO FH-PROGRAM-ID
           MOVE WS-RUN-DATE-NUM TO FH-RUN-DATE
           MOVE WS-RT-HHMMSS TO FH-RUN-TIME
           WRITE GL-PAY-CTL-OUT FROM WS-FILE-HEADER-LINE

           MOVE SPACE TO GL-PAYABLE-CTL-RECORD
           SET GPC-SOURCE-ROW TO TRUE
           MOVE WS-PAYDETL-DATE TO GPC-PAYDETL-DATE
           MOVE WS-PAYDETL-TIME TO GPC-PAYDETL-TIME
           MOVE WS-PERIOD-END   TO GPC-PERIOD-END
           WRITE GL-PAY-CTL-OUT FROM GL-PAYABLE-CTL-RECORD
           ADD 1 TO WS-CTL-COUNT

           MOVE SPACE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE FROM WS-CODE-HEAD-LINE

           IF WS-CODE-COUNT > ZERO
               PERFORM 3250-WRITE-ONE-CODE
                   VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
           END-IF

           MOVE 'GLDIST  ' TO FT-PROGRAM-ID
           MOVE WS-CTL-COUNT TO FT-RECORD-COUNT
           WRITE GL-PAY-CTL-OUT FROM WS-FILE-TRAILER-LINE.

      *----------------------------------------------------------*
      *  3250-WRITE-ONE-CODE                                      *
      *----------------------------------------------------------*
       3250-WRITE-ONE-CODE.

           MOVE SPACE TO GL-PAYABLE-CTL-RECORD
           SET GPC-CODE-ROW TO TRUE
           MOVE WS-CD-CODE(WS-CODE-IDX)    TO GPC-DED-CODE
           MOVE WS-CD-CREDIT(WS-CODE-IDX)  TO GPC-CREDIT-AMOUNT
           MOVE WS-CD-ENTRIES(WS-CODE-IDX) TO GPC-ENTRY-COUNT
           WRITE GL-PAY-CTL-OUT FROM GL-PAYABLE-CTL-RECORD
           ADD 1 TO WS-CTL-COUNT

           MOVE WS-CD-CODE(WS-CODE-IDX)    TO WS-CP-CODE
           MOVE WS-CD-CREDIT(WS-CODE-IDX)  TO WS-CP-CREDIT
           MOVE WS-CD-ENTRIES(WS-CODE-IDX) TO WS-CP-ENTRIES
           WRITE PROOF-RPT-LINE FROM WS-CODE-DETAIL.

      *----------------------------------------------------------*
      *  8000-READ-PAY-DETAIL - READ NEXT EXTRACT RECORD          *
      *----------------------------------------------------------*
