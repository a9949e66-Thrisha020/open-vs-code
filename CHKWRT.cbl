       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHKWRT.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : PAYROLL CHECK WRITER. READS THE CHECK-DUE FILE
      *            : DDPAYFIL WRITES (CHKDUE: EVERY PAY ROW STILL IN
      *            : PRENOTE OR WITH NO DEPOSIT INSTRUCTION, PAYDTL
      *            : LAYOUT, VERIFIED COMPLETE AGAINST ITS FILEHDR
      *            : HEADER/TRAILER) AND ISSUES ONE PAPER CHECK PER
      *            : ROW WITH NET PAY. CHECK NUMBERS COME FROM THE
      *            : CHECK CONTROL RECORD (CHKCTL), WHICH ALSO
      *            : CARRIES THE DISBURSEMENT ACCOUNT; A MISSING
      *            : CONTROL RECORD ENDS THE RUN CC 16 RATHER THAN
      *            : RESTART THE NUMBERING. EACH CHECK IS WRITTEN
      *            : OUTSTANDING TO THE CHECK MASTER (CHKMAST, SEE
      *            : CHKREC), TO THE CHECK-PRINT FILE (CHKPRINT)
      *            : FOR THE PRINTER, TO THE CHECK REGISTER
      *            : (CHKREG), AND TO THE BANK'S POSITIVE-PAY ISSUE
      *            : FILE (POSPAY: CHECK NUMBER, AMOUNT, PAYEE, AND
      *            : ISSUE DATE) SO THE BANK REFUSES ANY CHECK THAT
      *            : IS ALTERED OR NOT ON THE LIST. THE PAYEE NAME
      *            : COMES FROM THE EMPLOYEE MASTER; A ROW WHOSE
      *            : EMPLOYEE IS NOT THERE GETS NO CHECK AND IS
      *            : REPORTED (CC 4).
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  CHECKS ARE DATED THE PERIOD'S CHECK DATE
      *                  FROM THE PAY CALENDAR (PAYCAL THROUGH PAYPER,
      *                  SEE PCALREC), OR AN OFF-CYCLE ROW'S PAYMENT
      *                  DATE, SO THE CHECK AND THE POSITIVE-PAY ISSUE
      *                  DATE MATCH THE DEPOSITS. A PERIOD NOT ON THE
      *                  CALENDAR IS DATED THE RUN DATE.
      * 10/15/2026  RSM  CHKDUE MAY BE SEVERAL WRAPPED FILES READ AS
      *                  ONE (THE OFF-CYCLE RUN'S OWN CHECK-DUE FILE
      *                  AND THE RETURNED DEPOSITS DDRETURN QUEUES ON
      *                  RTNCHK): EVERY HEADER NEEDS ITS TRAILER AND
      *                  THE TRAILER COUNTS MUST ADD TO THE ROWS READ.
      *                  A CHECK IS NEVER DATED BEFORE THE RUN DATE,
      *                  SO A RETURNED DEPOSIT FROM AN EARLIER PERIOD
      *                  IS DATED THE DAY ITS CHECK IS WRITTEN.
      * 10/15/2026  RSM  THE RUN NOW WRITES ONE MACHINE-READABLE
      *                  JOB-SUMMARY ROW (SEE JOBSUM) -- CHECK-DUE ROWS
      *                  READ, AND ROWS THAT GOT NO CHECK AS REJECTED --
      *                  SO THE OPERATIONS STATUS PAGE (OPSTATUS) SHOWS
      *                  THE STEP AND THE PAYROLL-CYCLE CERTIFICATE
      *                  (PAYCERT) CAN PROVE ITS HAND-OFF. A STEP ENDING
      *                  CC 16 IS FLAGGED ABNORMAL.
      * 10/15/2026  RSM  PAY-DETAIL RECORD WIDENED TO PAYDTL'S NEW
      *                  LENGTH (EMPLOYER RETIREMENT MATCH).
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-DUE   ASSIGN TO CHKDUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKDUE-STATUS.

           SELECT CHECK-CONTROL ASSIGN TO CHKCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKC-KEY
               FILE STATUS IS WS-CHKCTL-STATUS.

           SELECT CHECK-MASTER ASSIGN TO CHKMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CHECK-NO
               FILE STATUS IS WS-CHKMAST-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT CHECK-PRINT ASSIGN TO CHKPRINT
               ORGANIZATION IS SEQUENTIAL.

           SELECT POSITIVE-PAY ASSIGN TO POSPAY
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHECK-REG   ASSIGN TO CHKREG
               ORGANIZATION IS SEQUENTIAL.

           SELECT JOB-SUMMARY ASSIGN TO JOBSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBSUM-FILE-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-DUE
           LABEL RECORDS ARE STANDARD.
       01  CHECK-DUE-IN     PIC X(362).

      * One row, key 'PAYCHECK', seeded by operations with the first
      * check number of the stock on hand and the disbursement
      * account the checks draw on.
       FD  CHECK-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  CHECK-CONTROL-RECORD.
           05  CKC-KEY          PIC X(08).
           05  CKC-NEXT-CHECK   PIC 9(08).
           05  CKC-ROUTING      PIC 9(09).
           05  CKC-ACCOUNT      PIC X(17).

       FD  CHECK-MASTER.
           COPY CHKREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  CHECK-PRINT
           LABEL RECORDS ARE STANDARD.
       01  CHECK-PRINT-RECORD PIC X(120).

       FD  POSITIVE-PAY
           LABEL RECORDS ARE STANDARD.
       01  POSITIVE-PAY-RECORD PIC X(80).

       FD  CHECK-REG
           LABEL RECORDS ARE STANDARD.
       01  CHECK-REG-LINE   PIC X(132).

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
       01  WS-CHKDUE-STATUS      PIC X(02)  VALUE '00'.
       01  WS-CHKCTL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-CHKMAST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad check run to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.03'.

       COPY PAYDTL.
       COPY FILEHDR.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-CHECK-DUE       VALUE 'Y'.

       01  WS-HDR-SEEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-HEADER-SEEN         VALUE 'Y'.
       01  WS-TRL-SEEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN        VALUE 'Y'.
       01  WS-TRAILER-COUNT PIC 9(07)  VALUE ZERO.
       01  WS-HDR-COUNT     PIC 9(3)   COMP VALUE ZERO.
       01  WS-TRL-COUNT     PIC 9(3)   COMP VALUE ZERO.

       01  WS-ISSUE-SW      PIC X(01)  VALUE 'Y'.
           88  WS-ISSUE-CHECK         VALUE 'Y'.
       01  WS-NOTE          PIC X(30)  VALUE SPACE.

       01  WS-BODY-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-CHECK-COUNT   PIC 9(7)   VALUE ZERO.
       01  WS-SKIP-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-EXCEPT-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-DOLLAR-TOTAL  PIC S9(10)V99 COMP-3 VALUE ZERO.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-PAYEE         PIC X(36)  VALUE SPACE.

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

      * Check-print record for the printer: the face of the check
      * and the stub amounts.
       01  WS-PRINT-RECORD.
           05  FILLER           PIC X(01)  VALUE 'C'.
           05  WS-PR-CHECK-NO   PIC 9(08).
           05  WS-PR-ISSUE-DATE PIC 9(08).
           05  WS-PR-PAYEE      PIC X(36).
           05  WS-PR-AMOUNT     PIC 9(07)V99.
           05  WS-PR-EMP-ID     PIC 9(05).
           05  WS-PR-PERIOD-END PIC 9(08).
           05  WS-PR-GROSS      PIC S9(07)V99.
           05  WS-PR-TOTAL-DED  PIC S9(07)V99.
           05  WS-PR-NET        PIC S9(07)V99.
           05  FILLER           PIC X(18)  VALUE SPACE.

      * Positive-pay issue file: one 'H' header naming the account,
      * 'I' issue rows, one 'T' control trailer.
       01  WS-PP-HEADER.
           05  FILLER           PIC X(01)  VALUE 'H'.
           05  WS-PPH-ROUTING   PIC 9(09).
           05  WS-PPH-ACCOUNT   PIC X(17).
           05  WS-PPH-RUN-DATE  PIC 9(08).
           05  FILLER           PIC X(45)  VALUE SPACE.

       01  WS-PP-ISSUE.
           05  FILLER           PIC X(01)  VALUE 'I'.
           05  WS-PPI-ACCOUNT   PIC X(17).
           05  WS-PPI-CHECK-NO  PIC 9(08).
           05  WS-PPI-AMOUNT    PIC 9(08)V99.
           05  WS-PPI-ISSUE-DATE PIC 9(08).
           05  WS-PPI-PAYEE     PIC X(36).

       01  WS-PP-TRAILER.
           05  FILLER           PIC X(01)  VALUE 'T'.
           05  WS-PPT-COUNT     PIC 9(07).
           05  WS-PPT-TOTAL     PIC 9(10)V99.
           05  FILLER           PIC X(60)  VALUE SPACE.

       01  WS-TITLE-LINE    PIC X(132) VALUE
           'PAYROLL CHECK REGISTER'.

       01  WS-COLUMN-LINE.
           05  FILLER       PIC X(50)  VALUE
               'CHECK NO  EMP    PAYEE                            '.
           05  FILLER       PIC X(50)  VALUE
               '      PERIOD         AMOUNT  NOTE'.
           05  FILLER       PIC X(32)  VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DET-CHECK-NO  PIC ZZZZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-EMP-ID    PIC 9(05).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-PAYEE     PIC X(36).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-PERIOD    PIC 9(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-AMOUNT    PIC ZZZZZZZ9.99-.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-NOTE      PIC X(30).
           05  FILLER           PIC X(24)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(12)  VALUE 'ROWS DUE : '.
           05  WS-TRL-BODY      PIC ZZZZ9.
           05  FILLER           PIC X(13)  VALUE '  CHECKS   : '.
           05  WS-TRL-CHECKS    PIC ZZZZZZ9.
           05  FILLER           PIC X(13)  VALUE '  NO NET   : '.
           05  WS-TRL-SKIP      PIC ZZZZ9.
           05  FILLER           PIC X(13)  VALUE '  NOT ISSUED:'.
           05  WS-TRL-EXCEPT    PIC ZZZZ9.
           05  FILLER           PIC X(10)  VALUE '  TOTAL : '.
           05  WS-TRL-TOTAL     PIC ZZZZZZZZZ9.99.
           05  FILLER           PIC X(36)  VALUE SPACE.

       01  WS-NEXT-CHECK-LINE.
           05  FILLER           PIC X(24)  VALUE
               'NEXT CHECK NUMBER     : '.
           05  WS-NCL-NEXT      PIC ZZZZZZZ9.
           05  FILLER           PIC X(100) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DUE-RECORD
               UNTIL END-OF-CHECK-DUE
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - CLAIM THE CHECK CONTROL RECORD, OPEN   *
      *  FILES, WRITE THE HEADERS                                 *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           OPEN I-O CHECK-CONTROL
           IF WS-CHKCTL-STATUS NOT = '00'
               DISPLAY 'CHKWRT: CHKCTL NOT AVAILABLE - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'PAYCHECK' TO CKC-KEY
           READ CHECK-CONTROL
               INVALID KEY
                   DISPLAY 'CHKWRT: CHECK CONTROL RECORD NOT '
                       'SEEDED - ABORTING RUN'
                   CLOSE CHECK-CONTROL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           OPEN INPUT  CHECK-DUE
           IF WS-CHKDUE-STATUS NOT = '00'
               DISPLAY 'CHKWRT: NO CHKDUE FILE - ABORTING RUN'
               CLOSE CHECK-CONTROL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  EMP-MASTER
           OPEN I-O    CHECK-MASTER
           IF WS-CHKMAST-STATUS NOT = '00'
               OPEN OUTPUT CHECK-MASTER
               CLOSE CHECK-MASTER
               OPEN I-O CHECK-MASTER
           END-IF
           OPEN OUTPUT CHECK-PRINT
           OPEN OUTPUT POSITIVE-PAY
           OPEN OUTPUT CHECK-REG

           MOVE CKC-ROUTING     TO WS-PPH-ROUTING
           MOVE CKC-ACCOUNT     TO WS-PPH-ACCOUNT
           MOVE WS-RUN-DATE-NUM TO WS-PPH-RUN-DATE
           WRITE POSITIVE-PAY-RECORD FROM WS-PP-HEADER

           WRITE CHECK-REG-LINE FROM WS-TITLE-LINE
           MOVE SPACE TO CHECK-REG-LINE
           WRITE CHECK-REG-LINE
           WRITE CHECK-REG-LINE FROM WS-COLUMN-LINE

           PERFORM 8000-READ-CHECK-DUE.

      *----------------------------------------------------------*
      *  2000-PROCESS-DUE-RECORD - HEADER, TRAILER, OR ONE PAY    *
      *  ROW HELD TO A CHECK                                      *
      *----------------------------------------------------------*
       2000-PROCESS-DUE-RECORD.

           EVALUATE CHECK-DUE-IN(1:2)
               WHEN 'HH'
                   SET WS-HEADER-SEEN TO TRUE
                   ADD 1 TO WS-HDR-COUNT
               WHEN 'TT'
                   SET WS-TRAILER-SEEN TO TRUE
                   ADD 1 TO WS-TRL-COUNT
                   MOVE CHECK-DUE-IN TO WS-FILE-TRAILER-LINE
                   ADD FT-RECORD-COUNT TO WS-TRAILER-COUNT
               WHEN 'PD'
                   MOVE CHECK-DUE-IN TO PAY-DETAIL-RECORD
                   ADD 1 TO WS-BODY-COUNT
                   PERFORM 2100-WRITE-ONE-CHECK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 8000-READ-CHECK-DUE.

      *----------------------------------------------------------*
      *  2100-WRITE-ONE-CHECK - NUMBER THE CHECK, RECORD IT       *
      *  OUTSTANDING, AND SEND IT TO PRINT AND TO POSITIVE PAY    *
      *----------------------------------------------------------*
       2100-WRITE-ONE-CHECK.

           SET WS-ISSUE-CHECK TO TRUE
           MOVE SPACE TO WS-NOTE
           MOVE SPACE TO WS-PAYEE
           MOVE ZERO  TO WS-DET-CHECK-NO

           IF PD-NET-PAY NOT > ZERO
               MOVE 'N' TO WS-ISSUE-SW
               MOVE 'NO NET PAY - NO CHECK' TO WS-NOTE
               ADD 1 TO WS-SKIP-COUNT
           END-IF

           IF WS-ISSUE-CHECK
               MOVE PD-EMP-ID TO EMP-ID
               READ EMP-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-ISSUE-SW
                       MOVE '*NOT ON EMPMAST - NOT ISSUED*'
                           TO WS-NOTE
                       ADD 1 TO WS-EXCEPT-COUNT
                   NOT INVALID KEY
                       STRING EMP-FNAME DELIMITED BY '  '
                              ' '       DELIMITED BY SIZE
                              EMP-LNAME DELIMITED BY '  '
                           INTO WS-PAYEE
                       END-STRING
               END-READ
           END-IF

           IF WS-ISSUE-CHECK
               PERFORM 2200-RECORD-CHECK
           END-IF

           MOVE PD-EMP-ID     TO WS-DET-EMP-ID
           MOVE WS-PAYEE      TO WS-DET-PAYEE
           MOVE PD-PERIOD-END TO WS-DET-PERIOD
           MOVE PD-NET-PAY    TO WS-DET-AMOUNT
           MOVE WS-NOTE       TO WS-DET-NOTE
           WRITE CHECK-REG-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  2200-RECORD-CHECK - THE NEXT NUMBER FROM CHKCTL. A       *
      *  NUMBER ALREADY ON CHKMAST MEANS THE CONTROL RECORD HAS   *
      *  FALLEN BEHIND: NOTHING IS PRINTED FOR IT AND THE RUN     *
      *  ENDS CC 16 SO THE STOCK CAN BE RECONCILED BY HAND.       *
      *----------------------------------------------------------*
       2200-RECORD-CHECK.

           MOVE CKC-NEXT-CHECK TO CK-CHECK-NO
           ADD 1 TO CKC-NEXT-CHECK
           MOVE PD-EMP-ID      TO CK-EMP-ID
           MOVE WS-PAYEE       TO CK-PAYEE
           MOVE PD-NET-PAY     TO CK-AMOUNT
           IF PD-RUN-TYPE = 'O' OR PD-RUN-TYPE = 'F'
               MOVE PD-PERIOD-END TO CK-ISSUE-DATE
           ELSE
               MOVE PD-PERIOD-END TO WS-CAL-LOOKUP-DATE
               CALL 'PAYPER' USING WS-CAL-FUNCTION WS-PAY-GROUP
                   WS-CAL-LOOKUP-DATE PAY-CALENDAR-RECORD
                   WS-PAYCAL-STATUS
               IF WS-PAYCAL-OK
                   MOVE PCL-CHECK-DATE  TO CK-ISSUE-DATE
               ELSE
                   MOVE WS-RUN-DATE-NUM TO CK-ISSUE-DATE
               END-IF
           END-IF
           IF CK-ISSUE-DATE < WS-RUN-DATE-NUM
               MOVE WS-RUN-DATE-NUM TO CK-ISSUE-DATE
           END-IF
           MOVE PD-PERIOD-END  TO CK-PERIOD-END
           MOVE PD-RUN-TYPE    TO CK-RUN-TYPE
           SET CK-OUTSTANDING  TO TRUE
           MOVE ZERO           TO CK-CLEARED-DATE
           MOVE ZERO           TO CK-PAID-AMOUNT

           WRITE CHECK-MASTER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-ISSUE-SW
                   MOVE '*CHECK NO ALREADY ON CHKMAST*' TO WS-NOTE
                   ADD 1 TO WS-EXCEPT-COUNT
                   DISPLAY 'CHKWRT: CHECK ' CK-CHECK-NO
                       ' ALREADY ON CHKMAST - CHKCTL OUT OF STEP'
                   MOVE 16 TO RETURN-CODE
           END-WRITE

           MOVE CK-CHECK-NO TO WS-DET-CHECK-NO

           IF WS-ISSUE-CHECK
               MOVE CK-CHECK-NO     TO WS-PR-CHECK-NO
               MOVE CK-ISSUE-DATE   TO WS-PR-ISSUE-DATE
               MOVE CK-PAYEE        TO WS-PR-PAYEE
               MOVE CK-AMOUNT       TO WS-PR-AMOUNT
               MOVE PD-EMP-ID       TO WS-PR-EMP-ID
               MOVE PD-PERIOD-END   TO WS-PR-PERIOD-END
               MOVE PD-GROSS-PAY    TO WS-PR-GROSS
               MOVE PD-TOTAL-DED    TO WS-PR-TOTAL-DED
               MOVE PD-NET-PAY      TO WS-PR-NET
               WRITE CHECK-PRINT-RECORD FROM WS-PRINT-RECORD

               MOVE CKC-ACCOUNT     TO WS-PPI-ACCOUNT
               MOVE CK-CHECK-NO     TO WS-PPI-CHECK-NO
               MOVE CK-AMOUNT       TO WS-PPI-AMOUNT
               MOVE CK-ISSUE-DATE   TO WS-PPI-ISSUE-DATE
               MOVE CK-PAYEE        TO WS-PPI-PAYEE
               WRITE POSITIVE-PAY-RECORD FROM WS-PP-ISSUE

               ADD 1 TO WS-CHECK-COUNT
               ADD CK-AMOUNT TO WS-DOLLAR-TOTAL
           END-IF.

      *----------------------------------------------------------*
      *  3000-FINALIZE - VERIFY THE CHECK-DUE FILE WAS COMPLETE,  *
      *  ADVANCE THE CONTROL RECORD, WRITE TRAILERS, CLOSE FILES  *
      *----------------------------------------------------------*
       3000-FINALIZE.

           IF NOT WS-HEADER-SEEN
               OR NOT WS-TRAILER-SEEN
               OR WS-HDR-COUNT NOT = WS-TRL-COUNT
               OR WS-TRAILER-COUNT NOT = WS-BODY-COUNT
               DISPLAY 'CHKWRT: CHECK-DUE FILE FAILED COMPLETENESS '
                   'CHECK - CHECKS AND POSITIVE PAY NOT RELEASABLE'
               MOVE 16 TO RETURN-CODE
           END-IF

           REWRITE CHECK-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'CHKWRT: CHECK CONTROL RECORD NOT '
                       'ADVANCED - NEXT CHECK SHOULD BE '
                       CKC-NEXT-CHECK
                   MOVE 16 TO RETURN-CODE
           END-REWRITE

           MOVE WS-CHECK-COUNT  TO WS-PPT-COUNT
           MOVE WS-DOLLAR-TOTAL TO WS-PPT-TOTAL
           WRITE POSITIVE-PAY-RECORD FROM WS-PP-TRAILER

           MOVE WS-BODY-COUNT   TO WS-TRL-BODY
           MOVE WS-CHECK-COUNT  TO WS-TRL-CHECKS
           MOVE WS-SKIP-COUNT   TO WS-TRL-SKIP
           MOVE WS-EXCEPT-COUNT TO WS-TRL-EXCEPT
           MOVE WS-DOLLAR-TOTAL TO WS-TRL-TOTAL
           MOVE SPACE TO CHECK-REG-LINE
           WRITE CHECK-REG-LINE
           WRITE CHECK-REG-LINE FROM WS-TRAILER-LINE
           MOVE CKC-NEXT-CHECK  TO WS-NCL-NEXT
           WRITE CHECK-REG-LINE FROM WS-NEXT-CHECK-LINE

           IF WS-EXCEPT-COUNT > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE CHECK-DUE
           CLOSE CHECK-CONTROL
           CLOSE CHECK-MASTER
           CLOSE EMP-MASTER
           CLOSE CHECK-PRINT
           CLOSE POSITIVE-PAY
           CLOSE CHECK-REG

           MOVE WS-CHECK-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL

      * One machine-readable summary row for the operations status
      * page and the payroll-cycle certificate (PAYCERT).
           OPEN EXTEND JOB-SUMMARY
           IF WS-JOBSUM-FILE-STATUS NOT = '00'
               OPEN OUTPUT JOB-SUMMARY
           END-IF
           MOVE 'CHKWRT' TO JS-PROGRAM-ID
           MOVE WS-BODY-COUNT TO JS-RECORDS-READ
           MOVE WS-EXCEPT-COUNT TO JS-RECORDS-REJECTED
           MOVE WS-RUN-DATE-NUM TO JS-RUN-DATE
           IF RETURN-CODE < 16
               SET JS-NORMAL-COMPLETION TO TRUE
           ELSE
               SET JS-ABNORMAL-COMPLETION TO TRUE
           END-IF
           WRITE JOB-SUMMARY-RECORD FROM WS-JOB-SUMMARY-LINE
           CLOSE JOB-SUMMARY.

      *----------------------------------------------------------*
      *  8000-READ-CHECK-DUE - READ NEXT CHECK-DUE RECORD         *
      *----------------------------------------------------------*
       8000-READ-CHECK-DUE.

           READ CHECK-DUE
               AT END
                   SET END-OF-CHECK-DUE TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'CHKWRT  '         TO AUD-PROGRAM-ID
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
