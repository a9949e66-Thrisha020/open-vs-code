       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYRECON.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : PAYROLL THREE-WAY RECONCILIATION. RUN AFTER
      *            : EACH PAY RUN'S PAYMENT AND POSTING STEPS, IT
      *            : PROVES THE PAY RUN TIES OUT BEFORE THE BANK
      *            : FILE AND THE GL JOURNAL ARE RELEASED:
      *            :  - NET: THE PAY-DETAIL NET (PAYDETL, SEE
      *            :    PAYDTL) EQUALS THE BANK FILE'S CONTROL-
      *            :    TRAILER DOLLAR TOTAL (BANKFILE, WRITTEN BY
      *            :    DDPAYFIL) PLUS THE PAY HELD TO A CHECK FOR
      *            :    A PRENOTE, A SUSPENDED ACCOUNT OR NO
      *            :    DEPOSIT INSTRUCTION (CHKDUE). EVERY
      *            :    EMPLOYEE WHOSE THREE AMOUNTS DISAGREE IS
      *            :    LISTED.
      *            :  - GROSS: THE PAY-DETAIL GROSS PLUS THE
      *            :    EMPLOYER RETIREMENT MATCH EQUALS THE GL
      *            :    JOURNAL'S LABOR-EXPENSE DEBITS (GLJRNL,
      *            :    WRITTEN BY GLDIST, WHICH DEBITS NOTHING
      *            :    BUT LABOR EXPENSE).
      *            :  - DEDUCTIONS: EACH DEDUCTION CODE'S PAY-
      *            :    DETAIL TOTAL, THE MATCH PAYABLE ('RMP')
      *            :    AND THE NET PAY ARE TAKEN THROUGH THE
      *            :    ACCOUNT MAPPING (GLMAP) THE SAME WAY
      *            :    GLDIST POSTS THEM, AND EVERY ACCOUNT'S
      *            :    EXPECTED CREDIT MUST EQUAL ITS JOURNAL
      *            :    CREDIT. DIFFERENCES ARE LISTED BY ACCOUNT
      *            :    AND EACH CODE SHOWS THE ACCOUNT IT POSTS TO.
      *            : EVERY INPUT IS FIRST VERIFIED COMPLETE AGAINST
      *            : ITS OWN HEADER AND TRAILER. AN INCOMPLETE FILE,
      *            : A FULL TABLE OR ANY OUT-OF-BALANCE CONDITION
      *            : ENDS THE STEP WITH CONDITION CODE 16, WHICH
      *            : HOLDS THE BANK FILE AND THE JOURNAL BACK FROM
      *            : RELEASE. THE REPORT (RCNRPT) SHOWS ALL THREE
      *            : PROOFS AND THE VERDICT.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  THE RUN NOW WRITES ONE MACHINE-READABLE
      *                  JOB-SUMMARY ROW (SEE JOBSUM) -- PAY-DETAIL ROWS
      *                  READ, AND EMPLOYEES OUT OF BALANCE AS REJECTED
      *                  -- SO THE OPERATIONS STATUS PAGE (OPSTATUS)
      *                  SHOWS THE STEP AND THE PAYROLL-CYCLE
      *                  CERTIFICATE (PAYCERT) CAN PROVE ITS HAND-OFF. A
      *                  STEP ENDING CC 16 IS FLAGGED ABNORMAL.
      * 10/15/2026  RSM  PAY-DETAIL RECORD WIDENED TO PAYDTL'S NEW
      *                  LENGTH (EMPLOYER RETIREMENT MATCH).
      * 10/15/2026  RSM  GLDIST NOW POSTS THE EMPLOYER RETIREMENT
      *                  MATCH: THE GROSS PROOF EXPECTS GROSS PLUS
      *                  MATCH IN THE JOURNAL DEBITS, AND THE MATCH IS
      *                  TAKEN THROUGH GLMAP CLASS 'RMP' TO THE
      *                  ACCOUNT GLDIST CREDITS IT TO.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP      ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT PAY-DETAIL  ASSIGN TO PAYDETL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYDETL-STATUS.

           SELECT BANK-FILE   ASSIGN TO BANKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANKFILE-STATUS.

           SELECT CHECK-DUE   ASSIGN TO CHKDUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKDUE-STATUS.

           SELECT GL-JOURNAL  ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT RECON-RPT   ASSIGN TO RCNRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT JOB-SUMMARY ASSIGN TO JOBSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBSUM-FILE-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * The same mapping file GLDIST posts through: department plus
      * pay class to GL account, '****' matching any department.
       FD  GL-MAP
           LABEL RECORDS ARE STANDARD.
       01  GL-MAP-RECORD.
           05  GM-DEPT-CODE     PIC X(04).
           05  GM-CLASS         PIC X(03).
           05  GM-GL-ACCOUNT    PIC X(08).

       FD  PAY-DETAIL
           LABEL RECORDS ARE STANDARD.
       01  PAY-DETAIL-IN    PIC X(362).

       FD  BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANK-FILE-RECORD PIC X(60).

       FD  CHECK-DUE
           LABEL RECORDS ARE STANDARD.
       01  CHECK-DUE-IN     PIC X(362).

       FD  GL-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  GL-JOURNAL-IN    PIC X(80).

       FD  RECON-RPT
           LABEL RECORDS ARE STANDARD.
       01  RECON-RPT-LINE   PIC X(132).

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
       01  WS-BANKFILE-STATUS    PIC X(02)  VALUE '00'.
       01  WS-CHKDUE-STATUS      PIC X(02)  VALUE '00'.
       01  WS-GLJRNL-STATUS      PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad reconciliation to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.01'.

       COPY PAYDTL.
       COPY FILEHDR.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-DETAIL      VALUE 'Y'.
       01  WS-MAP-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-GL-MAP          VALUE 'Y'.
       01  WS-BANK-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-BANK-FILE       VALUE 'Y'.
       01  WS-CHK-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-CHECK-DUE       VALUE 'Y'.
       01  WS-JRNL-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-GL-JOURNAL      VALUE 'Y'.

      * Completeness of each input: header and trailer seen, and the
      * trailer's count (and the bank file's dollar total) agreeing
      * with the body actually read.
       01  WS-PD-HDR-SW     PIC X(01)  VALUE 'N'.
           88  WS-PD-HEADER-SEEN      VALUE 'Y'.
       01  WS-PD-TRL-SW     PIC X(01)  VALUE 'N'.
           88  WS-PD-TRAILER-SEEN     VALUE 'Y'.
       01  WS-PD-TRL-COUNT  PIC 9(07)  VALUE ZERO.
       01  WS-PD-BODY-COUNT PIC 9(07)  VALUE ZERO.

       01  WS-BK-HDR-SW     PIC X(01)  VALUE 'N'.
           88  WS-BK-HEADER-SEEN      VALUE 'Y'.
       01  WS-BK-TRL-SW     PIC X(01)  VALUE 'N'.
           88  WS-BK-TRAILER-SEEN     VALUE 'Y'.
       01  WS-BK-ENTRY-COUNT PIC 9(07) VALUE ZERO.
       01  WS-BK-ENTRY-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BK-BAD-COUNT  PIC 9(5)   COMP VALUE ZERO.

       01  WS-CK-HDR-SW     PIC X(01)  VALUE 'N'.
           88  WS-CK-HEADER-SEEN      VALUE 'Y'.
       01  WS-CK-TRL-SW     PIC X(01)  VALUE 'N'.
           88  WS-CK-TRAILER-SEEN     VALUE 'Y'.
       01  WS-CK-TRL-COUNT  PIC 9(07)  VALUE ZERO.
       01  WS-CK-BODY-COUNT PIC 9(07)  VALUE ZERO.

       01  WS-JR-HDR-SW     PIC X(01)  VALUE 'N'.
           88  WS-JR-HEADER-SEEN      VALUE 'Y'.
       01  WS-JR-TRL-SW     PIC X(01)  VALUE 'N'.
           88  WS-JR-TRAILER-SEEN     VALUE 'Y'.
       01  WS-JR-TRL-COUNT  PIC 9(07)  VALUE ZERO.
       01  WS-JR-BODY-COUNT PIC 9(07)  VALUE ZERO.
       01  WS-JR-BAD-COUNT  PIC 9(5)   COMP VALUE ZERO.

       01  WS-BAD-FILE-COUNT PIC 9(3)  COMP VALUE ZERO.
       01  WS-MISSING-FILE  PIC X(08)  VALUE SPACE.

      * The pay-detail file's own header stamp, shown on the report
      * so the reader knows which pay run was proven.
       01  WS-PAYDETL-DATE  PIC 9(08)  VALUE ZERO.
       01  WS-PAYDETL-TIME  PIC 9(06)  VALUE ZERO.
       01  WS-PERIOD-END    PIC 9(08)  VALUE ZERO.

      * The mapping table loaded from GLMAP, sized as in GLDIST.
       01  WS-MAP-COUNT     PIC 9(03)  COMP VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES INDEXED BY WS-MAP-IDX.
               10  WS-MP-DEPT       PIC X(04).
               10  WS-MP-CLASS      PIC X(03).
               10  WS-MP-ACCOUNT    PIC X(08).

      * One row per employee seen on any of the three payment
      * files: the pay-detail net, the bank credits and the pay
      * held to a check. 2000 rows, the PAYVAR sizing.
       01  WS-EMP-COUNT     PIC 9(05)  COMP VALUE ZERO.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-EM-EMP-ID     PIC 9(05).
               10  WS-EM-PD-SW      PIC X(01).
                   88  WS-EM-ON-PAY-DETAIL    VALUE 'Y'.
               10  WS-EM-PAY-NET    PIC S9(09)V99 COMP-3.
               10  WS-EM-BANK       PIC S9(09)V99 COMP-3.
               10  WS-EM-CHECK      PIC S9(09)V99 COMP-3.

      * Per-account journal debits and credits, and the credit the
      * pay detail says each account should carry.
       01  WS-ACCT-COUNT    PIC 9(03)  COMP VALUE ZERO.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10  WS-AC-ACCOUNT    PIC X(08).
               10  WS-AC-DEBIT      PIC S9(11)V99 COMP-3.
               10  WS-AC-EXPECTED   PIC S9(11)V99 COMP-3.
               10  WS-AC-CREDIT     PIC S9(11)V99 COMP-3.
               10  WS-AC-OUT-SW     PIC X(01).
                   88  WS-AC-OUT-OF-BALANCE   VALUE 'Y'.

      * Pay-detail totals by deduction code (and 'NET') and the
      * account each posts to; a code with no mapping row carries
      * a space account and was never posted.
       01  WS-PAIR-COUNT    PIC 9(03)  COMP VALUE ZERO.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PAIR-IDX.
               10  WS-PR-CODE       PIC X(03).
               10  WS-PR-ACCOUNT    PIC X(08).
               10  WS-PR-AMOUNT     PIC S9(11)V99 COMP-3.
               10  WS-PR-ENTRIES    PIC 9(07)  COMP.

      * A full table cannot be proven, so the run ends CC 16.
       01  WS-TABLE-OVF-SW  PIC X(01)  VALUE 'N'.
           88  WS-TABLE-OVERFLOWED    VALUE 'Y'.

      * Lookup scratch handed to the search paragraphs.
       01  WS-LOOKUP-EMP-ID PIC 9(05)  VALUE ZERO.
       01  WS-LOOKUP-DEPT   PIC X(04)  VALUE SPACE.
       01  WS-LOOKUP-CLASS  PIC X(03)  VALUE SPACE.
       01  WS-LOOKUP-ACCOUNT PIC X(08) VALUE SPACE.
       01  WS-PAY-CLASS     PIC X(03)  VALUE SPACE.
       01  WS-FOUND-ACCOUNT PIC X(08)  VALUE SPACE.
       01  WS-MAP-FOUND-SW  PIC X(01)  VALUE 'N'.
           88  WS-MAP-FOUND           VALUE 'Y'.
       01  WS-POST-AMOUNT   PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-DED-SUB       PIC 9(02)  COMP VALUE ZERO.

      * Run totals for the three proofs.
       01  WS-PAY-NET-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PAY-GROSS-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PAY-MATCH-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PAY-LABOR-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CHECK-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-JRNL-DEBIT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-JRNL-CREDIT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-DIFFERENCE    PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-EMP-OUT-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-ACCT-OUT-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-UNMAPPED-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-NET-OUT-SW    PIC X(01)  VALUE 'N'.
           88  WS-NET-OUT-OF-BALANCE  VALUE 'Y'.
       01  WS-GROSS-OUT-SW  PIC X(01)  VALUE 'N'.
           88  WS-GROSS-OUT-OF-BALANCE VALUE 'Y'.
       01  WS-DED-OUT-SW    PIC X(01)  VALUE 'N'.
           88  WS-DED-OUT-OF-BALANCE  VALUE 'Y'.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.

      * Bank-file record shapes, as DDPAYFIL writes them: one '1'
      * header, '6' entries, one '9' control trailer.
       01  WS-BANK-ENTRY.
           05  FILLER           PIC X(01).
      * TRANSACTION CODE: 22 CHECKING CREDIT, 32 SAVINGS CREDIT,
      * 23/33 THE MATCHING ZERO-DOLLAR PRENOTES.
           05  WS-BE-TRAN-CODE  PIC 9(02).
           05  WS-BE-ROUTING    PIC 9(09).
           05  WS-BE-ACCOUNT    PIC X(17).
           05  WS-BE-AMOUNT     PIC 9(08)V99.
           05  WS-BE-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(16).

       01  WS-BANK-TRAILER.
           05  FILLER           PIC X(01).
           05  WS-BT-COUNT      PIC 9(07)  VALUE ZERO.
           05  WS-BT-TOTAL      PIC 9(10)V99 VALUE ZERO.
           05  FILLER           PIC X(40).

      * One GLDIST journal entry per account and side.
       01  WS-JOURNAL-ENTRY.
           05  FILLER           PIC X(02).
           05  FILLER           PIC X(01).
           05  WS-JE-ACCOUNT    PIC X(08).
           05  FILLER           PIC X(01).
           05  WS-JE-SIDE       PIC X(01).
           05  FILLER           PIC X(01).
           05  WS-JE-AMOUNT     PIC 9(11)V99.
           05  FILLER           PIC X(01).
           05  WS-JE-POST-DATE  PIC 9(08).
           05  FILLER           PIC X(44).

       01  WS-TITLE-LINE PIC X(132) VALUE
           'PAYROLL RECONCILIATION - PAY DETAIL, BANK FILE, GL JOURNAL'.

       01  WS-RUN-LINE.
           05  FILLER           PIC X(18)  VALUE
               'PAY DETAIL RUN : '.
           05  WS-RL-DATE       PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RL-TIME       PIC 9(06).
           05  FILLER           PIC X(16)  VALUE
               '   PERIOD END : '.
           05  WS-RL-PERIOD-END PIC 9(08).
           05  FILLER           PIC X(75)  VALUE SPACE.

       01  WS-BAD-FILE-LINE.
           05  FILLER           PIC X(04)  VALUE '*** '.
           05  WS-BF-FILE       PIC X(08).
           05  FILLER           PIC X(49)  VALUE
               ' FAILED ITS COMPLETENESS CHECK - NOT RECONCILABLE'.
           05  FILLER           PIC X(71)  VALUE SPACE.

       01  WS-OVERFLOW-LINE PIC X(132) VALUE
           '*** TABLE FULL - THE RUN CANNOT BE PROVEN IN FULL'.

       01  WS-NET-HEAD-LINE PIC X(132) VALUE
           'NET PAY - PAY DETAIL AGAINST BANK CREDITS PLUS CHECKS HELD'.

       01  WS-NET-COLUMN-LINE.
           05  FILLER       PIC X(50)  VALUE
               '  EMP ID  PAY DETAIL NET     BANK CREDIT      CHEC'.
           05  FILLER       PIC X(50)  VALUE
               'K HELD      DIFFERENCE   NOTE                     '.
           05  FILLER       PIC X(32)  VALUE SPACE.

       01  WS-NET-DETAIL.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-ND-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(04)  VALUE SPACE.
           05  WS-ND-PAY-NET    PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-ND-BANK       PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-ND-CHECK      PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-ND-DIFF       PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-ND-NOTE       PIC X(20).
           05  FILLER           PIC X(37)  VALUE SPACE.

       01  WS-NET-TOTAL-LINE.
           05  FILLER           PIC X(11)  VALUE '  TOTALS'.
           05  WS-NT-PAY-NET    PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-NT-BANK       PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-NT-CHECK      PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-NT-DIFF       PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-NT-VERDICT    PIC X(20).
           05  FILLER           PIC X(37)  VALUE SPACE.

       01  WS-GROSS-HEAD-LINE PIC X(132) VALUE
           'GROSS PAY PLUS EMPLOYER MATCH - PAY DETAIL AGAINST GL LABOR-
      -    'EXPENSE DEBITS'.

       01  WS-GROSS-LINE.
           05  FILLER           PIC X(21)  VALUE
               '  GROSS PLUS MATCH : '.
           05  WS-GL-PAY-GROSS  PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(23)  VALUE
               '   GL JOURNAL DEBITS : '.
           05  WS-GL-DEBITS     PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(16)  VALUE
               '   DIFFERENCE : '.
           05  WS-GL-DIFF       PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-GL-VERDICT    PIC X(20).
           05  FILLER           PIC X(10)  VALUE SPACE.

       01  WS-CODE-HEAD-LINE PIC X(132) VALUE
           'DEDUCTIONS AND NET PAY BY CODE - ACCOUNT EACH POSTS TO'.

       01  WS-CODE-COLUMN-LINE.
           05  FILLER       PIC X(50)  VALUE
               '  CODE    ACCOUNT PAY DETAIL TOTAL   ENTRIES   ACC'.
           05  FILLER       PIC X(50)  VALUE
               'OUNT STATUS                                       '.
           05  FILLER       PIC X(32)  VALUE SPACE.

       01  WS-CODE-DETAIL.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-CL-CODE       PIC X(03).
           05  FILLER           PIC X(05)  VALUE SPACE.
           05  WS-CL-ACCOUNT    PIC X(08).
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-CL-AMOUNT     PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-CL-ENTRIES    PIC ZZZZZZ9.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-CL-STATUS     PIC X(25).
           05  FILLER           PIC X(60)  VALUE SPACE.

       01  WS-ACCT-HEAD-LINE PIC X(132) VALUE
           'GL ACCOUNTS - PAY DETAIL CREDITS AGAINST THE GL JOURNAL'.

       01  WS-ACCT-COLUMN-LINE.
           05  FILLER       PIC X(50)  VALUE
               '  ACCOUNT    JOURNAL DEBIT EXPECTED CREDIT  JOURNA'.
           05  FILLER       PIC X(50)  VALUE
               'L CREDIT      DIFFERENCE   STATUS                 '.
           05  FILLER       PIC X(32)  VALUE SPACE.

       01  WS-ACCT-DETAIL.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-AD-ACCOUNT    PIC X(08).
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-AD-DEBIT      PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-AD-EXPECTED   PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-AD-CREDIT     PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-AD-DIFF       PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-AD-STATUS     PIC X(20).
           05  FILLER           PIC X(35)  VALUE SPACE.

       01  WS-VERDICT-LINE.
           05  FILLER           PIC X(24)  VALUE
               'PAYROLL RECONCILIATION: '.
           05  WS-VL-VERDICT    PIC X(60).
           05  FILLER           PIC X(48)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DETAIL-RECORD
               UNTIL END-OF-PAY-DETAIL
           PERFORM 2300-PROCESS-BANK-RECORD
               UNTIL END-OF-BANK-FILE
           PERFORM 2500-PROCESS-CHECK-DUE
               UNTIL END-OF-CHECK-DUE
           PERFORM 2700-PROCESS-JOURNAL-RECORD
               UNTIL END-OF-GL-JOURNAL
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - LOAD THE MAPPING TABLE, OPEN THE FOUR  *
      *  RUN FILES AND THE REPORT, PRIME EACH READ                *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           OPEN INPUT GL-MAP
           IF WS-GLMAP-STATUS NOT = '00'
               MOVE 'GLMAP' TO WS-MISSING-FILE
               PERFORM 1900-ABORT-MISSING-FILE
           END-IF
           PERFORM 1100-LOAD-ONE-MAP-ROW
               UNTIL END-OF-GL-MAP
           CLOSE GL-MAP

           OPEN INPUT PAY-DETAIL
           IF WS-PAYDETL-STATUS NOT = '00'
               MOVE 'PAYDETL' TO WS-MISSING-FILE
               PERFORM 1900-ABORT-MISSING-FILE
           END-IF

           OPEN INPUT BANK-FILE
           IF WS-BANKFILE-STATUS NOT = '00'
               MOVE 'BANKFILE' TO WS-MISSING-FILE
               PERFORM 1900-ABORT-MISSING-FILE
           END-IF

           OPEN INPUT CHECK-DUE
           IF WS-CHKDUE-STATUS NOT = '00'
               MOVE 'CHKDUE' TO WS-MISSING-FILE
               PERFORM 1900-ABORT-MISSING-FILE
           END-IF

           OPEN INPUT GL-JOURNAL
           IF WS-GLJRNL-STATUS NOT = '00'
               MOVE 'GLJRNL' TO WS-MISSING-FILE
               PERFORM 1900-ABORT-MISSING-FILE
           END-IF

           OPEN OUTPUT RECON-RPT
           WRITE RECON-RPT-LINE FROM WS-TITLE-LINE

           PERFORM 8000-READ-PAY-DETAIL
           PERFORM 8100-READ-BANK-FILE
           PERFORM 8200-READ-CHECK-DUE
           PERFORM 8300-READ-GL-JOURNAL.

      *----------------------------------------------------------*
      *  1100-LOAD-ONE-MAP-ROW                                    *
      *----------------------------------------------------------*
       1100-LOAD-ONE-MAP-ROW.

           READ GL-MAP
               AT END
                   SET END-OF-GL-MAP TO TRUE
               NOT AT END
                   IF WS-MAP-COUNT < 200
                       ADD 1 TO WS-MAP-COUNT
                       SET WS-MAP-IDX TO WS-MAP-COUNT
                       MOVE GM-DEPT-CODE  TO WS-MP-DEPT(WS-MAP-IDX)
                       MOVE GM-CLASS      TO WS-MP-CLASS(WS-MAP-IDX)
                       MOVE GM-GL-ACCOUNT
                           TO WS-MP-ACCOUNT(WS-MAP-IDX)
                   ELSE
                       DISPLAY 'PAYRECON: GLMAP TABLE FULL - ROW '
                           'DROPPED FOR ' GM-DEPT-CODE ' ' GM-CLASS
                       SET WS-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1900-ABORT-MISSING-FILE - A REQUIRED FILE IS NOT THERE;  *
      *  NOTHING CAN BE PROVEN, SO NOTHING IS RELEASABLE          *
      *----------------------------------------------------------*
       1900-ABORT-MISSING-FILE.

           DISPLAY 'PAYRECON: ' WS-MISSING-FILE
               ' NOT AVAILABLE - ABORTING RUN'
           MOVE 16 TO RETURN-CODE
           MOVE '16' TO AUD-RETURN-CODE
           MOVE ZERO TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD
           CLOSE AUDIT-TRAIL
           STOP RUN.

      *----------------------------------------------------------*
      *  2000-PROCESS-DETAIL-RECORD - HEADER, TRAILER, OR ONE     *
      *  EMPLOYEE'S PAY                                           *
      *----------------------------------------------------------*
       2000-PROCESS-DETAIL-RECORD.

           EVALUATE PAY-DETAIL-IN(1:2)
               WHEN 'HH'
                   SET WS-PD-HEADER-SEEN TO TRUE
                   MOVE PAY-DETAIL-IN TO WS-FILE-HEADER-LINE
                   MOVE FH-RUN-DATE TO WS-PAYDETL-DATE
                   MOVE FH-RUN-TIME TO WS-PAYDETL-TIME
               WHEN 'TT'
                   SET WS-PD-TRAILER-SEEN TO TRUE
                   MOVE PAY-DETAIL-IN TO WS-FILE-TRAILER-LINE
                   MOVE FT-RECORD-COUNT TO WS-PD-TRL-COUNT
               WHEN 'PD'
                   MOVE PAY-DETAIL-IN TO PAY-DETAIL-RECORD
                   ADD 1 TO WS-PD-BODY-COUNT
                   IF WS-PERIOD-END = ZERO
                       MOVE PD-PERIOD-END TO WS-PERIOD-END
                   END-IF
                   PERFORM 2100-TAKE-ONE-PAY-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 8000-READ-PAY-DETAIL.

      *----------------------------------------------------------*
      *  2100-TAKE-ONE-PAY-ROW - RUN TOTALS, THE EMPLOYEE'S NET,  *
      *  AND EACH DEDUCTION, THE MATCH PAYABLE AND THE NET PAY    *
      *  TAKEN THROUGH GLMAP TO THE ACCOUNT GLDIST CREDITS        *
      *----------------------------------------------------------*
       2100-TAKE-ONE-PAY-ROW.

           ADD PD-NET-PAY      TO WS-PAY-NET-TOTAL
           ADD PD-GROSS-PAY    TO WS-PAY-GROSS-TOTAL
           ADD PD-ER-RET-MATCH TO WS-PAY-MATCH-TOTAL

           MOVE PD-EMP-ID TO WS-LOOKUP-EMP-ID
           PERFORM 2200-FIND-EMPLOYEE
           IF WS-EMP-IDX NOT > WS-EMP-COUNT
               SET WS-EM-ON-PAY-DETAIL(WS-EMP-IDX) TO TRUE
               ADD PD-NET-PAY TO WS-EM-PAY-NET(WS-EMP-IDX)
           END-IF

           MOVE PD-DEPT-CODE TO WS-LOOKUP-DEPT
           IF PD-DED-COUNT > ZERO
               PERFORM 2150-TAKE-ONE-DEDUCTION
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > PD-DED-COUNT
           END-IF

           IF PD-ER-RET-MATCH NOT = ZERO
               MOVE 'RMP'           TO WS-PAY-CLASS
               MOVE 'RMP'           TO WS-LOOKUP-CLASS
               MOVE PD-ER-RET-MATCH TO WS-POST-AMOUNT
               PERFORM 2250-SEARCH-MAP-TABLE
               PERFORM 2170-ADD-TO-PAYABLE
           END-IF

           MOVE 'NET'      TO WS-PAY-CLASS
           MOVE 'NET'      TO WS-LOOKUP-CLASS
           MOVE PD-NET-PAY TO WS-POST-AMOUNT
           PERFORM 2250-SEARCH-MAP-TABLE
           PERFORM 2170-ADD-TO-PAYABLE.

      *----------------------------------------------------------*
      *  2150-TAKE-ONE-DEDUCTION - THE CODE'S OWN ROW FIRST, THE  *
      *  'DED' CATCH-ALL SECOND, AS GLDIST POSTS IT               *
      *----------------------------------------------------------*
       2150-TAKE-ONE-DEDUCTION.

           MOVE PD-DED-CODE(WS-DED-SUB)   TO WS-PAY-CLASS
           MOVE PD-DED-CODE(WS-DED-SUB)   TO WS-LOOKUP-CLASS
           MOVE PD-DED-AMOUNT(WS-DED-SUB) TO WS-POST-AMOUNT
           PERFORM 2250-SEARCH-MAP-TABLE
           IF NOT WS-MAP-FOUND
               MOVE 'DED' TO WS-LOOKUP-CLASS
               PERFORM 2250-SEARCH-MAP-TABLE
           END-IF
           PERFORM 2170-ADD-TO-PAYABLE.

      *----------------------------------------------------------*
      *  2170-ADD-TO-PAYABLE - THE AMOUNT GOES TO ITS CODE AND    *
      *  ACCOUNT ROW AND, WHEN MAPPED, TO THE ACCOUNT'S EXPECTED  *
      *  CREDIT                                                   *
      *----------------------------------------------------------*
       2170-ADD-TO-PAYABLE.

           IF WS-MAP-FOUND
               MOVE WS-FOUND-ACCOUNT TO WS-LOOKUP-ACCOUNT
           ELSE
               MOVE SPACE TO WS-LOOKUP-ACCOUNT
           END-IF

           SET WS-PAIR-IDX TO 1
           SEARCH WS-PAIR-ENTRY
               AT END
                   IF WS-PAIR-COUNT < 500
                       ADD 1 TO WS-PAIR-COUNT
                       SET WS-PAIR-IDX TO WS-PAIR-COUNT
                       MOVE WS-PAY-CLASS TO WS-PR-CODE(WS-PAIR-IDX)
                       MOVE WS-LOOKUP-ACCOUNT
                           TO WS-PR-ACCOUNT(WS-PAIR-IDX)
                       MOVE ZERO TO WS-PR-AMOUNT(WS-PAIR-IDX)
                       MOVE ZERO TO WS-PR-ENTRIES(WS-PAIR-IDX)
                   ELSE
                       DISPLAY 'PAYRECON: CODE TABLE FULL - CODE '
                           WS-PAY-CLASS ' NOT PROVEN'
                       SET WS-TABLE-OVERFLOWED TO TRUE
                   END-IF
               WHEN WS-PR-CODE(WS-PAIR-IDX) = WS-PAY-CLASS
                   AND WS-PR-ACCOUNT(WS-PAIR-IDX) = WS-LOOKUP-ACCOUNT
                   CONTINUE
           END-SEARCH

           IF WS-PAIR-IDX NOT > WS-PAIR-COUNT
               ADD WS-POST-AMOUNT TO WS-PR-AMOUNT(WS-PAIR-IDX)
               ADD 1 TO WS-PR-ENTRIES(WS-PAIR-IDX)
           END-IF

           IF WS-MAP-FOUND
               PERFORM 2280-FIND-ACCOUNT
               IF WS-ACCT-IDX NOT > WS-ACCT-COUNT
                   ADD WS-POST-AMOUNT TO WS-AC-EXPECTED(WS-ACCT-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2200-FIND-EMPLOYEE - FIND OR ADD THE EMPLOYEE'S ROW      *
      *----------------------------------------------------------*
       2200-FIND-EMPLOYEE.

           SET WS-EMP-IDX TO 1
           SEARCH WS-EMP-ENTRY
               AT END
                   IF WS-EMP-COUNT < 2000
                       ADD 1 TO WS-EMP-COUNT
                       SET WS-EMP-IDX TO WS-EMP-COUNT
                       MOVE WS-LOOKUP-EMP-ID
                           TO WS-EM-EMP-ID(WS-EMP-IDX)
                       MOVE 'N'  TO WS-EM-PD-SW(WS-EMP-IDX)
                       MOVE ZERO TO WS-EM-PAY-NET(WS-EMP-IDX)
                       MOVE ZERO TO WS-EM-BANK(WS-EMP-IDX)
                       MOVE ZERO TO WS-EM-CHECK(WS-EMP-IDX)
                   ELSE
                       DISPLAY 'PAYRECON: EMPLOYEE TABLE FULL - '
                           'EMPLOYEE ' WS-LOOKUP-EMP-ID ' NOT PROVEN'
                       SET WS-TABLE-OVERFLOWED TO TRUE
                   END-IF
               WHEN WS-EM-EMP-ID(WS-EMP-IDX) = WS-LOOKUP-EMP-ID
                   CONTINUE
           END-SEARCH.

      *----------------------------------------------------------*
      *  2250-SEARCH-MAP-TABLE                                    *
      *----------------------------------------------------------*
       2250-SEARCH-MAP-TABLE.

           MOVE 'N' TO WS-MAP-FOUND-SW
           MOVE SPACE TO WS-FOUND-ACCOUNT
           IF WS-MAP-COUNT > ZERO
               PERFORM 2260-CHECK-ONE-MAP-ROW
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                       OR WS-MAP-FOUND
           END-IF.

      *----------------------------------------------------------*
      *  2260-CHECK-ONE-MAP-ROW - AN EXACT DEPARTMENT ROW WINS;   *
      *  A '****' ROW IS KEPT AS THE FALLBACK UNTIL ONE DOES      *
      *----------------------------------------------------------*
       2260-CHECK-ONE-MAP-ROW.

           IF WS-MP-CLASS(WS-MAP-IDX) = WS-LOOKUP-CLASS
               IF WS-MP-DEPT(WS-MAP-IDX) = WS-LOOKUP-DEPT
                   MOVE WS-MP-ACCOUNT(WS-MAP-IDX)
                       TO WS-FOUND-ACCOUNT
                   SET WS-MAP-FOUND TO TRUE
               ELSE
                   IF WS-MP-DEPT(WS-MAP-IDX) = '****'
                       AND WS-FOUND-ACCOUNT = SPACE
                       MOVE WS-MP-ACCOUNT(WS-MAP-IDX)
                           TO WS-FOUND-ACCOUNT
                   END-IF
               END-IF
           END-IF

           IF WS-MAP-IDX = WS-MAP-COUNT
               AND NOT WS-MAP-FOUND
               AND WS-FOUND-ACCOUNT NOT = SPACE
               SET WS-MAP-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  2280-FIND-ACCOUNT - FIND OR ADD THE ACCOUNT'S ROW        *
      *----------------------------------------------------------*
       2280-FIND-ACCOUNT.

           SET WS-ACCT-IDX TO 1
           SEARCH WS-ACCT-ENTRY
               AT END
                   IF WS-ACCT-COUNT < 200
                       ADD 1 TO WS-ACCT-COUNT
                       SET WS-ACCT-IDX TO WS-ACCT-COUNT
                       MOVE WS-LOOKUP-ACCOUNT
                           TO WS-AC-ACCOUNT(WS-ACCT-IDX)
                       MOVE ZERO TO WS-AC-DEBIT(WS-ACCT-IDX)
                       MOVE ZERO TO WS-AC-EXPECTED(WS-ACCT-IDX)
                       MOVE ZERO TO WS-AC-CREDIT(WS-ACCT-IDX)
                       MOVE 'N'  TO WS-AC-OUT-SW(WS-ACCT-IDX)
                   ELSE
                       DISPLAY 'PAYRECON: ACCOUNT TABLE FULL - '
                           'ACCOUNT ' WS-LOOKUP-ACCOUNT ' NOT PROVEN'
                       SET WS-TABLE-OVERFLOWED TO TRUE
                   END-IF
               WHEN WS-AC-ACCOUNT(WS-ACCT-IDX) = WS-LOOKUP-ACCOUNT
                   CONTINUE
           END-SEARCH.

      *----------------------------------------------------------*
      *  2300-PROCESS-BANK-RECORD - HEADER, TRAILER, OR ONE BANK  *
      *  ENTRY ADDED TO ITS EMPLOYEE                              *
      *----------------------------------------------------------*
       2300-PROCESS-BANK-RECORD.

           EVALUATE BANK-FILE-RECORD(1:1)
               WHEN '1'
                   SET WS-BK-HEADER-SEEN TO TRUE
               WHEN '9'
                   SET WS-BK-TRAILER-SEEN TO TRUE
                   MOVE BANK-FILE-RECORD TO WS-BANK-TRAILER
               WHEN '6'
                   MOVE BANK-FILE-RECORD TO WS-BANK-ENTRY
                   ADD 1 TO WS-BK-ENTRY-COUNT
                   ADD WS-BE-AMOUNT TO WS-BK-ENTRY-TOTAL
                   IF WS-BE-TRAN-CODE = 22 OR WS-BE-TRAN-CODE = 32
                       OR WS-BE-TRAN-CODE = 23 OR WS-BE-TRAN-CODE = 33
                       MOVE WS-BE-EMP-ID TO WS-LOOKUP-EMP-ID
                       PERFORM 2200-FIND-EMPLOYEE
                       IF WS-EMP-IDX NOT > WS-EMP-COUNT
                           ADD WS-BE-AMOUNT TO WS-EM-BANK(WS-EMP-IDX)
                       END-IF
                   ELSE
                       ADD 1 TO WS-BK-BAD-COUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BK-BAD-COUNT
           END-EVALUATE

           PERFORM 8100-READ-BANK-FILE.

      *----------------------------------------------------------*
      *  2500-PROCESS-CHECK-DUE - HEADER, TRAILER, OR ONE PAY ROW *
      *  HELD TO A CHECK                                          *
      *----------------------------------------------------------*
       2500-PROCESS-CHECK-DUE.

           EVALUATE CHECK-DUE-IN(1:2)
               WHEN 'HH'
                   SET WS-CK-HEADER-SEEN TO TRUE
               WHEN 'TT'
                   SET WS-CK-TRAILER-SEEN TO TRUE
                   MOVE CHECK-DUE-IN TO WS-FILE-TRAILER-LINE
                   MOVE FT-RECORD-COUNT TO WS-CK-TRL-COUNT
               WHEN 'PD'
                   MOVE CHECK-DUE-IN TO PAY-DETAIL-RECORD
                   ADD 1 TO WS-CK-BODY-COUNT
                   ADD PD-NET-PAY TO WS-CHECK-TOTAL
                   MOVE PD-EMP-ID TO WS-LOOKUP-EMP-ID
                   PERFORM 2200-FIND-EMPLOYEE
                   IF WS-EMP-IDX NOT > WS-EMP-COUNT
                       ADD PD-NET-PAY TO WS-EM-CHECK(WS-EMP-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 8200-READ-CHECK-DUE.

      *----------------------------------------------------------*
      *  2700-PROCESS-JOURNAL-RECORD - HEADER, TRAILER, OR ONE    *
      *  JOURNAL ENTRY ADDED TO ITS ACCOUNT                       *
      *----------------------------------------------------------*
       2700-PROCESS-JOURNAL-RECORD.

           EVALUATE GL-JOURNAL-IN(1:2)
               WHEN 'HH'
                   SET WS-JR-HEADER-SEEN TO TRUE
               WHEN 'TT'
                   SET WS-JR-TRAILER-SEEN TO TRUE
                   MOVE GL-JOURNAL-IN TO WS-FILE-TRAILER-LINE
                   MOVE FT-RECORD-COUNT TO WS-JR-TRL-COUNT
               WHEN 'JE'
                   MOVE GL-JOURNAL-IN TO WS-JOURNAL-ENTRY
                   ADD 1 TO WS-JR-BODY-COUNT
                   MOVE WS-JE-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   PERFORM 2280-FIND-ACCOUNT
                   IF WS-ACCT-IDX NOT > WS-ACCT-COUNT
                       EVALUATE WS-JE-SIDE
                           WHEN 'D'
                               ADD WS-JE-AMOUNT
                                   TO WS-AC-DEBIT(WS-ACCT-IDX)
                               ADD WS-JE-AMOUNT TO WS-JRNL-DEBIT-TOTAL
                           WHEN 'C'
                               ADD WS-JE-AMOUNT
                                   TO WS-AC-CREDIT(WS-ACCT-IDX)
                               ADD WS-JE-AMOUNT
                                   TO WS-JRNL-CREDIT-TOTAL
                           WHEN OTHER
                               ADD 1 TO WS-JR-BAD-COUNT
                       END-EVALUATE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-JR-BAD-COUNT
           END-EVALUATE

           PERFORM 8300-READ-GL-JOURNAL.

      *----------------------------------------------------------*
      *  3000-FINALIZE - VERIFY THE FILES, RUN THE THREE PROOFS,  *
      *  SET THE CONDITION CODE THE RELEASE STEPS ARE GATED ON    *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE WS-PAYDETL-DATE TO WS-RL-DATE
           MOVE WS-PAYDETL-TIME TO WS-RL-TIME
           MOVE WS-PERIOD-END   TO WS-RL-PERIOD-END
           WRITE RECON-RPT-LINE FROM WS-RUN-LINE

           PERFORM 3050-CHECK-FILES
           IF WS-TABLE-OVERFLOWED
               WRITE RECON-RPT-LINE FROM WS-OVERFLOW-LINE
           END-IF

           PERFORM 3100-RECONCILE-NET
           PERFORM 3300-RECONCILE-GROSS
           PERFORM 3400-RECONCILE-PAYABLES

           MOVE SPACE TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           IF WS-BAD-FILE-COUNT > ZERO
               OR WS-TABLE-OVERFLOWED
               OR WS-NET-OUT-OF-BALANCE
               OR WS-GROSS-OUT-OF-BALANCE
               OR WS-DED-OUT-OF-BALANCE
               MOVE 'OUT OF BALANCE - BANK FILE AND GL JOURNAL HELD'
                   TO WS-VL-VERDICT
               DISPLAY 'PAYROLL RECONCILIATION OUT OF BALANCE - FILES '
                   'NOT RELEASABLE'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'IN BALANCE - BANK FILE AND GL JOURNAL RELEASABLE'
                   TO WS-VL-VERDICT
           END-IF
           WRITE RECON-RPT-LINE FROM WS-VERDICT-LINE

           CLOSE PAY-DETAIL
           CLOSE BANK-FILE
           CLOSE CHECK-DUE
           CLOSE GL-JOURNAL
           CLOSE RECON-RPT

           MOVE WS-PD-BODY-COUNT TO AUD-RECORD-COUNT
           EVALUATE RETURN-CODE
               WHEN 16
                   MOVE '16' TO AUD-RETURN-CODE
               WHEN OTHER
                   MOVE '00' TO AUD-RETURN-CODE
           END-EVALUATE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL

      * One machine-readable summary row for the operations status
      * page and the payroll-cycle certificate (PAYCERT).
           OPEN EXTEND JOB-SUMMARY
           IF WS-JOBSUM-FILE-STATUS NOT = '00'
               OPEN OUTPUT JOB-SUMMARY
           END-IF
           MOVE 'PAYRECON' TO JS-PROGRAM-ID
           MOVE WS-PD-BODY-COUNT TO JS-RECORDS-READ
           MOVE WS-EMP-OUT-COUNT TO JS-RECORDS-REJECTED
           MOVE WS-RUN-DATE-NUM TO JS-RUN-DATE
           IF RETURN-CODE < 16
               SET JS-NORMAL-COMPLETION TO TRUE
           ELSE
               SET JS-ABNORMAL-COMPLETION TO TRUE
           END-IF
           WRITE JOB-SUMMARY-RECORD FROM WS-JOB-SUMMARY-LINE
           CLOSE JOB-SUMMARY.

      *----------------------------------------------------------*
      *  3050-CHECK-FILES - EACH INPUT AGAINST ITS OWN HEADER AND *
      *  TRAILER; A SHORT OR DAMAGED FILE CANNOT BE RECONCILED    *
      *----------------------------------------------------------*
       3050-CHECK-FILES.

           IF NOT WS-PD-HEADER-SEEN
               OR NOT WS-PD-TRAILER-SEEN
               OR WS-PD-TRL-COUNT NOT = WS-PD-BODY-COUNT
               MOVE 'PAYDETL' TO WS-BF-FILE
               PERFORM 3060-REPORT-BAD-FILE
           END-IF

           IF NOT WS-BK-HEADER-SEEN
               OR NOT WS-BK-TRAILER-SEEN
               OR WS-BK-BAD-COUNT > ZERO
               OR WS-BT-COUNT NOT = WS-BK-ENTRY-COUNT
               OR WS-BT-TOTAL NOT = WS-BK-ENTRY-TOTAL
               MOVE 'BANKFILE' TO WS-BF-FILE
               PERFORM 3060-REPORT-BAD-FILE
           END-IF

           IF NOT WS-CK-HEADER-SEEN
               OR NOT WS-CK-TRAILER-SEEN
               OR WS-CK-TRL-COUNT NOT = WS-CK-BODY-COUNT
               MOVE 'CHKDUE' TO WS-BF-FILE
               PERFORM 3060-REPORT-BAD-FILE
           END-IF

           IF NOT WS-JR-HEADER-SEEN
               OR NOT WS-JR-TRAILER-SEEN
               OR WS-JR-BAD-COUNT > ZERO
               OR WS-JR-TRL-COUNT NOT = WS-JR-BODY-COUNT
               MOVE 'GLJRNL' TO WS-BF-FILE
               PERFORM 3060-REPORT-BAD-FILE
           END-IF.

      *----------------------------------------------------------*
      *  3060-REPORT-BAD-FILE                                     *
      *----------------------------------------------------------*
       3060-REPORT-BAD-FILE.

           DISPLAY 'PAYRECON: ' WS-BF-FILE
               ' FAILED COMPLETENESS CHECK - FILES NOT RELEASABLE'
           WRITE RECON-RPT-LINE FROM WS-BAD-FILE-LINE
           ADD 1 TO WS-BAD-FILE-COUNT.

      *----------------------------------------------------------*
      *  3100-RECONCILE-NET - EVERY EMPLOYEE WHOSE PAY-DETAIL NET *
      *  IS NOT ITS BANK CREDIT PLUS ITS CHECK, THEN THE RUN      *
      *  TOTAL AGAINST THE BANK CONTROL-TRAILER TOTAL             *
      *----------------------------------------------------------*
       3100-RECONCILE-NET.

           MOVE SPACE TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           WRITE RECON-RPT-LINE FROM WS-NET-HEAD-LINE
           WRITE RECON-RPT-LINE FROM WS-NET-COLUMN-LINE

           IF WS-EMP-COUNT > ZERO
               PERFORM 3150-CHECK-ONE-EMPLOYEE
                   VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
           END-IF

           COMPUTE WS-DIFFERENCE =
               WS-PAY-NET-TOTAL - WS-BT-TOTAL - WS-CHECK-TOTAL
           MOVE WS-PAY-NET-TOTAL TO WS-NT-PAY-NET
           MOVE WS-BT-TOTAL      TO WS-NT-BANK
           MOVE WS-CHECK-TOTAL   TO WS-NT-CHECK
           MOVE WS-DIFFERENCE    TO WS-NT-DIFF
           IF WS-DIFFERENCE NOT = ZERO
               OR WS-EMP-OUT-COUNT > ZERO
               SET WS-NET-OUT-OF-BALANCE TO TRUE
               MOVE 'OUT OF BALANCE' TO WS-NT-VERDICT
           ELSE
               MOVE 'IN BALANCE'     TO WS-NT-VERDICT
           END-IF
           WRITE RECON-RPT-LINE FROM WS-NET-TOTAL-LINE.

      *----------------------------------------------------------*
      *  3150-CHECK-ONE-EMPLOYEE                                  *
      *----------------------------------------------------------*
       3150-CHECK-ONE-EMPLOYEE.

           COMPUTE WS-DIFFERENCE = WS-EM-PAY-NET(WS-EMP-IDX)
               - WS-EM-BANK(WS-EMP-IDX) - WS-EM-CHECK(WS-EMP-IDX)

           IF WS-DIFFERENCE NOT = ZERO
               MOVE WS-EM-EMP-ID(WS-EMP-IDX)  TO WS-ND-EMP-ID
               MOVE WS-EM-PAY-NET(WS-EMP-IDX) TO WS-ND-PAY-NET
               MOVE WS-EM-BANK(WS-EMP-IDX)    TO WS-ND-BANK
               MOVE WS-EM-CHECK(WS-EMP-IDX)   TO WS-ND-CHECK
               MOVE WS-DIFFERENCE             TO WS-ND-DIFF
               EVALUATE TRUE
                   WHEN NOT WS-EM-ON-PAY-DETAIL(WS-EMP-IDX)
                       MOVE 'NOT ON PAY DETAIL' TO WS-ND-NOTE
                   WHEN WS-EM-BANK(WS-EMP-IDX) = ZERO
                       AND WS-EM-CHECK(WS-EMP-IDX) = ZERO
                       MOVE 'NOT PAID'          TO WS-ND-NOTE
                   WHEN OTHER
                       MOVE 'AMOUNT DIFFERS'    TO WS-ND-NOTE
               END-EVALUATE
               WRITE RECON-RPT-LINE FROM WS-NET-DETAIL
               ADD 1 TO WS-EMP-OUT-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  3300-RECONCILE-GROSS - PAY-DETAIL GROSS PLUS EMPLOYER    *
      *  MATCH AGAINST THE JOURNAL'S DEBITS, ALL OF WHICH ARE     *
      *  LABOR EXPENSE                                            *
      *----------------------------------------------------------*
       3300-RECONCILE-GROSS.

           MOVE SPACE TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           WRITE RECON-RPT-LINE FROM WS-GROSS-HEAD-LINE

           COMPUTE WS-PAY-LABOR-TOTAL =
               WS-PAY-GROSS-TOTAL + WS-PAY-MATCH-TOTAL
           COMPUTE WS-DIFFERENCE =
               WS-PAY-LABOR-TOTAL - WS-JRNL-DEBIT-TOTAL
           MOVE WS-PAY-LABOR-TOTAL  TO WS-GL-PAY-GROSS
           MOVE WS-JRNL-DEBIT-TOTAL TO WS-GL-DEBITS
           MOVE WS-DIFFERENCE       TO WS-GL-DIFF
           IF WS-DIFFERENCE NOT = ZERO
               SET WS-GROSS-OUT-OF-BALANCE TO TRUE
               MOVE 'OUT OF BALANCE' TO WS-GL-VERDICT
           ELSE
               MOVE 'IN BALANCE'     TO WS-GL-VERDICT
           END-IF
           WRITE RECON-RPT-LINE FROM WS-GROSS-LINE.

      *----------------------------------------------------------*
      *  3400-RECONCILE-PAYABLES - SETTLE EACH ACCOUNT'S EXPECTED *
      *  CREDIT AGAINST THE JOURNAL, THEN LIST THE CODES AND THE  *
      *  ACCOUNTS                                                 *
      *----------------------------------------------------------*
       3400-RECONCILE-PAYABLES.

           IF WS-ACCT-COUNT > ZERO
               PERFORM 3410-SET-ONE-ACCOUNT
                   VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
           END-IF
           IF WS-ACCT-OUT-COUNT > ZERO
               OR WS-UNMAPPED-COUNT > ZERO
               SET WS-DED-OUT-OF-BALANCE TO TRUE
           END-IF

           MOVE SPACE TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           WRITE RECON-RPT-LINE FROM WS-CODE-HEAD-LINE
           WRITE RECON-RPT-LINE FROM WS-CODE-COLUMN-LINE
           IF WS-PAIR-COUNT > ZERO
               PERFORM 3420-LIST-ONE-CODE
                   VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
           END-IF

           MOVE SPACE TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           WRITE RECON-RPT-LINE FROM WS-ACCT-HEAD-LINE
           WRITE RECON-RPT-LINE FROM WS-ACCT-COLUMN-LINE
           IF WS-ACCT-COUNT > ZERO
               PERFORM 3450-LIST-ONE-ACCOUNT
                   VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  3410-SET-ONE-ACCOUNT - AN ACCOUNT IS OUT OF BALANCE WHEN *
      *  ITS JOURNAL CREDIT IS NOT WHAT THE PAY DETAIL PUT THERE  *
      *----------------------------------------------------------*
       3410-SET-ONE-ACCOUNT.

           IF WS-AC-CREDIT(WS-ACCT-IDX) NOT =
               WS-AC-EXPECTED(WS-ACCT-IDX)
               SET WS-AC-OUT-OF-BALANCE(WS-ACCT-IDX) TO TRUE
               ADD 1 TO WS-ACCT-OUT-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  3420-LIST-ONE-CODE - THE CODE'S PAY-DETAIL TOTAL AND THE *
      *  STANDING OF THE ACCOUNT IT POSTS TO                      *
      *----------------------------------------------------------*
       3420-LIST-ONE-CODE.

           MOVE WS-PR-CODE(WS-PAIR-IDX)    TO WS-CL-CODE
           MOVE WS-PR-ACCOUNT(WS-PAIR-IDX) TO WS-CL-ACCOUNT
           MOVE WS-PR-AMOUNT(WS-PAIR-IDX)  TO WS-CL-AMOUNT
           MOVE WS-PR-ENTRIES(WS-PAIR-IDX) TO WS-CL-ENTRIES

           IF WS-PR-ACCOUNT(WS-PAIR-IDX) = SPACE
               MOVE 'NO GLMAP ROW - NOT POSTED' TO WS-CL-STATUS
           ELSE
               MOVE WS-PR-ACCOUNT(WS-PAIR-IDX) TO WS-LOOKUP-ACCOUNT
               PERFORM 2280-FIND-ACCOUNT
               IF WS-ACCT-IDX NOT > WS-ACCT-COUNT
                   AND WS-AC-OUT-OF-BALANCE(WS-ACCT-IDX)
                   MOVE 'ACCOUNT OUT OF BALANCE' TO WS-CL-STATUS
               ELSE
                   MOVE 'ACCOUNT IN BALANCE'     TO WS-CL-STATUS
               END-IF
           END-IF

           WRITE RECON-RPT-LINE FROM WS-CODE-DETAIL.

      *----------------------------------------------------------*
      *  3450-LIST-ONE-ACCOUNT                                    *
      *----------------------------------------------------------*
       3450-LIST-ONE-ACCOUNT.

           MOVE WS-AC-ACCOUNT(WS-ACCT-IDX)  TO WS-AD-ACCOUNT
           MOVE WS-AC-DEBIT(WS-ACCT-IDX)    TO WS-AD-DEBIT
           MOVE WS-AC-EXPECTED(WS-ACCT-IDX) TO WS-AD-EXPECTED
           MOVE WS-AC-CREDIT(WS-ACCT-IDX)   TO WS-AD-CREDIT
           COMPUTE WS-AD-DIFF = WS-AC-EXPECTED(WS-ACCT-IDX)
               - WS-AC-CREDIT(WS-ACCT-IDX)
           IF WS-AC-OUT-OF-BALANCE(WS-ACCT-IDX)
               MOVE 'OUT OF BALANCE' TO WS-AD-STATUS
           ELSE
               MOVE 'IN BALANCE'     TO WS-AD-STATUS
           END-IF
           WRITE RECON-RPT-LINE FROM WS-ACCT-DETAIL.

      *----------------------------------------------------------*
      *  8000-READ-PAY-DETAIL - READ NEXT EXTRACT RECORD          *
      *----------------------------------------------------------*
       8000-READ-PAY-DETAIL.

           READ PAY-DETAIL
               AT END
                   SET END-OF-PAY-DETAIL TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-BANK-FILE - READ NEXT BANK-FILE RECORD         *
      *----------------------------------------------------------*
       8100-READ-BANK-FILE.

           READ BANK-FILE
               AT END
                   SET END-OF-BANK-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8200-READ-CHECK-DUE - READ NEXT CHECK-DUE RECORD         *
      *----------------------------------------------------------*
       8200-READ-CHECK-DUE.

           READ CHECK-DUE
               AT END
                   SET END-OF-CHECK-DUE TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8300-READ-GL-JOURNAL - READ NEXT JOURNAL RECORD          *
      *----------------------------------------------------------*
       8300-READ-GL-JOURNAL.

           READ GL-JOURNAL
               AT END
                   SET END-OF-GL-JOURNAL TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'PAYRECON'         TO AUD-PROGRAM-ID
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
