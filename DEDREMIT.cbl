       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEDREMIT.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : THIRD-PARTY DEDUCTION REMITTANCE. RUNS AFTER
      *            : THE GL LABOR DISTRIBUTION (GLDIST) FOR THE
      *            : SAME PAY RUN. READS THE PAY DETAIL (PAYDETL,
      *            : SEE PAYDTL, VERIFIED AGAINST ITS FILEHDR
      *            : WRAPPER) AND GROUPS EVERY DEDUCTION TAKEN BY
      *            : THE PAYEE ITS CODE IS REMITTED TO, FROM THE
      *            : REMITTANCE PAYEE MASTER (REMPAYEE, SEE
      *            : RPAYREC). EACH AMOUNT CARRIES THE EMPLOYEE'S
      *            : REFERENCE NUMBER FROM THE DEDUCTION MASTER
      *            : (DEDMAST, SEE DEDREC) - THE CASE OR DOCKET
      *            : NUMBER OF A GARNISHMENT, THE MEMBER NUMBER
      *            : FOR DUES. AN ELECTRONIC PAYEE GETS ITS OWN
      *            : FILEHDR-WRAPPED REMITTANCE FILE ON ITS
      *            : NUMBERED OUTPUT (REMIT1-REMIT4); A PAPER
      *            : PAYEE GETS A PRINTED REMITTANCE ADVICE
      *            : (REMADV) TO MAIL WITH THE CHECK. THE CONTROL
      *            : REPORT (REMRPT) TIES EACH CODE'S REMITTED
      *            : TOTAL BACK TO THE PAYABLE CREDITS GLDIST
      *            : POSTED (GLPAYCTL, SEE GLPCREC). TAX CODES ARE
      *            : LEFT TO THE TAX DEPOSIT RUNS AND RETIREMENT
      *            : CONTRIBUTIONS TO THE PLAN REMITTANCE
      *            : (RETREMIT). ENDS CC 4 ON A
      *            : MISSING REFERENCE NUMBER, CC 8 ON A BAD PAYEE
      *            : ROW, A CODE WITH NO PAYEE, OR A CODE THAT DOES
      *            : NOT TIE, AND CC 16 - WITH NO FILES OR ADVICES
      *            : WRITTEN - WHEN THE PAY DETAIL CANNOT BE
      *            : TRUSTED OR WILL NOT FIT THE TABLES; A MISSING
      *            : OR MISMATCHED PAYABLE CONTROL FILE ALSO ENDS
      *            : CC 16 BECAUSE NOTHING CAN BE TIED OUT.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  THE RUN NOW WRITES ONE MACHINE-READABLE
      *                  JOB-SUMMARY ROW (SEE JOBSUM) -- PAY-DETAIL ROWS
      *                  READ, AND DEDUCTIONS WITH NO PAYEE OR NO
      *                  REFERENCE AS REJECTED -- SO THE OPERATIONS
      *                  STATUS PAGE (OPSTATUS) SHOWS THE STEP AND THE
      *                  PAYROLL-CYCLE CERTIFICATE (PAYCERT) CAN PROVE
      *                  ITS HAND-OFF. A STEP ENDING CC 16 IS FLAGGED
      *                  ABNORMAL.
      * 10/15/2026  RSM  RETIREMENT CONTRIBUTIONS (TYPES R AND A) ARE
      *                  REMITTED BY RETREMIT AND ARE REPORTED HERE
      *                  LIKE TAX CODES, NOT AS CODES WITH NO PAYEE. A
      *                  PAYEE ROW FOR CODE RET IS REJECTED.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REM-PAYEE   ASSIGN TO REMPAYEE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT PAY-DETAIL  ASSIGN TO PAYDETL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYDETL-STATUS.

           SELECT DED-MASTER  ASSIGN TO DEDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-MASTER-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT GL-PAY-CTL  ASSIGN TO GLPAYCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPAYCTL-STATUS.

           SELECT REMIT-FILE-1 ASSIGN TO REMIT1
               ORGANIZATION IS SEQUENTIAL.

           SELECT REMIT-FILE-2 ASSIGN TO REMIT2
               ORGANIZATION IS SEQUENTIAL.

           SELECT REMIT-FILE-3 ASSIGN TO REMIT3
               ORGANIZATION IS SEQUENTIAL.

           SELECT REMIT-FILE-4 ASSIGN TO REMIT4
               ORGANIZATION IS SEQUENTIAL.

           SELECT REMIT-ADVICE ASSIGN TO REMADV
               ORGANIZATION IS SEQUENTIAL.

           SELECT REMIT-RPT   ASSIGN TO REMRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT JOB-SUMMARY ASSIGN TO JOBSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBSUM-FILE-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REM-PAYEE
           LABEL RECORDS ARE STANDARD.
           COPY RPAYREC.

       FD  PAY-DETAIL
           LABEL RECORDS ARE STANDARD.
       01  PAY-DETAIL-IN    PIC X(362).

       FD  DED-MASTER.
           COPY DEDREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  GL-PAY-CTL
           LABEL RECORDS ARE STANDARD.
       01  GL-PAY-CTL-IN    PIC X(80).

      * One remittance file per electronic payee, on the payee's
      * own numbered output.
       FD  REMIT-FILE-1
           LABEL RECORDS ARE STANDARD.
       01  REMIT-OUT-1      PIC X(80).

       FD  REMIT-FILE-2
           LABEL RECORDS ARE STANDARD.
       01  REMIT-OUT-2      PIC X(80).

       FD  REMIT-FILE-3
           LABEL RECORDS ARE STANDARD.
       01  REMIT-OUT-3      PIC X(80).

       FD  REMIT-FILE-4
           LABEL RECORDS ARE STANDARD.
       01  REMIT-OUT-4      PIC X(80).

       FD  REMIT-ADVICE
           LABEL RECORDS ARE STANDARD.
       01  ADVICE-LINE      PIC X(132).

       FD  REMIT-RPT
           LABEL RECORDS ARE STANDARD.
       01  REMIT-RPT-LINE   PIC X(132).

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
       01  WS-PAYEE-STATUS       PIC X(02)  VALUE '00'.
       01  WS-PAYDETL-STATUS     PIC X(02)  VALUE '00'.
       01  WS-DED-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-GLPAYCTL-STATUS    PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad remittance to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.02'.

       COPY PAYDTL.
       COPY FILEHDR.
       COPY GLPCREC.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-DETAIL      VALUE 'Y'.
       01  WS-PAYEE-EOF-SW  PIC X(01)  VALUE 'N'.
           88  END-OF-REM-PAYEE       VALUE 'Y'.
       01  WS-CTL-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-GL-PAY-CTL      VALUE 'Y'.

       01  WS-HDR-SEEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-HEADER-SEEN         VALUE 'Y'.
       01  WS-TRL-SEEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN        VALUE 'Y'.
       01  WS-TRAILER-COUNT PIC 9(07)  VALUE ZERO.
       01  WS-BODY-COUNT    PIC 9(5)   COMP VALUE ZERO.

      * The payable control file's own wrapper and source row.
       01  WS-CTL-HDR-SW    PIC X(01)  VALUE 'N'.
           88  WS-CTL-HEADER-SEEN     VALUE 'Y'.
       01  WS-CTL-TRL-SW    PIC X(01)  VALUE 'N'.
           88  WS-CTL-TRAILER-SEEN    VALUE 'Y'.
       01  WS-CTL-SRC-SW    PIC X(01)  VALUE 'N'.
           88  WS-CTL-SOURCE-MATCHED  VALUE 'Y'.
       01  WS-CTL-TRAILER-COUNT PIC 9(07) VALUE ZERO.
       01  WS-CTL-BODY-COUNT PIC 9(7)  COMP VALUE ZERO.
       01  WS-GL-TIE-SW     PIC X(01)  VALUE 'N'.
           88  WS-GL-TIE-AVAILABLE    VALUE 'Y'.

      * The pay-detail file's identity and period.
       01  WS-PAYDETL-DATE  PIC 9(08)  VALUE ZERO.
       01  WS-PAYDETL-TIME  PIC 9(06)  VALUE ZERO.
       01  WS-PERIOD-END    PIC 9(08)  VALUE ZERO.
       01  WS-CHECK-DATE    PIC 9(08)  VALUE ZERO.
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

       01  WS-DEDMAST-SW    PIC X(01)  VALUE 'N'.
           88  WS-DEDMAST-AVAILABLE   VALUE 'Y'.
       01  WS-EMPMAST-SW    PIC X(01)  VALUE 'N'.
           88  WS-EMPMAST-AVAILABLE   VALUE 'Y'.
       01  WS-EMP-READ-SW   PIC X(01)  VALUE 'N'.
           88  WS-EMP-ALREADY-READ    VALUE 'Y'.
       01  WS-EMP-LNAME     PIC X(20)  VALUE SPACE.
       01  WS-EMP-FNAME     PIC X(15)  VALUE SPACE.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-RUN-TIME.
           05  WS-RT-HHMMSS     PIC 9(06).
           05  FILLER           PIC 9(02).

      * The payees, one row per distinct payee id on REMPAYEE.
       01  WS-PAYEE-COUNT   PIC 9(03)  COMP VALUE ZERO.
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PY-IDX.
               10  WS-PY-ID         PIC X(08).
               10  WS-PY-NAME       PIC X(30).
               10  WS-PY-FORMAT     PIC X(01).
                   88  WS-PY-ELECTRONIC    VALUE 'E'.
               10  WS-PY-SLOT       PIC 9(01).
               10  WS-PY-ADDR-1     PIC X(30).
               10  WS-PY-ADDR-2     PIC X(30).
               10  WS-PY-CSZ        PIC X(30).
               10  WS-PY-LINES      PIC 9(05)  COMP.
               10  WS-PY-TOTAL      PIC S9(09)V99 COMP-3.

      * Which payee owns each numbered remittance file.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-OWNER    PIC 9(03)  COMP OCCURS 4 TIMES.
       01  WS-SLOT-SUB      PIC 9(02)  COMP VALUE ZERO.

      * Every deduction code seen - on the payee master, the pay
      * detail, or the payable control file - with its totals for
      * the tie-out. WS-CD-PAYEE-SUB is zero for a code no payee
      * row names.
       01  WS-CODE-COUNT    PIC 9(03)  COMP VALUE ZERO.
       01  WS-CODE-DROPPED  PIC 9(05)  COMP VALUE ZERO.
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CD-IDX.
               10  WS-CD-CODE       PIC X(03).
               10  WS-CD-PAYEE-SUB  PIC 9(03)  COMP.
               10  WS-CD-REF-TYPE   PIC X(01).
               10  WS-CD-TAX-SW     PIC X(01).
                   88  WS-CD-TAX-CODE      VALUE 'Y'.
                   88  WS-CD-PLAN-CODE     VALUE 'P'.
               10  WS-CD-DETAIL-AMT PIC S9(09)V99 COMP-3.
               10  WS-CD-REMIT-AMT  PIC S9(09)V99 COMP-3.
               10  WS-CD-GL-AMT     PIC S9(09)V99 COMP-3.
       01  WS-LOOKUP-CODE   PIC X(03)  VALUE SPACE.
       01  WS-CODE-FOUND-SW PIC X(01)  VALUE 'N'.
           88  WS-CODE-FOUND          VALUE 'Y'.

      * Every amount to remit, in pay-detail order. A row past the
      * table's end cannot be remitted, so nothing is written and
      * the run fails CC 16.
       01  WS-LINE-COUNT    PIC 9(04)  COMP VALUE ZERO.
       01  WS-LINE-DROPPED  PIC 9(05)  COMP VALUE ZERO.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-RL-IDX.
               10  WS-RL-PAYEE-SUB  PIC 9(03)  COMP.
               10  WS-RL-EMP-ID     PIC 9(05).
               10  WS-RL-LNAME      PIC X(20).
               10  WS-RL-FNAME      PIC X(15).
               10  WS-RL-CODE       PIC X(03).
               10  WS-RL-REFERENCE  PIC X(20).
               10  WS-RL-AMOUNT     PIC S9(05)V99 COMP-3.

       01  WS-DED-SUB       PIC 9(02)  COMP VALUE ZERO.
       01  WS-CUR-PAYEE     PIC 9(03)  COMP VALUE ZERO.
       01  WS-CUR-SLOT      PIC 9(01)  VALUE ZERO.
       01  WS-EFT-COUNT     PIC 9(07)  VALUE ZERO.

       01  WS-ROW-OK-SW     PIC X(01)  VALUE 'Y'.
           88  WS-ROW-OK              VALUE 'Y'.
       01  WS-REJECT-REASON PIC X(30)  VALUE SPACE.

       01  WS-PAYEE-ERR-COUNT PIC 9(5) COMP VALUE ZERO.
       01  WS-NOPAYEE-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-NOREF-COUNT   PIC 9(5)   COMP VALUE ZERO.
       01  WS-UNTIED-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-FILE-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-ADVICE-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-BLOCKED-SW    PIC X(01)  VALUE 'N'.
           88  WS-REMIT-BLOCKED       VALUE 'Y'.

      * Electronic remittance rows, between the FILEHDR header and
      * trailer: the payee row, one detail row per amount, and the
      * payee total.
       01  WS-EFT-RECORD    PIC X(80).

       01  WS-EFT-PAYEE-ROW.
           05  FILLER           PIC X(02)  VALUE 'RH'.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-EH-PAYEE-ID   PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-EH-PAYEE-NAME PIC X(30).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-EH-PERIOD-END PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-EH-CHECK-DATE PIC 9(08).
           05  FILLER           PIC X(20)  VALUE SPACE.

       01  WS-EFT-DETAIL-ROW.
           05  FILLER           PIC X(02)  VALUE 'RD'.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-ED-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-ED-LNAME      PIC X(20).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-ED-CODE       PIC X(03).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-ED-REFERENCE  PIC X(20).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-ED-AMOUNT     PIC 9(07)V99.
           05  FILLER           PIC X(16)  VALUE SPACE.

       01  WS-EFT-TOTAL-ROW.
           05  FILLER           PIC X(02)  VALUE 'RT'.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-ET-COUNT      PIC 9(07).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-ET-AMOUNT     PIC 9(09)V99.
           05  FILLER           PIC X(58)  VALUE SPACE.

      * The printed remittance advice for a paper payee.
       01  WS-ADV-TITLE-LINE.
           05  FILLER           PIC X(40)  VALUE
               'PAYROLL DEDUCTION REMITTANCE ADVICE     '.
           05  FILLER           PIC X(15)  VALUE 'PERIOD ENDING  '.
           05  WS-AT-PERIOD     PIC 9(08).
           05  FILLER           PIC X(14)  VALUE '   CHECK DATE '.
           05  WS-AT-CHECK-DATE PIC 9(08).
           05  FILLER           PIC X(47)  VALUE SPACE.

       01  WS-ADV-ADDR-LINE.
           05  FILLER           PIC X(05)  VALUE SPACE.
           05  WS-AA-TEXT       PIC X(30).
           05  FILLER           PIC X(97)  VALUE SPACE.

       01  WS-ADV-PAYEE-LINE.
           05  FILLER           PIC X(05)  VALUE SPACE.
           05  FILLER           PIC X(10)  VALUE 'PAYEE ID: '.
           05  WS-AP-PAYEE-ID   PIC X(08).
           05  FILLER           PIC X(109) VALUE SPACE.

       01  WS-ADV-COLUMN-LINE.
           05  FILLER           PIC X(44)  VALUE
               'EMP    EMPLOYEE NAME                     COD'.
           05  FILLER           PIC X(44)  VALUE
               'E  REFERENCE NUMBER            AMOUNT       '.
           05  FILLER           PIC X(44)  VALUE SPACE.

       01  WS-ADV-DETAIL-LINE.
           05  WS-AD-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-AD-LNAME      PIC X(20).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-AD-FNAME      PIC X(15).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-AD-CODE       PIC X(03).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-AD-REFERENCE  PIC X(20).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-AD-AMOUNT     PIC ZZZZ9.99.
           05  FILLER           PIC X(53)  VALUE SPACE.

       01  WS-ADV-TOTAL-LINE.
           05  FILLER           PIC X(48)  VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE 'TOTAL REMITTED'.
           05  FILLER           PIC X(08)  VALUE SPACE.
           05  WS-AT-TOTAL      PIC ZZZZZZZZ9.99.
           05  FILLER           PIC X(50)  VALUE SPACE.

      * The control report.
       01  WS-RPT-TITLE-LINE PIC X(132) VALUE
           'THIRD-PARTY DEDUCTION REMITTANCE - CONTROL REPORT'.

       01  WS-RPT-PERIOD-LINE.
           05  FILLER           PIC X(15)  VALUE 'PERIOD ENDING  '.
           05  WS-RH-PERIOD     PIC 9(08).
           05  FILLER           PIC X(14)  VALUE '   CHECK DATE '.
           05  WS-RH-CHECK-DATE PIC 9(08).
           05  FILLER           PIC X(87)  VALUE SPACE.

       01  WS-REJECT-LINE.
           05  FILLER           PIC X(23)  VALUE
               '*** PAYEE ROW REJECTED '.
           05  WS-RJ-CODE       PIC X(03).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RJ-PAYEE-ID   PIC X(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RJ-REASON     PIC X(30).
           05  FILLER           PIC X(65)  VALUE SPACE.

       01  WS-EXCEPTION-LINE.
           05  FILLER           PIC X(04)  VALUE '*** '.
           05  WS-EX-TEXT       PIC X(30).
           05  FILLER           PIC X(05)  VALUE ' EMP '.
           05  WS-EX-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(06)  VALUE ' CODE '.
           05  WS-EX-CODE       PIC X(03).
           05  FILLER           PIC X(07)  VALUE ' PAYEE '.
           05  WS-EX-PAYEE-ID   PIC X(08).
           05  FILLER           PIC X(64)  VALUE SPACE.

       01  WS-PAYEE-HEAD-LINE.
           05  FILLER           PIC X(44)  VALUE
               'PAYEE    PAYEE NAME                      FOR'.
           05  FILLER           PIC X(44)  VALUE
               'MAT  OUTPUT   AMOUNTS           TOTAL       '.
           05  FILLER           PIC X(44)  VALUE SPACE.

       01  WS-PAYEE-SUM-LINE.
           05  WS-PS-PAYEE-ID   PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-PS-PAYEE-NAME PIC X(30).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-PS-FORMAT     PIC X(05).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-PS-OUTPUT     PIC X(06).
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-PS-LINES      PIC ZZZZ9.
           05  FILLER           PIC X(04)  VALUE SPACE.
           05  WS-PS-TOTAL      PIC ZZZZZZZZ9.99.
           05  FILLER           PIC X(54)  VALUE SPACE.

       01  WS-TIE-HEAD-LINE.
           05  FILLER           PIC X(44)  VALUE
               'CODE  PAYEE       PAY DETAIL      REMITTED  '.
           05  FILLER           PIC X(44)  VALUE
               '  GL PAYABLE  STATUS                        '.
           05  FILLER           PIC X(44)  VALUE SPACE.

       01  WS-TIE-DETAIL-LINE.
           05  WS-TD-CODE       PIC X(03).
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-TD-PAYEE-ID   PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-TD-DETAIL-AMT PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-TD-REMIT-AMT  PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-TD-GL-AMT     PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-TD-STATUS     PIC X(30).
           05  FILLER           PIC X(44)  VALUE SPACE.

       01  WS-OVERFLOW-LINE.
           05  FILLER           PIC X(24)  VALUE
               '*** TABLE FULL - AMOUNT '.
           05  WS-OVF-LINES     PIC ZZZZ9.
           05  FILLER           PIC X(15)  VALUE ' ROWS, CODE    '.
           05  WS-OVF-CODES     PIC ZZZZ9.
           05  FILLER           PIC X(40)  VALUE
               ' ROWS DROPPED - NOTHING REMITTED CC 16  '.
           05  FILLER           PIC X(43)  VALUE SPACE.

       01  WS-BLOCKED-LINE  PIC X(132) VALUE
           '*** PAY DETAIL NOT COMPLETE - NO REMITTANCE FILES OR ADVICES
      -    ' WRITTEN'.

       01  WS-NO-TIE-LINE   PIC X(132) VALUE
           '*** PAYABLE CONTROL FILE MISSING OR FROM ANOTHER PAY RUN - N
      -    'OTHING TIED TO THE GL'.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(16)  VALUE 'PAY ROWS READ : '.
           05  WS-TRL-ROWS      PIC ZZZZ9.
           05  FILLER           PIC X(16)  VALUE '   AMOUNTS    : '.
           05  WS-TRL-LINES     PIC ZZZZ9.
           05  FILLER           PIC X(16)  VALUE '   FILES      : '.
           05  WS-TRL-FILES     PIC ZZZZ9.
           05  FILLER           PIC X(16)  VALUE '   ADVICES    : '.
           05  WS-TRL-ADVICES   PIC ZZZZ9.
           05  FILLER           PIC X(16)  VALUE '   NOT TIED   : '.
           05  WS-TRL-UNTIED    PIC ZZZZ9.
           05  FILLER           PIC X(27)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DETAIL-RECORD
               UNTIL END-OF-PAY-DETAIL
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - LOAD THE PAYEE MASTER, OPEN FILES      *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN OUTPUT REMIT-RPT
           WRITE REMIT-RPT-LINE FROM WS-RPT-TITLE-LINE
           MOVE SPACE TO REMIT-RPT-LINE
           WRITE REMIT-RPT-LINE

           MOVE ZERO TO WS-SLOT-OWNER(1) WS-SLOT-OWNER(2)
                        WS-SLOT-OWNER(3) WS-SLOT-OWNER(4)

           OPEN INPUT REM-PAYEE
           IF WS-PAYEE-STATUS NOT = '00'
               DISPLAY 'DEDREMIT: REMITTANCE PAYEE MASTER (REMPAYEE) '
                   'NOT AVAILABLE - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-ONE-PAYEE-ROW
               UNTIL END-OF-REM-PAYEE
           CLOSE REM-PAYEE

           OPEN INPUT PAY-DETAIL
           IF WS-PAYDETL-STATUS NOT = '00'
               DISPLAY 'DEDREMIT: PAY-DETAIL FILE (PAYDETL) NOT '
                   'AVAILABLE - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DED-MASTER
           IF WS-DED-MASTER-STATUS = '00'
               SET WS-DEDMAST-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'DEDREMIT: DEDUCTION MASTER (DEDMAST) NOT '
                   'AVAILABLE - NO REFERENCE NUMBERS'
           END-IF

           OPEN INPUT EMP-MASTER
           IF WS-EMP-MASTER-STATUS = '00'
               SET WS-EMPMAST-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'DEDREMIT: EMPLOYEE MASTER (EMPMAST) NOT '
                   'AVAILABLE - NO EMPLOYEE NAMES'
           END-IF

           OPEN OUTPUT REMIT-ADVICE

           PERFORM 8000-READ-PAY-DETAIL.

      *----------------------------------------------------------*
      *  1100-LOAD-ONE-PAYEE-ROW - EDIT ONE REMPAYEE ROW; A BAD   *
      *  ROW IS LISTED AND LEFT OUT, SO ITS CODE HAS NO PAYEE     *
      *----------------------------------------------------------*
       1100-LOAD-ONE-PAYEE-ROW.

           READ REM-PAYEE
               AT END
                   SET END-OF-REM-PAYEE TO TRUE
               NOT AT END
                   PERFORM 1150-EDIT-PAYEE-ROW
                   IF NOT WS-ROW-OK
                       MOVE RP-DED-CODE      TO WS-RJ-CODE
                       MOVE RP-PAYEE-ID      TO WS-RJ-PAYEE-ID
                       MOVE WS-REJECT-REASON TO WS-RJ-REASON
                       WRITE REMIT-RPT-LINE FROM WS-REJECT-LINE
                       ADD 1 TO WS-PAYEE-ERR-COUNT
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1150-EDIT-PAYEE-ROW - THE CODE MUST BE A NON-TAX,        *
      *  NON-RETIREMENT CODE NOT ALREADY MAPPED; AN ELECTRONIC    *
      *  PAYEE NEEDS A FILE OF ITS OWN; EVERY ROW FOR ONE PAYEE   *
      *  MUST AGREE ON FORMAT AND FILE                            *
      *----------------------------------------------------------*
       1150-EDIT-PAYEE-ROW.

           MOVE 'Y' TO WS-ROW-OK-SW
           MOVE SPACE TO WS-REJECT-REASON

           IF RP-DED-CODE = SPACE OR RP-DED-CODE = 'FIT'
               OR RP-DED-CODE = 'SIT' OR RP-DED-CODE = 'SSE'
               OR RP-DED-CODE = 'MCE' OR RP-DED-CODE = 'RET'
               MOVE 'N' TO WS-ROW-OK-SW
               MOVE 'BLANK, TAX OR RETIREMENT CODE' TO WS-REJECT-REASON
           END-IF

           IF WS-ROW-OK AND RP-PAYEE-ID = SPACE
               MOVE 'N' TO WS-ROW-OK-SW
               MOVE 'PAYEE ID MISSING' TO WS-REJECT-REASON
           END-IF

           IF WS-ROW-OK AND NOT RP-FORMAT-VALID
               MOVE 'N' TO WS-ROW-OK-SW
               MOVE 'FORMAT NOT E OR P' TO WS-REJECT-REASON
           END-IF

           IF WS-ROW-OK AND RP-ELECTRONIC
               IF RP-FILE-SLOT NOT NUMERIC
                   OR RP-FILE-SLOT < 1 OR RP-FILE-SLOT > 4
                   MOVE 'N' TO WS-ROW-OK-SW
                   MOVE 'OUTPUT FILE NOT 1-4' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-ROW-OK AND NOT RP-REF-TYPE-VALID
               MOVE 'N' TO WS-ROW-OK-SW
               MOVE 'REFERENCE TYPE NOT C, M, BLANK'
                   TO WS-REJECT-REASON
           END-IF

           IF WS-ROW-OK
               MOVE RP-DED-CODE TO WS-LOOKUP-CODE
               PERFORM 1300-SEARCH-CODE-TABLE
               IF WS-CODE-FOUND
                   MOVE 'N' TO WS-ROW-OK-SW
                   MOVE 'CODE ALREADY HAS A PAYEE' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-ROW-OK
               PERFORM 1200-FIND-OR-ADD-PAYEE
           END-IF

           IF WS-ROW-OK
               PERFORM 1350-ADD-CODE-ROW
               IF WS-CODE-FOUND
                   MOVE WS-CUR-PAYEE TO WS-CD-PAYEE-SUB(WS-CD-IDX)
                   MOVE RP-REF-TYPE  TO WS-CD-REF-TYPE(WS-CD-IDX)
               ELSE
                   MOVE 'N' TO WS-ROW-OK-SW
                   MOVE 'CODE TABLE FULL' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1200-FIND-OR-ADD-PAYEE - A PAYEE ALREADY LOADED MUST     *
      *  MATCH; A NEW ELECTRONIC PAYEE CLAIMS ITS OUTPUT FILE     *
      *----------------------------------------------------------*
       1200-FIND-OR-ADD-PAYEE.

           MOVE ZERO TO WS-CUR-PAYEE
           SET WS-PY-IDX TO 1
           SEARCH WS-PAYEE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PY-IDX > WS-PAYEE-COUNT
                   CONTINUE
               WHEN WS-PY-ID(WS-PY-IDX) = RP-PAYEE-ID
                   SET WS-CUR-PAYEE TO WS-PY-IDX
           END-SEARCH

           IF WS-CUR-PAYEE > ZERO
               IF WS-PY-FORMAT(WS-CUR-PAYEE) NOT = RP-FORMAT
                   OR (RP-ELECTRONIC
                       AND WS-PY-SLOT(WS-CUR-PAYEE) NOT = RP-FILE-SLOT)
                   MOVE 'N' TO WS-ROW-OK-SW
                   MOVE 'PAYEE FORMAT OR FILE DIFFERS'
                       TO WS-REJECT-REASON
               END-IF
           ELSE
               IF RP-ELECTRONIC
                   IF WS-SLOT-OWNER(RP-FILE-SLOT) NOT = ZERO
                       MOVE 'N' TO WS-ROW-OK-SW
                       MOVE 'OUTPUT FILE USED BY ANOTHER'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-ROW-OK
                   IF WS-PAYEE-COUNT < 50
                       PERFORM 1250-ADD-PAYEE-ROW
                   ELSE
                       MOVE 'N' TO WS-ROW-OK-SW
                       MOVE 'PAYEE TABLE FULL' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1250-ADD-PAYEE-ROW                                       *
      *----------------------------------------------------------*
       1250-ADD-PAYEE-ROW.

           ADD 1 TO WS-PAYEE-COUNT
           MOVE WS-PAYEE-COUNT TO WS-CUR-PAYEE
           MOVE RP-PAYEE-ID       TO WS-PY-ID(WS-CUR-PAYEE)
           MOVE RP-PAYEE-NAME     TO WS-PY-NAME(WS-CUR-PAYEE)
           MOVE RP-FORMAT         TO WS-PY-FORMAT(WS-CUR-PAYEE)
           MOVE ZERO              TO WS-PY-SLOT(WS-CUR-PAYEE)
           IF RP-ELECTRONIC
               MOVE RP-FILE-SLOT  TO WS-PY-SLOT(WS-CUR-PAYEE)
               MOVE WS-CUR-PAYEE  TO WS-SLOT-OWNER(RP-FILE-SLOT)
           END-IF
           MOVE RP-ADDR-LINE-1    TO WS-PY-ADDR-1(WS-CUR-PAYEE)
           MOVE RP-ADDR-LINE-2    TO WS-PY-ADDR-2(WS-CUR-PAYEE)
           MOVE RP-CITY-STATE-ZIP TO WS-PY-CSZ(WS-CUR-PAYEE)
           MOVE ZERO              TO WS-PY-LINES(WS-CUR-PAYEE)
           MOVE ZERO              TO WS-PY-TOTAL(WS-CUR-PAYEE).

      *----------------------------------------------------------*
      *  1300-SEARCH-CODE-TABLE - WS-LOOKUP-CODE IN, WS-CD-IDX    *
      *  ON THE ROW WHEN WS-CODE-FOUND                            *
      *----------------------------------------------------------*
       1300-SEARCH-CODE-TABLE.

           MOVE 'N' TO WS-CODE-FOUND-SW
           SET WS-CD-IDX TO 1
           SEARCH WS-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CD-IDX > WS-CODE-COUNT
                   CONTINUE
               WHEN WS-CD-CODE(WS-CD-IDX) = WS-LOOKUP-CODE
                   SET WS-CODE-FOUND TO TRUE
           END-SEARCH.

      *----------------------------------------------------------*
      *  1350-ADD-CODE-ROW - A NEW CODE WITH NO PAYEE AND NO      *
      *  TOTALS; WS-CODE-FOUND IS LEFT OFF WHEN THE TABLE IS FULL *
      *----------------------------------------------------------*
       1350-ADD-CODE-ROW.

           MOVE 'N' TO WS-CODE-FOUND-SW
           IF WS-CODE-COUNT < 100
               ADD 1 TO WS-CODE-COUNT
               SET WS-CD-IDX TO WS-CODE-COUNT
               MOVE WS-LOOKUP-CODE TO WS-CD-CODE(WS-CD-IDX)
               MOVE ZERO  TO WS-CD-PAYEE-SUB(WS-CD-IDX)
               MOVE SPACE TO WS-CD-REF-TYPE(WS-CD-IDX)
               MOVE 'N'   TO WS-CD-TAX-SW(WS-CD-IDX)
               MOVE ZERO  TO WS-CD-DETAIL-AMT(WS-CD-IDX)
               MOVE ZERO  TO WS-CD-REMIT-AMT(WS-CD-IDX)
               MOVE ZERO  TO WS-CD-GL-AMT(WS-CD-IDX)
               SET WS-CODE-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  1400-RESOLVE-CHECK-DATE - THE CALENDAR CHECK DATE OF THE *
      *  PERIOD THE PAY ROWS END ON; AN OFF-CYCLE ROW'S PERIOD    *
      *  END IS ITS PAYMENT DATE                                  *
      *----------------------------------------------------------*
       1400-RESOLVE-CHECK-DATE.

           IF PD-RUN-TYPE = 'O' OR PD-RUN-TYPE = 'F'
               MOVE PD-PERIOD-END TO WS-CHECK-DATE
           ELSE
               MOVE PD-PERIOD-END TO WS-CAL-LOOKUP-DATE
               CALL 'PAYPER' USING WS-CAL-FUNCTION WS-PAY-GROUP
                   WS-CAL-LOOKUP-DATE PAY-CALENDAR-RECORD
                   WS-PAYCAL-STATUS
               IF WS-PAYCAL-OK
                   MOVE PCL-CHECK-DATE TO WS-CHECK-DATE
               ELSE
                   DISPLAY 'DEDREMIT: PERIOD ' PD-PERIOD-END
                       ' NOT ON THE PAY CALENDAR - REMITTANCE NOT '
                       'RELEASABLE'
                   SET WS-CAL-PERIOD-MISSING TO TRUE
                   MOVE PD-PERIOD-END TO WS-CHECK-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2000-PROCESS-DETAIL-RECORD - HEADER, TRAILER, OR ONE     *
      *  EMPLOYEE'S DEDUCTIONS SORTED OUT BY PAYEE                *
      *----------------------------------------------------------*
       2000-PROCESS-DETAIL-RECORD.

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
                       PERFORM 1400-RESOLVE-CHECK-DATE
                   END-IF
                   MOVE 'N' TO WS-EMP-READ-SW
                   IF PD-DED-COUNT > ZERO
                       PERFORM 2100-TAKE-ONE-DEDUCTION
                           VARYING WS-DED-SUB FROM 1 BY 1
                           UNTIL WS-DED-SUB > PD-DED-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 8000-READ-PAY-DETAIL.

      *----------------------------------------------------------*
      *  2100-TAKE-ONE-DEDUCTION - TOTAL THE AMOUNT UNDER ITS     *
      *  CODE; A TAX ENTRY STOPS THERE, ANY OTHER IS QUEUED FOR   *
      *  ITS PAYEE OR REPORTED AS HAVING NONE                     *
      *----------------------------------------------------------*
       2100-TAKE-ONE-DEDUCTION.

           IF PD-DED-AMOUNT(WS-DED-SUB) NOT = ZERO
               MOVE PD-DED-CODE(WS-DED-SUB) TO WS-LOOKUP-CODE
               PERFORM 1300-SEARCH-CODE-TABLE
               IF NOT WS-CODE-FOUND
                   PERFORM 1350-ADD-CODE-ROW
               END-IF

               IF NOT WS-CODE-FOUND
                   ADD 1 TO WS-CODE-DROPPED
               ELSE
                   ADD PD-DED-AMOUNT(WS-DED-SUB)
                       TO WS-CD-DETAIL-AMT(WS-CD-IDX)
                   EVALUATE TRUE
                       WHEN PD-DED-TYPE(WS-DED-SUB) = 'T'
                           MOVE 'Y' TO WS-CD-TAX-SW(WS-CD-IDX)
                       WHEN PD-DED-TYPE(WS-DED-SUB) = 'R'
                           OR PD-DED-TYPE(WS-DED-SUB) = 'A'
                           MOVE 'P' TO WS-CD-TAX-SW(WS-CD-IDX)
                       WHEN WS-CD-PAYEE-SUB(WS-CD-IDX) = ZERO
                           ADD 1 TO WS-NOPAYEE-COUNT
                           MOVE 'NO PAYEE FOR DEDUCTION CODE'
                               TO WS-EX-TEXT
                           MOVE PD-EMP-ID TO WS-EX-EMP-ID
                           MOVE WS-LOOKUP-CODE TO WS-EX-CODE
                           MOVE SPACE TO WS-EX-PAYEE-ID
                           WRITE REMIT-RPT-LINE FROM WS-EXCEPTION-LINE
                       WHEN OTHER
                           PERFORM 2200-ADD-REMIT-LINE
                   END-EVALUATE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2200-ADD-REMIT-LINE - ONE AMOUNT FOR THE CODE'S PAYEE,   *
      *  WITH THE EMPLOYEE'S NAME AND REFERENCE NUMBER            *
      *----------------------------------------------------------*
       2200-ADD-REMIT-LINE.

           IF WS-LINE-COUNT < 2000
               IF NOT WS-EMP-ALREADY-READ
                   PERFORM 2250-READ-EMPLOYEE
               END-IF
               ADD 1 TO WS-LINE-COUNT
               SET WS-RL-IDX TO WS-LINE-COUNT
               MOVE WS-CD-PAYEE-SUB(WS-CD-IDX) TO WS-CUR-PAYEE
               MOVE WS-CUR-PAYEE   TO WS-RL-PAYEE-SUB(WS-RL-IDX)
               MOVE PD-EMP-ID      TO WS-RL-EMP-ID(WS-RL-IDX)
               MOVE WS-EMP-LNAME   TO WS-RL-LNAME(WS-RL-IDX)
               MOVE WS-EMP-FNAME   TO WS-RL-FNAME(WS-RL-IDX)
               MOVE WS-LOOKUP-CODE TO WS-RL-CODE(WS-RL-IDX)
               MOVE PD-DED-AMOUNT(WS-DED-SUB)
                   TO WS-RL-AMOUNT(WS-RL-IDX)
               PERFORM 2260-READ-REFERENCE-NO

               ADD 1 TO WS-PY-LINES(WS-CUR-PAYEE)
               ADD PD-DED-AMOUNT(WS-DED-SUB)
                   TO WS-PY-TOTAL(WS-CUR-PAYEE)
               ADD PD-DED-AMOUNT(WS-DED-SUB)
                   TO WS-CD-REMIT-AMT(WS-CD-IDX)
           ELSE
               ADD 1 TO WS-LINE-DROPPED
           END-IF.

      *----------------------------------------------------------*
      *  2250-READ-EMPLOYEE - NAME FOR THE REMITTANCE, ONCE PER   *
      *  PAY ROW                                                  *
      *----------------------------------------------------------*
       2250-READ-EMPLOYEE.

           SET WS-EMP-ALREADY-READ TO TRUE
           MOVE SPACE TO WS-EMP-LNAME
           MOVE SPACE TO WS-EMP-FNAME
           IF WS-EMPMAST-AVAILABLE
               MOVE PD-EMP-ID TO EMP-ID
               READ EMP-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-LNAME TO WS-EMP-LNAME
                       MOVE EMP-FNAME TO WS-EMP-FNAME
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *  2260-READ-REFERENCE-NO - THE CASE, DOCKET, OR MEMBER     *
      *  NUMBER FROM DEDMAST; A PAYEE THAT FILES BY REFERENCE     *
      *  AND GETS NONE IS CALLED OUT                              *
      *----------------------------------------------------------*
       2260-READ-REFERENCE-NO.

           MOVE SPACE TO WS-RL-REFERENCE(WS-RL-IDX)
           IF WS-DEDMAST-AVAILABLE
               MOVE PD-EMP-ID      TO DED-EMP-ID
               MOVE WS-LOOKUP-CODE TO DED-CODE
               READ DED-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DED-REFERENCE-NO
                           TO WS-RL-REFERENCE(WS-RL-IDX)
               END-READ
           END-IF

           IF WS-CD-REF-TYPE(WS-CD-IDX) NOT = SPACE
               AND WS-RL-REFERENCE(WS-RL-IDX) = SPACE
               ADD 1 TO WS-NOREF-COUNT
               MOVE 'NO REFERENCE NUMBER ON DEDMAST' TO WS-EX-TEXT
               MOVE PD-EMP-ID TO WS-EX-EMP-ID
               MOVE WS-LOOKUP-CODE TO WS-EX-CODE
               MOVE WS-PY-ID(WS-CUR-PAYEE) TO WS-EX-PAYEE-ID
               WRITE REMIT-RPT-LINE FROM WS-EXCEPTION-LINE
           END-IF.

      *----------------------------------------------------------*
      *  3000-FINALIZE - VERIFY THE PAY DETAIL, WRITE EACH        *
      *  PAYEE'S FILE OR ADVICE, TIE OUT TO THE GL, CLOSE FILES   *
      *----------------------------------------------------------*
       3000-FINALIZE.

           CLOSE PAY-DETAIL

           IF NOT WS-HEADER-SEEN
               OR NOT WS-TRAILER-SEEN
               OR WS-TRAILER-COUNT NOT = WS-BODY-COUNT
               DISPLAY 'DEDREMIT: PAY-DETAIL FILE FAILED '
                   'COMPLETENESS CHECK - NOTHING REMITTED'
               SET WS-REMIT-BLOCKED TO TRUE
               WRITE REMIT-RPT-LINE FROM WS-BLOCKED-LINE
           END-IF

           IF WS-LINE-DROPPED > ZERO OR WS-CODE-DROPPED > ZERO
               DISPLAY 'DEDREMIT: TABLE FULL - ' WS-LINE-DROPPED
                   ' AMOUNTS AND ' WS-CODE-DROPPED ' CODES DROPPED - '
                   'NOTHING REMITTED'
               SET WS-REMIT-BLOCKED TO TRUE
               MOVE WS-LINE-DROPPED TO WS-OVF-LINES
               MOVE WS-CODE-DROPPED TO WS-OVF-CODES
               WRITE REMIT-RPT-LINE FROM WS-OVERFLOW-LINE
           END-IF

           MOVE WS-PERIOD-END TO WS-RH-PERIOD
           MOVE WS-CHECK-DATE TO WS-RH-CHECK-DATE
           MOVE SPACE TO REMIT-RPT-LINE
           WRITE REMIT-RPT-LINE
           WRITE REMIT-RPT-LINE FROM WS-RPT-PERIOD-LINE
           WRITE REMIT-RPT-LINE FROM WS-PAYEE-HEAD-LINE

           IF WS-PAYEE-COUNT > ZERO
               PERFORM 3100-REMIT-ONE-PAYEE
                   VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PAYEE-COUNT
           END-IF

           PERFORM 3500-TIE-OUT-TO-GL

           MOVE WS-BODY-COUNT   TO WS-TRL-ROWS
           MOVE WS-LINE-COUNT   TO WS-TRL-LINES
           MOVE WS-FILE-COUNT   TO WS-TRL-FILES
           MOVE WS-ADVICE-COUNT TO WS-TRL-ADVICES
           MOVE WS-UNTIED-COUNT TO WS-TRL-UNTIED
           MOVE SPACE TO REMIT-RPT-LINE
           WRITE REMIT-RPT-LINE
           WRITE REMIT-RPT-LINE FROM WS-TRAILER-LINE

           IF WS-NOREF-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PAYEE-ERR-COUNT > ZERO
               OR WS-NOPAYEE-COUNT > ZERO
               OR WS-UNTIED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-REMIT-BLOCKED
               OR NOT WS-GL-TIE-AVAILABLE
               OR WS-CAL-PERIOD-MISSING
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-DEDMAST-AVAILABLE
               CLOSE DED-MASTER
           END-IF
           IF WS-EMPMAST-AVAILABLE
               CLOSE EMP-MASTER
           END-IF
           CLOSE REMIT-ADVICE
           CLOSE REMIT-RPT

           MOVE WS-LINE-COUNT TO AUD-RECORD-COUNT
           EVALUATE RETURN-CODE
               WHEN 16
                   MOVE '16' TO AUD-RETURN-CODE
               WHEN 8
                   MOVE '08' TO AUD-RETURN-CODE
               WHEN 4
                   MOVE '04' TO AUD-RETURN-CODE
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
           MOVE 'DEDREMIT' TO JS-PROGRAM-ID
           MOVE WS-BODY-COUNT TO JS-RECORDS-READ
           COMPUTE JS-RECORDS-REJECTED = WS-NOPAYEE-COUNT
               + WS-NOREF-COUNT
           MOVE WS-RUN-DATE-NUM TO JS-RUN-DATE
           IF RETURN-CODE < 16
               SET JS-NORMAL-COMPLETION TO TRUE
           ELSE
               SET JS-ABNORMAL-COMPLETION TO TRUE
           END-IF
           WRITE JOB-SUMMARY-RECORD FROM WS-JOB-SUMMARY-LINE
           CLOSE JOB-SUMMARY.

      *----------------------------------------------------------*
      *  3100-REMIT-ONE-PAYEE - AN ELECTRONIC PAYEE ALWAYS GETS   *
      *  ITS WRAPPED FILE, EVEN WITH NOTHING OWED, SO THE         *
      *  TRANSMISSION NEVER PICKS UP A STALE ONE; A PAPER PAYEE   *
      *  GETS AN ADVICE ONLY WHEN SOMETHING IS OWED               *
      *----------------------------------------------------------*
       3100-REMIT-ONE-PAYEE.

           SET WS-CUR-PAYEE TO WS-PY-IDX

           MOVE WS-PY-ID(WS-CUR-PAYEE)    TO WS-PS-PAYEE-ID
           MOVE WS-PY-NAME(WS-CUR-PAYEE)  TO WS-PS-PAYEE-NAME
           MOVE WS-PY-LINES(WS-CUR-PAYEE) TO WS-PS-LINES
           MOVE WS-PY-TOTAL(WS-CUR-PAYEE) TO WS-PS-TOTAL
           IF WS-PY-ELECTRONIC(WS-CUR-PAYEE)
               MOVE 'ELEC'    TO WS-PS-FORMAT
               MOVE 'REMIT'   TO WS-PS-OUTPUT
               MOVE WS-PY-SLOT(WS-CUR-PAYEE) TO WS-PS-OUTPUT(6:1)
           ELSE
               MOVE 'PAPER'   TO WS-PS-FORMAT
               MOVE 'REMADV'  TO WS-PS-OUTPUT
           END-IF
           IF WS-REMIT-BLOCKED
               MOVE 'HELD'    TO WS-PS-OUTPUT
           END-IF
           WRITE REMIT-RPT-LINE FROM WS-PAYEE-SUM-LINE

           IF NOT WS-REMIT-BLOCKED
               IF WS-PY-ELECTRONIC(WS-CUR-PAYEE)
                   PERFORM 3200-WRITE-ELECTRONIC-FILE
               ELSE
                   IF WS-PY-LINES(WS-CUR-PAYEE) > ZERO
                       PERFORM 3300-PRINT-PAPER-ADVICE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  3200-WRITE-ELECTRONIC-FILE - HEADER, PAYEE ROW, ONE ROW  *
      *  PER AMOUNT, PAYEE TOTAL, TRAILER                         *
      *----------------------------------------------------------*
       3200-WRITE-ELECTRONIC-FILE.

           MOVE WS-PY-SLOT(WS-CUR-PAYEE) TO WS-CUR-SLOT
           MOVE ZERO TO WS-EFT-COUNT
           EVALUATE WS-CUR-SLOT
               WHEN 1
                   OPEN OUTPUT REMIT-FILE-1
               WHEN 2
                   OPEN OUTPUT REMIT-FILE-2
               WHEN 3
                   OPEN OUTPUT REMIT-FILE-3
               WHEN 4
                   OPEN OUTPUT REMIT-FILE-4
           END-EVALUATE

           MOVE 'DEDREMIT' TO FH-PROGRAM-ID
           MOVE WS-RUN-DATE-NUM TO FH-RUN-DATE
           MOVE WS-RT-HHMMSS TO FH-RUN-TIME
           MOVE WS-FILE-HEADER-LINE TO WS-EFT-RECORD
           PERFORM 3290-WRITE-EFT-RECORD

           MOVE WS-PY-ID(WS-CUR-PAYEE)   TO WS-EH-PAYEE-ID
           MOVE WS-PY-NAME(WS-CUR-PAYEE) TO WS-EH-PAYEE-NAME
           MOVE WS-PERIOD-END            TO WS-EH-PERIOD-END
           MOVE WS-CHECK-DATE            TO WS-EH-CHECK-DATE
           MOVE WS-EFT-PAYEE-ROW TO WS-EFT-RECORD
           PERFORM 3290-WRITE-EFT-RECORD
           ADD 1 TO WS-EFT-COUNT

           IF WS-LINE-COUNT > ZERO
               PERFORM 3220-WRITE-ONE-EFT-LINE
                   VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-LINE-COUNT
           END-IF

           MOVE WS-PY-LINES(WS-CUR-PAYEE) TO WS-ET-COUNT
           MOVE WS-PY-TOTAL(WS-CUR-PAYEE) TO WS-ET-AMOUNT
           MOVE WS-EFT-TOTAL-ROW TO WS-EFT-RECORD
           PERFORM 3290-WRITE-EFT-RECORD
           ADD 1 TO WS-EFT-COUNT

           MOVE 'DEDREMIT' TO FT-PROGRAM-ID
           MOVE WS-EFT-COUNT TO FT-RECORD-COUNT
           MOVE WS-FILE-TRAILER-LINE TO WS-EFT-RECORD
           PERFORM 3290-WRITE-EFT-RECORD

           EVALUATE WS-CUR-SLOT
               WHEN 1
                   CLOSE REMIT-FILE-1
               WHEN 2
                   CLOSE REMIT-FILE-2
               WHEN 3
                   CLOSE REMIT-FILE-3
               WHEN 4
                   CLOSE REMIT-FILE-4
           END-EVALUATE
           ADD 1 TO WS-FILE-COUNT.

      *----------------------------------------------------------*
      *  3220-WRITE-ONE-EFT-LINE - THE CURRENT PAYEE'S AMOUNTS    *
      *----------------------------------------------------------*
       3220-WRITE-ONE-EFT-LINE.

           IF WS-RL-PAYEE-SUB(WS-RL-IDX) = WS-CUR-PAYEE
               MOVE WS-RL-EMP-ID(WS-RL-IDX)    TO WS-ED-EMP-ID
               MOVE WS-RL-LNAME(WS-RL-IDX)     TO WS-ED-LNAME
               MOVE WS-RL-CODE(WS-RL-IDX)      TO WS-ED-CODE
               MOVE WS-RL-REFERENCE(WS-RL-IDX) TO WS-ED-REFERENCE
               MOVE WS-RL-AMOUNT(WS-RL-IDX)    TO WS-ED-AMOUNT
               MOVE WS-EFT-DETAIL-ROW TO WS-EFT-RECORD
               PERFORM 3290-WRITE-EFT-RECORD
               ADD 1 TO WS-EFT-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  3290-WRITE-EFT-RECORD - TO THE PAYEE'S OWN OUTPUT FILE   *
      *----------------------------------------------------------*
       3290-WRITE-EFT-RECORD.

           EVALUATE WS-CUR-SLOT
               WHEN 1
                   WRITE REMIT-OUT-1 FROM WS-EFT-RECORD
               WHEN 2
                   WRITE REMIT-OUT-2 FROM WS-EFT-RECORD
               WHEN 3
                   WRITE REMIT-OUT-3 FROM WS-EFT-RECORD
               WHEN 4
                   WRITE REMIT-OUT-4 FROM WS-EFT-RECORD
           END-EVALUATE.

      *----------------------------------------------------------*
      *  3300-PRINT-PAPER-ADVICE - TITLE, MAILING ADDRESS, ONE    *
      *  LINE PER AMOUNT, AND THE TOTAL THE CHECK MUST MATCH      *
      *----------------------------------------------------------*
       3300-PRINT-PAPER-ADVICE.

           MOVE WS-PERIOD-END TO WS-AT-PERIOD
           MOVE WS-CHECK-DATE TO WS-AT-CHECK-DATE
           WRITE ADVICE-LINE FROM WS-ADV-TITLE-LINE
           MOVE SPACE TO ADVICE-LINE
           WRITE ADVICE-LINE

           MOVE WS-PY-NAME(WS-CUR-PAYEE) TO WS-AA-TEXT
           WRITE ADVICE-LINE FROM WS-ADV-ADDR-LINE
           MOVE WS-PY-ADDR-1(WS-CUR-PAYEE) TO WS-AA-TEXT
           WRITE ADVICE-LINE FROM WS-ADV-ADDR-LINE
           IF WS-PY-ADDR-2(WS-CUR-PAYEE) NOT = SPACE
               MOVE WS-PY-ADDR-2(WS-CUR-PAYEE) TO WS-AA-TEXT
               WRITE ADVICE-LINE FROM WS-ADV-ADDR-LINE
           END-IF
           MOVE WS-PY-CSZ(WS-CUR-PAYEE) TO WS-AA-TEXT
           WRITE ADVICE-LINE FROM WS-ADV-ADDR-LINE
           MOVE WS-PY-ID(WS-CUR-PAYEE) TO WS-AP-PAYEE-ID
           WRITE ADVICE-LINE FROM WS-ADV-PAYEE-LINE
           MOVE SPACE TO ADVICE-LINE
           WRITE ADVICE-LINE
           WRITE ADVICE-LINE FROM WS-ADV-COLUMN-LINE

           PERFORM 3320-PRINT-ONE-ADVICE-LINE
               VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-LINE-COUNT

           MOVE WS-PY-TOTAL(WS-CUR-PAYEE) TO WS-AT-TOTAL
           MOVE SPACE TO ADVICE-LINE
           WRITE ADVICE-LINE
           WRITE ADVICE-LINE FROM WS-ADV-TOTAL-LINE
           MOVE SPACE TO ADVICE-LINE
           WRITE ADVICE-LINE
           WRITE ADVICE-LINE
           WRITE ADVICE-LINE
           ADD 1 TO WS-ADVICE-COUNT.

      *----------------------------------------------------------*
      *  3320-PRINT-ONE-ADVICE-LINE                               *
      *----------------------------------------------------------*
       3320-PRINT-ONE-ADVICE-LINE.

           IF WS-RL-PAYEE-SUB(WS-RL-IDX) = WS-CUR-PAYEE
               MOVE WS-RL-EMP-ID(WS-RL-IDX)    TO WS-AD-EMP-ID
               MOVE WS-RL-LNAME(WS-RL-IDX)     TO WS-AD-LNAME
               MOVE WS-RL-FNAME(WS-RL-IDX)     TO WS-AD-FNAME
               MOVE WS-RL-CODE(WS-RL-IDX)      TO WS-AD-CODE
               MOVE WS-RL-REFERENCE(WS-RL-IDX) TO WS-AD-REFERENCE
               MOVE WS-RL-AMOUNT(WS-RL-IDX)    TO WS-AD-AMOUNT
               WRITE ADVICE-LINE FROM WS-ADV-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------*
      *  3500-TIE-OUT-TO-GL - LOAD GLDIST'S PAYABLE CREDITS FOR   *
      *  THIS PAY DETAIL AND SET EACH CODE AGAINST WHAT WAS       *
      *  REMITTED                                                 *
      *----------------------------------------------------------*
       3500-TIE-OUT-TO-GL.

           OPEN INPUT GL-PAY-CTL
           IF WS-GLPAYCTL-STATUS NOT = '00'
               DISPLAY 'DEDREMIT: PAYABLE CONTROL FILE (GLPAYCTL) '
                   'NOT AVAILABLE - NOTHING TIED TO THE GL'
           ELSE
               PERFORM 8100-READ-GL-PAY-CTL
               PERFORM 3550-LOAD-ONE-CTL-ROW
                   UNTIL END-OF-GL-PAY-CTL
               CLOSE GL-PAY-CTL
               IF WS-CTL-HEADER-SEEN
                   AND WS-CTL-TRAILER-SEEN
                   AND WS-CTL-TRAILER-COUNT = WS-CTL-BODY-COUNT
                   AND WS-CTL-SOURCE-MATCHED
                   SET WS-GL-TIE-AVAILABLE TO TRUE
               ELSE
                   DISPLAY 'DEDREMIT: PAYABLE CONTROL FILE INCOMPLETE '
                       'OR FROM ANOTHER PAY RUN - NOTHING TIED TO '
                       'THE GL'
               END-IF
           END-IF

           MOVE SPACE TO REMIT-RPT-LINE
           WRITE REMIT-RPT-LINE
           IF NOT WS-GL-TIE-AVAILABLE
               WRITE REMIT-RPT-LINE FROM WS-NO-TIE-LINE
           END-IF
           WRITE REMIT-RPT-LINE FROM WS-TIE-HEAD-LINE

           IF WS-CODE-COUNT > ZERO
               PERFORM 3600-REPORT-ONE-CODE
                   VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CODE-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  3550-LOAD-ONE-CTL-ROW - WRAPPER NOTED, SOURCE ROW        *
      *  MATCHED TO THIS PAY DETAIL, CODE ROWS TOTALLED           *
      *----------------------------------------------------------*
       3550-LOAD-ONE-CTL-ROW.

           MOVE GL-PAY-CTL-IN TO GL-PAYABLE-CTL-RECORD
           EVALUATE TRUE
               WHEN GL-PAY-CTL-IN(1:2) = 'HH'
                   SET WS-CTL-HEADER-SEEN TO TRUE
               WHEN GL-PAY-CTL-IN(1:2) = 'TT'
                   SET WS-CTL-TRAILER-SEEN TO TRUE
                   MOVE GL-PAY-CTL-IN TO WS-FILE-TRAILER-LINE
                   MOVE FT-RECORD-COUNT TO WS-CTL-TRAILER-COUNT
               WHEN GPC-SOURCE-ROW
                   ADD 1 TO WS-CTL-BODY-COUNT
                   IF GPC-PAYDETL-DATE = WS-PAYDETL-DATE
                       AND GPC-PAYDETL-TIME = WS-PAYDETL-TIME
                       SET WS-CTL-SOURCE-MATCHED TO TRUE
                   END-IF
               WHEN GPC-CODE-ROW
                   ADD 1 TO WS-CTL-BODY-COUNT
                   MOVE GPC-DED-CODE TO WS-LOOKUP-CODE
                   PERFORM 1300-SEARCH-CODE-TABLE
                   IF NOT WS-CODE-FOUND
                       PERFORM 1350-ADD-CODE-ROW
                   END-IF
                   IF WS-CODE-FOUND
                       ADD GPC-CREDIT-AMOUNT
                           TO WS-CD-GL-AMT(WS-CD-IDX)
                   ELSE
                       ADD 1 TO WS-UNTIED-COUNT
                       DISPLAY 'DEDREMIT: CODE TABLE FULL - GL CODE '
                           GPC-DED-CODE ' NOT TIED'
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 8100-READ-GL-PAY-CTL.

      *----------------------------------------------------------*
      *  3600-REPORT-ONE-CODE - TAX CODES ARE LEFT TO THE TAX     *
      *  DEPOSIT AND RETIREMENT TO RETREMIT; A CODE WITH A PAYEE  *
      *  MUST TIE TO ITS GL CREDIT                                *
      *----------------------------------------------------------*
       3600-REPORT-ONE-CODE.

           IF WS-CD-DETAIL-AMT(WS-CD-IDX) NOT = ZERO
               OR WS-CD-GL-AMT(WS-CD-IDX) NOT = ZERO
               MOVE WS-CD-CODE(WS-CD-IDX)       TO WS-TD-CODE
               MOVE WS-CD-DETAIL-AMT(WS-CD-IDX) TO WS-TD-DETAIL-AMT
               MOVE WS-CD-REMIT-AMT(WS-CD-IDX)  TO WS-TD-REMIT-AMT
               MOVE WS-CD-GL-AMT(WS-CD-IDX)     TO WS-TD-GL-AMT
               IF WS-CD-PAYEE-SUB(WS-CD-IDX) > ZERO
                   MOVE WS-PY-ID(WS-CD-PAYEE-SUB(WS-CD-IDX))
                       TO WS-TD-PAYEE-ID
               ELSE
                   MOVE SPACE TO WS-TD-PAYEE-ID
               END-IF

               EVALUATE TRUE
                   WHEN WS-CD-TAX-CODE(WS-CD-IDX)
                       MOVE 'TAX - DEPOSITED BY TAX RUNS'
                           TO WS-TD-STATUS
                   WHEN WS-CD-PLAN-CODE(WS-CD-IDX)
                       MOVE 'PLAN - REMITTED BY RETREMIT'
                           TO WS-TD-STATUS
                   WHEN WS-CD-PAYEE-SUB(WS-CD-IDX) = ZERO
                       MOVE '*** NO PAYEE - NOT REMITTED'
                           TO WS-TD-STATUS
                   WHEN NOT WS-GL-TIE-AVAILABLE
                       MOVE '*** NOT PROVED'
                           TO WS-TD-STATUS
                   WHEN WS-CD-REMIT-AMT(WS-CD-IDX)
                           NOT = WS-CD-GL-AMT(WS-CD-IDX)
                       ADD 1 TO WS-UNTIED-COUNT
                       MOVE '*** DOES NOT TIE TO GL'
                           TO WS-TD-STATUS
                   WHEN OTHER
                       MOVE 'TIED' TO WS-TD-STATUS
               END-EVALUATE

               WRITE REMIT-RPT-LINE FROM WS-TIE-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------*
      *  8000-READ-PAY-DETAIL - READ NEXT EXTRACT RECORD          *
      *----------------------------------------------------------*
       8000-READ-PAY-DETAIL.

           READ PAY-DETAIL
               AT END
                   SET END-OF-PAY-DETAIL TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-GL-PAY-CTL - READ NEXT PAYABLE CONTROL RECORD  *
      *----------------------------------------------------------*
       8100-READ-GL-PAY-CTL.

           READ GL-PAY-CTL
               AT END
                   SET END-OF-GL-PAY-CTL TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'DEDREMIT'         TO AUD-PROGRAM-ID
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
