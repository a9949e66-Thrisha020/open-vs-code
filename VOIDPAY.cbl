       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VOIDPAY.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : PAYMENT VOID AND REISSUE. APPLIES A DECK OF
      *            : VOID TRANSACTIONS (VOIDTRAN), EACH KEYED BY
      *            : EMPLOYEE AND PERIOD END (AND, WHEN GIVEN, THE
      *            : RUN TYPE), AGAINST THE CUMULATIVE PAY HISTORY
      *            : (PAYHIST, SEE PAYHREC). THE MATCHING ROW IS
      *            : NEVER DELETED: IT IS REWRITTEN MARKED VOIDED
      *            : WITH THE RUN DATE AND THE SUBMITTR IDENTITY
      *            : OF WHOEVER VOIDED IT, AND EVERY WAGE AND TAX
      *            : REPORT LEAVES IT OUT FROM THEN ON. FOR EACH
      *            : VOID THE PROGRAM WRITES
      *            :  - A DEBIT REVERSAL ENTRY FOR THE NET PAY TO
      *            :    A BANK FILE (VOIDBANK) IN THE SAME SHAPE
      *            :    DDPAYFIL SENDS, AGAINST THE ACCOUNT ON THE
      *            :    TRANSACTION OR ELSE THE LIVE DDMAST ROW; A
      *            :    PAYMENT WITH NEITHER WENT OUT AS A CHECK
      *            :    AND IS LISTED FOR A STOP-PAYMENT;
      *            :  - THE REVERSE OF ITS GLDIST POSTINGS, THROUGH
      *            :    THE SAME GLMAP ACCOUNTS, TO A BALANCED
      *            :    JOURNAL (VOIDJRNL) IN THE STANDARD FILEHDR
      *            :    WRAPPER;
      *            :  - WHEN THE TRANSACTION ASKS FOR A REISSUE,
      *            :    THE ORIGINAL EARNINGS AS PAYMENT-DECK ROWS
      *            :    (SEE TIMEREC) APPENDED TO REISSUE, WHICH
      *            :    THE NEXT OFF-CYCLE PAYCALC RUN READS ALONG
      *            :    WITH ITS DECK.
      *            : THE VOID REGISTER (VOIDRPT) SHOWS WHO VOIDED
      *            : WHAT, THE ORIGINAL AND REVERSAL AMOUNTS, AND
      *            : EVERY TRANSACTION THAT COULD NOT BE APPLIED
      *            : (CC 4). AN UNMAPPED PAY CLASS ENDS THE STEP
      *            : CC 8, AN UNBALANCED JOURNAL CC 16.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  BANK HEADER CARRIES THE ENTRY EFFECTIVE DATE,
      *                  AS DDPAYFIL'S NOW DOES: REVERSALS SETTLE THE
      *                  NEXT BUSINESS DAY (THROUGH DATEUTL).
      * 10/15/2026  RSM  DDMAST ACCOUNTS ARE HELD PROTECTED; THE LIVE
      *                  ACCOUNT IS RECOVERED THROUGH ACCTPROT FOR THE
      *                  REVERSING BANK ENTRY ONLY. WITHOUT ACCTKEY ONLY
      *                  ACCOUNTS ON THE TRANSACTION ARE REVERSED.
      * 10/15/2026  RSM  THE EMPLOYER RETIREMENT MATCH GLDIST NOW POSTS
      *                  IS REVERSED WITH THE REST: ITS 'RMX' EXPENSE
      *                  ('GRS' WHEN UNMAPPED) CREDITED BACK AND ITS
      *                  'RMP' PAYABLE DEBITED BACK.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOID-TRANS  ASSIGN TO VOIDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOIDTRAN-STATUS.

           SELECT SUBMITTER-ID ASSIGN TO SUBMITTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBMITTR-STATUS.

           SELECT GL-MAP      ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT PAY-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT DD-MASTER   ASSIGN TO DDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DDP-EMP-ID
               FILE STATUS IS WS-DD-MASTER-STATUS.

           SELECT BANK-FILE   ASSIGN TO VOIDBANK
               ORGANIZATION IS SEQUENTIAL.

           SELECT GL-JOURNAL  ASSIGN TO VOIDJRNL
               ORGANIZATION IS SEQUENTIAL.

           SELECT REISSUE-DECK ASSIGN TO REISSUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REISSUE-STATUS.

           SELECT VOID-RPT    ASSIGN TO VOIDRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One row per payment to void. A blank run type matches the
      * employee's first unvoided row for that period end; the bank
      * fields are needed only when the money went to an account
      * other than the one now on DDMAST (a wrong-account void).
       FD  VOID-TRANS
           LABEL RECORDS ARE STANDARD.
       01  VOID-TRANS-RECORD.
           05  VTX-EMP-ID       PIC 9(05).
           05  VTX-PERIOD-END   PIC 9(08).
           05  VTX-RUN-TYPE     PIC X(01).
               88  VTX-RUN-TYPE-VALID   VALUE SPACE 'R' 'O' 'F'.
           05  VTX-REISSUE-SW   PIC X(01).
               88  VTX-REISSUE-VALID    VALUE SPACE 'Y' 'N'.
           05  VTX-ROUTING      PIC 9(09).
           05  VTX-ACCOUNT      PIC X(17).
           05  VTX-ACCT-TYPE    PIC X(01).
               88  VTX-ACCT-TYPE-VALID  VALUE SPACE 'C' 'S'.
           05  VTX-REASON       PIC X(30).

       FD  SUBMITTER-ID
           LABEL RECORDS ARE STANDARD.
       01  SUBMITTER-ID-RECORD.
           05  SUB-USER-ID      PIC X(08).

      * Same mapping rows GLDIST posts the pay run through.
       FD  GL-MAP
           LABEL RECORDS ARE STANDARD.
       01  GL-MAP-RECORD.
           05  GM-DEPT-CODE     PIC X(04).
           05  GM-CLASS         PIC X(03).
           05  GM-GL-ACCOUNT    PIC X(08).

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC.

       FD  DD-MASTER.
           COPY DDEPREC.

       FD  BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANK-FILE-RECORD PIC X(60).

       FD  GL-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  GL-JOURNAL-OUT   PIC X(80).

       FD  REISSUE-DECK
           LABEL RECORDS ARE STANDARD.
           COPY TIMEREC.

       FD  VOID-RPT
           LABEL RECORDS ARE STANDARD.
       01  VOID-RPT-LINE    PIC X(132).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-VOIDTRAN-STATUS    PIC X(02)  VALUE '00'.
       01  WS-SUBMITTR-STATUS    PIC X(02)  VALUE '00'.
       01  WS-GLMAP-STATUS       PIC X(02)  VALUE '00'.
       01  WS-PAYHIST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-DD-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-REISSUE-STATUS     PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad void run to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.02'.

       COPY FILEHDR.

      * Startup authorization through the shared AUTHCHK service.
      * Option M marks this a maintenance run.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'VOIDPAY '.
       01  WS-AUTH-OPTION      PIC X(01)  VALUE 'M'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-AUTH-STATUS
                               LK-STATUS-OK      BY WS-AUTH-OK
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

      * DDMAST holds the account protected (see ACCTPROT). A
      * reversing debit against the live DDMAST account is the one
      * place this program recovers it, and only into the bank
      * entry.
       01  WS-PROT-FUNCTION    PIC X(01)  VALUE 'R'.
       01  WS-PROT-CALLER      PIC X(08)  VALUE 'VOIDPAY '.
       01  WS-PROT-IN          PIC X(17)  VALUE SPACE.
       01  WS-PROT-OUT         PIC X(17)  VALUE SPACE.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-PROT-STATUS
                               LK-STATUS-OK      BY WS-PROT-OK
                               LK-STATUS-WARNING BY WS-PROT-WARNING
                               LK-STATUS-FAILED  BY WS-PROT-FAILED.

       01  WS-SUBMITTER     PIC X(08)  VALUE SPACE.
       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-RUN-TIME.
           05  WS-RT-HHMMSS     PIC 9(06).
           05  FILLER           PIC 9(02).

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-HISTORY     VALUE 'Y'.
       01  WS-VT-EOF-SW     PIC X(01)  VALUE 'N'.
           88  END-OF-VOID-TRANS      VALUE 'Y'.
       01  WS-MAP-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-GL-MAP          VALUE 'Y'.
       01  WS-DD-AVAIL-SW   PIC X(01)  VALUE 'N'.
           88  WS-DD-AVAILABLE        VALUE 'Y'.

      * The void deck, held for the single pass over PAYHIST. Each
      * transaction is pending until a row is voided for it; one
      * still pending at the end found nothing to void.
       01  WS-VT-COUNT      PIC 9(03)  COMP VALUE ZERO.
       01  WS-VT-TABLE.
           05  WS-VT-ENTRY OCCURS 500 TIMES.
               10  WS-VT-EMP-ID     PIC 9(05).
               10  WS-VT-PERIOD-END PIC 9(08).
               10  WS-VT-RUN-TYPE   PIC X(01).
               10  WS-VT-REISSUE-SW PIC X(01).
               10  WS-VT-ROUTING    PIC 9(09).
               10  WS-VT-ACCOUNT    PIC X(17).
               10  WS-VT-ACCT-TYPE  PIC X(01).
               10  WS-VT-REASON     PIC X(30).
               10  WS-VT-STATUS     PIC X(01).
                   88  WS-VT-PENDING        VALUE 'P'.
                   88  WS-VT-DONE           VALUE 'D'.
                   88  WS-VT-REJECTED       VALUE 'R'.
               10  WS-VT-SEEN-VOID  PIC X(01).
               10  WS-VT-REJECT     PIC X(30).
       01  WS-VT-SUB        PIC 9(03)  COMP VALUE ZERO.
       01  WS-MATCH-SUB     PIC 9(03)  COMP VALUE ZERO.

      * The mapping table loaded from GLMAP, as in GLDIST.
       01  WS-MAP-COUNT     PIC 9(03)  COMP VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES INDEXED BY WS-MAP-IDX.
               10  WS-MP-DEPT       PIC X(04).
               10  WS-MP-CLASS      PIC X(03).
               10  WS-MP-ACCOUNT    PIC X(08).

      * Per-account debit/credit accumulators for the reversing
      * journal, written out as one entry per account and side.
       01  WS-ACCT-COUNT    PIC 9(03)  COMP VALUE ZERO.
       01  WS-ACCT-OVF-SW   PIC X(01)  VALUE 'N'.
           88  WS-ACCT-OVERFLOWED     VALUE 'Y'.
       01  WS-ACCT-DROP-COUNT PIC 9(05) COMP VALUE ZERO.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10  WS-AC-ACCOUNT    PIC X(08).
               10  WS-AC-DEBIT      PIC S9(11)V99 COMP-3.
               10  WS-AC-CREDIT     PIC S9(11)V99 COMP-3.

      * Lookup scratch handed to the search paragraphs.
       01  WS-LOOKUP-DEPT   PIC X(04)  VALUE SPACE.
       01  WS-LOOKUP-CLASS  PIC X(03)  VALUE SPACE.
       01  WS-FOUND-ACCOUNT PIC X(08)  VALUE SPACE.
       01  WS-MAP-FOUND-SW  PIC X(01)  VALUE 'N'.
           88  WS-MAP-FOUND           VALUE 'Y'.
       01  WS-POST-AMOUNT   PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-POST-SIDE     PIC X(01)  VALUE SPACE.
           88  WS-POST-DEBIT          VALUE 'D'.
           88  WS-POST-CREDIT         VALUE 'C'.
       01  WS-DED-SUB       PIC 9(02)  COMP VALUE ZERO.
       01  WS-EARN-SUB      PIC 9(02)  COMP VALUE ZERO.

      * How the original payment left: BANK (reversed here) or CHECK
      * (listed for a stop-payment).
       01  WS-PAID-BY       PIC X(05)  VALUE SPACE.
       01  WS-REVERSAL-AMT  PIC S9(07)V99 COMP-3 VALUE ZERO.

       01  WS-ROW-COUNT     PIC 9(7)   COMP VALUE ZERO.
       01  WS-VOID-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-BANK-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-CHECK-COUNT   PIC 9(5)   COMP VALUE ZERO.
       01  WS-REISSUE-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-REISSUE-ROWS  PIC 9(5)   COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-UNMAPPED-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-ENTRY-COUNT   PIC 9(7)   VALUE ZERO.
       01  WS-JRNL-COUNT    PIC 9(7)   VALUE ZERO.
       01  WS-DOLLAR-TOTAL  PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-ORIG-NET-TOTAL PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-DEBITS  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-CREDITS PIC S9(11)V99 COMP-3 VALUE ZERO.

      * DATEUTL linkage-shaped working-storage for the period-end
      * edit (see COPYBOOKS/CCYYDATE.CPY and CALL/DATEUTL.CBL).
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

      * Bank-file record shapes, as DDPAYFIL writes them: one '1'
      * header, '6' entries, one '9' control trailer.
       01  WS-BANK-HEADER.
           05  FILLER           PIC X(01)  VALUE '1'.
           05  WS-BH-RUN-DATE   PIC 9(08).
           05  WS-BH-EFF-DATE   PIC 9(08).
           05  FILLER           PIC X(43)  VALUE SPACE.

       01  WS-BANK-ENTRY.
           05  FILLER           PIC X(01)  VALUE '6'.
      * TRANSACTION CODE: 27 CHECKING DEBIT, 37 SAVINGS DEBIT -- THE
      * REVERSAL OF DDPAYFIL'S 22/32 CREDITS.
           05  WS-BE-TRAN-CODE  PIC 9(02).
           05  WS-BE-ROUTING    PIC 9(09).
           05  WS-BE-ACCOUNT    PIC X(17).
           05  WS-BE-AMOUNT     PIC 9(08)V99.
           05  WS-BE-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(16)  VALUE SPACE.

       01  WS-BANK-TRAILER.
           05  FILLER           PIC X(01)  VALUE '9'.
           05  WS-BT-COUNT      PIC 9(07).
           05  WS-BT-TOTAL      PIC 9(10)V99.
           05  FILLER           PIC X(40)  VALUE SPACE.

      * One journal entry per account and side, as GLDIST writes.
       01  WS-JOURNAL-ENTRY.
           05  FILLER           PIC X(02)  VALUE 'JE'.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-JE-ACCOUNT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-JE-SIDE       PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-JE-AMOUNT     PIC 9(11)V99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-JE-RUN-DATE   PIC 9(08).
           05  FILLER           PIC X(44)  VALUE SPACE.

       01  WS-TITLE-LINE    PIC X(132) VALUE
           'PAYMENT VOID REGISTER'.

       01  WS-COLUMN-LINE.
           05  FILLER       PIC X(50)  VALUE
               'EMP   PERIOD   RUN DEPT  ORIGINAL GROSS  ORIGINAL '.
           05  FILLER       PIC X(50)  VALUE
               'NET  REVERSED    PAID  REISSUE VOIDED BY REASON'.
           05  FILLER       PIC X(32)  VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DET-EMP-ID    PIC 9(05).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-PERIOD    PIC 9(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-RUN-TYPE  PIC X(01).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-DEPT      PIC X(04).
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-DET-GROSS     PIC ZZZZZZ9.99-.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-DET-NET       PIC ZZZZZZ9.99-.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REVERSED  PIC ZZZZZZ9.99-.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-PAID-BY   PIC X(05).
           05  FILLER           PIC X(04)  VALUE SPACE.
           05  WS-DET-REISSUE   PIC X(01).
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-DET-USER      PIC X(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(30).
           05  FILLER           PIC X(13)  VALUE SPACE.

       01  WS-REJECT-HEADER PIC X(132) VALUE
           'VOID TRANSACTIONS NOT APPLIED'.

       01  WS-REJECT-LINE.
           05  WS-REJ-EMP-ID    PIC 9(05).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-REJ-PERIOD    PIC 9(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-REJ-RUN-TYPE  PIC X(01).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-REJ-REASON    PIC X(30).
           05  FILLER           PIC X(83)  VALUE SPACE.

       01  WS-JOURNAL-HEADER PIC X(132) VALUE
           'REVERSING JOURNAL   ACCOUNT          DEBIT         CREDIT'.

       01  WS-ACCT-LINE.
           05  FILLER           PIC X(20)  VALUE SPACE.
           05  WS-AL-ACCOUNT    PIC X(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-AL-DEBIT      PIC ZZZZZZZZZ9.99.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-AL-CREDIT     PIC ZZZZZZZZZ9.99.
           05  FILLER           PIC X(74)  VALUE SPACE.

       01  WS-PROOF-LINE.
           05  FILLER           PIC X(20)  VALUE SPACE.
           05  FILLER           PIC X(08)  VALUE 'TOTALS'.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-PF-DEBITS     PIC ZZZZZZZZZ9.99.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-PF-CREDITS    PIC ZZZZZZZZZ9.99.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-PF-VERDICT    PIC X(12).
           05  FILLER           PIC X(60)  VALUE SPACE.

       01  WS-OVERFLOW-LINE.
           05  FILLER       PIC X(25)  VALUE
               '*** ACCOUNT TABLE FULL - '.
           05  WS-OVF-ROWS  PIC ZZZZ9.
           05  FILLER       PIC X(42)  VALUE
               ' POSTINGS DROPPED - JOURNAL NOT RELEASABLE'.
           05  FILLER       PIC X(60)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(13)  VALUE 'VOIDS READ : '.
           05  WS-TRL-READ      PIC ZZZZ9.
           05  FILLER           PIC X(11)  VALUE '  VOIDED : '.
           05  WS-TRL-VOID      PIC ZZZZ9.
           05  FILLER           PIC X(09)  VALUE '  BANK : '.
           05  WS-TRL-BANK      PIC ZZZZ9.
           05  FILLER           PIC X(10)  VALUE '  CHECK : '.
           05  WS-TRL-CHECK     PIC ZZZZ9.
           05  FILLER           PIC X(12)  VALUE '  REISSUE : '.
           05  WS-TRL-REISSUE   PIC ZZZZ9.
           05  FILLER           PIC X(14)  VALUE '  NOT APPLIED:'.
           05  WS-TRL-REJECT    PIC ZZZZ9.
           05  FILLER           PIC X(14)  VALUE '  NET VOIDED: '.
           05  WS-TRL-NET       PIC ZZZZZZZZZ9.99-.
           05  FILLER           PIC X(05)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HISTORY-ROW
               UNTIL END-OF-PAY-HISTORY
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - AUTHORIZE AND IDENTIFY THE SUBMITTER,  *
      *  LOAD THE MAPPING TABLE AND THE VOID DECK, OPEN FILES,    *
      *  WRITE THE HEADERS                                        *
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
               DISPLAY 'VOIDPAY: RUN NOT AUTHORIZED - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           OPEN INPUT SUBMITTER-ID
           IF WS-SUBMITTR-STATUS = '00'
               READ SUBMITTER-ID
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SUB-USER-ID TO WS-SUBMITTER
               END-READ
               CLOSE SUBMITTER-ID
           END-IF
           IF WS-SUBMITTER = SPACE
               DISPLAY 'VOIDPAY: SUBMITTER NOT IDENTIFIED - '
                   'ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT GL-MAP
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'VOIDPAY: GLMAP CONTROL FILE NOT AVAILABLE - '
                   'ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-ONE-MAP-ROW
               UNTIL END-OF-GL-MAP
           CLOSE GL-MAP

           OPEN INPUT VOID-TRANS
           IF WS-VOIDTRAN-STATUS NOT = '00'
               DISPLAY 'VOIDPAY: NO VOIDTRAN DECK - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-ONE-VOID-TRANS
               UNTIL END-OF-VOID-TRANS
           CLOSE VOID-TRANS

           OPEN I-O PAY-HISTORY
           IF WS-PAYHIST-STATUS NOT = '00'
               DISPLAY 'VOIDPAY: PAYHIST NOT AVAILABLE FOR UPDATE - '
                   'ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DD-MASTER
           IF WS-DD-MASTER-STATUS = '00'
               SET WS-DD-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'VOIDPAY: NO DDMAST - ONLY ACCOUNTS ON THE '
                   'TRANSACTION ARE REVERSED'
           END-IF

           IF WS-DD-AVAILABLE
               MOVE 'P'   TO WS-PROT-FUNCTION
               MOVE SPACE TO WS-PROT-IN
               CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
                   WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
               IF WS-PROT-FAILED
                   DISPLAY 'VOIDPAY: DDMAST ACCOUNTS CANNOT BE '
                       'RECOVERED - ONLY ACCOUNTS ON THE '
                       'TRANSACTION ARE REVERSED'
                   CLOSE DD-MASTER
                   MOVE 'N' TO WS-DD-AVAIL-SW
               END-IF
           END-IF

           OPEN OUTPUT BANK-FILE
           OPEN OUTPUT GL-JOURNAL
           OPEN OUTPUT VOID-RPT
           OPEN EXTEND REISSUE-DECK
           IF WS-REISSUE-STATUS NOT = '00'
               OPEN OUTPUT REISSUE-DECK
           END-IF

           MOVE WS-RUN-DATE-NUM TO WS-BH-RUN-DATE
           MOVE WS-RUN-DATE-NUM TO WS-DU-DATE1-NUM
           MOVE 'N' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW
           MOVE WS-DU-RESULT-NUM TO WS-BH-EFF-DATE
           WRITE BANK-FILE-RECORD FROM WS-BANK-HEADER

           MOVE 'VOIDPAY ' TO FH-PROGRAM-ID
           MOVE WS-RUN-DATE-NUM TO FH-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RT-HHMMSS TO FH-RUN-TIME
           WRITE GL-JOURNAL-OUT FROM WS-FILE-HEADER-LINE

           WRITE VOID-RPT-LINE FROM WS-TITLE-LINE
           MOVE SPACE TO VOID-RPT-LINE
           WRITE VOID-RPT-LINE
           WRITE VOID-RPT-LINE FROM WS-COLUMN-LINE

           PERFORM 8000-READ-PAY-HISTORY.

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
                       DISPLAY 'VOIDPAY: GLMAP TABLE FULL - ROW '
                           'DROPPED FOR ' GM-DEPT-CODE ' ' GM-CLASS
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1200-LOAD-ONE-VOID-TRANS - HOLD AND EDIT ONE VOID. A     *
      *  DECK PAST 500 ROWS ENDS THE RUN CC 16 BEFORE ANYTHING    *
      *  IS VOIDED, SO NO VOID IS EVER SILENTLY LEFT BEHIND.      *
      *----------------------------------------------------------*
       1200-LOAD-ONE-VOID-TRANS.

           READ VOID-TRANS
               AT END
                   SET END-OF-VOID-TRANS TO TRUE
               NOT AT END
                   IF WS-VT-COUNT < 500
                       ADD 1 TO WS-VT-COUNT
                       MOVE WS-VT-COUNT TO WS-VT-SUB
                       PERFORM 1250-EDIT-VOID-TRANS
                   ELSE
                       DISPLAY 'VOIDPAY: VOIDTRAN DECK PAST 500 '
                           'ROWS - ABORTING RUN'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1250-EDIT-VOID-TRANS - THE KEY MUST BE A REAL EMPLOYEE   *
      *  AND DATE, THE FLAGS MUST BE KNOWN, AND AN ACCOUNT GIVEN  *
      *  ON THE TRANSACTION MUST BE COMPLETE                      *
      *----------------------------------------------------------*
       1250-EDIT-VOID-TRANS.

           MOVE VTX-EMP-ID     TO WS-VT-EMP-ID(WS-VT-SUB)
           MOVE VTX-PERIOD-END TO WS-VT-PERIOD-END(WS-VT-SUB)
           MOVE VTX-RUN-TYPE   TO WS-VT-RUN-TYPE(WS-VT-SUB)
           MOVE VTX-REISSUE-SW TO WS-VT-REISSUE-SW(WS-VT-SUB)
           MOVE VTX-ACCOUNT    TO WS-VT-ACCOUNT(WS-VT-SUB)
           MOVE VTX-ACCT-TYPE  TO WS-VT-ACCT-TYPE(WS-VT-SUB)
           MOVE VTX-REASON     TO WS-VT-REASON(WS-VT-SUB)
           MOVE 'N'            TO WS-VT-SEEN-VOID(WS-VT-SUB)
           MOVE SPACE          TO WS-VT-REJECT(WS-VT-SUB)
           SET WS-VT-PENDING(WS-VT-SUB) TO TRUE
           IF VTX-ROUTING NUMERIC
               MOVE VTX-ROUTING TO WS-VT-ROUTING(WS-VT-SUB)
           ELSE
               MOVE ZERO        TO WS-VT-ROUTING(WS-VT-SUB)
           END-IF

           IF VTX-EMP-ID NOT NUMERIC OR VTX-EMP-ID = ZERO
               SET WS-VT-REJECTED(WS-VT-SUB) TO TRUE
               MOVE 'EMPLOYEE ID MISSING'
                   TO WS-VT-REJECT(WS-VT-SUB)
           END-IF

           IF WS-VT-PENDING(WS-VT-SUB)
               MOVE ZERO TO WS-DU-DATE1-NUM
               IF VTX-PERIOD-END NUMERIC
                   MOVE VTX-PERIOD-END TO WS-DU-DATE1-NUM
               END-IF
               MOVE 'V' TO WS-DATEUTL-FUNCTION
               CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                   WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                   WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                   WS-DATEUTL-VALID-SW
               IF NOT WS-DATEUTL-DATE-IS-VALID
                   SET WS-VT-REJECTED(WS-VT-SUB) TO TRUE
                   MOVE 'PERIOD END INVALID'
                       TO WS-VT-REJECT(WS-VT-SUB)
               END-IF
           END-IF

           IF WS-VT-PENDING(WS-VT-SUB) AND NOT VTX-RUN-TYPE-VALID
               SET WS-VT-REJECTED(WS-VT-SUB) TO TRUE
               MOVE 'RUN TYPE NOT R, O, OR F'
                   TO WS-VT-REJECT(WS-VT-SUB)
           END-IF

           IF WS-VT-PENDING(WS-VT-SUB) AND NOT VTX-REISSUE-VALID
               SET WS-VT-REJECTED(WS-VT-SUB) TO TRUE
               MOVE 'REISSUE FLAG NOT Y OR N'
                   TO WS-VT-REJECT(WS-VT-SUB)
           END-IF

           IF WS-VT-PENDING(WS-VT-SUB)
               AND WS-VT-ROUTING(WS-VT-SUB) > ZERO
               IF VTX-ACCOUNT = SPACE
                   OR VTX-ACCT-TYPE = SPACE
                   OR NOT VTX-ACCT-TYPE-VALID
                   SET WS-VT-REJECTED(WS-VT-SUB) TO TRUE
                   MOVE 'BANK ACCOUNT INCOMPLETE'
                       TO WS-VT-REJECT(WS-VT-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2000-PROCESS-HISTORY-ROW - AN UNVOIDED ROW A PENDING     *
      *  TRANSACTION NAMES IS VOIDED; AN ALREADY-VOIDED ROW IS    *
      *  NOTED AGAINST ANY TRANSACTION NAMING IT                  *
      *----------------------------------------------------------*
       2000-PROCESS-HISTORY-ROW.

           ADD 1 TO WS-ROW-COUNT
           MOVE ZERO TO WS-MATCH-SUB

           IF WS-VT-COUNT > ZERO
               PERFORM 2050-CHECK-ONE-VOID-TRANS
                   VARYING WS-VT-SUB FROM 1 BY 1
                   UNTIL WS-VT-SUB > WS-VT-COUNT
                       OR WS-MATCH-SUB > ZERO
           END-IF

           IF WS-MATCH-SUB > ZERO
               PERFORM 2100-VOID-PAYMENT
           END-IF

           PERFORM 8000-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  2050-CHECK-ONE-VOID-TRANS - SAME EMPLOYEE, SAME PERIOD   *
      *  END, AND THE RUN TYPE IF THE TRANSACTION GAVE ONE        *
      *----------------------------------------------------------*
       2050-CHECK-ONE-VOID-TRANS.

           IF WS-VT-PENDING(WS-VT-SUB)
               AND WS-VT-EMP-ID(WS-VT-SUB) = PH-EMP-ID
               AND WS-VT-PERIOD-END(WS-VT-SUB) = PH-PERIOD-END
               IF WS-VT-RUN-TYPE(WS-VT-SUB) = SPACE
                   OR WS-VT-RUN-TYPE(WS-VT-SUB) = PH-RUN-TYPE
                   IF PH-VOIDED
                       MOVE 'Y' TO WS-VT-SEEN-VOID(WS-VT-SUB)
                   ELSE
                       MOVE WS-VT-SUB TO WS-MATCH-SUB
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2100-VOID-PAYMENT - MARK THE ROW, THEN REVERSE THE MONEY *
      *  AT THE BANK AND IN THE LEDGER AND QUEUE ANY REISSUE      *
      *----------------------------------------------------------*
       2100-VOID-PAYMENT.

           MOVE 'V'             TO PH-VOID-SW
           MOVE WS-RUN-DATE-NUM TO PH-VOID-DATE
           MOVE WS-SUBMITTER    TO PH-VOID-USER
           REWRITE PAY-HISTORY-RECORD

           IF WS-PAYHIST-STATUS NOT = '00'
               SET WS-VT-REJECTED(WS-MATCH-SUB) TO TRUE
               MOVE 'PAYHIST REWRITE FAILED'
                   TO WS-VT-REJECT(WS-MATCH-SUB)
           ELSE
               SET WS-VT-DONE(WS-MATCH-SUB) TO TRUE
               ADD 1 TO WS-VOID-COUNT
               ADD PH-NET-PAY TO WS-ORIG-NET-TOTAL
               PERFORM 2200-REVERSE-BANK-ENTRY
               PERFORM 2300-REVERSE-GL-POSTINGS
               IF WS-VT-REISSUE-SW(WS-MATCH-SUB) = 'Y'
                   PERFORM 2400-QUEUE-REISSUE
               END-IF
               PERFORM 2500-WRITE-REGISTER-LINE
           END-IF.

      *----------------------------------------------------------*
      *  2200-REVERSE-BANK-ENTRY - DEBIT THE NET PAY BACK FROM    *
      *  THE ACCOUNT ON THE TRANSACTION, ELSE THE LIVE DDMAST     *
      *  ACCOUNT. WITH NEITHER THE PAY WENT OUT AS A CHECK (THE   *
      *  WAY DDPAYFIL HOLDS PRENOTE AND NO-INSTRUCTION PAY).      *
      *----------------------------------------------------------*
       2200-REVERSE-BANK-ENTRY.

           MOVE 'CHECK' TO WS-PAID-BY
           MOVE ZERO    TO WS-REVERSAL-AMT

           IF WS-VT-ROUTING(WS-MATCH-SUB) > ZERO
               MOVE 'BANK '  TO WS-PAID-BY
               MOVE WS-VT-ROUTING(WS-MATCH-SUB) TO WS-BE-ROUTING
               MOVE WS-VT-ACCOUNT(WS-MATCH-SUB) TO WS-BE-ACCOUNT
               IF WS-VT-ACCT-TYPE(WS-MATCH-SUB) = 'C'
                   MOVE 27 TO WS-BE-TRAN-CODE
               ELSE
                   MOVE 37 TO WS-BE-TRAN-CODE
               END-IF
           ELSE
               IF WS-DD-AVAILABLE
                   MOVE PH-EMP-ID TO DDP-EMP-ID
                   READ DD-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DDP-LIVE AND DDP-ACCT-PROTECTED
                               MOVE 'BANK ' TO WS-PAID-BY
                               MOVE DDP-ROUTING TO WS-BE-ROUTING
                               PERFORM 2210-RECOVER-ACCOUNT
                               IF DDP-CHECKING
                                   MOVE 27 TO WS-BE-TRAN-CODE
                               ELSE
                                   MOVE 37 TO WS-BE-TRAN-CODE
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-IF

           IF WS-PAID-BY = 'CHECK'
               ADD 1 TO WS-CHECK-COUNT
           ELSE
               IF PH-NET-PAY > ZERO
                   MOVE PH-NET-PAY TO WS-REVERSAL-AMT
                   MOVE PH-NET-PAY TO WS-BE-AMOUNT
                   MOVE PH-EMP-ID  TO WS-BE-EMP-ID
                   WRITE BANK-FILE-RECORD FROM WS-BANK-ENTRY
                   ADD 1 TO WS-ENTRY-COUNT
                   ADD PH-NET-PAY TO WS-DOLLAR-TOTAL
               END-IF
               ADD 1 TO WS-BANK-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2210-RECOVER-ACCOUNT - THE CLEAR DDMAST ACCOUNT, FOR THE *
      *  REVERSING BANK ENTRY ONLY                                *
      *----------------------------------------------------------*
       2210-RECOVER-ACCOUNT.

           MOVE 'R'          TO WS-PROT-FUNCTION
           MOVE DDP-ACCOUNT  TO WS-PROT-IN
           CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
               WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
           MOVE WS-PROT-OUT  TO WS-BE-ACCOUNT
           MOVE SPACE        TO WS-PROT-OUT.

      *----------------------------------------------------------*
      *  2300-REVERSE-GL-POSTINGS - GLDIST'S POSTINGS WITH THE    *
      *  SIDES TURNED: EACH EARNINGS CODE AND THE EMPLOYER MATCH  *
      *  CREDITED BACK, EACH DEDUCTION AND THE MATCH PAYABLE      *
      *  DEBITED BACK, NET-PAY CLEARING DEBITED                   *
      *----------------------------------------------------------*
       2300-REVERSE-GL-POSTINGS.

           MOVE PH-DEPT-CODE TO WS-LOOKUP-DEPT
           IF PH-EARN-COUNT > ZERO
               PERFORM 2310-REVERSE-ONE-EARNING
                   VARYING WS-EARN-SUB FROM 1 BY 1
                   UNTIL WS-EARN-SUB > PH-EARN-COUNT
           ELSE
               MOVE 'GRS'        TO WS-LOOKUP-CLASS
               MOVE PH-GROSS-PAY TO WS-POST-AMOUNT
               SET WS-POST-CREDIT TO TRUE
               PERFORM 2350-MAP-AND-POST
           END-IF

           IF PH-ER-RET-MATCH NOT = ZERO
               MOVE 'RMX'           TO WS-LOOKUP-CLASS
               MOVE PH-ER-RET-MATCH TO WS-POST-AMOUNT
               SET WS-POST-CREDIT TO TRUE
               PERFORM 2360-SEARCH-MAP-TABLE
               IF NOT WS-MAP-FOUND
                   MOVE 'GRS' TO WS-LOOKUP-CLASS
               END-IF
               PERFORM 2350-MAP-AND-POST
           END-IF

           IF PH-DED-COUNT > ZERO
               PERFORM 2320-REVERSE-ONE-DEDUCTION
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > PH-DED-COUNT
           END-IF

           IF PH-ER-RET-MATCH NOT = ZERO
               MOVE 'RMP'           TO WS-LOOKUP-CLASS
               MOVE PH-ER-RET-MATCH TO WS-POST-AMOUNT
               SET WS-POST-DEBIT TO TRUE
               PERFORM 2350-MAP-AND-POST
           END-IF

           MOVE 'NET'        TO WS-LOOKUP-CLASS
           MOVE PH-NET-PAY   TO WS-POST-AMOUNT
           SET WS-POST-DEBIT TO TRUE
           PERFORM 2350-MAP-AND-POST.

      *----------------------------------------------------------*
      *  2310-REVERSE-ONE-EARNING - THE CODE'S OWN ROW FIRST,     *
      *  THE 'GRS' CATCH-ALL SECOND                               *
      *----------------------------------------------------------*
       2310-REVERSE-ONE-EARNING.

           MOVE PH-EARN-CODE(WS-EARN-SUB)   TO WS-LOOKUP-CLASS
           MOVE PH-EARN-AMOUNT(WS-EARN-SUB) TO WS-POST-AMOUNT
           SET WS-POST-CREDIT TO TRUE
           PERFORM 2360-SEARCH-MAP-TABLE
           IF NOT WS-MAP-FOUND
               MOVE 'GRS' TO WS-LOOKUP-CLASS
           END-IF
           PERFORM 2350-MAP-AND-POST.

      *----------------------------------------------------------*
      *  2320-REVERSE-ONE-DEDUCTION - THE CODE'S OWN ROW FIRST,   *
      *  THE 'DED' CATCH-ALL SECOND                               *
      *----------------------------------------------------------*
       2320-REVERSE-ONE-DEDUCTION.

           MOVE PH-DED-CODE(WS-DED-SUB)   TO WS-LOOKUP-CLASS
           MOVE PH-DED-AMOUNT(WS-DED-SUB) TO WS-POST-AMOUNT
           SET WS-POST-DEBIT TO TRUE
           PERFORM 2360-SEARCH-MAP-TABLE
           IF NOT WS-MAP-FOUND
               MOVE 'DED' TO WS-LOOKUP-CLASS
           END-IF
           PERFORM 2350-MAP-AND-POST.

      *----------------------------------------------------------*
      *  2350-MAP-AND-POST - RESOLVE THE ACCOUNT (EXACT           *
      *  DEPARTMENT FIRST, '****' ANY-DEPARTMENT SECOND) AND ADD  *
      *  THE AMOUNT TO ITS SIDE                                   *
      *----------------------------------------------------------*
       2350-MAP-AND-POST.

           PERFORM 2360-SEARCH-MAP-TABLE

           IF NOT WS-MAP-FOUND
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY 'VOIDPAY: NO GLMAP ROW FOR DEPT '
                   WS-LOOKUP-DEPT ' CLASS ' WS-LOOKUP-CLASS
           ELSE
               PERFORM 2370-ACCUMULATE-ACCOUNT
           END-IF.

      *----------------------------------------------------------*
      *  2360-SEARCH-MAP-TABLE                                    *
      *----------------------------------------------------------*
       2360-SEARCH-MAP-TABLE.

           MOVE 'N' TO WS-MAP-FOUND-SW
           MOVE SPACE TO WS-FOUND-ACCOUNT
           IF WS-MAP-COUNT > ZERO
               PERFORM 2365-CHECK-ONE-MAP-ROW
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                       OR WS-MAP-FOUND
           END-IF.

      *----------------------------------------------------------*
      *  2365-CHECK-ONE-MAP-ROW - AN EXACT DEPARTMENT ROW WINS;   *
      *  A '****' ROW IS KEPT AS THE FALLBACK UNTIL ONE DOES      *
      *----------------------------------------------------------*
       2365-CHECK-ONE-MAP-ROW.

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
      *  2370-ACCUMULATE-ACCOUNT - FIND OR ADD THE ACCOUNT ROW    *
      *  AND POST THE AMOUNT TO ITS DEBIT OR CREDIT BUCKET        *
      *----------------------------------------------------------*
       2370-ACCUMULATE-ACCOUNT.

           MOVE 'N' TO WS-ACCT-OVF-SW
           SET WS-ACCT-IDX TO 1
           SEARCH WS-ACCT-ENTRY
               AT END
                   PERFORM 2375-ADD-ACCOUNT-ROW
               WHEN WS-ACCT-IDX > WS-ACCT-COUNT
                   PERFORM 2375-ADD-ACCOUNT-ROW
               WHEN WS-AC-ACCOUNT(WS-ACCT-IDX) = WS-FOUND-ACCOUNT
                   CONTINUE
           END-SEARCH

           IF NOT WS-ACCT-OVERFLOWED
               IF WS-POST-DEBIT
                   ADD WS-POST-AMOUNT TO WS-AC-DEBIT(WS-ACCT-IDX)
                   ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   ADD WS-POST-AMOUNT TO WS-AC-CREDIT(WS-ACCT-IDX)
                   ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2375-ADD-ACCOUNT-ROW                                     *
      *----------------------------------------------------------*
       2375-ADD-ACCOUNT-ROW.

           IF WS-ACCT-COUNT < 200
               ADD 1 TO WS-ACCT-COUNT
               SET WS-ACCT-IDX TO WS-ACCT-COUNT
               MOVE WS-FOUND-ACCOUNT TO WS-AC-ACCOUNT(WS-ACCT-IDX)
               MOVE ZERO TO WS-AC-DEBIT(WS-ACCT-IDX)
               MOVE ZERO TO WS-AC-CREDIT(WS-ACCT-IDX)
           ELSE
               DISPLAY 'VOIDPAY: ACCOUNT TABLE FULL - POSTING '
                   'DROPPED FOR ' WS-FOUND-ACCOUNT
               SET WS-ACCT-OVERFLOWED TO TRUE
               ADD 1 TO WS-ACCT-DROP-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2400-QUEUE-REISSUE - THE VOIDED EARNINGS AS PAYMENT-DECK *
      *  ROWS FOR THE NEXT OFF-CYCLE RUN, WHICH REPRICES THE      *
      *  HOURS AND CARRIES THE KEYED AMOUNTS. A ROW FROM BEFORE   *
      *  THE EARNINGS BREAKDOWN REISSUES ITS REGULAR AND          *
      *  OVERTIME HOURS.                                          *
      *----------------------------------------------------------*
       2400-QUEUE-REISSUE.

           ADD 1 TO WS-REISSUE-COUNT
           IF PH-EARN-COUNT > ZERO
               PERFORM 2410-REISSUE-ONE-EARNING
                   VARYING WS-EARN-SUB FROM 1 BY 1
                   UNTIL WS-EARN-SUB > PH-EARN-COUNT
           ELSE
               IF PH-REG-HOURS > ZERO
                   MOVE PH-EMP-ID    TO TS-EMP-ID
                   MOVE PH-REG-HOURS TO TS-HOURS
                   MOVE 'REG'        TO TS-EARN-CODE
                   MOVE ZERO         TO TS-AMOUNT
                   WRITE TIME-SHEET-RECORD
                   ADD 1 TO WS-REISSUE-ROWS
               END-IF
               IF PH-OT-HOURS > ZERO
                   MOVE PH-EMP-ID    TO TS-EMP-ID
                   MOVE PH-OT-HOURS  TO TS-HOURS
                   MOVE 'OVT'        TO TS-EARN-CODE
                   MOVE ZERO         TO TS-AMOUNT
                   WRITE TIME-SHEET-RECORD
                   ADD 1 TO WS-REISSUE-ROWS
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2410-REISSUE-ONE-EARNING                                 *
      *----------------------------------------------------------*
       2410-REISSUE-ONE-EARNING.

           MOVE PH-EMP-ID                  TO TS-EMP-ID
           MOVE PH-EARN-HOURS(WS-EARN-SUB) TO TS-HOURS
           MOVE PH-EARN-CODE(WS-EARN-SUB)  TO TS-EARN-CODE
           MOVE ZERO                       TO TS-AMOUNT
           IF PH-EARN-AMOUNT(WS-EARN-SUB) > ZERO
               MOVE PH-EARN-AMOUNT(WS-EARN-SUB) TO TS-AMOUNT
           END-IF
           WRITE TIME-SHEET-RECORD
           ADD 1 TO WS-REISSUE-ROWS.

      *----------------------------------------------------------*
      *  2500-WRITE-REGISTER-LINE - WHO VOIDED WHAT, THE          *
      *  ORIGINAL AMOUNTS AND WHAT WAS REVERSED AT THE BANK       *
      *----------------------------------------------------------*
       2500-WRITE-REGISTER-LINE.

           MOVE PH-EMP-ID       TO WS-DET-EMP-ID
           MOVE PH-PERIOD-END   TO WS-DET-PERIOD
           MOVE PH-RUN-TYPE     TO WS-DET-RUN-TYPE
           MOVE PH-DEPT-CODE    TO WS-DET-DEPT
           MOVE PH-GROSS-PAY    TO WS-DET-GROSS
           MOVE PH-NET-PAY      TO WS-DET-NET
           MOVE WS-REVERSAL-AMT TO WS-DET-REVERSED
           MOVE WS-PAID-BY      TO WS-DET-PAID-BY
           MOVE WS-VT-REISSUE-SW(WS-MATCH-SUB) TO WS-DET-REISSUE
           IF WS-DET-REISSUE = SPACE
               MOVE 'N' TO WS-DET-REISSUE
           END-IF
           MOVE PH-VOID-USER    TO WS-DET-USER
           MOVE WS-VT-REASON(WS-MATCH-SUB) TO WS-DET-REASON
           WRITE VOID-RPT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  3000-FINALIZE - LIST WHAT WAS NOT APPLIED, WRITE THE     *
      *  JOURNAL, THE BANK TRAILER, AND THE PROOF, CLOSE FILES    *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE SPACE TO VOID-RPT-LINE
           WRITE VOID-RPT-LINE
           WRITE VOID-RPT-LINE FROM WS-REJECT-HEADER
           IF WS-VT-COUNT > ZERO
               PERFORM 3100-LIST-ONE-UNAPPLIED
                   VARYING WS-VT-SUB FROM 1 BY 1
                   UNTIL WS-VT-SUB > WS-VT-COUNT
           END-IF

           MOVE SPACE TO VOID-RPT-LINE
           WRITE VOID-RPT-LINE
           WRITE VOID-RPT-LINE FROM WS-JOURNAL-HEADER
           IF WS-ACCT-COUNT > ZERO
               PERFORM 3200-WRITE-ONE-ACCOUNT
                   VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
           END-IF

           MOVE 'VOIDPAY ' TO FT-PROGRAM-ID
           MOVE WS-JRNL-COUNT TO FT-RECORD-COUNT
           WRITE GL-JOURNAL-OUT FROM WS-FILE-TRAILER-LINE

           MOVE WS-ENTRY-COUNT  TO WS-BT-COUNT
           MOVE WS-DOLLAR-TOTAL TO WS-BT-TOTAL
           WRITE BANK-FILE-RECORD FROM WS-BANK-TRAILER

           MOVE WS-TOTAL-DEBITS  TO WS-PF-DEBITS
           MOVE WS-TOTAL-CREDITS TO WS-PF-CREDITS
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE 'IN BALANCE'     TO WS-PF-VERDICT
           ELSE
               MOVE '*OUT OF BAL*'   TO WS-PF-VERDICT
           END-IF
           WRITE VOID-RPT-LINE FROM WS-PROOF-LINE

           IF WS-ACCT-DROP-COUNT > ZERO
               MOVE WS-ACCT-DROP-COUNT TO WS-OVF-ROWS
               WRITE VOID-RPT-LINE FROM WS-OVERFLOW-LINE
           END-IF

           MOVE WS-VT-COUNT       TO WS-TRL-READ
           MOVE WS-VOID-COUNT     TO WS-TRL-VOID
           MOVE WS-BANK-COUNT     TO WS-TRL-BANK
           MOVE WS-CHECK-COUNT    TO WS-TRL-CHECK
           MOVE WS-REISSUE-COUNT  TO WS-TRL-REISSUE
           MOVE WS-REJECT-COUNT   TO WS-TRL-REJECT
           MOVE WS-ORIG-NET-TOTAL TO WS-TRL-NET
           MOVE SPACE TO VOID-RPT-LINE
           WRITE VOID-RPT-LINE
           WRITE VOID-RPT-LINE FROM WS-TRAILER-LINE

           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-UNMAPPED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               OR WS-ACCT-DROP-COUNT > ZERO
               DISPLAY 'VOIDPAY: REVERSING JOURNAL OUT OF BALANCE '
                   'OR SHORT - NOT RELEASABLE'
               MOVE 16 TO RETURN-CODE
           END-IF

           CLOSE PAY-HISTORY
           IF WS-DD-AVAILABLE
               CLOSE DD-MASTER
           END-IF
           CLOSE BANK-FILE
           CLOSE GL-JOURNAL
           CLOSE REISSUE-DECK
           CLOSE VOID-RPT

           MOVE WS-VOID-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  3100-LIST-ONE-UNAPPLIED - A REJECTED TRANSACTION, OR ONE *
      *  STILL PENDING BECAUSE NO UNVOIDED PAYMENT MATCHED IT     *
      *----------------------------------------------------------*
       3100-LIST-ONE-UNAPPLIED.

           IF NOT WS-VT-DONE(WS-VT-SUB)
               IF WS-VT-PENDING(WS-VT-SUB)
                   IF WS-VT-SEEN-VOID(WS-VT-SUB) = 'Y'
                       MOVE 'PAYMENT ALREADY VOIDED'
                           TO WS-VT-REJECT(WS-VT-SUB)
                   ELSE
                       MOVE 'NO SUCH PAYMENT ON PAYHIST'
                           TO WS-VT-REJECT(WS-VT-SUB)
                   END-IF
               END-IF
               MOVE WS-VT-EMP-ID(WS-VT-SUB)     TO WS-REJ-EMP-ID
               MOVE WS-VT-PERIOD-END(WS-VT-SUB) TO WS-REJ-PERIOD
               MOVE WS-VT-RUN-TYPE(WS-VT-SUB)   TO WS-REJ-RUN-TYPE
               MOVE WS-VT-REJECT(WS-VT-SUB)     TO WS-REJ-REASON
               WRITE VOID-RPT-LINE FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  3200-WRITE-ONE-ACCOUNT - ONE JOURNAL ENTRY PER SIDE      *
      *  CARRYING A BALANCE, PLUS THE REGISTER'S JOURNAL LINE     *
      *----------------------------------------------------------*
       3200-WRITE-ONE-ACCOUNT.

           MOVE WS-AC-ACCOUNT(WS-ACCT-IDX) TO WS-AL-ACCOUNT
           MOVE WS-AC-DEBIT(WS-ACCT-IDX)   TO WS-AL-DEBIT
           MOVE WS-AC-CREDIT(WS-ACCT-IDX)  TO WS-AL-CREDIT
           WRITE VOID-RPT-LINE FROM WS-ACCT-LINE

           IF WS-AC-DEBIT(WS-ACCT-IDX) NOT = ZERO
               MOVE WS-AC-ACCOUNT(WS-ACCT-IDX) TO WS-JE-ACCOUNT
               MOVE 'D' TO WS-JE-SIDE
               MOVE WS-AC-DEBIT(WS-ACCT-IDX) TO WS-JE-AMOUNT
               MOVE WS-RUN-DATE-NUM TO WS-JE-RUN-DATE
               WRITE GL-JOURNAL-OUT FROM WS-JOURNAL-ENTRY
               ADD 1 TO WS-JRNL-COUNT
           END-IF

           IF WS-AC-CREDIT(WS-ACCT-IDX) NOT = ZERO
               MOVE WS-AC-ACCOUNT(WS-ACCT-IDX) TO WS-JE-ACCOUNT
               MOVE 'C' TO WS-JE-SIDE
               MOVE WS-AC-CREDIT(WS-ACCT-IDX) TO WS-JE-AMOUNT
               MOVE WS-RUN-DATE-NUM TO WS-JE-RUN-DATE
               WRITE GL-JOURNAL-OUT FROM WS-JOURNAL-ENTRY
               ADD 1 TO WS-JRNL-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  8000-READ-PAY-HISTORY - READ NEXT PAY-HISTORY ROW        *
      *----------------------------------------------------------*
       8000-READ-PAY-HISTORY.

           READ PAY-HISTORY
               AT END
                   SET END-OF-PAY-HISTORY TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'VOIDPAY '         TO AUD-PROGRAM-ID
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
