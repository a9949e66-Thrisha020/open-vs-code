       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DDRETURN.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : DIRECT-DEPOSIT RETURN AND NOTIFICATION-OF-CHANGE
      *            : PROCESSOR. READS THE BANK'S RETURN FILE
      *            : (BANKRTN, SEE BRTNREC) AND VERIFIES IT COMPLETE
      *            : AGAINST ITS CONTROL TRAILER BEFORE ANYTHING IS
      *            : APPLIED; A SHORT FILE ENDS THE RUN CC 16. EACH
      *            : ENTRY IS MATCHED TO THE PAY ROW IT PAID ON THE
      *            : PAY-DETAIL FILE THAT BANK FILE WAS BUILT FROM
      *            : (PAYDETL, SEE PAYDTL, ITSELF VERIFIED AGAINST
      *            : ITS FILEHDR WRAPPER): SAME EMPLOYEE, AND FOR A
      *            : RETURNED DEPOSIT THE SAME NET PAY.
      *            :  - A RETURN PUTS THE DDMAST ROW (SEE DDEPREC)
      *            :    BACK INTO PRENOTE, OR SUSPENDS IT WHEN THE
      *            :    BANK CALLS THE ACCOUNT DEAD (CLOSED, NOT
      *            :    FOUND, INVALID, FROZEN, NON-TRANSACTION).
      *            :    A RETURNED DEPOSIT IS NOTED ON ITS PAYHIST
      *            :    ROW (SEE PAYHREC) AND ITS PAY ROW QUEUED TO
      *            :    RTNCHK (PAYDTL LAYOUT IN THE FILEHDR
      *            :    WRAPPER), WHICH THE OFF-CYCLE CHECK STEP
      *            :    (CHKWRT) READS ALONG WITH ITS CHKDUE FILE.
      *            :    A RETURNED PRENOTE MOVED NO MONEY, SO ONLY
      *            :    THE DDMAST ROW CHANGES.
      *            :  - A NOTIFICATION OF CHANGE CORRECTS THE
      *            :    ROUTING (ABA CHECK-DIGIT TESTED), ACCOUNT
      *            :    AND TYPE ON DDMAST.
      *            : EVERY DDMAST CHANGE IS APPENDED, BEFORE AND
      *            : AFTER, TO THE DD CHANGE HISTORY (DDHIST, SEE
      *            : DDHSTREC). A DDMAST ROW ALREADY CHANGED SINCE
      *            : THE ENTRY WENT OUT IS LEFT ALONE. THE REGISTER
      *            : (RTNRPT) SHOWS WHAT WAS DONE WITH EACH ENTRY
      *            : AND LISTS AS EXCEPTIONS EVERY ENTRY THAT COULD
      *            : NOT BE MATCHED TO A PAY-DETAIL ROW OR APPLIED
      *            : (CC 4).
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  PAY-DETAIL RECORD WIDENED TO PAYDTL'S NEW
      *                  LENGTH (EMPLOYER RETIREMENT MATCH).
      * 10/15/2026  RSM  THE BANK'S ACCOUNTS ARE PROTECTED THROUGH
      *                  ACCTPROT AS THEY ARE LOADED, SO THEY MATCH
      *                  DDMAST'S PROTECTED FORM AND A CORRECTED ACCOUNT
      *                  IS STORED PROTECTED. THE REGISTER AND EXCEPTION
      *                  LIST SHOW ONLY THE LAST FOUR DIGITS. DDHIST
      *                  IMAGES WIDENED TO 42 BYTES.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN ASSIGN TO BANKRTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANKRTN-STATUS.

           SELECT PAY-DETAIL  ASSIGN TO PAYDETL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYDETL-STATUS.

           SELECT DD-MASTER   ASSIGN TO DDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DDP-EMP-ID
               FILE STATUS IS WS-DD-MASTER-STATUS.

           SELECT PAY-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT DD-HISTORY  ASSIGN TO DDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDHIST-STATUS.

           SELECT RETURN-CHECK ASSIGN TO RTNCHK
               ORGANIZATION IS SEQUENTIAL.

           SELECT RETURN-RPT  ASSIGN TO RTNRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RETURN
           LABEL RECORDS ARE STANDARD.
           COPY BRTNREC.

       FD  PAY-DETAIL
           LABEL RECORDS ARE STANDARD.
       01  PAY-DETAIL-IN    PIC X(362).

       FD  DD-MASTER.
           COPY DDEPREC.

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC.

       FD  DD-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY DDHSTREC.

      * The returned deposits' pay rows, for the off-cycle CHKWRT.
       FD  RETURN-CHECK
           LABEL RECORDS ARE STANDARD.
       01  RETURN-CHECK-OUT PIC X(362).

       FD  RETURN-RPT
           LABEL RECORDS ARE STANDARD.
       01  RETURN-RPT-LINE  PIC X(132).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-BANKRTN-STATUS     PIC X(02)  VALUE '00'.
       01  WS-PAYDETL-STATUS     PIC X(02)  VALUE '00'.
       01  WS-DD-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-PAYHIST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-DDHIST-STATUS      PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad return run to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.01'.

       COPY PAYDTL.
       COPY FILEHDR.

      * Startup authorization through the shared AUTHCHK service.
      * Option M marks this a maintenance run.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'DDRETURN'.
       01  WS-AUTH-OPTION      PIC X(01)  VALUE 'M'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-AUTH-STATUS
                               LK-STATUS-OK      BY WS-AUTH-OK
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

      * Account protection through the shared ACCTPROT service. The
      * bank's accounts are protected as they are loaded, so they
      * compare straight against DDMAST and are stored protected;
      * the register prints the masked form.
       01  WS-PROT-FUNCTION    PIC X(01)  VALUE 'P'.
       01  WS-PROT-CALLER      PIC X(08)  VALUE 'DDRETURN'.
       01  WS-PROT-IN          PIC X(17)  VALUE SPACE.
       01  WS-PROT-OUT         PIC X(17)  VALUE SPACE.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-PROT-STATUS
                               LK-STATUS-OK      BY WS-PROT-OK
                               LK-STATUS-WARNING BY WS-PROT-WARNING
                               LK-STATUS-FAILED  BY WS-PROT-FAILED.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-RUN-TIME.
           05  WS-RT-HHMMSS     PIC 9(06).
           05  FILLER           PIC 9(02).

       01  WS-BR-EOF-SW     PIC X(01)  VALUE 'N'.
           88  END-OF-BANK-RETURN     VALUE 'Y'.
       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-DETAIL      VALUE 'Y'.
       01  WS-PH-EOF-SW     PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-HISTORY     VALUE 'Y'.

      * Bank return file control: its header, its trailer, and what
      * the trailer says against what was actually read.
       01  WS-BR-HDR-SW     PIC X(01)  VALUE 'N'.
           88  WS-BR-HEADER-SEEN      VALUE 'Y'.
       01  WS-BR-TRL-SW     PIC X(01)  VALUE 'N'.
           88  WS-BR-TRAILER-SEEN     VALUE 'Y'.
       01  WS-BR-FILE-DATE  PIC 9(08)  VALUE ZERO.
       01  WS-BR-TRL-COUNT  PIC 9(07)  VALUE ZERO.
       01  WS-BR-TRL-TOTAL  PIC 9(10)V99 VALUE ZERO.
       01  WS-BR-READ-TOTAL PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-BR-BAD-COUNT  PIC 9(5)   COMP VALUE ZERO.

      * Pay-detail wrapper control, as DDPAYFIL checks it.
       01  WS-HDR-SEEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-HEADER-SEEN         VALUE 'Y'.
       01  WS-TRL-SEEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN        VALUE 'Y'.
       01  WS-TRAILER-COUNT PIC 9(07)  VALUE ZERO.
       01  WS-BODY-COUNT    PIC 9(5)   COMP VALUE ZERO.

      * The return file, held for the passes over PAYDETL and
      * PAYHIST. An entry is pending until a pay row matches it,
      * matched until it is applied (done) or turned away
      * (rejected, with the reason). The matched pay row is kept
      * with it for the check queue.
       01  WS-RT-COUNT      PIC 9(03)  COMP VALUE ZERO.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 500 TIMES.
               10  WS-RT-KIND       PIC X(01).
                   88  WS-RT-RETURN         VALUE 'R'.
                   88  WS-RT-CHANGE-NOTICE  VALUE 'C'.
               10  WS-RT-REASON     PIC X(03).
               10  WS-RT-EMP-ID     PIC 9(05).
               10  WS-RT-TRAN-CODE  PIC 9(02).
                   88  WS-RT-CREDIT-ENTRY   VALUE 22 32.
                   88  WS-RT-PRENOTE-ENTRY  VALUE 23 33.
               10  WS-RT-ROUTING    PIC 9(09).
               10  WS-RT-ACCOUNT    PIC X(17).
               10  WS-RT-AMOUNT     PIC 9(08)V99.
               10  WS-RT-NEW-ROUTING PIC 9(09).
               10  WS-RT-NEW-ACCOUNT PIC X(17).
               10  WS-RT-NEW-TYPE   PIC X(01).
               10  WS-RT-STATUS     PIC X(01).
                   88  WS-RT-PENDING        VALUE 'P'.
                   88  WS-RT-MATCHED        VALUE 'M'.
                   88  WS-RT-DONE           VALUE 'D'.
                   88  WS-RT-REJECTED       VALUE 'R'.
               10  WS-RT-REJECT     PIC X(30).
               10  WS-RT-PERIOD-END PIC 9(08).
               10  WS-RT-RUN-TYPE   PIC X(01).
               10  WS-RT-NOTED      PIC X(01).
               10  WS-RT-SEEN-VOID  PIC X(01).
               10  WS-RT-SEEN-RTN   PIC X(01).
               10  WS-RT-PAY-ROW    PIC X(362).
       01  WS-RT-SUB        PIC 9(03)  COMP VALUE ZERO.
       01  WS-MATCH-SUB     PIC 9(03)  COMP VALUE ZERO.

      * One pay row pays one returned deposit; change notices for
      * the same employee may match it as well.
       01  WS-ROW-TAKEN-SW  PIC X(01)  VALUE 'N'.
           88  WS-ROW-TAKEN           VALUE 'Y'.

      * What was done with the entry, and whether its pay went to
      * the check queue, for the register line.
       01  WS-ACTION        PIC X(30)  VALUE SPACE.
       01  WS-QUEUED-SW     PIC X(01)  VALUE 'N'.
           88  WS-CHECK-QUEUED        VALUE 'Y'.
       01  WS-BEFORE-IMAGE  PIC X(42)  VALUE SPACE.

      * ABA check-digit work fields for a corrected routing number.
       01  WS-ROUTING-DIGITS.
           05  WS-RD            PIC 9(01) OCCURS 9 TIMES.
       01  WS-ABA-SUM       PIC 9(04) COMP VALUE ZERO.
       01  WS-ABA-REMAINDER PIC 9(04) COMP VALUE ZERO.
       01  WS-ABA-QUOTIENT  PIC 9(04) COMP VALUE ZERO.

       01  WS-RETURN-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-SUSPEND-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-CHANGE-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-NOTE-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-HIST-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-RTNCHK-COUNT  PIC 9(7)   VALUE ZERO.
       01  WS-QUEUED-TOTAL  PIC S9(10)V99 COMP-3 VALUE ZERO.

       01  WS-TITLE-LINE    PIC X(132) VALUE
           'DIRECT DEPOSIT RETURNS AND NOTIFICATIONS OF CHANGE'.

       01  WS-FILE-DATE-LINE.
           05  FILLER           PIC X(20)  VALUE
               'BANK RETURN FILE OF '.
           05  WS-FDL-DATE      PIC 9(08).
           05  FILLER           PIC X(104) VALUE SPACE.

       01  WS-COLUMN-LINE.
           05  FILLER       PIC X(50)  VALUE
               'EMP    KIND    CODE PERIOD   RUN     AMOUNT   ROUT'.
           05  FILLER       PIC X(50)  VALUE
               'ING    ACCOUNT            CHECK  ACTION           '.
           05  FILLER       PIC X(32)  VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DET-EMP-ID    PIC 9(05).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-KIND      PIC X(06).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-CODE      PIC X(03).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-PERIOD    PIC 9(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-RUN-TYPE  PIC X(01).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-AMOUNT    PIC ZZZZZZZ9.99.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-ROUTING   PIC 9(09).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-ACCOUNT   PIC X(17).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-CHECK     PIC X(03).
           05  FILLER           PIC X(04)  VALUE SPACE.
           05  WS-DET-ACTION    PIC X(30).
           05  FILLER           PIC X(19)  VALUE SPACE.

       01  WS-EXCEPT-HEADER PIC X(132) VALUE
           'EXCEPTIONS - ENTRIES NOT APPLIED'.

       01  WS-EXCEPT-LINE.
           05  WS-EXC-EMP-ID    PIC 9(05).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-EXC-KIND      PIC X(06).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-EXC-CODE      PIC X(03).
           05  FILLER           PIC X(15)  VALUE SPACE.
           05  WS-EXC-AMOUNT    PIC ZZZZZZZ9.99.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-EXC-ROUTING   PIC 9(09).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-EXC-ACCOUNT   PIC X(17).
           05  FILLER           PIC X(09)  VALUE SPACE.
           05  WS-EXC-REASON    PIC X(30).
           05  FILLER           PIC X(19)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(15)  VALUE 'ENTRIES READ : '.
           05  WS-TRL-READ      PIC ZZZZ9.
           05  FILLER           PIC X(12)  VALUE '  RETURNS : '.
           05  WS-TRL-RETURN    PIC ZZZZ9.
           05  FILLER           PIC X(14)  VALUE '  SUSPENDED : '.
           05  WS-TRL-SUSPEND   PIC ZZZZ9.
           05  FILLER           PIC X(12)  VALUE '  CHANGES : '.
           05  WS-TRL-CHANGE    PIC ZZZZ9.
           05  FILLER           PIC X(16)  VALUE '  NOT APPLIED : '.
           05  WS-TRL-REJECT    PIC ZZZZ9.
           05  FILLER           PIC X(18)  VALUE
               '  QUEUED TO CHECK:'.
           05  WS-TRL-QUEUED    PIC ZZZZZZZZZ9.99.
           05  FILLER           PIC X(07)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-PAY-DETAIL
               UNTIL END-OF-PAY-DETAIL
           PERFORM 2400-CHECK-PAY-DETAIL
           PERFORM 2500-NOTE-HISTORY-ROW
               UNTIL END-OF-PAY-HISTORY
           IF WS-RT-COUNT > ZERO
               PERFORM 2600-APPLY-ONE-ENTRY
                   VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-COUNT
           END-IF
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - AUTHORIZE, LOAD AND PROVE THE BANK     *
      *  RETURN FILE, OPEN FILES, WRITE THE HEADERS               *
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
               DISPLAY 'DDRETURN: RUN NOT AUTHORIZED - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'P'   TO WS-PROT-FUNCTION
           MOVE SPACE TO WS-PROT-IN
           CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
               WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
           IF WS-PROT-FAILED
               DISPLAY 'DDRETURN: ACCOUNT PROTECTION NOT AVAILABLE - '
                   'ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           OPEN INPUT BANK-RETURN
           IF WS-BANKRTN-STATUS NOT = '00'
               DISPLAY 'DDRETURN: NO BANK RETURN FILE - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-ONE-RETURN
               UNTIL END-OF-BANK-RETURN
           CLOSE BANK-RETURN
           PERFORM 1300-CHECK-RETURN-FILE

           OPEN INPUT PAY-DETAIL
           IF WS-PAYDETL-STATUS NOT = '00'
               DISPLAY 'DDRETURN: NO PAY-DETAIL FILE - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O DD-MASTER
           IF WS-DD-MASTER-STATUS NOT = '00'
               DISPLAY 'DDRETURN: DDMAST NOT AVAILABLE FOR UPDATE - '
                   'ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PAY-HISTORY
           IF WS-PAYHIST-STATUS NOT = '00'
               DISPLAY 'DDRETURN: PAYHIST NOT AVAILABLE FOR UPDATE - '
                   'ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND DD-HISTORY
           IF WS-DDHIST-STATUS NOT = '00'
               OPEN OUTPUT DD-HISTORY
           END-IF
           OPEN OUTPUT RETURN-CHECK
           OPEN OUTPUT RETURN-RPT

           MOVE 'DDRETURN' TO FH-PROGRAM-ID
           MOVE WS-RUN-DATE-NUM TO FH-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RT-HHMMSS TO FH-RUN-TIME
           WRITE RETURN-CHECK-OUT FROM WS-FILE-HEADER-LINE

           WRITE RETURN-RPT-LINE FROM WS-TITLE-LINE
           MOVE WS-BR-FILE-DATE TO WS-FDL-DATE
           WRITE RETURN-RPT-LINE FROM WS-FILE-DATE-LINE
           MOVE SPACE TO RETURN-RPT-LINE
           WRITE RETURN-RPT-LINE
           WRITE RETURN-RPT-LINE FROM WS-COLUMN-LINE

           PERFORM 8000-READ-PAY-DETAIL.

      *----------------------------------------------------------*
      *  1100-LOAD-ONE-RETURN - HEADER, TRAILER, OR ONE ENTRY TO  *
      *  HOLD. A FILE PAST 500 ENTRIES ENDS THE RUN CC 16 BEFORE  *
      *  ANYTHING IS APPLIED, SO NO RETURN IS SILENTLY LEFT       *
      *  BEHIND.                                                  *
      *----------------------------------------------------------*
       1100-LOAD-ONE-RETURN.

           READ BANK-RETURN
               AT END
                   SET END-OF-BANK-RETURN TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BR-FILE-HEADER
                           SET WS-BR-HEADER-SEEN TO TRUE
                           IF BR-FILE-DATE NUMERIC
                               MOVE BR-FILE-DATE TO WS-BR-FILE-DATE
                           END-IF
                       WHEN BR-FILE-TRAILER
                           SET WS-BR-TRAILER-SEEN TO TRUE
                           IF BR-TRL-COUNT NUMERIC
                               AND BR-TRL-TOTAL NUMERIC
                               MOVE BR-TRL-COUNT TO WS-BR-TRL-COUNT
                               MOVE BR-TRL-TOTAL TO WS-BR-TRL-TOTAL
                           ELSE
                               ADD 1 TO WS-BR-BAD-COUNT
                           END-IF
                       WHEN BR-RETURN-ENTRY
                           IF WS-RT-COUNT < 500
                               ADD 1 TO WS-RT-COUNT
                               MOVE WS-RT-COUNT TO WS-RT-SUB
                               PERFORM 1200-EDIT-ONE-ENTRY
                           ELSE
                               DISPLAY 'DDRETURN: BANK RETURN FILE '
                                   'PAST 500 ENTRIES - ABORTING RUN'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-BR-BAD-COUNT
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------*
      *  1200-EDIT-ONE-ENTRY - HOLD THE ENTRY AND EDIT IT: A REAL *
      *  EMPLOYEE, A RETURN OF ONE OF OUR CREDITS OR PRENOTES, OR *
      *  A CHANGE NOTICE WE KNOW HOW TO APPLY, CARRYING WHAT ITS  *
      *  CODE SAYS IT CORRECTS                                    *
      *----------------------------------------------------------*
       1200-EDIT-ONE-ENTRY.

           MOVE BR-ENTRY-KIND     TO WS-RT-KIND(WS-RT-SUB)
           MOVE BR-REASON-CODE    TO WS-RT-REASON(WS-RT-SUB)
           PERFORM 1205-PROTECT-ACCOUNTS
           MOVE BR-NEW-ACCT-TYPE  TO WS-RT-NEW-TYPE(WS-RT-SUB)
           MOVE SPACE             TO WS-RT-REJECT(WS-RT-SUB)
           MOVE ZERO              TO WS-RT-PERIOD-END(WS-RT-SUB)
           MOVE SPACE             TO WS-RT-RUN-TYPE(WS-RT-SUB)
           MOVE 'N'               TO WS-RT-NOTED(WS-RT-SUB)
           MOVE 'N'               TO WS-RT-SEEN-VOID(WS-RT-SUB)
           MOVE 'N'               TO WS-RT-SEEN-RTN(WS-RT-SUB)
           MOVE SPACE             TO WS-RT-PAY-ROW(WS-RT-SUB)
           SET WS-RT-PENDING(WS-RT-SUB) TO TRUE

           MOVE ZERO TO WS-RT-EMP-ID(WS-RT-SUB)
                        WS-RT-TRAN-CODE(WS-RT-SUB)
                        WS-RT-ROUTING(WS-RT-SUB)
                        WS-RT-AMOUNT(WS-RT-SUB)
                        WS-RT-NEW-ROUTING(WS-RT-SUB)
           IF BR-EMP-ID NUMERIC
               MOVE BR-EMP-ID TO WS-RT-EMP-ID(WS-RT-SUB)
           END-IF
           IF BR-ORIG-TRAN-CODE NUMERIC
               MOVE BR-ORIG-TRAN-CODE TO WS-RT-TRAN-CODE(WS-RT-SUB)
           END-IF
           IF BR-ORIG-ROUTING NUMERIC
               MOVE BR-ORIG-ROUTING TO WS-RT-ROUTING(WS-RT-SUB)
           END-IF
           IF BR-AMOUNT NUMERIC
               MOVE BR-AMOUNT TO WS-RT-AMOUNT(WS-RT-SUB)
               ADD BR-AMOUNT TO WS-BR-READ-TOTAL
           ELSE
               ADD 1 TO WS-BR-BAD-COUNT
           END-IF
           IF BR-NEW-ROUTING NUMERIC
               MOVE BR-NEW-ROUTING TO WS-RT-NEW-ROUTING(WS-RT-SUB)
           END-IF

           IF WS-RT-EMP-ID(WS-RT-SUB) = ZERO
               SET WS-RT-REJECTED(WS-RT-SUB) TO TRUE
               MOVE 'EMPLOYEE ID MISSING' TO WS-RT-REJECT(WS-RT-SUB)
           END-IF

           IF WS-RT-PENDING(WS-RT-SUB)
               EVALUATE TRUE
                   WHEN BR-RETURN
                       PERFORM 1210-EDIT-RETURN
                   WHEN BR-CHANGE-NOTICE
                       PERFORM 1220-EDIT-CHANGE-NOTICE
                   WHEN OTHER
                       SET WS-RT-REJECTED(WS-RT-SUB) TO TRUE
                       MOVE 'NOT A RETURN OR CHANGE NOTICE'
                           TO WS-RT-REJECT(WS-RT-SUB)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      *  1205-PROTECT-ACCOUNTS - THE BANK SENDS ACCOUNTS IN THE   *
      *  CLEAR; ONLY THEIR PROTECTED FORMS ARE HELD               *
      *----------------------------------------------------------*
       1205-PROTECT-ACCOUNTS.

           MOVE 'P'             TO WS-PROT-FUNCTION
           MOVE BR-ORIG-ACCOUNT TO WS-PROT-IN
           CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
               WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
           MOVE WS-PROT-OUT     TO WS-RT-ACCOUNT(WS-RT-SUB)

           MOVE BR-NEW-ACCOUNT  TO WS-PROT-IN
           CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
               WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
           MOVE WS-PROT-OUT     TO WS-RT-NEW-ACCOUNT(WS-RT-SUB)
           MOVE SPACE           TO WS-PROT-IN.

      *----------------------------------------------------------*
      *  1210-EDIT-RETURN - AN R REASON AGAINST A CREDIT THAT     *
      *  MOVED MONEY OR A ZERO-DOLLAR PRENOTE                     *
      *----------------------------------------------------------*
       1210-EDIT-RETURN.

           IF BR-REASON-CODE(1:1) NOT = 'R'
               SET WS-RT-REJECTED(WS-RT-SUB) TO TRUE
               MOVE 'RETURN REASON NOT R-CODE'
                   TO WS-RT-REJECT(WS-RT-SUB)
           END-IF

           IF WS-RT-PENDING(WS-RT-SUB)
               EVALUATE TRUE
                   WHEN WS-RT-CREDIT-ENTRY(WS-RT-SUB)
                       IF WS-RT-AMOUNT(WS-RT-SUB) = ZERO
                           SET WS-RT-REJECTED(WS-RT-SUB) TO TRUE
                           MOVE 'RETURNED CREDIT HAS NO AMOUNT'
                               TO WS-RT-REJECT(WS-RT-SUB)
                       END-IF
                   WHEN WS-RT-PRENOTE-ENTRY(WS-RT-SUB)
                       CONTINUE
                   WHEN OTHER
                       SET WS-RT-REJECTED(WS-RT-SUB) TO TRUE
                       MOVE 'ORIGINAL ENTRY NOT OURS'
                           TO WS-RT-REJECT(WS-RT-SUB)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      *  1220-EDIT-CHANGE-NOTICE - C01 ACCOUNT, C02 ROUTING, C03  *
      *  BOTH, C05 TYPE, C06 ACCOUNT AND TYPE, C07 ALL THREE.     *
      *  EVERY FIELD THE CODE CORRECTS MUST BE GIVEN, AND A NEW   *
      *  ROUTING NUMBER MUST PASS THE ABA CHECK DIGIT.            *
      *----------------------------------------------------------*
       1220-EDIT-CHANGE-NOTICE.

           EVALUATE BR-REASON-CODE
               WHEN 'C01'
               WHEN 'C02'
               WHEN 'C03'
               WHEN 'C05'
               WHEN 'C06'
               WHEN 'C07'
                   CONTINUE
               WHEN OTHER
                   SET WS-RT-REJECTED(WS-RT-SUB) TO TRUE
                   MOVE 'CHANGE CODE NOT HANDLED'
                       TO WS-RT-REJECT(WS-RT-SUB)
           END-EVALUATE

           IF WS-RT-PENDING(WS-RT-SUB)
               IF BR-REASON-CODE = 'C02' OR 'C03' OR 'C07'
                   IF WS-RT-NEW-ROUTING(WS-RT-SUB) = ZERO
                       SET WS-RT-REJECTED(WS-RT-SUB) TO TRUE
                       MOVE 'CORRECTED ROUTING MISSING'
                           TO WS-RT-REJECT(WS-RT-SUB)
                   ELSE
                       PERFORM 1230-CHECK-ROUTING-DIGIT
                   END-IF
               END-IF
           END-IF

           IF WS-RT-PENDING(WS-RT-SUB)
               IF BR-REASON-CODE = 'C01' OR 'C03' OR 'C06' OR 'C07'
                   IF BR-NEW-ACCOUNT = SPACE
                       SET WS-RT-REJECTED(WS-RT-SUB) TO TRUE
                       MOVE 'CORRECTED ACCOUNT MISSING'
                           TO WS-RT-REJECT(WS-RT-SUB)
                   END-IF
               END-IF
           END-IF

           IF WS-RT-PENDING(WS-RT-SUB)
               IF BR-REASON-CODE = 'C05' OR 'C06' OR 'C07'
                   IF BR-NEW-ACCT-TYPE NOT = 'C'
                       AND BR-NEW-ACCT-TYPE NOT = 'S'
                       SET WS-RT-REJECTED(WS-RT-SUB) TO TRUE
                       MOVE 'CORRECTED TYPE NOT C OR S'
                           TO WS-RT-REJECT(WS-RT-SUB)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1230-CHECK-ROUTING-DIGIT - ABA CHECKSUM: THE NINE DIGITS *
      *  WEIGHTED 3-7-1-3-7-1-3-7-1 MUST SUM TO A MULTIPLE OF 10  *
      *----------------------------------------------------------*
       1230-CHECK-ROUTING-DIGIT.

           MOVE WS-RT-NEW-ROUTING(WS-RT-SUB) TO WS-ROUTING-DIGITS
           COMPUTE WS-ABA-SUM =
               3 * (WS-RD(1) + WS-RD(4) + WS-RD(7))
               + 7 * (WS-RD(2) + WS-RD(5) + WS-RD(8))
               + (WS-RD(3) + WS-RD(6) + WS-RD(9))
           DIVIDE WS-ABA-SUM BY 10
               GIVING WS-ABA-QUOTIENT
               REMAINDER WS-ABA-REMAINDER

           IF WS-ABA-REMAINDER NOT = ZERO
               SET WS-RT-REJECTED(WS-RT-SUB) TO TRUE
               MOVE 'ROUTING CHECK DIGIT FAILED'
                   TO WS-RT-REJECT(WS-RT-SUB)
           END-IF.

      *----------------------------------------------------------*
      *  1300-CHECK-RETURN-FILE - HEADER AND TRAILER PRESENT,     *
      *  EVERY RECORD READABLE, AND THE TRAILER'S COUNT AND       *
      *  TOTAL AGREE WITH THE ENTRIES READ; OTHERWISE THE RUN     *
      *  ENDS CC 16 WITH NOTHING APPLIED                          *
      *----------------------------------------------------------*
       1300-CHECK-RETURN-FILE.

           IF NOT WS-BR-HEADER-SEEN
               OR NOT WS-BR-TRAILER-SEEN
               OR WS-BR-BAD-COUNT > ZERO
               OR WS-BR-TRL-COUNT NOT = WS-RT-COUNT
               OR WS-BR-TRL-TOTAL NOT = WS-BR-READ-TOTAL
               DISPLAY 'DDRETURN: BANK RETURN FILE FAILED '
                   'COMPLETENESS CHECK - NOTHING APPLIED'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               MOVE ZERO TO AUD-RECORD-COUNT
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *  2000-MATCH-PAY-DETAIL - HEADER, TRAILER, OR ONE PAY ROW  *
      *  TO MATCH AGAINST THE PENDING ENTRIES                     *
      *----------------------------------------------------------*
       2000-MATCH-PAY-DETAIL.

           EVALUATE PAY-DETAIL-IN(1:2)
               WHEN 'HH'
                   SET WS-HEADER-SEEN TO TRUE
               WHEN 'TT'
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE PAY-DETAIL-IN TO WS-FILE-TRAILER-LINE
                   MOVE FT-RECORD-COUNT TO WS-TRAILER-COUNT
               WHEN 'PD'
                   MOVE PAY-DETAIL-IN TO PAY-DETAIL-RECORD
                   ADD 1 TO WS-BODY-COUNT
                   MOVE 'N' TO WS-ROW-TAKEN-SW
                   IF WS-RT-COUNT > ZERO
                       PERFORM 2050-MATCH-ONE-ENTRY
                           VARYING WS-RT-SUB FROM 1 BY 1
                           UNTIL WS-RT-SUB > WS-RT-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 8000-READ-PAY-DETAIL.

      *----------------------------------------------------------*
      *  2050-MATCH-ONE-ENTRY - SAME EMPLOYEE; A RETURNED CREDIT  *
      *  MUST ALSO CARRY THE ROW'S NET PAY. THE MATCHED ROW IS    *
      *  KEPT WITH THE ENTRY.                                     *
      *----------------------------------------------------------*
       2050-MATCH-ONE-ENTRY.

           IF WS-RT-PENDING(WS-RT-SUB)
               AND WS-RT-EMP-ID(WS-RT-SUB) = PD-EMP-ID
               EVALUATE TRUE
                   WHEN WS-RT-CHANGE-NOTICE(WS-RT-SUB)
                       PERFORM 2060-KEEP-MATCHED-ROW
                   WHEN WS-ROW-TAKEN
                       CONTINUE
                   WHEN WS-RT-PRENOTE-ENTRY(WS-RT-SUB)
                       SET WS-ROW-TAKEN TO TRUE
                       PERFORM 2060-KEEP-MATCHED-ROW
                   WHEN WS-RT-AMOUNT(WS-RT-SUB) = PD-NET-PAY
                       SET WS-ROW-TAKEN TO TRUE
                       PERFORM 2060-KEEP-MATCHED-ROW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      *  2060-KEEP-MATCHED-ROW                                    *
      *----------------------------------------------------------*
       2060-KEEP-MATCHED-ROW.

           SET WS-RT-MATCHED(WS-RT-SUB) TO TRUE
           MOVE PD-PERIOD-END     TO WS-RT-PERIOD-END(WS-RT-SUB)
           MOVE PD-RUN-TYPE       TO WS-RT-RUN-TYPE(WS-RT-SUB)
           MOVE PAY-DETAIL-RECORD TO WS-RT-PAY-ROW(WS-RT-SUB).

      *----------------------------------------------------------*
      *  2400-CHECK-PAY-DETAIL - THE PAY-DETAIL FILE MUST BE      *
      *  COMPLETE AGAINST ITS FILEHDR WRAPPER BEFORE ANY MATCH IS *
      *  TRUSTED; OTHERWISE THE RUN ENDS CC 16 WITH NOTHING       *
      *  APPLIED                                                  *
      *----------------------------------------------------------*
       2400-CHECK-PAY-DETAIL.

           IF NOT WS-HEADER-SEEN
               OR NOT WS-TRAILER-SEEN
               OR WS-TRAILER-COUNT NOT = WS-BODY-COUNT
               DISPLAY 'DDRETURN: PAY-DETAIL FILE FAILED '
                   'COMPLETENESS CHECK - NOTHING APPLIED'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               MOVE ZERO TO AUD-RECORD-COUNT
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE PAY-DETAIL
               CLOSE DD-MASTER
               CLOSE PAY-HISTORY
               CLOSE DD-HISTORY
               CLOSE RETURN-CHECK
               CLOSE RETURN-RPT
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           PERFORM 8100-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  2500-NOTE-HISTORY-ROW - THE UNVOIDED PAYHIST ROW A       *
      *  MATCHED RETURNED CREDIT PAID IS MARKED RETURNED. A ROW   *
      *  ALREADY VOIDED OR ALREADY RETURNED IS NOTED AGAINST THE  *
      *  ENTRY INSTEAD, SO A RETURN FILE RUN TWICE QUEUES NO      *
      *  SECOND CHECK.                                            *
      *----------------------------------------------------------*
       2500-NOTE-HISTORY-ROW.

           MOVE ZERO TO WS-MATCH-SUB
           IF WS-RT-COUNT > ZERO
               PERFORM 2550-CHECK-ONE-ENTRY
                   VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-COUNT
                       OR WS-MATCH-SUB > ZERO
           END-IF

           IF WS-MATCH-SUB > ZERO
               MOVE 'R'                       TO PH-RETURN-SW
               MOVE WS-RUN-DATE-NUM           TO PH-RETURN-DATE
               MOVE WS-RT-REASON(WS-MATCH-SUB) TO PH-RETURN-REASON
               REWRITE PAY-HISTORY-RECORD
               IF WS-PAYHIST-STATUS NOT = '00'
                   SET WS-RT-REJECTED(WS-MATCH-SUB) TO TRUE
                   MOVE 'PAYHIST REWRITE FAILED'
                       TO WS-RT-REJECT(WS-MATCH-SUB)
               ELSE
                   MOVE 'Y' TO WS-RT-NOTED(WS-MATCH-SUB)
                   ADD 1 TO WS-NOTE-COUNT
               END-IF
           END-IF

           PERFORM 8100-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  2550-CHECK-ONE-ENTRY - SAME EMPLOYEE, PERIOD END AND RUN *
      *  TYPE AS THE MATCHED PAY ROW                              *
      *----------------------------------------------------------*
       2550-CHECK-ONE-ENTRY.

           IF WS-RT-MATCHED(WS-RT-SUB)
               AND WS-RT-RETURN(WS-RT-SUB)
               AND WS-RT-CREDIT-ENTRY(WS-RT-SUB)
               AND WS-RT-NOTED(WS-RT-SUB) = 'N'
               AND WS-RT-EMP-ID(WS-RT-SUB) = PH-EMP-ID
               AND WS-RT-PERIOD-END(WS-RT-SUB) = PH-PERIOD-END
               AND WS-RT-RUN-TYPE(WS-RT-SUB) = PH-RUN-TYPE
               EVALUATE TRUE
                   WHEN PH-VOIDED
                       MOVE 'Y' TO WS-RT-SEEN-VOID(WS-RT-SUB)
                   WHEN PH-DEPOSIT-RETURNED
                       MOVE 'Y' TO WS-RT-SEEN-RTN(WS-RT-SUB)
                   WHEN OTHER
                       MOVE WS-RT-SUB TO WS-MATCH-SUB
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      *  2600-APPLY-ONE-ENTRY - A MATCHED ENTRY IS APPLIED; ONE   *
      *  STILL PENDING FOUND NO PAY ROW AND BECOMES AN EXCEPTION  *
      *----------------------------------------------------------*
       2600-APPLY-ONE-ENTRY.

           IF WS-RT-PENDING(WS-RT-SUB)
               SET WS-RT-REJECTED(WS-RT-SUB) TO TRUE
               MOVE 'NO MATCHING PAY-DETAIL ENTRY'
                   TO WS-RT-REJECT(WS-RT-SUB)
           END-IF

           IF WS-RT-MATCHED(WS-RT-SUB)
               MOVE SPACE TO WS-ACTION
               MOVE 'N' TO WS-QUEUED-SW
               IF WS-RT-RETURN(WS-RT-SUB)
                   PERFORM 2610-APPLY-RETURN
               ELSE
                   PERFORM 2650-APPLY-CHANGE-NOTICE
               END-IF
               IF WS-RT-DONE(WS-RT-SUB)
                   PERFORM 2690-WRITE-REGISTER-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2610-APPLY-RETURN - A RETURNED CREDIT NEEDS ITS PAYHIST  *
      *  ROW NOTED FIRST; THEN THE DDMAST ROW IS TAKEN OUT OF     *
      *  LIVE USE AND THE PAY QUEUED TO A CHECK                   *
      *----------------------------------------------------------*
       2610-APPLY-RETURN.

           IF WS-RT-CREDIT-ENTRY(WS-RT-SUB)
               AND WS-RT-NOTED(WS-RT-SUB) NOT = 'Y'
               IF NOT WS-RT-REJECTED(WS-RT-SUB)
                   SET WS-RT-REJECTED(WS-RT-SUB) TO TRUE
                   EVALUATE TRUE
                       WHEN WS-RT-SEEN-RTN(WS-RT-SUB) = 'Y'
                           MOVE 'RETURN ALREADY PROCESSED'
                               TO WS-RT-REJECT(WS-RT-SUB)
                       WHEN WS-RT-SEEN-VOID(WS-RT-SUB) = 'Y'
                           MOVE 'PAYMENT VOIDED ON PAYHIST'
                               TO WS-RT-REJECT(WS-RT-SUB)
                       WHEN OTHER
                           MOVE 'NO PAYHIST ROW FOR THE PAYMENT'
                               TO WS-RT-REJECT(WS-RT-SUB)
                   END-EVALUATE
               END-IF
           END-IF

           IF WS-RT-MATCHED(WS-RT-SUB)
               SET WS-RT-DONE(WS-RT-SUB) TO TRUE
               ADD 1 TO WS-RETURN-COUNT
               PERFORM 2620-TAKE-ACCOUNT-OUT-OF-USE
               IF WS-RT-CREDIT-ENTRY(WS-RT-SUB)
                   PERFORM 2630-QUEUE-CHECK
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2620-TAKE-ACCOUNT-OUT-OF-USE - A DEAD ACCOUNT (CLOSED,   *
      *  NOT FOUND, INVALID, FROZEN, NON-TRANSACTION) IS          *
      *  SUSPENDED; ANY OTHER RETURN STARTS A NEW PRENOTE. A ROW  *
      *  ALREADY CHANGED SINCE THE ENTRY WENT OUT IS LEFT ALONE.  *
      *----------------------------------------------------------*
       2620-TAKE-ACCOUNT-OUT-OF-USE.

           MOVE WS-RT-EMP-ID(WS-RT-SUB) TO DDP-EMP-ID
           READ DD-MASTER
               INVALID KEY
                   MOVE 'NO DDMAST ROW - NOTHING CHANGED' TO WS-ACTION
           END-READ

           IF WS-DD-MASTER-STATUS = '00'
               IF DDP-ROUTING NOT = WS-RT-ROUTING(WS-RT-SUB)
                   OR DDP-ACCOUNT NOT = WS-RT-ACCOUNT(WS-RT-SUB)
                   MOVE 'DDMAST ALREADY CHANGED - KEPT' TO WS-ACTION
               ELSE
                   MOVE DDEP-MASTER-RECORD TO WS-BEFORE-IMAGE
                   EVALUATE WS-RT-REASON(WS-RT-SUB)
                       WHEN 'R02'
                       WHEN 'R03'
                       WHEN 'R04'
                       WHEN 'R16'
                       WHEN 'R20'
                           SET DDP-SUSPENDED TO TRUE
                           MOVE 'DDMAST SUSPENDED' TO WS-ACTION
                           ADD 1 TO WS-SUSPEND-COUNT
                       WHEN OTHER
                           SET DDP-IN-PRENOTE TO TRUE
                           MOVE WS-RUN-DATE-NUM TO DDP-PRENOTE-DATE
                           MOVE 'DDMAST BACK TO PRENOTE' TO WS-ACTION
                   END-EVALUATE
                   REWRITE DDEP-MASTER-RECORD
                       INVALID KEY
                           MOVE 'DDMAST REWRITE FAILED' TO WS-ACTION
                           DISPLAY 'DDRETURN: DDMAST REWRITE FAILED '
                               'FOR EMPLOYEE ' DDP-EMP-ID
                   END-REWRITE
                   IF WS-DD-MASTER-STATUS = '00'
                       MOVE 'R' TO DH-ACTION
                       PERFORM 2680-WRITE-DD-HISTORY
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2630-QUEUE-CHECK - THE MATCHED PAY ROW ITSELF, FOR THE   *
      *  OFF-CYCLE CHKWRT                                         *
      *----------------------------------------------------------*
       2630-QUEUE-CHECK.

           WRITE RETURN-CHECK-OUT FROM WS-RT-PAY-ROW(WS-RT-SUB)
           ADD 1 TO WS-RTNCHK-COUNT
           ADD WS-RT-AMOUNT(WS-RT-SUB) TO WS-QUEUED-TOTAL
           SET WS-CHECK-QUEUED TO TRUE.

      *----------------------------------------------------------*
      *  2650-APPLY-CHANGE-NOTICE - CORRECT WHAT THE CODE NAMES   *
      *  ON A DDMAST ROW STILL CARRYING THE ACCOUNT THE ENTRY     *
      *  WENT TO; THE PRENOTE STATUS IS KEPT                      *
      *----------------------------------------------------------*
       2650-APPLY-CHANGE-NOTICE.

           MOVE WS-RT-EMP-ID(WS-RT-SUB) TO DDP-EMP-ID
           READ DD-MASTER
               INVALID KEY
                   SET WS-RT-REJECTED(WS-RT-SUB) TO TRUE
                   MOVE 'NO DDMAST ROW'
                       TO WS-RT-REJECT(WS-RT-SUB)
           END-READ

           IF WS-RT-MATCHED(WS-RT-SUB)
               IF DDP-ROUTING NOT = WS-RT-ROUTING(WS-RT-SUB)
                   OR DDP-ACCOUNT NOT = WS-RT-ACCOUNT(WS-RT-SUB)
                   SET WS-RT-REJECTED(WS-RT-SUB) TO TRUE
                   MOVE 'DDMAST CHANGED SINCE THE ENTRY'
                       TO WS-RT-REJECT(WS-RT-SUB)
               END-IF
           END-IF

           IF WS-RT-MATCHED(WS-RT-SUB)
               MOVE DDEP-MASTER-RECORD TO WS-BEFORE-IMAGE
               IF WS-RT-REASON(WS-RT-SUB) = 'C02' OR 'C03' OR 'C07'
                   MOVE WS-RT-NEW-ROUTING(WS-RT-SUB) TO DDP-ROUTING
               END-IF
               IF WS-RT-REASON(WS-RT-SUB) = 'C01' OR 'C03' OR 'C06'
                   OR 'C07'
                   MOVE WS-RT-NEW-ACCOUNT(WS-RT-SUB) TO DDP-ACCOUNT
                   SET DDP-ACCT-PROTECTED TO TRUE
               END-IF
               IF WS-RT-REASON(WS-RT-SUB) = 'C05' OR 'C06' OR 'C07'
                   MOVE WS-RT-NEW-TYPE(WS-RT-SUB) TO DDP-ACCT-TYPE
               END-IF
               REWRITE DDEP-MASTER-RECORD
                   INVALID KEY
                       SET WS-RT-REJECTED(WS-RT-SUB) TO TRUE
                       MOVE 'DDMAST REWRITE FAILED'
                           TO WS-RT-REJECT(WS-RT-SUB)
               END-REWRITE
           END-IF

           IF WS-RT-MATCHED(WS-RT-SUB)
               SET WS-RT-DONE(WS-RT-SUB) TO TRUE
               ADD 1 TO WS-CHANGE-COUNT
               MOVE 'DDMAST CORRECTED' TO WS-ACTION
               MOVE 'N' TO DH-ACTION
               PERFORM 2680-WRITE-DD-HISTORY
           END-IF.

      *----------------------------------------------------------*
      *  2680-WRITE-DD-HISTORY - THE DDMAST ROW BEFORE AND AFTER  *
      *----------------------------------------------------------*
       2680-WRITE-DD-HISTORY.

           MOVE WS-RUN-DATE-NUM          TO DH-RUN-DATE
           MOVE DDP-EMP-ID               TO DH-EMP-ID
           MOVE WS-RT-REASON(WS-RT-SUB)  TO DH-REASON-CODE
           MOVE 'DDRETURN'               TO DH-PROGRAM-ID
           MOVE WS-BEFORE-IMAGE          TO DH-BEFORE-IMAGE
           MOVE DDEP-MASTER-RECORD       TO DH-AFTER-IMAGE
           WRITE DD-HISTORY-RECORD
           ADD 1 TO WS-HIST-COUNT.

      *----------------------------------------------------------*
      *  2690-WRITE-REGISTER-LINE - WHAT WAS DONE WITH THE ENTRY; *
      *  A CHANGE NOTICE SHOWS THE CORRECTED ACCOUNT              *
      *----------------------------------------------------------*
       2690-WRITE-REGISTER-LINE.

           MOVE WS-RT-EMP-ID(WS-RT-SUB)     TO WS-DET-EMP-ID
           MOVE WS-RT-REASON(WS-RT-SUB)     TO WS-DET-CODE
           MOVE WS-RT-PERIOD-END(WS-RT-SUB) TO WS-DET-PERIOD
           MOVE WS-RT-RUN-TYPE(WS-RT-SUB)   TO WS-DET-RUN-TYPE
           MOVE WS-RT-AMOUNT(WS-RT-SUB)     TO WS-DET-AMOUNT
           IF WS-RT-RETURN(WS-RT-SUB)
               MOVE 'RETURN'                    TO WS-DET-KIND
               MOVE WS-RT-ROUTING(WS-RT-SUB)    TO WS-DET-ROUTING
               MOVE WS-RT-ACCOUNT(WS-RT-SUB)    TO WS-PROT-IN
           ELSE
               MOVE 'CHANGE'                    TO WS-DET-KIND
               MOVE DDP-ROUTING                 TO WS-DET-ROUTING
               MOVE DDP-ACCOUNT                 TO WS-PROT-IN
           END-IF
           PERFORM 2695-MASK-ACCOUNT
           MOVE WS-PROT-OUT                     TO WS-DET-ACCOUNT
           IF WS-CHECK-QUEUED
               MOVE 'YES' TO WS-DET-CHECK
           ELSE
               MOVE 'NO ' TO WS-DET-CHECK
           END-IF
           MOVE WS-ACTION TO WS-DET-ACTION
           WRITE RETURN-RPT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  2695-MASK-ACCOUNT - LAST FOUR DIGITS OF THE PROTECTED    *
      *  ACCOUNT IN WS-PROT-IN, FOR PRINTING                      *
      *----------------------------------------------------------*
       2695-MASK-ACCOUNT.

           MOVE 'M' TO WS-PROT-FUNCTION
           CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
               WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS.

      *----------------------------------------------------------*
      *  3000-FINALIZE - LIST THE EXCEPTIONS, WRITE THE CHECK     *
      *  QUEUE TRAILER AND THE TOTALS, CLOSE FILES                *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE SPACE TO RETURN-RPT-LINE
           WRITE RETURN-RPT-LINE
           WRITE RETURN-RPT-LINE FROM WS-EXCEPT-HEADER
           IF WS-RT-COUNT > ZERO
               PERFORM 3100-LIST-ONE-EXCEPTION
                   VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-COUNT
           END-IF

           MOVE 'DDRETURN' TO FT-PROGRAM-ID
           MOVE WS-RTNCHK-COUNT TO FT-RECORD-COUNT
           WRITE RETURN-CHECK-OUT FROM WS-FILE-TRAILER-LINE

           MOVE WS-RT-COUNT      TO WS-TRL-READ
           MOVE WS-RETURN-COUNT  TO WS-TRL-RETURN
           MOVE WS-SUSPEND-COUNT TO WS-TRL-SUSPEND
           MOVE WS-CHANGE-COUNT  TO WS-TRL-CHANGE
           MOVE WS-REJECT-COUNT  TO WS-TRL-REJECT
           MOVE WS-QUEUED-TOTAL  TO WS-TRL-QUEUED
           MOVE SPACE TO RETURN-RPT-LINE
           WRITE RETURN-RPT-LINE
           WRITE RETURN-RPT-LINE FROM WS-TRAILER-LINE

           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE PAY-DETAIL
           CLOSE DD-MASTER
           CLOSE PAY-HISTORY
           CLOSE DD-HISTORY
           CLOSE RETURN-CHECK
           CLOSE RETURN-RPT

           COMPUTE AUD-RECORD-COUNT = WS-RETURN-COUNT + WS-CHANGE-COUNT
           EVALUATE RETURN-CODE
               WHEN 4
                   MOVE '04' TO AUD-RETURN-CODE
               WHEN OTHER
                   MOVE '00' TO AUD-RETURN-CODE
           END-EVALUATE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  3100-LIST-ONE-EXCEPTION - AN ENTRY THAT WAS REJECTED AT  *
      *  EDIT, FOUND NO PAY ROW, OR COULD NOT BE APPLIED          *
      *----------------------------------------------------------*
       3100-LIST-ONE-EXCEPTION.

           IF WS-RT-REJECTED(WS-RT-SUB)
               MOVE WS-RT-EMP-ID(WS-RT-SUB)  TO WS-EXC-EMP-ID
               EVALUATE TRUE
                   WHEN WS-RT-RETURN(WS-RT-SUB)
                       MOVE 'RETURN'         TO WS-EXC-KIND
                   WHEN WS-RT-CHANGE-NOTICE(WS-RT-SUB)
                       MOVE 'CHANGE'         TO WS-EXC-KIND
                   WHEN OTHER
                       MOVE WS-RT-KIND(WS-RT-SUB) TO WS-EXC-KIND
               END-EVALUATE
               MOVE WS-RT-REASON(WS-RT-SUB)  TO WS-EXC-CODE
               MOVE WS-RT-AMOUNT(WS-RT-SUB)  TO WS-EXC-AMOUNT
               MOVE WS-RT-ROUTING(WS-RT-SUB) TO WS-EXC-ROUTING
               MOVE WS-RT-ACCOUNT(WS-RT-SUB) TO WS-PROT-IN
               PERFORM 2695-MASK-ACCOUNT
               MOVE WS-PROT-OUT              TO WS-EXC-ACCOUNT
               MOVE WS-RT-REJECT(WS-RT-SUB)  TO WS-EXC-REASON
               WRITE RETURN-RPT-LINE FROM WS-EXCEPT-LINE
               ADD 1 TO WS-REJECT-COUNT
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
      *  8100-READ-PAY-HISTORY - READ NEXT PAY-HISTORY ROW        *
      *----------------------------------------------------------*
       8100-READ-PAY-HISTORY.

           READ PAY-HISTORY
               AT END
                   SET END-OF-PAY-HISTORY TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'DDRETURN'         TO AUD-PROGRAM-ID
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
