       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLADJPST.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : GENERAL-LEDGER POSTING OF THE SUBPROG CATEGORY
      *            : ADJUSTMENTS. READS THE DAY'S ROWS OFF THE
      *            : CUMULATIVE CHANGE LOG (CHGLOG, SEE CHGLOG) AND
      *            : AN ACCOUNT-MAPPING CONTROL FILE (ADJGLMAP:
      *            : CATEGORY CODE TO A DEBIT AND A CREDIT GL
      *            : ACCOUNT, '****' MATCHING ANY CATEGORY) AND
      *            : GENERATES THE DAY'S JOURNAL IN THE SAME LAYOUT
      *            : GLDIST PRODUCES, SO FINANCE LOADS ONE JOURNAL
      *            : FORMAT FROM BOTH SYSTEMS. AN ADJUSTMENT DEBITS
      *            : ITS CATEGORY'S DEBIT ACCOUNT AND CREDITS ITS
      *            : CREDIT ACCOUNT; A NEGATIVE ADJUSTMENT - WHICH
      *            : IS WHAT A REVERSAL ROW (CHG-IS-REVERSAL)
      *            : CARRIES - POSTS THE OPPOSITE WAY ROUND. THE
      *            : BALANCED-ENTRY PROOF MUST HOLD OR THE STEP
      *            : ENDS CC 16; A CATEGORY WITH NO MAPPING ROW IS
      *            : AN EXCEPTION AND ENDS THE STEP CC 8. THE DAY
      *            : POSTED IS THE RUN DATE, OR THE DATE ON THE
      *            : OPTIONAL GLAPARM CARD FOR A LATE OR REPEATED
      *            : POSTING. THE JOURNAL (GLAJRNL) IS WRAPPED IN
      *            : THE STANDARD FILEHDR HEADER/TRAILER.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJ-GL-MAP  ASSIGN TO ADJGLMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT POST-PARM   ASSIGN TO GLAPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CHANGE-LOG  ASSIGN TO CHGLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

           SELECT GL-JOURNAL  ASSIGN TO GLAJRNL
               ORGANIZATION IS SEQUENTIAL.

           SELECT PROOF-RPT   ASSIGN TO GLARPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT JOB-SUMMARY ASSIGN TO JOBSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBSUM-FILE-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One mapping row per category code: the account an adjustment
      * is charged to and the account it is credited against.
       FD  ADJ-GL-MAP
           LABEL RECORDS ARE STANDARD.
       01  ADJ-GL-MAP-RECORD.
           05  AGM-CATEGORY     PIC X(04).
           05  AGM-DEBIT-ACCT   PIC X(08).
           05  AGM-CREDIT-ACCT  PIC X(08).

      * Optional: the day to post (CCYYMMDD). Absent, blank or not
      * numeric means the run date.
       FD  POST-PARM
           LABEL RECORDS ARE STANDARD.
       01  POST-PARM-RECORD.
           05  GAP-POST-DATE    PIC 9(08).

       FD  CHANGE-LOG
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-LOG-IN        PIC X(80).

       FD  GL-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  GL-JOURNAL-OUT   PIC X(80).

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
       01  WS-PARM-STATUS        PIC X(02)  VALUE '00'.
       01  WS-CHGLOG-STATUS      PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad journal to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       COPY CHGLOG.
       COPY FILEHDR.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-CHANGE-LOG      VALUE 'Y'.
       01  WS-MAP-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-GL-MAP          VALUE 'Y'.

      * The mapping table loaded from ADJGLMAP.
       01  WS-MAP-COUNT     PIC 9(03)  COMP VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES INDEXED BY WS-MAP-IDX.
               10  WS-MP-CATEGORY   PIC X(04).
               10  WS-MP-DEBIT      PIC X(08).
               10  WS-MP-CREDIT     PIC X(08).

      * Per-account debit/credit accumulators, written out as one
      * journal entry per account and side, as GLDIST does.
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

      * Lookup and posting scratch.
       01  WS-LOOKUP-CATEGORY PIC X(04) VALUE SPACE.
       01  WS-FOUND-DEBIT   PIC X(08)  VALUE SPACE.
       01  WS-FOUND-CREDIT  PIC X(08)  VALUE SPACE.
       01  WS-FOUND-ACCOUNT PIC X(08)  VALUE SPACE.
       01  WS-MAP-FOUND-SW  PIC X(01)  VALUE 'N'.
           88  WS-MAP-FOUND           VALUE 'Y'.
       01  WS-ANY-FOUND-SW  PIC X(01)  VALUE 'N'.
           88  WS-ANY-ROW-FOUND       VALUE 'Y'.
       01  WS-ANY-DEBIT     PIC X(08)  VALUE SPACE.
       01  WS-ANY-CREDIT    PIC X(08)  VALUE SPACE.
       01  WS-POST-AMOUNT   PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-POST-SIDE     PIC X(01)  VALUE SPACE.
           88  WS-POST-DEBIT          VALUE 'D'.
           88  WS-POST-CREDIT         VALUE 'C'.

      * The change-log row's two-digit-year stamp as a full date;
      * 50 through 99 are 19YY.
       01  WS-ROW-DATE.
           05  WS-ROW-CCYY      PIC 9(04).
           05  WS-ROW-MM        PIC 9(02).
           05  WS-ROW-DD        PIC 9(02).
       01  WS-ROW-DATE-NUM REDEFINES WS-ROW-DATE PIC 9(08).

       01  WS-LOG-COUNT     PIC 9(7)   COMP VALUE ZERO.
       01  WS-DAY-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-REVERSAL-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-ZERO-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-UNMAPPED-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-JRNL-COUNT    PIC 9(7)   VALUE ZERO.
       01  WS-TOTAL-DEBITS  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-CREDITS PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-POST-DATE     PIC 9(08)  VALUE ZERO.

       01  WS-RUN-TIME.
           05  WS-RT-HHMMSS     PIC 9(06).
           05  FILLER           PIC 9(02).

      * One journal entry per account and side - GLDIST's layout.
       01  WS-JOURNAL-ENTRY.
           05  FILLER           PIC X(02)  VALUE 'JE'.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-JE-ACCOUNT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-JE-SIDE       PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-JE-AMOUNT     PIC 9(11)V99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-JE-POST-DATE  PIC 9(08).
           05  FILLER           PIC X(44)  VALUE SPACE.

       01  WS-RPT-TITLE.
           05  FILLER           PIC X(40)  VALUE
               'GL ADJUSTMENT POSTING - JOURNAL PROOF FO'.
           05  FILLER           PIC X(02)  VALUE 'R '.
           05  WS-TTL-DATE      PIC 9(08).
           05  FILLER           PIC X(30)  VALUE SPACE.

       01  WS-RPT-DETAIL.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RP-ACCOUNT    PIC X(08).
           05  FILLER           PIC X(04)  VALUE SPACE.
           05  WS-RP-DEBIT      PIC ZZZZZZZZZ9.99.
           05  FILLER           PIC X(04)  VALUE SPACE.
           05  WS-RP-CREDIT     PIC ZZZZZZZZZ9.99.
           05  FILLER           PIC X(36)  VALUE SPACE.

       01  WS-UNMAPPED-LINE.
           05  FILLER           PIC X(26)  VALUE
               '*** NO ADJGLMAP ROW - KEY '.
           05  WS-UM-KEY        PIC X(08).
           05  FILLER           PIC X(10)  VALUE ' CATEGORY '.
           05  WS-UM-CATEGORY   PIC X(04).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-UM-AMOUNT     PIC -ZZZZZZ9.99.
           05  FILLER           PIC X(20)  VALUE SPACE.

       01  WS-OVERFLOW-LINE.
           05  FILLER       PIC X(25)  VALUE
               '*** ACCOUNT TABLE FULL - '.
           05  WS-OVF-ROWS  PIC ZZZZ9.
           05  FILLER       PIC X(42)  VALUE
               ' POSTINGS DROPPED - JOURNAL NOT RELEASABLE'.
           05  FILLER       PIC X(08)  VALUE SPACE.

       01  WS-COUNT-LINE.
           05  FILLER           PIC X(14)  VALUE 'ROWS POSTED : '.
           05  WS-CT-POSTED     PIC ZZZZ9.
           05  FILLER           PIC X(16)  VALUE '  REVERSALS   : '.
           05  WS-CT-REVERSALS  PIC ZZZZ9.
           05  FILLER           PIC X(16)  VALUE '  UNMAPPED    : '.
           05  WS-CT-UNMAPPED   PIC ZZZZ9.
           05  FILLER           PIC X(19)  VALUE SPACE.

       01  WS-PROOF-LINE.
           05  FILLER           PIC X(14)  VALUE 'TOTAL DEBITS: '.
           05  WS-PF-DEBITS     PIC ZZZZZZZZZ9.99.
           05  FILLER           PIC X(16)  VALUE '  TOTAL CREDITS:'.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-PF-CREDITS    PIC ZZZZZZZZZ9.99.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-PF-VERDICT    PIC X(12).
           05  FILLER           PIC X(09)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LOG-ROW
               UNTIL END-OF-CHANGE-LOG
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - LOAD THE MAPPING TABLE, SETTLE THE DAY *
      *  TO POST, OPEN FILES, WRITE THE JOURNAL HEADER            *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-NUM TO WS-POST-DATE

           OPEN INPUT POST-PARM
           IF WS-PARM-STATUS = '00'
               READ POST-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GAP-POST-DATE NUMERIC
                           AND GAP-POST-DATE > ZERO
                           MOVE GAP-POST-DATE TO WS-POST-DATE
                       END-IF
               END-READ
               CLOSE POST-PARM
           END-IF

           OPEN INPUT ADJ-GL-MAP
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'GLADJPST: ADJGLMAP CONTROL FILE NOT '
                   'AVAILABLE - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-ONE-MAP-ROW
               UNTIL END-OF-GL-MAP
           CLOSE ADJ-GL-MAP

           OPEN INPUT CHANGE-LOG
           IF WS-CHGLOG-STATUS NOT = '00'
               DISPLAY 'GLADJPST: NO CHGLOG - NOTHING TO POST'
               SET END-OF-CHANGE-LOG TO TRUE
           END-IF

           OPEN OUTPUT GL-JOURNAL
           OPEN OUTPUT PROOF-RPT

           MOVE WS-POST-DATE TO WS-TTL-DATE
           WRITE PROOF-RPT-LINE FROM WS-RPT-TITLE
           MOVE SPACE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE

           MOVE 'GLADJPST' TO FH-PROGRAM-ID
           MOVE WS-RUN-DATE-NUM TO FH-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RT-HHMMSS TO FH-RUN-TIME
           WRITE GL-JOURNAL-OUT FROM WS-FILE-HEADER-LINE

           IF NOT END-OF-CHANGE-LOG
               PERFORM 8000-READ-CHANGE-LOG
           END-IF.

      *----------------------------------------------------------*
      *  1100-LOAD-ONE-MAP-ROW                                    *
      *----------------------------------------------------------*
       1100-LOAD-ONE-MAP-ROW.

           READ ADJ-GL-MAP
               AT END
                   SET END-OF-GL-MAP TO TRUE
               NOT AT END
                   IF WS-MAP-COUNT < 100
                       ADD 1 TO WS-MAP-COUNT
                       SET WS-MAP-IDX TO WS-MAP-COUNT
                       MOVE AGM-CATEGORY
                           TO WS-MP-CATEGORY(WS-MAP-IDX)
                       MOVE AGM-DEBIT-ACCT  TO WS-MP-DEBIT(WS-MAP-IDX)
                       MOVE AGM-CREDIT-ACCT
                           TO WS-MP-CREDIT(WS-MAP-IDX)
                   ELSE
                       DISPLAY 'GLADJPST: ADJGLMAP TABLE FULL - ROW '
                           'DROPPED FOR ' AGM-CATEGORY
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2000-PROCESS-LOG-ROW - A ROW LOGGED ON THE DAY BEING     *
      *  POSTED GOES TO THE ACCOUNT ACCUMULATORS; OTHER DAYS ARE  *
      *  PASSED OVER                                              *
      *----------------------------------------------------------*
       2000-PROCESS-LOG-ROW.

           MOVE CHANGE-LOG-IN TO WS-CHANGE-LOG-LINE
           ADD 1 TO WS-LOG-COUNT

           IF CHG-YY NUMERIC AND CHG-MM NUMERIC AND CHG-DD NUMERIC
               IF CHG-YY < 50
                   COMPUTE WS-ROW-CCYY = 2000 + CHG-YY
               ELSE
                   COMPUTE WS-ROW-CCYY = 1900 + CHG-YY
               END-IF
               MOVE CHG-MM TO WS-ROW-MM
               MOVE CHG-DD TO WS-ROW-DD
               IF WS-ROW-DATE-NUM = WS-POST-DATE
                   ADD 1 TO WS-DAY-COUNT
                   PERFORM 2100-POST-ONE-ADJUSTMENT
               END-IF
           END-IF

           PERFORM 8000-READ-CHANGE-LOG.

      *----------------------------------------------------------*
      *  2100-POST-ONE-ADJUSTMENT - DEBIT AND CREDIT THE          *
      *  CATEGORY'S ACCOUNTS. A REVERSAL ROW LOGS THE AMOUNT IT   *
      *  BACKED OUT AS A NEGATIVE ADJUSTMENT, SO POSTING BY SIGN  *
      *  PUTS IT ON THE OPPOSITE SIDES TO THE ORIGINAL.           *
      *----------------------------------------------------------*
       2100-POST-ONE-ADJUSTMENT.

           IF CHG-IS-REVERSAL
               ADD 1 TO WS-REVERSAL-COUNT
           END-IF

           IF CHG-ADJUSTMENT = ZERO
               ADD 1 TO WS-ZERO-COUNT
           ELSE
               MOVE CHG-CATEGORY TO WS-LOOKUP-CATEGORY
               PERFORM 2250-SEARCH-MAP-TABLE
               IF NOT WS-MAP-FOUND
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE CHG-TRANS-KEY  TO WS-UM-KEY
                   MOVE CHG-CATEGORY   TO WS-UM-CATEGORY
                   MOVE CHG-ADJUSTMENT TO WS-UM-AMOUNT
                   WRITE PROOF-RPT-LINE FROM WS-UNMAPPED-LINE
                   DISPLAY 'GLADJPST: NO ADJGLMAP ROW FOR CATEGORY '
                       CHG-CATEGORY ' KEY ' CHG-TRANS-KEY
               ELSE
                   IF CHG-ADJUSTMENT > ZERO
                       MOVE CHG-ADJUSTMENT TO WS-POST-AMOUNT
                       MOVE WS-FOUND-DEBIT TO WS-FOUND-ACCOUNT
                       SET WS-POST-DEBIT TO TRUE
                       PERFORM 2300-ACCUMULATE-ACCOUNT
                       MOVE WS-FOUND-CREDIT TO WS-FOUND-ACCOUNT
                       SET WS-POST-CREDIT TO TRUE
                       PERFORM 2300-ACCUMULATE-ACCOUNT
                   ELSE
                       COMPUTE WS-POST-AMOUNT = CHG-ADJUSTMENT * -1
                       MOVE WS-FOUND-CREDIT TO WS-FOUND-ACCOUNT
                       SET WS-POST-DEBIT TO TRUE
                       PERFORM 2300-ACCUMULATE-ACCOUNT
                       MOVE WS-FOUND-DEBIT TO WS-FOUND-ACCOUNT
                       SET WS-POST-CREDIT TO TRUE
                       PERFORM 2300-ACCUMULATE-ACCOUNT
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2250-SEARCH-MAP-TABLE - THE CATEGORY'S OWN ROW FIRST,    *
      *  THE '****' ANY-CATEGORY ROW SECOND                       *
      *----------------------------------------------------------*
       2250-SEARCH-MAP-TABLE.

           MOVE 'N'   TO WS-MAP-FOUND-SW
           MOVE 'N'   TO WS-ANY-FOUND-SW
           MOVE SPACE TO WS-FOUND-DEBIT
           MOVE SPACE TO WS-FOUND-CREDIT
           IF WS-MAP-COUNT > ZERO
               PERFORM 2260-CHECK-ONE-MAP-ROW
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                       OR WS-MAP-FOUND
           END-IF

           IF NOT WS-MAP-FOUND AND WS-ANY-ROW-FOUND
               MOVE WS-ANY-DEBIT  TO WS-FOUND-DEBIT
               MOVE WS-ANY-CREDIT TO WS-FOUND-CREDIT
               SET WS-MAP-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  2260-CHECK-ONE-MAP-ROW                                   *
      *----------------------------------------------------------*
       2260-CHECK-ONE-MAP-ROW.

           IF WS-MP-CATEGORY(WS-MAP-IDX) = WS-LOOKUP-CATEGORY
               AND WS-LOOKUP-CATEGORY NOT = SPACE
               MOVE WS-MP-DEBIT(WS-MAP-IDX)  TO WS-FOUND-DEBIT
               MOVE WS-MP-CREDIT(WS-MAP-IDX) TO WS-FOUND-CREDIT
               SET WS-MAP-FOUND TO TRUE
           ELSE
               IF WS-MP-CATEGORY(WS-MAP-IDX) = '****'
                   AND NOT WS-ANY-ROW-FOUND
                   MOVE WS-MP-DEBIT(WS-MAP-IDX)  TO WS-ANY-DEBIT
                   MOVE WS-MP-CREDIT(WS-MAP-IDX) TO WS-ANY-CREDIT
                   SET WS-ANY-ROW-FOUND TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2300-ACCUMULATE-ACCOUNT - FIND OR ADD THE ACCOUNT ROW    *
      *  AND POST THE AMOUNT TO ITS DEBIT OR CREDIT BUCKET        *
      *----------------------------------------------------------*
       2300-ACCUMULATE-ACCOUNT.

           MOVE 'N' TO WS-ACCT-OVF-SW
           SET WS-ACCT-IDX TO 1
           SEARCH WS-ACCT-ENTRY
               AT END
                   PERFORM 2350-ADD-ACCOUNT-ROW
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
      *  2350-ADD-ACCOUNT-ROW                                     *
      *----------------------------------------------------------*
       2350-ADD-ACCOUNT-ROW.

           IF WS-ACCT-COUNT < 200
               ADD 1 TO WS-ACCT-COUNT
               SET WS-ACCT-IDX TO WS-ACCT-COUNT
               MOVE WS-FOUND-ACCOUNT TO WS-AC-ACCOUNT(WS-ACCT-IDX)
               MOVE ZERO TO WS-AC-DEBIT(WS-ACCT-IDX)
               MOVE ZERO TO WS-AC-CREDIT(WS-ACCT-IDX)
           ELSE
               DISPLAY 'GLADJPST: ACCOUNT TABLE FULL - POSTING '
                   'DROPPED FOR ' WS-FOUND-ACCOUNT
               SET WS-ACCT-OVERFLOWED TO TRUE
               ADD 1 TO WS-ACCT-DROP-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  3000-FINALIZE - WRITE THE JOURNAL AND PROOF, VERIFY THE  *
      *  BALANCE, CLOSE FILES                                     *
      *----------------------------------------------------------*
       3000-FINALIZE.

           IF WS-ACCT-COUNT > ZERO
               PERFORM 3100-WRITE-ONE-ACCOUNT
                   VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
           END-IF

           MOVE 'GLADJPST' TO FT-PROGRAM-ID
           MOVE WS-JRNL-COUNT TO FT-RECORD-COUNT
           WRITE GL-JOURNAL-OUT FROM WS-FILE-TRAILER-LINE

           MOVE WS-DAY-COUNT      TO WS-CT-POSTED
           MOVE WS-REVERSAL-COUNT TO WS-CT-REVERSALS
           MOVE WS-UNMAPPED-COUNT TO WS-CT-UNMAPPED
           MOVE SPACE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE FROM WS-COUNT-LINE

           MOVE WS-TOTAL-DEBITS  TO WS-PF-DEBITS
           MOVE WS-TOTAL-CREDITS TO WS-PF-CREDITS
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE 'IN BALANCE'     TO WS-PF-VERDICT
           ELSE
               MOVE '*OUT OF BAL*'   TO WS-PF-VERDICT
           END-IF
           WRITE PROOF-RPT-LINE FROM WS-PROOF-LINE

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY 'GLADJPST: JOURNAL OUT OF BALANCE - '
                   'NOT RELEASABLE'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-UNMAPPED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF WS-ACCT-DROP-COUNT > ZERO
               MOVE WS-ACCT-DROP-COUNT TO WS-OVF-ROWS
               WRITE PROOF-RPT-LINE FROM WS-OVERFLOW-LINE
               DISPLAY 'GLADJPST: ' WS-ACCT-DROP-COUNT ' POSTINGS '
                   'DROPPED ON ACCOUNT TABLE OVERFLOW - JOURNAL '
                   'NOT RELEASABLE'
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-CHGLOG-STATUS = '00'
               CLOSE CHANGE-LOG
           END-IF
           CLOSE GL-JOURNAL
           CLOSE PROOF-RPT

           MOVE WS-DAY-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL

      * One machine-readable summary row for the operations status
      * page.
           OPEN EXTEND JOB-SUMMARY
           IF WS-JOBSUM-FILE-STATUS NOT = '00'
               OPEN OUTPUT JOB-SUMMARY
           END-IF
           MOVE 'GLADJPST' TO JS-PROGRAM-ID
           MOVE WS-DAY-COUNT TO JS-RECORDS-READ
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
      *  CARRYING A BALANCE, PLUS THE PROOF-REPORT LINE           *
      *----------------------------------------------------------*
       3100-WRITE-ONE-ACCOUNT.

           MOVE WS-AC-ACCOUNT(WS-ACCT-IDX) TO WS-RP-ACCOUNT
           MOVE WS-AC-DEBIT(WS-ACCT-IDX)   TO WS-RP-DEBIT
           MOVE WS-AC-CREDIT(WS-ACCT-IDX)  TO WS-RP-CREDIT
           WRITE PROOF-RPT-LINE FROM WS-RPT-DETAIL

           IF WS-AC-DEBIT(WS-ACCT-IDX) NOT = ZERO
               MOVE WS-AC-ACCOUNT(WS-ACCT-IDX) TO WS-JE-ACCOUNT
               MOVE 'D' TO WS-JE-SIDE
               MOVE WS-AC-DEBIT(WS-ACCT-IDX) TO WS-JE-AMOUNT
               MOVE WS-POST-DATE TO WS-JE-POST-DATE
               WRITE GL-JOURNAL-OUT FROM WS-JOURNAL-ENTRY
               ADD 1 TO WS-JRNL-COUNT
           END-IF

           IF WS-AC-CREDIT(WS-ACCT-IDX) NOT = ZERO
               MOVE WS-AC-ACCOUNT(WS-ACCT-IDX) TO WS-JE-ACCOUNT
               MOVE 'C' TO WS-JE-SIDE
               MOVE WS-AC-CREDIT(WS-ACCT-IDX) TO WS-JE-AMOUNT
               MOVE WS-POST-DATE TO WS-JE-POST-DATE
               WRITE GL-JOURNAL-OUT FROM WS-JOURNAL-ENTRY
               ADD 1 TO WS-JRNL-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  8000-READ-CHANGE-LOG - READ NEXT CHANGE-LOG ROW          *
      *----------------------------------------------------------*
       8000-READ-CHANGE-LOG.

           READ CHANGE-LOG
               AT END
                   SET END-OF-CHANGE-LOG TO TRUE
           END-READ.
      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'GLADJPST'         TO AUD-PROGRAM-ID
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
