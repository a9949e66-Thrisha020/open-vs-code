      *            : ZERO-DOLLAR PRENOTE CYCLE (SEE DDPAYFIL) HAS
      *            : AGED CLEAN. PRODUCES A MAINTENANCE-APPLIED
      *            : REPORT SHOWING EVERY TRANSACTION AND WHETHER
      *            : IT WAS APPLIED OR REJECTED. AN ADD OR
      *            : CHANGE IS HELD ON DDHOLD INSTEAD OF APPLIED
      *            : WHEN THE EMPLOYEE'S ADDRMAST ADDRESS OR
      *            : CONTACT ROWS CHANGED WITHIN THE HOLD WINDOW
      *            : (DDHLDPRM DAYS, 30 WHEN MISSING) OR WHEN IT
      *            : WAS SUBMITTED ONLINE; DDMAST IS LEFT ALONE SO
      *            : PAY KEEPS GOING TO THE OLD ACCOUNT. A SECOND
      *            : PERSON CONFIRMS (ACTION V) OR REJECTS (ACTION
      *            : R) THE HELD CHANGE AFTER A CALL-BACK. EVERY
      *            : HOLD SENDS A NOTIFICATION LETTER (DDNOTICE)
      *            : TO THE PREVIOUS ADDRESS OF RECORD, AND THE
      *            : DDHLDRPT REPORT LISTS THE DAY'S HELD,
      *            : CONFIRMED AND REJECTED CHANGES AND ALL THAT
      *            : ARE STILL HELD.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  THE ACCOUNT IS STORED IN PROTECTED FORM THROUGH
      *                  ACCTPROT AND THE REPORT SHOWS ONLY ITS LAST
      *                  FOUR DIGITS.
      * 10/15/2026  RSM  ADDS AND CHANGES THAT FOLLOW AN ADDRMAST
      *                  CONTACT CHANGE, OR CAME IN ONLINE, ARE HELD ON
      *                  DDHOLD UNTIL A SECOND PERSON CONFIRMS THEM BY
      *                  CALL-BACK; NOTIFICATION LETTERS TO THE PREVIOUS
      *                  ADDRESS AND THE DDHLDRPT HELD-CHANGE REPORT.
      *

       ENVIRONMENT DIVISION.
           SELECT MAINT-RPT   ASSIGN TO DDRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT HOLD-PARM   ASSIGN TO DDHLDPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SUBMITTER-ID ASSIGN TO SUBMITTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBMITTR-STATUS.

           SELECT ADDR-MASTER ASSIGN TO ADDRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-KEY
               FILE STATUS IS WS-ADDR-MASTER-STATUS.

           SELECT DD-HOLD     ASSIGN TO DDHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DHL-EMP-ID
               FILE STATUS IS WS-DD-HOLD-STATUS.

           SELECT NOTICE-FEED ASSIGN TO DDNOTICE
               ORGANIZATION IS SEQUENTIAL.

           SELECT HOLD-RPT    ASSIGN TO DDHLDRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       FILE SECTION.

      * One row per direct-deposit instruction to add, change, or
      * delete, or per call-back decision on a held change (V
      * confirms it, R rejects it). BTX-SOURCE is O for a change
      * keyed online, space for one keyed in batch.
       FD  DD-TRANS
           LABEL RECORDS ARE STANDARD.
       01  DD-TRANS-RECORD.
               88  BTX-ADD              VALUE 'A'.
               88  BTX-CHANGE           VALUE 'C'.
               88  BTX-DELETE           VALUE 'D'.
               88  BTX-CONFIRM-HOLD     VALUE 'V'.
               88  BTX-REJECT-HOLD      VALUE 'R'.
           05  BTX-ROUTING      PIC 9(09).
           05  BTX-ACCOUNT      PIC X(17).
           05  BTX-ACCT-TYPE    PIC X(01).
               88  BTX-TYPE-VALID       VALUE 'C' 'S'.
           05  BTX-SOURCE       PIC X(01).
               88  BTX-ONLINE           VALUE 'O'.

       FD  DD-MASTER.
           COPY DDEPREC.
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RPT-LINE       PIC X(80).

      * Days back from the run date an ADDRMAST change still holds
      * a direct-deposit change.
       FD  HOLD-PARM
           LABEL RECORDS ARE STANDARD.
       01  HOLD-PARM-RECORD.
           05  HPM-HOLD-DAYS    PIC 9(03).

       FD  SUBMITTER-ID
           LABEL RECORDS ARE STANDARD.
       01  SUBMITTER-ID-RECORD.
           05  SUB-USER-ID      PIC X(08).

       FD  ADDR-MASTER.
           COPY ADDRREC.

       FD  DD-HOLD.
           COPY DDHLDREC.

      * Letter-merge feed, one comma-separated row per held change,
      * between a FILEHDR header and trailer.
       FD  NOTICE-FEED
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-FEED-RECORD   PIC X(133).

       FD  HOLD-RPT
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RPT-LINE        PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-DD-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS        PIC X(02)  VALUE '00'.
       01  WS-SUBMITTR-STATUS    PIC X(02)  VALUE '00'.
       01  WS-ADDR-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-DD-HOLD-STATUS     PIC X(02)  VALUE '00'.

       COPY FILEHDR.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad maintenance run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.02'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-DD-TRANS        VALUE 'Y'.
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

      * Account protection through the shared ACCTPROT service. The
      * deck's account is stored protected and printed masked.
       01  WS-PROT-FUNCTION    PIC X(01)  VALUE 'P'.
       01  WS-PROT-CALLER      PIC X(08)  VALUE 'DDMNT   '.
       01  WS-PROT-IN          PIC X(17)  VALUE SPACE.
       01  WS-PROT-OUT         PIC X(17)  VALUE SPACE.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-PROT-STATUS
                               LK-STATUS-OK      BY WS-PROT-OK
                               LK-STATUS-WARNING BY WS-PROT-WARNING
                               LK-STATUS-FAILED  BY WS-PROT-FAILED.
       01  WS-STORED-ACCOUNT   PIC X(17)  VALUE SPACE.

       01  WS-RESULT-SW     PIC X(01)  VALUE 'Y'.
           88  WS-TRANS-APPLIED       VALUE 'Y'.
           88  WS-TRANS-REJECTED      VALUE 'N'.
           88  WS-TRANS-HELD          VALUE 'H'.

       01  WS-REJECT-REASON PIC X(30) VALUE SPACE.

       01  WS-CHANGE-COUNT  PIC 9(5)  COMP VALUE ZERO.
       01  WS-DELETE-COUNT  PIC 9(5)  COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(5)  COMP VALUE ZERO.
       01  WS-HELD-COUNT    PIC 9(5)  COMP VALUE ZERO.
       01  WS-CONFIRM-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-HREJECT-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-SUPER-COUNT   PIC 9(5)  COMP VALUE ZERO.
       01  WS-STILL-COUNT   PIC 9(5)  COMP VALUE ZERO.
       01  WS-LETTER-COUNT  PIC 9(5)  COMP VALUE ZERO.

       01  WS-ACTION-DESC   PIC X(10) VALUE SPACE.
       01  WS-RUN-DATE-NUM  PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME.
           05  WS-RT-HHMMSS     PIC 9(06).
           05  FILLER           PIC 9(02).

      * Whoever submitted this run; a held change must be confirmed
      * by someone else.
       01  WS-SUBMITTER     PIC X(08)  VALUE SPACE.

      * The hold window: an ADDRMAST row effective after
      * WS-WINDOW-START (the run date less WS-HOLD-DAYS) holds the
      * change. ADDRMAST keeps no keying date, so a row's effective
      * date stands as the date of the change.
       01  WS-HOLD-DAYS     PIC S9(05) VALUE +30.
       01  WS-WINDOW-START  PIC 9(08)  VALUE ZERO.

      * DATEUTL linkage-shaped working-storage for the window and
      * the previous-address date (see COPYBOOKS/CCYYDATE.CPY and
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

      * Fraud-hold scratch. A row counts as a contact change only
      * when an earlier row of the same type precedes it - an
      * employee's first address is not a change.
       01  WS-HOLD-REASON   PIC X(01)  VALUE SPACE.
       01  WS-CONTACT-DATE  PIC 9(08)  VALUE ZERO.
       01  WS-PREV-TYPE     PIC X(01)  VALUE SPACE.
       01  WS-HOLD-ON-FILE-SW PIC X(01) VALUE 'N'.
           88  WS-HOLD-ON-FILE        VALUE 'Y'.
       01  WS-DD-ON-FILE-SW PIC X(01)  VALUE 'N'.
           88  WS-DD-ON-FILE          VALUE 'Y'.
       01  WS-HOLD-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-DD-HOLD         VALUE 'Y'.

      * Address as-of walk for the notification letter (mailing
      * row first, home row when there is no mailing row).
       01  WS-ADDR-WALK-SW  PIC X(01)  VALUE 'N'.
           88  WS-ADDR-WALK-DONE      VALUE 'Y'.
       01  WS-ADDR-FOUND-SW PIC X(01)  VALUE 'N'.
           88  WS-ADDR-FOUND          VALUE 'Y'.
       01  WS-WANT-TYPE     PIC X(01)  VALUE 'M'.
       01  WS-ASOF-DATE     PIC 9(08)  VALUE ZERO.
       01  WS-AS-ADDRESS.
           05  WS-AS-STREET     PIC X(25).
           05  WS-AS-CITY       PIC X(15).
           05  WS-AS-STATE      PIC X(02).
           05  WS-AS-POSTAL     PIC X(10).

      * The account shown on the maintenance report: the deck's
      * clear account (C) or a held change's protected one (M).
       01  WS-PRINT-FORM    PIC X(01)  VALUE 'C'.
       01  WS-PRINT-ACCOUNT PIC X(17)  VALUE SPACE.

       01  WS-FEED-LINE     PIC X(133) VALUE SPACE.

      * ABA routing check-digit scratch: the nine digits weighted
      * 3-7-1-3-7-1-3-7-1 must sum to a multiple of ten.
           05  WS-TRL-REJECT    PIC ZZZZ9.
           05  FILLER           PIC X(04)  VALUE SPACE.

       01  WS-TRAILER-LINE-2.
           05  FILLER           PIC X(13)  VALUE 'HELD       : '.
           05  WS-TRL-HELD      PIC ZZZZ9.
           05  FILLER           PIC X(14)  VALUE '  CONFIRMED : '.
           05  WS-TRL-CONFIRM   PIC ZZZZ9.
           05  FILLER           PIC X(43)  VALUE SPACE.

      * DDHLDRPT - the day's held-change activity, then every change
      * still held at the end of the run.
       01  WS-HOLD-TITLE.
           05  FILLER           PIC X(40)
               VALUE 'DIRECT-DEPOSIT HELD CHANGES - RUN DATE  '.
           05  WS-HT-RUN-DATE   PIC 9(08).
           05  FILLER           PIC X(32)  VALUE SPACE.

       01  WS-HOLD-SECTION.
           05  WS-HS-TEXT       PIC X(40).
           05  FILLER           PIC X(40)  VALUE SPACE.

       01  WS-HOLD-HEADING.
           05  FILLER           PIC X(40)
               VALUE 'EMP ID EVENT      REASON         HELD ON'.
           05  FILLER           PIC X(40)
               VALUE '  BY       DECIDED  ACCOUNT             '.

       01  WS-HOLD-DETAIL.
           05  WS-HD-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-HD-EVENT      PIC X(10).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-HD-REASON     PIC X(14).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-HD-HELD-DATE  PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-HD-SUBMITTER  PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-HD-DECIDED-BY PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-HD-ACCOUNT    PIC X(17).
           05  FILLER           PIC X(03)  VALUE SPACE.

       01  WS-HOLD-TRAILER.
           05  FILLER           PIC X(07)  VALUE 'HELD : '.
           05  WS-HTL-HELD      PIC ZZZZ9.
           05  FILLER           PIC X(14)  VALUE '  CONFIRMED : '.
           05  WS-HTL-CONFIRM   PIC ZZZZ9.
           05  FILLER           PIC X(13)  VALUE '  REJECTED : '.
           05  WS-HTL-REJECT    PIC ZZZZ9.
           05  FILLER           PIC X(15)  VALUE '  SUPERSEDED : '.
           05  WS-HTL-SUPER     PIC ZZZZ9.
           05  FILLER           PIC X(11)  VALUE SPACE.

       01  WS-HOLD-TRAILER-2.
           05  FILLER           PIC X(13)  VALUE 'STILL HELD : '.
           05  WS-HTL-STILL     PIC ZZZZ9.
           05  FILLER           PIC X(12)  VALUE '  LETTERS : '.
           05  WS-HTL-LETTER    PIC ZZZZ9.
           05  FILLER           PIC X(45)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - AUTHORIZE AND IDENTIFY THE SUBMITTER,  *
      *  SET THE HOLD WINDOW, OPEN FILES                          *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           END-IF

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

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
               DISPLAY 'DDMNT: SUBMITTER NOT IDENTIFIED - '
                   'ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HOLD-PARM
           IF WS-PARM-STATUS = '00'
               READ HOLD-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HPM-HOLD-DAYS NUMERIC
                           AND HPM-HOLD-DAYS > ZERO
                           MOVE HPM-HOLD-DAYS TO WS-HOLD-DAYS
                       END-IF
               END-READ
               CLOSE HOLD-PARM
           END-IF

           MOVE WS-RUN-DATE-NUM TO WS-DU-DATE1-NUM
           COMPUTE WS-DATEUTL-DAYS-TO-ADD = ZERO - WS-HOLD-DAYS
           MOVE 'A' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW
           MOVE WS-DU-RESULT-NUM TO WS-WINDOW-START

           OPEN INPUT ADDR-MASTER
           IF WS-ADDR-MASTER-STATUS NOT = '00'
               DISPLAY 'DDMNT: ADDRMAST NOT AVAILABLE - CONTACT '
                   'CHANGES CANNOT BE CHECKED - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  DD-TRANS
           OPEN I-O    DD-MASTER
               CLOSE DD-MASTER
               OPEN I-O DD-MASTER
           END-IF
           OPEN I-O    DD-HOLD
           IF WS-DD-HOLD-STATUS NOT = '00'
               OPEN OUTPUT DD-HOLD
               CLOSE DD-HOLD
               OPEN I-O DD-HOLD
           END-IF
           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT MAINT-RPT
           OPEN OUTPUT NOTICE-FEED
           OPEN OUTPUT HOLD-RPT

           MOVE 'DDMNT   '      TO FH-PROGRAM-ID
           MOVE WS-RUN-DATE-NUM TO FH-RUN-DATE
           MOVE WS-RT-HHMMSS    TO FH-RUN-TIME
           WRITE NOTICE-FEED-RECORD FROM WS-FILE-HEADER-LINE

           MOVE WS-RUN-DATE-NUM TO WS-HT-RUN-DATE
           WRITE HOLD-RPT-LINE FROM WS-HOLD-TITLE
           MOVE 'ACTIVITY THIS RUN' TO WS-HS-TEXT
           WRITE HOLD-RPT-LINE FROM WS-HOLD-SECTION
           WRITE HOLD-RPT-LINE FROM WS-HOLD-HEADING

           PERFORM 8000-READ-DD-TRANS.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION - APPLY ONE ADD/CHANGE/DELETE,  *
      *  OR ONE CALL-BACK DECISION ON A HELD CHANGE               *
      *----------------------------------------------------------*
       2000-PROCESS-TRANSACTION.

           SET WS-TRANS-APPLIED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           MOVE 'C'         TO WS-PRINT-FORM
           MOVE BTX-ACCOUNT TO WS-PRINT-ACCOUNT
           ADD 1 TO WS-TRANS-COUNT

           EVALUATE TRUE
               WHEN BTX-DELETE
                   MOVE 'DELETE'      TO WS-ACTION-DESC
                   PERFORM 2300-APPLY-DELETE
               WHEN BTX-CONFIRM-HOLD
                   MOVE 'CONFIRM'     TO WS-ACTION-DESC
                   PERFORM 2400-CONFIRM-HELD-CHANGE
               WHEN BTX-REJECT-HOLD
                   MOVE 'REJECT HLD'  TO WS-ACTION-DESC
                   PERFORM 2450-REJECT-HELD-CHANGE
               WHEN OTHER
                   MOVE 'UNKNOWN'     TO WS-ACTION-DESC
                   SET WS-TRANS-REJECTED TO TRUE

      *----------------------------------------------------------*
      *  2100-APPLY-ADD - CREATE A NEW DIRECT-DEPOSIT RECORD, IN  *
      *  PRENOTE STATUS DATED TODAY, OR HOLD IT FOR A CALL-BACK   *
      *----------------------------------------------------------*
       2100-APPLY-ADD.

               END-READ
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2600-CHECK-FRAUD-HOLD
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2500-BUILD-MASTER-FIELDS


               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM 2680-SUPERSEDE-HELD-CHANGE
               END-IF
           END-IF

           IF WS-TRANS-HELD
               PERFORM 2700-HOLD-CHANGE
           END-IF.

      *----------------------------------------------------------*
      *  2150-VALIDATE-DD-FIELDS - COMMON ADD/CHANGE EDITS: THE   *
      *  EMPLOYEE MUST EXIST ON EMP-MASTER, THE ROUTING NUMBER    *
      *  MUST PASS THE ABA CHECK DIGIT, THE ACCOUNT MUST BE       *
      *  PRESENT, AND THE TYPE MUST BE C OR S. THE ACCOUNT IS     *
      *  THEN PROTECTED FOR STORING; NO PROTECTION, NO STORE.     *
      *----------------------------------------------------------*
       2150-VALIDATE-DD-FIELDS.

           IF WS-TRANS-APPLIED AND NOT BTX-TYPE-VALID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'ACCOUNT TYPE NOT C OR S' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               MOVE 'P'         TO WS-PROT-FUNCTION
               MOVE BTX-ACCOUNT TO WS-PROT-IN
               CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
                   WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
               IF WS-PROT-FAILED
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'ACCOUNT PROTECTION UNAVAILABLE'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-PROT-OUT TO WS-STORED-ACCOUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
               MOVE 'ROUTING CHECK DIGIT FAILED' TO WS-REJECT-REASON
           END-IF.


      *----------------------------------------------------------*
      *  2200-APPLY-CHANGE - REPLACE THE BANK FIELDS ON AN        *
      *  EXISTING RECORD. ANY CHANGE RESTARTS THE PRENOTE CYCLE:  *
      *  THE NEW ACCOUNT HAS NEVER SEEN A PRENOTE. A CHANGE THAT  *
      *  FOLLOWS A CONTACT CHANGE, OR CAME IN ONLINE, IS HELD     *
      *  AND THE ROW IS LEFT AS IT STANDS.                        *
      *----------------------------------------------------------*
       2200-APPLY-CHANGE.

               END-READ
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2600-CHECK-FRAUD-HOLD
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2500-BUILD-MASTER-FIELDS


               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 2680-SUPERSEDE-HELD-CHANGE
               END-IF
           END-IF

           IF WS-TRANS-HELD
               PERFORM 2700-HOLD-CHANGE
           END-IF.

      *----------------------------------------------------------*

               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-DELETE-COUNT
                   PERFORM 2680-SUPERSEDE-HELD-CHANGE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2400-CONFIRM-HELD-CHANGE - A SECOND PERSON HAS CALLED    *
      *  THE EMPLOYEE BACK AND CONFIRMED THE HELD CHANGE: APPLY   *
      *  IT TO DDMAST, IN PRENOTE STATUS DATED TODAY              *
      *----------------------------------------------------------*
       2400-CONFIRM-HELD-CHANGE.

           PERFORM 2460-READ-HELD-CHANGE

           IF WS-TRANS-APPLIED AND DHL-SUBMITTER = WS-SUBMITTER
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'SAME PERSON AS SUBMITTER' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               MOVE BTX-EMP-ID TO EMP-ID
               READ EMP-MASTER
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'EMPLOYEE NOT ON EMP-MASTER'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF EMP-TERMINATED
                           SET WS-TRANS-REJECTED TO TRUE
                           MOVE 'EMPLOYEE TERMINATED'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF

           IF WS-TRANS-APPLIED
               MOVE DHL-ACCT-TYPE TO BTX-ACCT-TYPE
               MOVE DHL-ACCOUNT   TO WS-STORED-ACCOUNT
               MOVE 'N' TO WS-DD-ON-FILE-SW
               MOVE BTX-EMP-ID TO DDP-EMP-ID
               READ DD-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-DD-ON-FILE TO TRUE
               END-READ

               PERFORM 2500-BUILD-MASTER-FIELDS
               IF WS-DD-ON-FILE
                   REWRITE DDEP-MASTER-RECORD
                       INVALID KEY
                           SET WS-TRANS-REJECTED TO TRUE
                           MOVE 'REWRITE TO DD-MASTER FAILED'
                               TO WS-REJECT-REASON
                   END-REWRITE
               ELSE
                   WRITE DDEP-MASTER-RECORD
                       INVALID KEY
                           SET WS-TRANS-REJECTED TO TRUE
                           MOVE 'WRITE TO DD-MASTER FAILED'
                               TO WS-REJECT-REASON
                   END-WRITE
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               SET DHL-CONFIRMED TO TRUE
               MOVE WS-RUN-DATE-NUM TO DHL-DECIDED-DATE
               MOVE WS-SUBMITTER    TO DHL-DECIDED-BY
               REWRITE DD-HOLD-RECORD
                   INVALID KEY
                       DISPLAY 'DDMNT: DDHOLD REWRITE FAILED FOR '
                           'EMPLOYEE ' DHL-EMP-ID
               END-REWRITE
               ADD 1 TO WS-CONFIRM-COUNT
               MOVE 'CONFIRMED' TO WS-HD-EVENT
               PERFORM 2800-WRITE-HOLD-LINE
           END-IF.

      *----------------------------------------------------------*
      *  2450-REJECT-HELD-CHANGE - THE CALL-BACK DID NOT CONFIRM  *
      *  THE CHANGE: CLOSE IT OUT AND LEAVE DDMAST AS IT STANDS   *
      *----------------------------------------------------------*
       2450-REJECT-HELD-CHANGE.

           PERFORM 2460-READ-HELD-CHANGE

           IF WS-TRANS-APPLIED
               SET DHL-REJECTED TO TRUE
               MOVE WS-RUN-DATE-NUM TO DHL-DECIDED-DATE
               MOVE WS-SUBMITTER    TO DHL-DECIDED-BY
               REWRITE DD-HOLD-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'REWRITE TO DD-HOLD FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE
           END-IF

           IF WS-TRANS-APPLIED
               ADD 1 TO WS-HREJECT-COUNT
               MOVE 'REJECTED' TO WS-HD-EVENT
               PERFORM 2800-WRITE-HOLD-LINE
           END-IF.

      *----------------------------------------------------------*
      *  2460-READ-HELD-CHANGE - THE EMPLOYEE'S HELD CHANGE; THE  *
      *  MAINTENANCE REPORT SHOWS ITS ROUTING AND MASKED ACCOUNT  *
      *----------------------------------------------------------*
       2460-READ-HELD-CHANGE.

           MOVE BTX-EMP-ID TO DHL-EMP-ID
           READ DD-HOLD
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'NO HELD CHANGE ON FILE' TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED AND NOT DHL-HELD
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'NO HELD CHANGE ON FILE' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               MOVE DHL-ROUTING TO BTX-ROUTING
               MOVE 'M'         TO WS-PRINT-FORM
               MOVE DHL-ACCOUNT TO WS-PRINT-ACCOUNT
           END-IF.

      *----------------------------------------------------------*
      *  2500-BUILD-MASTER-FIELDS - THE TRANSACTION'S BANK FIELDS *
      *  (THE ACCOUNT PROTECTED) PLUS A FRESH PRENOTE STATUS      *
      *  DATED TODAY                                              *
      *----------------------------------------------------------*
       2500-BUILD-MASTER-FIELDS.

           MOVE BTX-EMP-ID     TO DDP-EMP-ID
           MOVE BTX-ROUTING    TO DDP-ROUTING
           MOVE WS-STORED-ACCOUNT TO DDP-ACCOUNT
           SET DDP-ACCT-PROTECTED TO TRUE
           MOVE BTX-ACCT-TYPE  TO DDP-ACCT-TYPE
           SET DDP-IN-PRENOTE  TO TRUE
           MOVE WS-RUN-DATE-NUM TO DDP-PRENOTE-DATE.

      *----------------------------------------------------------*
      *  2600-CHECK-FRAUD-HOLD - HOLD THE ADD OR CHANGE WHEN ANY  *
      *  OF THE EMPLOYEE'S ADDRMAST ROWS CHANGED AFTER THE START  *
      *  OF THE HOLD WINDOW (A FUTURE-DATED ROW COUNTS), OR WHEN  *
      *  THE CHANGE CAME IN ONLINE                                *
      *----------------------------------------------------------*
       2600-CHECK-FRAUD-HOLD.

           MOVE SPACE TO WS-HOLD-REASON
           MOVE ZERO  TO WS-CONTACT-DATE
           MOVE SPACE TO WS-PREV-TYPE
           MOVE 'N'   TO WS-ADDR-WALK-SW
           MOVE BTX-EMP-ID TO ADR-EMP-ID
           MOVE LOW-VALUE  TO ADR-ADDR-TYPE
           MOVE ZERO       TO ADR-EFF-DATE
           START ADDR-MASTER KEY NOT < ADR-KEY
               INVALID KEY
                   SET WS-ADDR-WALK-DONE TO TRUE
           END-START
           PERFORM 2650-WALK-CONTACT-ROWS
               UNTIL WS-ADDR-WALK-DONE

           IF WS-CONTACT-DATE > ZERO
               MOVE 'A' TO WS-HOLD-REASON
               SET WS-TRANS-HELD TO TRUE
               MOVE 'RECENT CONTACT CHANGE' TO WS-REJECT-REASON
           ELSE
               IF BTX-ONLINE
                   MOVE 'O' TO WS-HOLD-REASON
                   SET WS-TRANS-HELD TO TRUE
                   MOVE 'SUBMITTED ONLINE' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2650-WALK-CONTACT-ROWS - ROWS COME IN TYPE, THEN DATE    *
      *  ORDER, SO A ROW FOLLOWING ONE OF ITS OWN TYPE REPLACED   *
      *  IT; KEEP THE LATEST SUCH ROW INSIDE THE WINDOW           *
      *----------------------------------------------------------*
       2650-WALK-CONTACT-ROWS.

           READ ADDR-MASTER NEXT
               AT END
                   SET WS-ADDR-WALK-DONE TO TRUE
               NOT AT END
                   IF ADR-EMP-ID NOT = BTX-EMP-ID
                       SET WS-ADDR-WALK-DONE TO TRUE
                   ELSE
                       IF ADR-ADDR-TYPE = WS-PREV-TYPE
                           AND ADR-EFF-DATE > WS-WINDOW-START
                           AND ADR-EFF-DATE > WS-CONTACT-DATE
                           MOVE ADR-EFF-DATE TO WS-CONTACT-DATE
                       END-IF
                       MOVE ADR-ADDR-TYPE TO WS-PREV-TYPE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2680-SUPERSEDE-HELD-CHANGE - AN ADD, CHANGE OR DELETE    *
      *  THAT WENT STRAIGHT THROUGH RETIRES ANY CHANGE STILL HELD *
      *  FOR THE EMPLOYEE, SO A LATE CALL-BACK CANNOT UNDO IT     *
      *----------------------------------------------------------*
       2680-SUPERSEDE-HELD-CHANGE.

           MOVE BTX-EMP-ID TO DHL-EMP-ID
           READ DD-HOLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DHL-HELD
                       PERFORM 2690-MARK-SUPERSEDED
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2690-MARK-SUPERSEDED                                     *
      *----------------------------------------------------------*
       2690-MARK-SUPERSEDED.

           SET DHL-SUPERSEDED TO TRUE
           MOVE WS-RUN-DATE-NUM TO DHL-DECIDED-DATE
           MOVE WS-SUBMITTER    TO DHL-DECIDED-BY
           REWRITE DD-HOLD-RECORD
               INVALID KEY
                   DISPLAY 'DDMNT: DDHOLD REWRITE FAILED FOR '
                       'EMPLOYEE ' DHL-EMP-ID
           END-REWRITE
           ADD 1 TO WS-SUPER-COUNT
           MOVE 'SUPERSEDED' TO WS-HD-EVENT
           PERFORM 2800-WRITE-HOLD-LINE.

      *----------------------------------------------------------*
      *  2700-HOLD-CHANGE - PARK THE CHANGE ON DDHOLD, REPLACING  *
      *  ANY EARLIER HELD CHANGE, AND SEND THE NOTIFICATION       *
      *----------------------------------------------------------*
       2700-HOLD-CHANGE.

           MOVE 'N' TO WS-HOLD-ON-FILE-SW
           MOVE BTX-EMP-ID TO DHL-EMP-ID
           READ DD-HOLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HOLD-ON-FILE TO TRUE
           END-READ

           IF WS-HOLD-ON-FILE AND DHL-HELD
               MOVE WS-RUN-DATE-NUM TO DHL-DECIDED-DATE
               MOVE WS-SUBMITTER    TO DHL-DECIDED-BY
               ADD 1 TO WS-SUPER-COUNT
               MOVE 'SUPERSEDED' TO WS-HD-EVENT
               PERFORM 2800-WRITE-HOLD-LINE
           END-IF

           MOVE SPACE             TO DD-HOLD-RECORD
           MOVE BTX-EMP-ID        TO DHL-EMP-ID
           MOVE BTX-ACTION        TO DHL-ACTION
           MOVE BTX-ROUTING       TO DHL-ROUTING
           MOVE WS-STORED-ACCOUNT TO DHL-ACCOUNT
           MOVE BTX-ACCT-TYPE     TO DHL-ACCT-TYPE
           MOVE WS-HOLD-REASON    TO DHL-HOLD-REASON
           MOVE WS-CONTACT-DATE   TO DHL-CONTACT-DATE
           MOVE WS-RUN-DATE-NUM   TO DHL-HELD-DATE
           MOVE WS-SUBMITTER      TO DHL-SUBMITTER
           SET DHL-HELD           TO TRUE
           MOVE ZERO              TO DHL-DECIDED-DATE

           IF WS-HOLD-ON-FILE
               REWRITE DD-HOLD-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'REWRITE TO DD-HOLD FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE DD-HOLD-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'WRITE TO DD-HOLD FAILED'
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF

           IF WS-TRANS-HELD
               ADD 1 TO WS-HELD-COUNT
               MOVE 'HELD' TO WS-HD-EVENT
               PERFORM 2800-WRITE-HOLD-LINE
               PERFORM 2750-WRITE-NOTICE
           END-IF.

      *----------------------------------------------------------*
      *  2750-WRITE-NOTICE - THE LETTER GOES TO THE ADDRESS OF    *
      *  RECORD BEFORE THE CONTACT CHANGE (THE DAY BEFORE IT TOOK *
      *  EFFECT), OR THE CURRENT ONE FOR AN ONLINE HOLD; THE      *
      *  CURRENT ONE AGAIN WHEN NOTHING EARLIER IS ON FILE        *
      *----------------------------------------------------------*
       2750-WRITE-NOTICE.

           IF WS-CONTACT-DATE > ZERO
               MOVE WS-CONTACT-DATE TO WS-DU-DATE1-NUM
               MOVE -1 TO WS-DATEUTL-DAYS-TO-ADD
               MOVE 'A' TO WS-DATEUTL-FUNCTION
               CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                   WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                   WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                   WS-DATEUTL-VALID-SW
               MOVE WS-DU-RESULT-NUM TO WS-ASOF-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-ASOF-DATE
           END-IF
           PERFORM 2760-FIND-LETTER-ADDRESS

           IF NOT WS-ADDR-FOUND
               MOVE WS-RUN-DATE-NUM TO WS-ASOF-DATE
               PERFORM 2760-FIND-LETTER-ADDRESS
           END-IF

           IF NOT WS-ADDR-FOUND
               MOVE 'NO LETTER' TO WS-HD-EVENT
               PERFORM 2800-WRITE-HOLD-LINE
           ELSE
               MOVE 'M'               TO WS-PROT-FUNCTION
               MOVE WS-STORED-ACCOUNT TO WS-PROT-IN
               CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
                   WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
               MOVE SPACE TO WS-FEED-LINE
               STRING BTX-EMP-ID       DELIMITED BY SIZE
                      ','              DELIMITED BY SIZE
                      EMP-FNAME        DELIMITED BY SPACE
                      ','              DELIMITED BY SIZE
                      EMP-LNAME        DELIMITED BY SPACE
                      ','              DELIMITED BY SIZE
                      WS-AS-STREET     DELIMITED BY '  '
                      ','              DELIMITED BY SIZE
                      WS-AS-CITY       DELIMITED BY '  '
                      ','              DELIMITED BY SIZE
                      WS-AS-STATE      DELIMITED BY SIZE
                      ','              DELIMITED BY SIZE
                      WS-AS-POSTAL     DELIMITED BY SPACE
                      ','              DELIMITED BY SIZE
                      WS-RUN-DATE-NUM  DELIMITED BY SIZE
                      ','              DELIMITED BY SIZE
                      WS-PROT-OUT      DELIMITED BY SPACE
                      ','              DELIMITED BY SIZE
                      WS-HOLD-REASON   DELIMITED BY SIZE
                      INTO WS-FEED-LINE
               WRITE NOTICE-FEED-RECORD FROM WS-FEED-LINE
               ADD 1 TO WS-LETTER-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2760-FIND-LETTER-ADDRESS - MAILING ROW AS OF             *
      *  WS-ASOF-DATE, THE HOME ROW WHEN THERE IS NO MAILING ROW  *
      *----------------------------------------------------------*
       2760-FIND-LETTER-ADDRESS.

           MOVE 'M' TO WS-WANT-TYPE
           PERFORM 2770-FIND-ADDRESS-AS-OF
           IF NOT WS-ADDR-FOUND
               MOVE 'H' TO WS-WANT-TYPE
               PERFORM 2770-FIND-ADDRESS-AS-OF
           END-IF.

      *----------------------------------------------------------*
      *  2770-FIND-ADDRESS-AS-OF                                  *
      *----------------------------------------------------------*
       2770-FIND-ADDRESS-AS-OF.

           MOVE 'N' TO WS-ADDR-FOUND-SW
           MOVE 'N' TO WS-ADDR-WALK-SW
           MOVE BTX-EMP-ID   TO ADR-EMP-ID
           MOVE WS-WANT-TYPE TO ADR-ADDR-TYPE
           MOVE ZERO         TO ADR-EFF-DATE
           START ADDR-MASTER KEY NOT < ADR-KEY
               INVALID KEY
                   SET WS-ADDR-WALK-DONE TO TRUE
           END-START
           PERFORM 2780-WALK-ADDRESS-ROWS
               UNTIL WS-ADDR-WALK-DONE.

      *----------------------------------------------------------*
      *  2780-WALK-ADDRESS-ROWS                                   *
      *----------------------------------------------------------*
       2780-WALK-ADDRESS-ROWS.

           READ ADDR-MASTER NEXT
               AT END
                   SET WS-ADDR-WALK-DONE TO TRUE
               NOT AT END
                   IF ADR-EMP-ID NOT = BTX-EMP-ID
                       OR ADR-ADDR-TYPE NOT = WS-WANT-TYPE
                       OR ADR-EFF-DATE > WS-ASOF-DATE
                       SET WS-ADDR-WALK-DONE TO TRUE
                   ELSE
                       MOVE ADR-STREET      TO WS-AS-STREET
                       MOVE ADR-CITY        TO WS-AS-CITY
                       MOVE ADR-STATE       TO WS-AS-STATE
                       MOVE ADR-POSTAL-CODE TO WS-AS-POSTAL
                       SET WS-ADDR-FOUND TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2800-WRITE-HOLD-LINE - ONE DDHLDRPT LINE FOR THE HELD    *
      *  CHANGE IN THE DDHOLD RECORD AREA; THE CALLER SETS THE    *
      *  EVENT                                                    *
      *----------------------------------------------------------*
       2800-WRITE-HOLD-LINE.

           MOVE DHL-EMP-ID      TO WS-HD-EMP-ID
           IF DHL-HELD-CONTACT
               MOVE 'CONTACT CHANGE' TO WS-HD-REASON
           ELSE
               MOVE 'ONLINE'         TO WS-HD-REASON
           END-IF
           MOVE DHL-HELD-DATE   TO WS-HD-HELD-DATE
           MOVE DHL-SUBMITTER   TO WS-HD-SUBMITTER
           MOVE DHL-DECIDED-BY  TO WS-HD-DECIDED-BY
           MOVE 'M'             TO WS-PROT-FUNCTION
           MOVE DHL-ACCOUNT     TO WS-PROT-IN
           CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
               WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
           MOVE WS-PROT-OUT     TO WS-HD-ACCOUNT
           WRITE HOLD-RPT-LINE FROM WS-HOLD-DETAIL.

      *----------------------------------------------------------*
      *  2900-WRITE-DETAIL-LINE - ONE LINE PER TRANSACTION,       *
      *  SHOWING WHAT WAS ATTEMPTED AND WHETHER IT WAS APPLIED,   *
      *  HELD OR REJECTED                                         *
      *----------------------------------------------------------*
       2900-WRITE-DETAIL-LINE.

           MOVE BTX-EMP-ID     TO WS-DET-ID
           MOVE WS-ACTION-DESC TO WS-DET-ACTION
           MOVE BTX-ROUTING    TO WS-DET-ROUTING
           MOVE WS-PRINT-FORM  TO WS-PROT-FUNCTION
           MOVE WS-PRINT-ACCOUNT TO WS-PROT-IN
           CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
               WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
           MOVE WS-PROT-OUT    TO WS-DET-ACCOUNT

           EVALUATE TRUE
               WHEN WS-TRANS-APPLIED
                   MOVE 'APPLIED'  TO WS-DET-RESULT
                   MOVE SPACE      TO WS-DET-REASON
               WHEN WS-TRANS-HELD
                   MOVE 'HELD'     TO WS-DET-RESULT
                   MOVE WS-REJECT-REASON TO WS-DET-REASON
               WHEN OTHER
                   MOVE 'REJECTED' TO WS-DET-RESULT
                   MOVE WS-REJECT-REASON TO WS-DET-REASON
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE

           WRITE MAINT-RPT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  3000-FINALIZE - WRITE TRAILERS, LIST WHAT IS STILL HELD, *
      *  CLOSE FILES                                              *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE WS-DELETE-COUNT TO WS-TRL-DELETE
           MOVE WS-REJECT-COUNT TO WS-TRL-REJECT
           WRITE MAINT-RPT-LINE FROM WS-TRAILER-LINE
           MOVE WS-HELD-COUNT    TO WS-TRL-HELD
           MOVE WS-CONFIRM-COUNT TO WS-TRL-CONFIRM
           WRITE MAINT-RPT-LINE FROM WS-TRAILER-LINE-2

           PERFORM 3100-LIST-STILL-HELD

           MOVE WS-HELD-COUNT    TO WS-HTL-HELD
           MOVE WS-CONFIRM-COUNT TO WS-HTL-CONFIRM
           MOVE WS-HREJECT-COUNT TO WS-HTL-REJECT
           MOVE WS-SUPER-COUNT   TO WS-HTL-SUPER
           WRITE HOLD-RPT-LINE FROM WS-HOLD-TRAILER
           MOVE WS-STILL-COUNT   TO WS-HTL-STILL
           MOVE WS-LETTER-COUNT  TO WS-HTL-LETTER
           WRITE HOLD-RPT-LINE FROM WS-HOLD-TRAILER-2

           MOVE 'DDMNT   '      TO FT-PROGRAM-ID
           MOVE WS-LETTER-COUNT TO FT-RECORD-COUNT
           WRITE NOTICE-FEED-RECORD FROM WS-FILE-TRAILER-LINE

           CLOSE DD-TRANS
           CLOSE DD-MASTER
           CLOSE DD-HOLD
           CLOSE ADDR-MASTER
           CLOSE EMP-MASTER
           CLOSE MAINT-RPT
           CLOSE NOTICE-FEED
           CLOSE HOLD-RPT

           MOVE WS-TRANS-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  3100-LIST-STILL-HELD - EVERY CHANGE STILL WAITING ON A   *
      *  CALL-BACK AT THE END OF THE RUN                          *
      *----------------------------------------------------------*
       3100-LIST-STILL-HELD.

           MOVE 'STILL HELD AT END OF RUN' TO WS-HS-TEXT
           WRITE HOLD-RPT-LINE FROM WS-HOLD-SECTION
           WRITE HOLD-RPT-LINE FROM WS-HOLD-HEADING

           MOVE 'N'  TO WS-HOLD-EOF-SW
           MOVE ZERO TO DHL-EMP-ID
           START DD-HOLD KEY NOT < DHL-EMP-ID
               INVALID KEY
                   SET END-OF-DD-HOLD TO TRUE
           END-START
           PERFORM 3150-LIST-ONE-HOLD
               UNTIL END-OF-DD-HOLD.

      *----------------------------------------------------------*
      *  3150-LIST-ONE-HOLD                                       *
      *----------------------------------------------------------*
       3150-LIST-ONE-HOLD.

           READ DD-HOLD NEXT
               AT END
                   SET END-OF-DD-HOLD TO TRUE
               NOT AT END
                   IF DHL-HELD
                       ADD 1 TO WS-STILL-COUNT
                       MOVE 'STILL HELD' TO WS-HD-EVENT
                       PERFORM 2800-WRITE-HOLD-LINE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  8000-READ-DD-TRANS - READ NEXT MAINTENANCE TRANSACTION   *
      *----------------------------------------------------------*
