       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRMCASC.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : NIGHTLY TERMINATION CASCADE. TAKES THE DAY'S
      *            : TERMINATIONS FROM THE EMPLOYEE HISTORY
      *            : (EMPHIST 'T' ROWS FOR THE CASCADE DATE ON
      *            : TRMPARM; MISSING MEANS TODAY) AND CARRIES EACH
      *            : ONE OUT TO THE SATELLITE MASTERS, ONE
      *            : DISPOSITION PER FILE: DDMAST IS CLOSED
      *            : (SUSPENDED, SO THE FINAL PAY GOES BY CHECK);
      *            : DEDMAST DEDUCTIONS ARE END-DATED (MARKED
      *            : COMPLETED AS OF THE TERMINATION DATE);
      *            : BENENRL COVERAGE IS END-DATED (ELECTIONS
      *            : WAIVED AS OF THE TERMINATION DATE); PENDING
      *            : AND APPROVED LVREQFIL REQUESTS STARTING AFTER
      *            : THE TERMINATION ARE DENIED; A POSMAST POSITION
      *            : THE EMPLOYEE FILLS IS VACATED; AND EVERY
      *            : AUTHCTL PROFILE ROW OF THE EMPLOYEE'S
      *            : SUBMITTER IDS (USRXREF) IS REVOKED THROUGH A
      *            : REVOKE DECK (TRMAUTH) FOR AUTHMNT. EVERY
      *            : ACTION IS REPORTED AND APPENDED TO THE
      *            : CASCADE LOG (TRMLOG). WHAT NEEDS A HUMAN -- A
      *            : GARNISHMENT, A LOAN OR RECOVERY WITH A
      *            : BALANCE STILL OWED, UNCOLLECTED ARREARS, A
      *            : BENEFITS CONTINUATION NOTICE -- IS LEFT AS IT
      *            : IS AND LISTED ON THE CHECKLIST (TRMCHK). A
      *            : RERUN FOR THE SAME DATE FINDS NOTHING LEFT TO
      *            : DO. ENDS CC 4 WHEN THE CHECKLIST IS NOT EMPTY.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRM-PARM    ASSIGN TO TRMPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EMP-HISTORY ASSIGN TO EMPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT DD-MASTER   ASSIGN TO DDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DDP-EMP-ID
               FILE STATUS IS WS-DD-MASTER-STATUS.

           SELECT DED-MASTER  ASSIGN TO DEDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-MASTER-STATUS.

           SELECT ENROLL-MASTER ASSIGN TO BENENRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENR-EMP-ID
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT REQUEST-FILE ASSIGN TO LVREQFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRQ-KEY
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT POSITION-MASTER ASSIGN TO POSMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-MASTER-STATUS.

      * Submitter IDs and the employee each one belongs to.
           SELECT USER-XREF   ASSIGN TO USRXREF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT AUTH-CONTROL ASSIGN TO AUTHCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTHCTL-STATUS.

      * Revoke deck in AUTHMNT's AUTHTRAN shape.
           SELECT AUTH-REVOKE ASSIGN TO TRMAUTH
               ORGANIZATION IS SEQUENTIAL.

      * Cascade log, written EXTEND so it accumulates across runs.
           SELECT CASCADE-LOG ASSIGN TO TRMLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CASCADE-RPT ASSIGN TO TRMRPT
               ORGANIZATION IS SEQUENTIAL.

      * What the cascade left for a person to finish.
           SELECT CHECKLIST-RPT ASSIGN TO TRMCHK
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Optional: the EMPHIST run date to cascade, CCYYMMDD. Missing
      * or zero means today's terminations.
       FD  TRM-PARM
           LABEL RECORDS ARE STANDARD.
       01  TRM-PARM-RECORD.
           05  TP-CASCADE-DATE  PIC 9(08).

       FD  EMP-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  DD-MASTER.
           COPY DDEPREC.

       FD  DED-MASTER.
           COPY DEDREC.

       FD  ENROLL-MASTER.
           COPY ENRLREC.

       FD  REQUEST-FILE.
           COPY LVREQREC.

       FD  POSITION-MASTER.
           COPY POSREC.

       FD  USER-XREF
           LABEL RECORDS ARE STANDARD.
       01  USER-XREF-RECORD.
           05  UX-SUBMITTER     PIC X(08).
           05  UX-EMP-ID        PIC 9(05).

       FD  AUTH-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  AUTH-CONTROL-RECORD.
           05  AC-SUBMITTER     PIC X(08).
           05  AC-PROGRAM       PIC X(08).
           05  AC-OPTION        PIC X(01).

       FD  AUTH-REVOKE
           LABEL RECORDS ARE STANDARD.
       01  AUTH-REVOKE-RECORD.
           05  AR-ACTION        PIC X(01).
           05  AR-SUBMITTER     PIC X(08).
           05  AR-PROGRAM       PIC X(08).
           05  AR-OPTION        PIC X(01).

      * One row per action taken: the cascade date, the employee,
      * the file and the row's key, what was done, and the
      * termination date it was done as of.
       FD  CASCADE-LOG
           LABEL RECORDS ARE STANDARD.
       01  CASCADE-LOG-RECORD.
           05  TL-RUN-DATE      PIC 9(08).
           05  TL-EMP-ID        PIC 9(05).
           05  TL-FILE          PIC X(08).
           05  TL-KEY           PIC X(17).
           05  TL-ACTION        PIC X(14).
           05  TL-TERM-DATE     PIC 9(08).

       FD  CASCADE-RPT
           LABEL RECORDS ARE STANDARD.
       01  CASCADE-LINE     PIC X(100).

       FD  CHECKLIST-RPT
           LABEL RECORDS ARE STANDARD.
       01  CHECKLIST-LINE   PIC X(100).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS        PIC X(02)  VALUE '00'.
       01  WS-HIST-FILE-STATUS   PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-DD-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-DED-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-ENROLL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-REQUEST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-POS-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-XREF-STATUS        PIC X(02)  VALUE '00'.
       01  WS-AUTHCTL-STATUS     PIC X(02)  VALUE '00'.
       01  WS-LOG-STATUS         PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad cascade to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-HIST-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-HISTORY     VALUE 'Y'.
       01  WS-DED-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-DEDUCTIONS  VALUE 'Y'.
       01  WS-REQ-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-REQUESTS    VALUE 'Y'.
       01  WS-POS-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-POSITION-MASTER VALUE 'Y'.
       01  WS-XREF-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-USER-XREF       VALUE 'Y'.
       01  WS-AUTH-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-AUTH-CONTROL    VALUE 'Y'.

      * A satellite that cannot be opened is skipped, with a line on
      * the report, so one missing file does not hold up the rest.
       01  WS-DD-AVAIL-SW   PIC X(01)  VALUE 'N'.
           88  WS-DD-AVAILABLE        VALUE 'Y'.
       01  WS-DED-AVAIL-SW  PIC X(01)  VALUE 'N'.
           88  WS-DED-AVAILABLE       VALUE 'Y'.
       01  WS-ENROLL-AVAIL-SW PIC X(01) VALUE 'N'.
           88  WS-ENROLL-AVAILABLE    VALUE 'Y'.
       01  WS-REQUEST-AVAIL-SW PIC X(01) VALUE 'N'.
           88  WS-REQUEST-AVAILABLE   VALUE 'Y'.
       01  WS-POS-AVAIL-SW  PIC X(01)  VALUE 'N'.
           88  WS-POS-AVAILABLE       VALUE 'Y'.
       01  WS-AUTH-AVAIL-SW PIC X(01)  VALUE 'N'.
           88  WS-AUTH-AVAILABLE      VALUE 'Y'.

       01  WS-CASCADE-DATE  PIC 9(08)  VALUE ZERO.
       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.

      * The day's terminations, as they stand on the master now. A
      * termination reversed by a same-day rehire is not cascaded.
       01  WS-TERM-COUNT    PIC 9(03)  COMP VALUE ZERO.
       01  WS-TERM-DROP-COUNT PIC 9(05) COMP VALUE ZERO.
       01  WS-TERM-TABLE.
           05  WS-TERM-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-TERM-IDX.
               10  WS-TT-EMP-ID     PIC 9(05).
               10  WS-TT-LNAME      PIC X(20).
               10  WS-TT-TERM-DATE  PIC 9(08).
       01  WS-TERM-FOUND-SW PIC X(01)  VALUE 'N'.
           88  WS-TERM-FOUND          VALUE 'Y'.
       01  WS-FIND-EMP-ID   PIC 9(05)  VALUE ZERO.

      * Submitter-to-employee cross reference, for the terminated
      * employees only.
       01  WS-XREF-COUNT    PIC 9(03)  COMP VALUE ZERO.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-XREF-IDX.
               10  WS-XR-SUBMITTER  PIC X(08).
               10  WS-XR-EMP-ID     PIC 9(05).
       01  WS-XREF-FOUND-SW PIC X(01)  VALUE 'N'.
           88  WS-XREF-FOUND          VALUE 'Y'.

      * The row being logged or listed.
       01  WS-ACT-FILE      PIC X(08)  VALUE SPACE.
       01  WS-ACT-KEY       PIC X(17)  VALUE SPACE.
       01  WS-ACT-ACTION    PIC X(14)  VALUE SPACE.
       01  WS-ACT-DETAIL    PIC X(18)  VALUE SPACE.
       01  WS-CHK-ITEM      PIC X(28)  VALUE SPACE.
       01  WS-CHK-AMOUNT    PIC S9(07)V99 COMP-3 VALUE ZERO.

       01  WS-DED-KEY-TEXT.
           05  WS-DK-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(01)  VALUE '/'.
           05  WS-DK-CODE       PIC X(03).
           05  FILLER           PIC X(08)  VALUE SPACE.
       01  WS-REQ-KEY-TEXT.
           05  WS-RK-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(01)  VALUE '/'.
           05  WS-RK-START      PIC 9(08).
           05  FILLER           PIC X(03)  VALUE SPACE.
       01  WS-POS-KEY-TEXT.
           05  WS-PK-DEPT       PIC X(04).
           05  FILLER           PIC X(01)  VALUE '/'.
           05  WS-PK-SEQ        PIC 9(03).
           05  FILLER           PIC X(09)  VALUE SPACE.
       01  WS-AUTH-KEY-TEXT.
           05  WS-AK-SUBMITTER  PIC X(08).
           05  FILLER           PIC X(01)  VALUE '/'.
           05  WS-AK-PROGRAM    PIC X(08).

       01  WS-BALANCE-OWED  PIC S9(07)V99 COMP-3 VALUE ZERO.

       01  WS-TERM-READ-COUNT PIC 9(5) COMP VALUE ZERO.
       01  WS-DD-COUNT      PIC 9(5)   COMP VALUE ZERO.
       01  WS-DED-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-ENROLL-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-REQUEST-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-POS-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-REVOKE-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-CHECK-COUNT   PIC 9(5)   COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(40)  VALUE
               'TERMINATION CASCADE - TERMINATIONS RUN '.
           05  WS-TTL-DATE  PIC 9(08).
           05  FILLER       PIC X(52)  VALUE SPACE.

       01  WS-BLANK-LINE    PIC X(100) VALUE SPACE.

       01  WS-COLUMN-LINE.
           05  FILLER       PIC X(31)  VALUE
               '  EMP ID  NAME'.
           05  FILLER       PIC X(10)  VALUE 'TERM DATE'.
           05  FILLER       PIC X(10)  VALUE 'FILE'.
           05  FILLER       PIC X(19)  VALUE 'ROW'.
           05  FILLER       PIC X(16)  VALUE 'ACTION'.
           05  FILLER       PIC X(14)  VALUE 'DETAIL'.

       01  WS-ACTION-LINE.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-AL-EMP-ID PIC 9(05).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-AL-LNAME  PIC X(20).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-AL-TERM-DATE PIC 9(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-AL-FILE   PIC X(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-AL-KEY    PIC X(17).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-AL-ACTION PIC X(14).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-AL-DETAIL PIC X(14).

       01  WS-MISSING-LINE.
           05  FILLER       PIC X(02)  VALUE '  '.
           05  WS-ML-FILE   PIC X(08).
           05  FILLER       PIC X(90)  VALUE
               ' NOT AVAILABLE - NO ACTION TAKEN ON THIS FILE, RERUN ONC
      -        'E IT IS BACK'.

       01  WS-CHK-TITLE-LINE.
           05  FILLER       PIC X(40)  VALUE
               'TERMINATION CHECKLIST - TERMINATIONS RUN'.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-CT-DATE   PIC 9(08).
           05  FILLER       PIC X(51)  VALUE SPACE.

       01  WS-CHK-COLUMN-LINE.
           05  FILLER       PIC X(31)  VALUE
               '  EMP ID  NAME'.
           05  FILLER       PIC X(10)  VALUE 'FILE'.
           05  FILLER       PIC X(19)  VALUE 'ROW'.
           05  FILLER       PIC X(33)  VALUE 'ITEM'.
           05  FILLER       PIC X(07)  VALUE ' AMOUNT'.

       01  WS-CHECK-LINE.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-CL-EMP-ID PIC 9(05).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-CL-LNAME  PIC X(20).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-CL-FILE   PIC X(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-CL-KEY    PIC X(17).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-CL-ITEM   PIC X(28).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-CL-AMOUNT PIC Z(06)9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.

       01  WS-OVERFLOW-LINE.
           05  FILLER       PIC X(32)  VALUE
               '*** TERMINATION TABLE FULL - '.
           05  WS-OVF-ROWS  PIC ZZZZ9.
           05  FILLER       PIC X(63)  VALUE
               ' TERMINATIONS NOT CASCADED - RUN FAILED CC 16'.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(07)  VALUE 'TERMS: '.
           05  WS-TRL-TERMS PIC ZZZ9.
           05  FILLER       PIC X(07)  VALUE '  DD: '.
           05  WS-TRL-DD    PIC ZZZ9.
           05  FILLER       PIC X(08)  VALUE '  DED: '.
           05  WS-TRL-DED   PIC ZZZ9.
           05  FILLER       PIC X(08)  VALUE '  BEN: '.
           05  WS-TRL-ENROLL PIC ZZZ9.
           05  FILLER       PIC X(09)  VALUE '  LVRQ: '.
           05  WS-TRL-REQUEST PIC ZZZ9.
           05  FILLER       PIC X(08)  VALUE '  POS: '.
           05  WS-TRL-POS   PIC ZZZ9.
           05  FILLER       PIC X(09)  VALUE '  AUTH: '.
           05  WS-TRL-REVOKE PIC ZZZ9.
           05  FILLER       PIC X(10)  VALUE '  CHECK: '.
           05  WS-TRL-CHECK PIC ZZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-TERMINATION
               UNTIL END-OF-EMP-HISTORY
           CLOSE EMP-HISTORY

           PERFORM 3000-CASCADE-EMPLOYEE
               VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-COUNT
           PERFORM 4000-VACATE-POSITIONS
           PERFORM 5000-REVOKE-AUTHORITY
           PERFORM 6000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - RESOLVE THE DATE, OPEN FILES           *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-NUM TO WS-CASCADE-DATE

           OPEN INPUT TRM-PARM
           IF WS-PARM-STATUS = '00'
               READ TRM-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TP-CASCADE-DATE NUMERIC
                           AND TP-CASCADE-DATE > ZERO
                           MOVE TP-CASCADE-DATE TO WS-CASCADE-DATE
                       END-IF
               END-READ
               CLOSE TRM-PARM
           END-IF

           OPEN INPUT EMP-HISTORY
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'TRMCASC: EMPHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - ABORTING RUN'
               PERFORM 1900-ABORT-RUN
           END-IF

           OPEN INPUT EMP-MASTER
           IF WS-EMP-MASTER-STATUS NOT = '00'
               DISPLAY 'TRMCASC: EMPMAST NOT AVAILABLE - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF

           OPEN OUTPUT CASCADE-RPT
           OPEN OUTPUT CHECKLIST-RPT
           OPEN EXTEND CASCADE-LOG
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT CASCADE-LOG
           END-IF

           MOVE WS-CASCADE-DATE TO WS-TTL-DATE
           WRITE CASCADE-LINE FROM WS-TITLE-LINE
           WRITE CASCADE-LINE FROM WS-BLANK-LINE
           MOVE WS-CASCADE-DATE TO WS-CT-DATE
           WRITE CHECKLIST-LINE FROM WS-CHK-TITLE-LINE
           WRITE CHECKLIST-LINE FROM WS-BLANK-LINE
           WRITE CHECKLIST-LINE FROM WS-CHK-COLUMN-LINE

           OPEN I-O DD-MASTER
           IF WS-DD-MASTER-STATUS = '00'
               SET WS-DD-AVAILABLE TO TRUE
           ELSE
               MOVE 'DDMAST'   TO WS-ML-FILE
               WRITE CASCADE-LINE FROM WS-MISSING-LINE
           END-IF
           OPEN I-O DED-MASTER
           IF WS-DED-MASTER-STATUS = '00'
               SET WS-DED-AVAILABLE TO TRUE
           ELSE
               MOVE 'DEDMAST'  TO WS-ML-FILE
               WRITE CASCADE-LINE FROM WS-MISSING-LINE
           END-IF
           OPEN I-O ENROLL-MASTER
           IF WS-ENROLL-STATUS = '00'
               SET WS-ENROLL-AVAILABLE TO TRUE
           ELSE
               MOVE 'BENENRL'  TO WS-ML-FILE
               WRITE CASCADE-LINE FROM WS-MISSING-LINE
           END-IF
           OPEN I-O REQUEST-FILE
           IF WS-REQUEST-STATUS = '00'
               SET WS-REQUEST-AVAILABLE TO TRUE
           ELSE
               MOVE 'LVREQFIL' TO WS-ML-FILE
               WRITE CASCADE-LINE FROM WS-MISSING-LINE
           END-IF
           OPEN I-O POSITION-MASTER
           IF WS-POS-MASTER-STATUS = '00'
               SET WS-POS-AVAILABLE TO TRUE
           ELSE
               MOVE 'POSMAST'  TO WS-ML-FILE
               WRITE CASCADE-LINE FROM WS-MISSING-LINE
           END-IF
           OPEN INPUT AUTH-CONTROL
           IF WS-AUTHCTL-STATUS = '00'
               OPEN INPUT USER-XREF
               IF WS-XREF-STATUS = '00'
                   SET WS-AUTH-AVAILABLE TO TRUE
                   OPEN OUTPUT AUTH-REVOKE
               ELSE
                   CLOSE AUTH-CONTROL
                   MOVE 'USRXREF'  TO WS-ML-FILE
                   WRITE CASCADE-LINE FROM WS-MISSING-LINE
               END-IF
           ELSE
               MOVE 'AUTHCTL'  TO WS-ML-FILE
               WRITE CASCADE-LINE FROM WS-MISSING-LINE
           END-IF

           WRITE CASCADE-LINE FROM WS-COLUMN-LINE

           PERFORM 8000-READ-HISTORY.

      *----------------------------------------------------------*
      *  1900-ABORT-RUN - A REQUIRED INPUT IS MISSING             *
      *----------------------------------------------------------*
       1900-ABORT-RUN.

           MOVE 16 TO RETURN-CODE
           MOVE '16' TO AUD-RETURN-CODE
           MOVE ZERO TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD
           CLOSE AUDIT-TRAIL
           STOP RUN.

      *----------------------------------------------------------*
      *  2000-COLLECT-TERMINATION - A 'T' ROW FOR THE CASCADE     *
      *  DATE WHOSE EMPLOYEE IS STILL TERMINATED ON THE MASTER    *
      *----------------------------------------------------------*
       2000-COLLECT-TERMINATION.

           IF EH-ACT-TERMINATE
               AND EH-RUN-DATE = WS-CASCADE-DATE
               ADD 1 TO WS-TERM-READ-COUNT
               MOVE EH-EMP-ID TO EMP-ID
               READ EMP-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-TERMINATED
                           PERFORM 2100-ADD-TERMINATION
                       END-IF
               END-READ
           END-IF

           PERFORM 8000-READ-HISTORY.

      *----------------------------------------------------------*
      *  2100-ADD-TERMINATION - ONCE PER EMPLOYEE                 *
      *----------------------------------------------------------*
       2100-ADD-TERMINATION.

           MOVE EMP-ID TO WS-FIND-EMP-ID
           PERFORM 7000-FIND-TERMINATION

           IF NOT WS-TERM-FOUND
               IF WS-TERM-COUNT < 500
                   ADD 1 TO WS-TERM-COUNT
                   SET WS-TERM-IDX TO WS-TERM-COUNT
                   MOVE EMP-ID    TO WS-TT-EMP-ID(WS-TERM-IDX)
                   MOVE EMP-LNAME TO WS-TT-LNAME(WS-TERM-IDX)
                   IF EMP-TERM-DATE NUMERIC
                       AND EMP-TERM-DATE > ZERO
                       MOVE EMP-TERM-DATE
                           TO WS-TT-TERM-DATE(WS-TERM-IDX)
                   ELSE
                       MOVE WS-CASCADE-DATE
                           TO WS-TT-TERM-DATE(WS-TERM-IDX)
                   END-IF
               ELSE
                   DISPLAY 'TRMCASC: TERMINATION TABLE FULL - '
                       EMP-ID ' NOT CASCADED'
                   ADD 1 TO WS-TERM-DROP-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  3000-CASCADE-EMPLOYEE - THE FILES KEYED BY EMPLOYEE      *
      *----------------------------------------------------------*
       3000-CASCADE-EMPLOYEE.

           IF WS-DD-AVAILABLE
               PERFORM 3100-CLOSE-DIRECT-DEPOSIT
           END-IF
           IF WS-DED-AVAILABLE
               PERFORM 3200-END-DEDUCTIONS
           END-IF
           IF WS-ENROLL-AVAILABLE
               PERFORM 3300-END-BENEFITS
           END-IF
           IF WS-REQUEST-AVAILABLE
               PERFORM 3400-DENY-LEAVE-REQUESTS
           END-IF.

      *----------------------------------------------------------*
      *  3100-CLOSE-DIRECT-DEPOSIT - SUSPEND THE ACCOUNT SO THE   *
      *  FINAL PAY GOES BY CHECK                                  *
      *----------------------------------------------------------*
       3100-CLOSE-DIRECT-DEPOSIT.

           MOVE WS-TT-EMP-ID(WS-TERM-IDX) TO DDP-EMP-ID
           READ DD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT DDP-SUSPENDED
                       SET DDP-SUSPENDED TO TRUE
                       REWRITE DDEP-MASTER-RECORD
                           INVALID KEY
                               DISPLAY 'TRMCASC: DDMAST REWRITE '
                                   'FAILED FOR ' DDP-EMP-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-DD-COUNT
                               MOVE 'DDMAST'     TO WS-ACT-FILE
                               MOVE DDP-EMP-ID   TO WS-ACT-KEY
                               MOVE 'CLOSED'     TO WS-ACT-ACTION
                               MOVE 'PAY BY CHECK' TO WS-ACT-DETAIL
                               PERFORM 7100-LOG-ACTION
                       END-REWRITE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  3200-END-DEDUCTIONS - WALK THE EMPLOYEE'S DEDUCTIONS     *
      *----------------------------------------------------------*
       3200-END-DEDUCTIONS.

           MOVE 'N' TO WS-DED-EOF-SW
           MOVE WS-TT-EMP-ID(WS-TERM-IDX) TO DED-EMP-ID
           MOVE LOW-VALUES TO DED-CODE
           START DED-MASTER KEY IS NOT LESS THAN DED-KEY
               INVALID KEY
                   SET END-OF-EMP-DEDUCTIONS TO TRUE
           END-START

           PERFORM 3210-END-NEXT-DEDUCTION
               UNTIL END-OF-EMP-DEDUCTIONS.

      *----------------------------------------------------------*
      *  3210-END-NEXT-DEDUCTION - A GARNISHMENT, A BALANCE STILL *
      *  OWED, OR UNCOLLECTED ARREARS GOES TO THE CHECKLIST AND   *
      *  STAYS AS IT IS; ANYTHING ELSE IS ENDED AS OF THE         *
      *  TERMINATION DATE                                         *
      *----------------------------------------------------------*
       3210-END-NEXT-DEDUCTION.

           READ DED-MASTER NEXT RECORD
               AT END
                   SET END-OF-EMP-DEDUCTIONS TO TRUE
           END-READ

           IF NOT END-OF-EMP-DEDUCTIONS
               IF DED-EMP-ID NOT = WS-TT-EMP-ID(WS-TERM-IDX)
                   SET END-OF-EMP-DEDUCTIONS TO TRUE
               ELSE
                   IF DED-ACTIVE
                       PERFORM 3220-DISPOSE-DEDUCTION
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  3220-DISPOSE-DEDUCTION                                   *
      *----------------------------------------------------------*
       3220-DISPOSE-DEDUCTION.

           MOVE DED-EMP-ID TO WS-DK-EMP-ID
           MOVE DED-CODE   TO WS-DK-CODE
           MOVE 'DEDMAST'  TO WS-ACT-FILE
           MOVE WS-DED-KEY-TEXT TO WS-ACT-KEY

           MOVE ZERO TO WS-BALANCE-OWED
           IF DED-GOAL-AMOUNT > ZERO
               AND DED-TAKEN-TO-DATE < DED-GOAL-AMOUNT
               COMPUTE WS-BALANCE-OWED =
                   DED-GOAL-AMOUNT - DED-TAKEN-TO-DATE
           END-IF

           EVALUATE TRUE
               WHEN DED-GARNISHMENT
                   MOVE 'GARNISHMENT - NOTIFY PAYEE'
                       TO WS-CHK-ITEM
                   MOVE DED-ARREARS TO WS-CHK-AMOUNT
                   PERFORM 7200-LIST-CHECK-ITEM
               WHEN WS-BALANCE-OWED > ZERO
                   MOVE 'LOAN/RECOVERY BALANCE OWED'
                       TO WS-CHK-ITEM
                   MOVE WS-BALANCE-OWED TO WS-CHK-AMOUNT
                   PERFORM 7200-LIST-CHECK-ITEM
               WHEN DED-ARREARS > ZERO
                   MOVE 'ARREARS NOT COLLECTED' TO WS-CHK-ITEM
                   MOVE DED-ARREARS TO WS-CHK-AMOUNT
                   PERFORM 7200-LIST-CHECK-ITEM
               WHEN OTHER
                   SET DED-COMPLETED TO TRUE
                   MOVE WS-TT-TERM-DATE(WS-TERM-IDX)
                       TO DED-COMPLETED-DATE
                   REWRITE DEDUCT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'TRMCASC: DEDMAST REWRITE '
                               'FAILED FOR ' DED-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-DED-COUNT
                           MOVE 'END-DATED'  TO WS-ACT-ACTION
                           MOVE SPACE        TO WS-ACT-DETAIL
                           PERFORM 7100-LOG-ACTION
                   END-REWRITE
           END-EVALUATE.

      *----------------------------------------------------------*
      *  3300-END-BENEFITS - WAIVE EVERY ELECTED COVERAGE AS OF   *
      *  THE TERMINATION DATE; THE CONTINUATION NOTICE IS A       *
      *  CHECKLIST ITEM                                           *
      *----------------------------------------------------------*
       3300-END-BENEFITS.

           MOVE WS-TT-EMP-ID(WS-TERM-IDX) TO ENR-EMP-ID
           READ ENROLL-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ENR-ELECTED OR ENR-DEN-ELECTED
                       OR ENR-VIS-ELECTED
                       PERFORM 3310-WAIVE-COVERAGE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  3310-WAIVE-COVERAGE                                      *
      *----------------------------------------------------------*
       3310-WAIVE-COVERAGE.

           SET ENR-WAIVED     TO TRUE
           MOVE SPACE         TO ENR-COVERAGE-TIER
           MOVE SPACE         TO ENR-MED-OPTION
           SET ENR-DEN-WAIVED TO TRUE
           MOVE SPACE         TO ENR-DEN-OPTION
           MOVE SPACE         TO ENR-DEN-TIER
           SET ENR-VIS-WAIVED TO TRUE
           MOVE SPACE         TO ENR-VIS-OPTION
           MOVE SPACE         TO ENR-VIS-TIER
           MOVE WS-TT-TERM-DATE(WS-TERM-IDX) TO ENR-ELECT-DATE

           MOVE 'BENENRL'  TO WS-ACT-FILE
           MOVE ENR-EMP-ID TO WS-ACT-KEY
           REWRITE ENROLL-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'TRMCASC: BENENRL REWRITE FAILED FOR '
                       ENR-EMP-ID
               NOT INVALID KEY
                   ADD 1 TO WS-ENROLL-COUNT
                   MOVE 'END-DATED'  TO WS-ACT-ACTION
                   MOVE 'COVERAGE ENDED' TO WS-ACT-DETAIL
                   PERFORM 7100-LOG-ACTION
                   MOVE 'CONTINUATION NOTICE DUE' TO WS-CHK-ITEM
                   MOVE ZERO TO WS-CHK-AMOUNT
                   PERFORM 7200-LIST-CHECK-ITEM
           END-REWRITE.

      *----------------------------------------------------------*
      *  3400-DENY-LEAVE-REQUESTS - WALK THE EMPLOYEE'S REQUESTS  *
      *----------------------------------------------------------*
       3400-DENY-LEAVE-REQUESTS.

           MOVE 'N' TO WS-REQ-EOF-SW
           MOVE WS-TT-EMP-ID(WS-TERM-IDX) TO LRQ-EMP-ID
           MOVE ZERO TO LRQ-START-DATE
           START REQUEST-FILE KEY IS NOT LESS THAN LRQ-KEY
               INVALID KEY
                   SET END-OF-EMP-REQUESTS TO TRUE
           END-START

           PERFORM 3410-DENY-NEXT-REQUEST
               UNTIL END-OF-EMP-REQUESTS.

      *----------------------------------------------------------*
      *  3410-DENY-NEXT-REQUEST - PENDING OR APPROVED LEAVE THAT  *
      *  STARTS AFTER THE TERMINATION DATE IS DENIED              *
      *----------------------------------------------------------*
       3410-DENY-NEXT-REQUEST.

           READ REQUEST-FILE NEXT RECORD
               AT END
                   SET END-OF-EMP-REQUESTS TO TRUE
           END-READ

           IF NOT END-OF-EMP-REQUESTS
               IF LRQ-EMP-ID NOT = WS-TT-EMP-ID(WS-TERM-IDX)
                   SET END-OF-EMP-REQUESTS TO TRUE
               ELSE
                   IF (LRQ-PENDING OR LRQ-APPROVED)
                       AND LRQ-START-DATE >
                           WS-TT-TERM-DATE(WS-TERM-IDX)
                       PERFORM 3420-DENY-REQUEST
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  3420-DENY-REQUEST                                        *
      *----------------------------------------------------------*
       3420-DENY-REQUEST.

           SET LRQ-DENIED TO TRUE
           MOVE WS-RUN-DATE-NUM TO LRQ-DECIDED-DATE
           MOVE LRQ-EMP-ID      TO WS-RK-EMP-ID
           MOVE LRQ-START-DATE  TO WS-RK-START
           MOVE 'LVREQFIL'      TO WS-ACT-FILE
           MOVE WS-REQ-KEY-TEXT TO WS-ACT-KEY

           REWRITE LEAVE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY 'TRMCASC: LVREQFIL REWRITE FAILED FOR '
                       LRQ-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-REQUEST-COUNT
                   MOVE 'DENIED'     TO WS-ACT-ACTION
                   MOVE SPACE        TO WS-ACT-DETAIL
                   PERFORM 7100-LOG-ACTION
           END-REWRITE.

      *----------------------------------------------------------*
      *  4000-VACATE-POSITIONS - ONE PASS OVER POSMAST, WHICH IS  *
      *  KEYED BY DEPARTMENT, NOT BY EMPLOYEE                     *
      *----------------------------------------------------------*
       4000-VACATE-POSITIONS.

           IF WS-POS-AVAILABLE AND WS-TERM-COUNT > ZERO
               PERFORM 8100-READ-POSITION-MASTER
               PERFORM 4100-VACATE-ONE-POSITION
                   UNTIL END-OF-POSITION-MASTER
           END-IF.

      *----------------------------------------------------------*
      *  4100-VACATE-ONE-POSITION                                 *
      *----------------------------------------------------------*
       4100-VACATE-ONE-POSITION.

           IF POS-FILLED
               MOVE POS-FILLED-EMP-ID TO WS-FIND-EMP-ID
               PERFORM 7000-FIND-TERMINATION
               IF WS-TERM-FOUND
                   SET POS-OPEN TO TRUE
                   MOVE ZERO TO POS-FILLED-EMP-ID
                   MOVE POS-DEPT-CODE   TO WS-PK-DEPT
                   MOVE POS-SEQ         TO WS-PK-SEQ
                   MOVE 'POSMAST'       TO WS-ACT-FILE
                   MOVE WS-POS-KEY-TEXT TO WS-ACT-KEY
                   REWRITE POSITION-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'TRMCASC: POSMAST REWRITE '
                               'FAILED FOR ' POS-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-POS-COUNT
                           MOVE 'VACATED'    TO WS-ACT-ACTION
                           MOVE 'NOW OPEN'   TO WS-ACT-DETAIL
                           PERFORM 7100-LOG-ACTION
                   END-REWRITE
               END-IF
           END-IF

           PERFORM 8100-READ-POSITION-MASTER.

      *----------------------------------------------------------*
      *  5000-REVOKE-AUTHORITY - EVERY PROFILE ROW OF A           *
      *  TERMINATED EMPLOYEE'S SUBMITTER IDS GOES ON THE REVOKE   *
      *  DECK FOR AUTHMNT, WHICH KEEPS THE PROFILE FILE           *
      *----------------------------------------------------------*
       5000-REVOKE-AUTHORITY.

           IF WS-AUTH-AVAILABLE
               PERFORM 5100-LOAD-ONE-XREF
                   UNTIL END-OF-USER-XREF
               CLOSE USER-XREF
               IF WS-XREF-COUNT > ZERO
                   PERFORM 8200-READ-AUTH-CONTROL
                   PERFORM 5200-REVOKE-ONE-PROFILE
                       UNTIL END-OF-AUTH-CONTROL
               END-IF
               CLOSE AUTH-CONTROL
               CLOSE AUTH-REVOKE
           END-IF.

      *----------------------------------------------------------*
      *  5100-LOAD-ONE-XREF - KEEP ONLY THE TERMINATED EMPLOYEES' *
      *  SUBMITTER IDS                                            *
      *----------------------------------------------------------*
       5100-LOAD-ONE-XREF.

           READ USER-XREF
               AT END
                   SET END-OF-USER-XREF TO TRUE
               NOT AT END
                   MOVE UX-EMP-ID TO WS-FIND-EMP-ID
                   PERFORM 7000-FIND-TERMINATION
                   IF WS-TERM-FOUND
                       IF WS-XREF-COUNT < 500
                           ADD 1 TO WS-XREF-COUNT
                           SET WS-XREF-IDX TO WS-XREF-COUNT
                           MOVE UX-SUBMITTER
                               TO WS-XR-SUBMITTER(WS-XREF-IDX)
                           MOVE UX-EMP-ID
                               TO WS-XR-EMP-ID(WS-XREF-IDX)
                       ELSE
                           DISPLAY 'TRMCASC: XREF TABLE FULL - '
                               UX-SUBMITTER ' NOT REVOKED'
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  5200-REVOKE-ONE-PROFILE                                  *
      *----------------------------------------------------------*
       5200-REVOKE-ONE-PROFILE.

           MOVE 'N' TO WS-XREF-FOUND-SW
           SET WS-XREF-IDX TO 1
           SEARCH WS-XREF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-XREF-IDX > WS-XREF-COUNT
                   CONTINUE
               WHEN WS-XR-SUBMITTER(WS-XREF-IDX) = AC-SUBMITTER
                   SET WS-XREF-FOUND TO TRUE
           END-SEARCH

           IF WS-XREF-FOUND
               MOVE WS-XR-EMP-ID(WS-XREF-IDX) TO WS-FIND-EMP-ID
               PERFORM 7000-FIND-TERMINATION
               MOVE 'R'          TO AR-ACTION
               MOVE AC-SUBMITTER TO AR-SUBMITTER
               MOVE AC-PROGRAM   TO AR-PROGRAM
               MOVE AC-OPTION    TO AR-OPTION
               WRITE AUTH-REVOKE-RECORD
               ADD 1 TO WS-REVOKE-COUNT
               MOVE AC-SUBMITTER     TO WS-AK-SUBMITTER
               MOVE AC-PROGRAM       TO WS-AK-PROGRAM
               MOVE 'AUTHCTL'        TO WS-ACT-FILE
               MOVE WS-AUTH-KEY-TEXT TO WS-ACT-KEY
               MOVE 'REVOKED'        TO WS-ACT-ACTION
               MOVE 'VIA AUTHMNT'    TO WS-ACT-DETAIL
               PERFORM 7100-LOG-ACTION
           END-IF

           PERFORM 8200-READ-AUTH-CONTROL.

      *----------------------------------------------------------*
      *  6000-FINALIZE - TRAILER, CLOSE FILES                     *
      *----------------------------------------------------------*
       6000-FINALIZE.

           MOVE WS-TERM-COUNT    TO WS-TRL-TERMS
           MOVE WS-DD-COUNT      TO WS-TRL-DD
           MOVE WS-DED-COUNT     TO WS-TRL-DED
           MOVE WS-ENROLL-COUNT  TO WS-TRL-ENROLL
           MOVE WS-REQUEST-COUNT TO WS-TRL-REQUEST
           MOVE WS-POS-COUNT     TO WS-TRL-POS
           MOVE WS-REVOKE-COUNT  TO WS-TRL-REVOKE
           MOVE WS-CHECK-COUNT   TO WS-TRL-CHECK
           WRITE CASCADE-LINE FROM WS-BLANK-LINE
           WRITE CASCADE-LINE FROM WS-TRAILER-LINE

           MOVE '00' TO AUD-RETURN-CODE
           IF WS-CHECK-COUNT > ZERO
               DISPLAY 'TRMCASC: ' WS-CHECK-COUNT
                   ' CHECKLIST ITEM(S) NEED FOLLOW-UP - SEE TRMCHK'
               MOVE 4 TO RETURN-CODE
               MOVE '04' TO AUD-RETURN-CODE
           END-IF
           IF WS-TERM-DROP-COUNT > ZERO
               MOVE WS-TERM-DROP-COUNT TO WS-OVF-ROWS
               WRITE CASCADE-LINE FROM WS-OVERFLOW-LINE
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
           END-IF

           CLOSE EMP-MASTER
           IF WS-DD-AVAILABLE
               CLOSE DD-MASTER
           END-IF
           IF WS-DED-AVAILABLE
               CLOSE DED-MASTER
           END-IF
           IF WS-ENROLL-AVAILABLE
               CLOSE ENROLL-MASTER
           END-IF
           IF WS-REQUEST-AVAILABLE
               CLOSE REQUEST-FILE
           END-IF
           IF WS-POS-AVAILABLE
               CLOSE POSITION-MASTER
           END-IF
           CLOSE CASCADE-LOG
           CLOSE CASCADE-RPT
           CLOSE CHECKLIST-RPT

           MOVE WS-TERM-COUNT TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  7000-FIND-TERMINATION - LOOK WS-FIND-EMP-ID UP IN THE    *
      *  DAY'S TERMINATIONS; WS-TERM-IDX IS LEFT ON THE ENTRY     *
      *----------------------------------------------------------*
       7000-FIND-TERMINATION.

           MOVE 'N' TO WS-TERM-FOUND-SW
           IF WS-TERM-COUNT > ZERO
               SET WS-TERM-IDX TO 1
               SEARCH WS-TERM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TERM-IDX > WS-TERM-COUNT
                       CONTINUE
                   WHEN WS-TT-EMP-ID(WS-TERM-IDX) = WS-FIND-EMP-ID
                       SET WS-TERM-FOUND TO TRUE
               END-SEARCH
           END-IF.

      *----------------------------------------------------------*
      *  7100-LOG-ACTION - ONE REPORT LINE AND ONE LOG ROW FOR    *
      *  THE EMPLOYEE AT WS-TERM-IDX                              *
      *----------------------------------------------------------*
       7100-LOG-ACTION.

           MOVE WS-TT-EMP-ID(WS-TERM-IDX)    TO WS-AL-EMP-ID
           MOVE WS-TT-LNAME(WS-TERM-IDX)     TO WS-AL-LNAME
           MOVE WS-TT-TERM-DATE(WS-TERM-IDX) TO WS-AL-TERM-DATE
           MOVE WS-ACT-FILE                  TO WS-AL-FILE
           MOVE WS-ACT-KEY                   TO WS-AL-KEY
           MOVE WS-ACT-ACTION                TO WS-AL-ACTION
           MOVE WS-ACT-DETAIL                TO WS-AL-DETAIL
           WRITE CASCADE-LINE FROM WS-ACTION-LINE

           MOVE WS-CASCADE-DATE              TO TL-RUN-DATE
           MOVE WS-TT-EMP-ID(WS-TERM-IDX)    TO TL-EMP-ID
           MOVE WS-ACT-FILE                  TO TL-FILE
           MOVE WS-ACT-KEY                   TO TL-KEY
           MOVE WS-ACT-ACTION                TO TL-ACTION
           MOVE WS-TT-TERM-DATE(WS-TERM-IDX) TO TL-TERM-DATE
           WRITE CASCADE-LOG-RECORD.

      *----------------------------------------------------------*
      *  7200-LIST-CHECK-ITEM - ONE CHECKLIST LINE                *
      *----------------------------------------------------------*
       7200-LIST-CHECK-ITEM.

           ADD 1 TO WS-CHECK-COUNT
           MOVE WS-TT-EMP-ID(WS-TERM-IDX) TO WS-CL-EMP-ID
           MOVE WS-TT-LNAME(WS-TERM-IDX)  TO WS-CL-LNAME
           MOVE WS-ACT-FILE               TO WS-CL-FILE
           MOVE WS-ACT-KEY                TO WS-CL-KEY
           MOVE WS-CHK-ITEM               TO WS-CL-ITEM
           MOVE WS-CHK-AMOUNT             TO WS-CL-AMOUNT
           WRITE CHECKLIST-LINE FROM WS-CHECK-LINE.

      *----------------------------------------------------------*
      *  8000-READ-HISTORY - READ NEXT EMPLOYEE-HISTORY ROW       *
      *----------------------------------------------------------*
       8000-READ-HISTORY.

           READ EMP-HISTORY
               AT END
                   SET END-OF-EMP-HISTORY TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-POSITION-MASTER - READ NEXT POSITION           *
      *----------------------------------------------------------*
       8100-READ-POSITION-MASTER.

           READ POSITION-MASTER NEXT RECORD
               AT END
                   SET END-OF-POSITION-MASTER TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8200-READ-AUTH-CONTROL - READ NEXT PROFILE ROW           *
      *----------------------------------------------------------*
       8200-READ-AUTH-CONTROL.

           READ AUTH-CONTROL
               AT END
                   SET END-OF-AUTH-CONTROL TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'TRMCASC '         TO AUD-PROGRAM-ID
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
