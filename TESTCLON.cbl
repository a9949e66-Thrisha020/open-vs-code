
      *
      * PROJ DESC : TEST-REGION CLONE GENERATOR. COPIES EMPMAST,
      *            : COMPMAST, ADDRMAST, LEAVMAST, EMPHIST, AND
      *            : DDMAST TO THE TEST-REGION FILES WITH NAMES,
      *            : ADDRESSES, RATES, AND BANK ACCOUNTS SCRAMBLED.
      *            : THE SCRAMBLE IS DERIVED
      *            : FROM THE EMPLOYEE ID, SO THE SAME EMPLOYEE
      *            : SCRAMBLES TO THE SAME FAKE VALUES IN EVERY
      *            : FILE AND CROSS-FILE JOINS STILL WORK; KEYS,
      *                  170 TO HISTREC'S TRUE 175 BYTES - THE
      *                  OLD WIDTH CUT THE LAST-UPDATE STAMP OFF
      *                  EVERY AFTER-IMAGE.
      * 10/15/2026  RSM  EMPREC IMAGE WIDENED TO 80 BYTES (NEW
      *                  EMP-JOB-CODE).
      * 10/15/2026  RSM  DDMAST NOW CLONED TO TESTDD WITH ID-DERIVED
      *                  FAKE ROUTING (VALID ABA CHECK DIGIT) AND
      *                  ACCOUNT NUMBERS, THE ACCOUNT STORED PROTECTED
      *                  THROUGH ACCTPROT.
      *

       ENVIRONMENT DIVISION.
               RECORD KEY IS TL-EMP-ID
               FILE STATUS IS WS-TEST-LEAVE-STATUS.

           SELECT DD-MASTER   ASSIGN TO DDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DDP-EMP-ID
               FILE STATUS IS WS-DD-MASTER-STATUS.

           SELECT TEST-DD     ASSIGN TO TESTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-EMP-ID
               FILE STATUS IS WS-TEST-DD-STATUS.

           SELECT HIST-IN     ASSIGN TO EMPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-IN-STATUS.
                                 EMP-LAST-UPD-SRC  BY TE-LAST-UPD-SRC
                                 EMP-UPD-SRC-BATCH BY TE-UPD-SRC-BATCH
                                 EMP-UPD-SRC-ONLINE
                                                   BY TE-UPD-SRC-ONLINE
                                 EMP-JOB-CODE      BY TE-JOB-CODE.

       FD  COMP-MASTER.
           COPY COMPREC.
                                   LVE-LAST-ACCRUAL
                                                 BY TL-LAST-ACCRUAL.

       FD  DD-MASTER.
           COPY DDEPREC.

      * DDEPREC shape; only the key is named here.
       FD  TEST-DD.
       01  TEST-DD-RECORD.
           05  TD-EMP-ID        PIC 9(05).
           05  FILLER           PIC X(37).

       FD  HIST-IN
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  TEST-HIST
           LABEL RECORDS ARE STANDARD.
       01  TEST-HIST-RECORD     PIC X(179).

       FD  CLONE-RPT
           LABEL RECORDS ARE STANDARD.
       01  WS-LEAVE-STATUS       PIC X(02)  VALUE '00'.
       01  WS-TEST-LEAVE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-HIST-IN-STATUS     PIC X(02)  VALUE '00'.
       01  WS-DD-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-TEST-DD-STATUS     PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad clone to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.02'.

       01  WS-EMP-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-MASTER      VALUE 'Y'.
           88  END-OF-LEAVE-MASTER    VALUE 'Y'.
       01  WS-HIST-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-HIST-IN         VALUE 'Y'.
       01  WS-DD-EOF-SW     PIC X(01)  VALUE 'N'.
           88  END-OF-DD-MASTER       VALUE 'Y'.

      * In/out counts per file, reconciled on the report.
       01  WS-EMP-IN        PIC 9(7)  COMP VALUE ZERO.
       01  WS-LEAVE-OUT     PIC 9(7)  COMP VALUE ZERO.
       01  WS-HIST-IN-CNT   PIC 9(7)  COMP VALUE ZERO.
       01  WS-HIST-OUT-CNT  PIC 9(7)  COMP VALUE ZERO.
       01  WS-DD-IN         PIC 9(7)  COMP VALUE ZERO.
       01  WS-DD-OUT        PIC 9(7)  COMP VALUE ZERO.
       01  WS-MISMATCH-SW   PIC X(01) VALUE 'N'.
           88  WS-COUNTS-MISMATCHED   VALUE 'Y'.

       01  WS-RATE-REMAINDER PIC 9(04) COMP VALUE ZERO.
       01  WS-RATE-QUOTIENT PIC 9(05) COMP VALUE ZERO.

      * Fake bank fields, also from the ID: a routing number that
      * passes the ABA check digit and an account of plausible
      * length. No production account or routing number is copied.
       01  WS-FAKE-ROUTING.
           05  FILLER           PIC 9(03)  VALUE 099.
           05  WS-FR-ID         PIC 9(05).
           05  WS-FR-CHECK      PIC 9(01).
       01  WS-FAKE-ROUTING-DIGITS REDEFINES WS-FAKE-ROUTING.
           05  WS-FRD           PIC 9(01)  OCCURS 9 TIMES.
       01  WS-FAKE-ACCOUNT.
           05  FILLER           PIC X(04)  VALUE '8800'.
           05  WS-FA-ID         PIC 9(05).
           05  FILLER           PIC X(08)  VALUE '01'.
       01  WS-ABA-SUM       PIC 9(04) COMP VALUE ZERO.
       01  WS-ABA-QUOTIENT  PIC 9(04) COMP VALUE ZERO.
       01  WS-ABA-REMAINDER PIC 9(02) COMP VALUE ZERO.

      * The fake account is stored protected, as in production,
      * through the shared ACCTPROT service and the test region's
      * own ACCTKEY.
       01  WS-PROT-FUNCTION    PIC X(01)  VALUE 'P'.
       01  WS-PROT-CALLER      PIC X(08)  VALUE 'TESTCLON'.
       01  WS-PROT-IN          PIC X(17)  VALUE SPACE.
       01  WS-PROT-OUT         PIC X(17)  VALUE SPACE.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-PROT-STATUS
                               LK-STATUS-OK      BY WS-PROT-OK
                               LK-STATUS-WARNING BY WS-PROT-WARNING
                               LK-STATUS-FAILED  BY WS-PROT-FAILED.

      * The history images decoded so the name fields inside them
      * take the same scramble as the master rows.
       01  WS-IMAGE-FIELDS.
           05  IM-FNAME         PIC X(15).
           05  FILLER           PIC X(01).
           05  IM-LNAME         PIC X(20).
           05  FILLER           PIC X(39).

       01  WS-TITLE-LINE    PIC X(80) VALUE
           'TEST-REGION CLONE - SCRAMBLE AND RECONCILIATION'.
           PERFORM 2300-CLONE-ADDR-MASTER
           PERFORM 2400-CLONE-LEAVE-MASTER
           PERFORM 2500-CLONE-HISTORY
           PERFORM 2600-CLONE-DD-MASTER
           PERFORM 3000-FINALIZE

           STOP RUN.
                   ADD 1 TO WS-HIST-OUT-CNT
           END-READ.

      *----------------------------------------------------------*
      *  2600-CLONE-DD-MASTER - KEYS, TYPES AND PRENOTE STATUS    *
      *  CARRY ACROSS; THE ROUTING AND ACCOUNT ARE REPLACED WITH  *
      *  ID-DERIVED FAKES. WITHOUT ACCTKEY NOTHING IS WRITTEN AND *
      *  THE COPY RECONCILES SHORT.                               *
      *----------------------------------------------------------*
       2600-CLONE-DD-MASTER.

           OPEN INPUT DD-MASTER
           IF WS-DD-MASTER-STATUS = '00'
               MOVE 'P'   TO WS-PROT-FUNCTION
               MOVE SPACE TO WS-PROT-IN
               CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
                   WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
               IF WS-PROT-FAILED
                   DISPLAY 'TESTCLON: NO ACCTKEY - DDMAST NOT CLONED'
               END-IF
               OPEN OUTPUT TEST-DD
               PERFORM 2650-COPY-ONE-DD-ROW
                   UNTIL END-OF-DD-MASTER
               CLOSE DD-MASTER
               CLOSE TEST-DD
           ELSE
               DISPLAY 'TESTCLON: NO DDMAST FILE - DIRECT DEPOSIT '
                   'NOT CLONED'
           END-IF
           MOVE 'DDMAST    ' TO WS-RC-FILE
           MOVE WS-DD-IN  TO WS-RC-IN
           MOVE WS-DD-OUT TO WS-RC-OUT
           PERFORM 2900-WRITE-RECON-LINE.

      *----------------------------------------------------------*
      *  2650-COPY-ONE-DD-ROW                                     *
      *----------------------------------------------------------*
       2650-COPY-ONE-DD-ROW.

           READ DD-MASTER
               AT END
                   SET END-OF-DD-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-DD-IN
                   IF WS-PROT-OK
                       PERFORM 2660-DERIVE-BANK-FIELDS
                       PERFORM 2670-WRITE-TEST-DD-ROW
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2660-DERIVE-BANK-FIELDS - FAKE ROUTING WITH A GOOD ABA   *
      *  CHECK DIGIT (WEIGHTS 3-7-1) AND A FAKE ACCOUNT, PUT ON   *
      *  THE ROW IN PROTECTED FORM                                *
      *----------------------------------------------------------*
       2660-DERIVE-BANK-FIELDS.

           MOVE DDP-EMP-ID TO WS-FR-ID
           MOVE ZERO       TO WS-FR-CHECK
           COMPUTE WS-ABA-SUM =
               3 * (WS-FRD(1) + WS-FRD(4) + WS-FRD(7))
               + 7 * (WS-FRD(2) + WS-FRD(5) + WS-FRD(8))
               + (WS-FRD(3) + WS-FRD(6))
           DIVIDE WS-ABA-SUM BY 10
               GIVING WS-ABA-QUOTIENT
               REMAINDER WS-ABA-REMAINDER
           IF WS-ABA-REMAINDER > ZERO
               COMPUTE WS-FR-CHECK = 10 - WS-ABA-REMAINDER
           END-IF
           MOVE WS-FAKE-ROUTING TO DDP-ROUTING

           MOVE DDP-EMP-ID      TO WS-FA-ID
           MOVE 'P'             TO WS-PROT-FUNCTION
           MOVE WS-FAKE-ACCOUNT TO WS-PROT-IN
           CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
               WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
           MOVE WS-PROT-OUT     TO DDP-ACCOUNT
           SET DDP-ACCT-PROTECTED TO TRUE.

      *----------------------------------------------------------*
      *  2670-WRITE-TEST-DD-ROW                                   *
      *----------------------------------------------------------*
       2670-WRITE-TEST-DD-ROW.

           WRITE TEST-DD-RECORD FROM DDEP-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'TESTCLON: TESTDD WRITE FAILED'
           END-WRITE
           ADD 1 TO WS-DD-OUT.

      *----------------------------------------------------------*
      *  2900-WRITE-RECON-LINE - IN MUST EQUAL OUT, FILE BY FILE  *
      *----------------------------------------------------------*
