       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHKRECON.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : PAID-CHECKS RECONCILIATION. READS THE BANK'S
      *            : PAID-CHECKS FILE (PAIDCHK: AN 'H' HEADER, ONE
      *            : 'P' ROW PER CHECK THE BANK HONORED, AND A 'T'
      *            : CONTROL TRAILER CARRYING THE ROW COUNT) AND
      *            : MARKS EACH MATCHING CHECK ON THE CHECK MASTER
      *            : (CHKMAST, SEE CHKREC) CLEARED WITH THE PAID
      *            : DATE AND AMOUNT. A PAID CHECK THAT WAS NEVER
      *            : ISSUED, WAS ALREADY CLEARED, WAS VOIDED, OR
      *            : CLEARED FOR A DIFFERENT AMOUNT THAN ISSUED IS
      *            : NOT CLEARED AND IS LISTED AS AN EXCEPTION ON
      *            : THE RECONCILIATION REPORT (CHKRRPT, CC 4). A
      *            : BROKEN PAID-FILE WRAPPER ENDS THE STEP CC 16.
      *            : EVERY CHECK STILL OUTSTANDING AFTERWARDS IS
      *            : LISTED, WITH ITS TOTAL, ON THE OUTSTANDING-
      *            : CHECKS LIST (CHKOUTL); ONE OUTSTANDING PAST THE
      *            : STALE-DATE WINDOW (180 DAYS, THROUGH DATEUTL)
      *            : IS MARKED STALE FOR FOLLOW-UP.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-CHECKS ASSIGN TO PAIDCHK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAIDCHK-STATUS.

           SELECT CHECK-MASTER ASSIGN TO CHKMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NO
               FILE STATUS IS WS-CHKMAST-STATUS.

           SELECT RECON-RPT   ASSIGN TO CHKRRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTSTAND-LIST ASSIGN TO CHKOUTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAID-CHECKS
           LABEL RECORDS ARE STANDARD.
       01  PAID-CHECK-RECORD.
           05  BPC-RECORD-TYPE  PIC X(01).
               88  BPC-HEADER           VALUE 'H'.
               88  BPC-PAID-ITEM        VALUE 'P'.
               88  BPC-TRAILER          VALUE 'T'.
           05  BPC-CHECK-NO     PIC 9(08).
           05  BPC-AMOUNT       PIC 9(08)V99.
           05  BPC-PAID-DATE    PIC 9(08).
           05  FILLER           PIC X(53).
       01  PAID-TRAILER-RECORD REDEFINES PAID-CHECK-RECORD.
           05  FILLER           PIC X(01).
           05  BPT-COUNT        PIC 9(07).
           05  BPT-TOTAL        PIC 9(10)V99.
           05  FILLER           PIC X(60).

       FD  CHECK-MASTER.
           COPY CHKREC.

       FD  RECON-RPT
           LABEL RECORDS ARE STANDARD.
       01  RECON-RPT-LINE   PIC X(132).

       FD  OUTSTAND-LIST
           LABEL RECORDS ARE STANDARD.
       01  OUTSTAND-LINE    PIC X(132).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PAIDCHK-STATUS     PIC X(02)  VALUE '00'.
       01  WS-CHKMAST-STATUS     PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad reconciliation to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-PAID-CHECKS     VALUE 'Y'.
       01  WS-WALK-SW       PIC X(01)  VALUE 'N'.
           88  WS-WALK-DONE           VALUE 'Y'.

       01  WS-HDR-SEEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-HEADER-SEEN         VALUE 'Y'.
       01  WS-TRL-SEEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN        VALUE 'Y'.
       01  WS-TRAILER-COUNT PIC 9(07)  VALUE ZERO.

       01  WS-REASON        PIC X(30)  VALUE SPACE.
       01  WS-STALE-FLAG    PIC X(05)  VALUE SPACE.

       01  WS-PAID-COUNT    PIC 9(7)   VALUE ZERO.
       01  WS-CLEAR-COUNT   PIC 9(5)   COMP VALUE ZERO.
       01  WS-EXCEPT-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-OUTST-COUNT   PIC 9(5)   COMP VALUE ZERO.
       01  WS-STALE-COUNT   PIC 9(5)   COMP VALUE ZERO.
       01  WS-CLEAR-TOTAL   PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-OUTST-TOTAL   PIC S9(10)V99 COMP-3 VALUE ZERO.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.

      * Days a check may stay outstanding before it is marked stale.
       01  WS-STALE-DAYS    PIC S9(05) VALUE +180.

      * DATEUTL linkage-shaped working-storage for the stale-date
      * test (see COPYBOOKS/CCYYDATE.CPY and CALL/DATEUTL.CBL).
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

       01  WS-RECON-TITLE   PIC X(132) VALUE
           'PAID-CHECKS RECONCILIATION - EXCEPTIONS NOT CLEARED'.

       01  WS-RECON-COLUMNS.
           05  FILLER       PIC X(50)  VALUE
               'CHECK NO  EMP      ISSUED AMT      PAID AMT  PAID '.
           05  FILLER       PIC X(50)  VALUE
               'DATE  REASON'.
           05  FILLER       PIC X(32)  VALUE SPACE.

       01  WS-EXCEPT-LINE.
           05  WS-EX-CHECK-NO   PIC ZZZZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-EX-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-EX-ISSUED     PIC ZZZZZZ9.99.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-EX-PAID       PIC ZZZZZZZ9.99.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-EX-PAID-DATE  PIC 9(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-EX-REASON     PIC X(30).
           05  FILLER           PIC X(50)  VALUE SPACE.

       01  WS-RECON-TRAILER.
           05  FILLER           PIC X(14)  VALUE 'PAID ITEMS  : '.
           05  WS-RT-PAID       PIC ZZZZZZ9.
           05  FILLER           PIC X(12)  VALUE '  CLEARED : '.
           05  WS-RT-CLEARED    PIC ZZZZ9.
           05  FILLER           PIC X(15)  VALUE '  EXCEPTIONS : '.
           05  WS-RT-EXCEPT     PIC ZZZZ9.
           05  FILLER           PIC X(18)  VALUE '  CLEARED TOTAL : '.
           05  WS-RT-TOTAL      PIC ZZZZZZZZZ9.99.
           05  FILLER           PIC X(43)  VALUE SPACE.

       01  WS-OUTST-TITLE   PIC X(132) VALUE
           'OUTSTANDING PAYROLL CHECKS'.

       01  WS-OUTST-COLUMNS.
           05  FILLER       PIC X(50)  VALUE
               'CHECK NO  EMP    PAYEE                            '.
           05  FILLER       PIC X(50)  VALUE
               '      ISSUED         AMOUNT'.
           05  FILLER       PIC X(32)  VALUE SPACE.

       01  WS-OUTST-DETAIL.
           05  WS-OD-CHECK-NO   PIC ZZZZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-OD-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-OD-PAYEE      PIC X(36).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-OD-ISSUED     PIC 9(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-OD-AMOUNT     PIC ZZZZZZZ9.99.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-OD-STALE      PIC X(05).
           05  FILLER           PIC X(50)  VALUE SPACE.

       01  WS-OUTST-TRAILER.
           05  FILLER           PIC X(20)  VALUE
               'CHECKS OUTSTANDING: '.
           05  WS-OT-COUNT      PIC ZZZZ9.
           05  FILLER           PIC X(10)  VALUE '  STALE : '.
           05  WS-OT-STALE      PIC ZZZZ9.
           05  FILLER           PIC X(10)  VALUE '  TOTAL : '.
           05  WS-OT-TOTAL      PIC ZZZZZZZZZ9.99.
           05  FILLER           PIC X(69)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PAID-RECORD
               UNTIL END-OF-PAID-CHECKS
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, WRITE THE REPORT TITLES    *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           OPEN I-O CHECK-MASTER
           IF WS-CHKMAST-STATUS NOT = '00'
               DISPLAY 'CHKRECON: CHKMAST NOT AVAILABLE - ABORTING '
                   'RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  PAID-CHECKS
           IF WS-PAIDCHK-STATUS NOT = '00'
               DISPLAY 'CHKRECON: NO PAIDCHK FILE - ABORTING RUN'
               CLOSE CHECK-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RECON-RPT
           OPEN OUTPUT OUTSTAND-LIST

           WRITE RECON-RPT-LINE FROM WS-RECON-TITLE
           MOVE SPACE TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           WRITE RECON-RPT-LINE FROM WS-RECON-COLUMNS

           WRITE OUTSTAND-LINE FROM WS-OUTST-TITLE
           MOVE SPACE TO OUTSTAND-LINE
           WRITE OUTSTAND-LINE
           WRITE OUTSTAND-LINE FROM WS-OUTST-COLUMNS

           PERFORM 8000-READ-PAID-CHECKS.

      *----------------------------------------------------------*
      *  2000-PROCESS-PAID-RECORD - HEADER, TRAILER, OR ONE       *
      *  CHECK THE BANK PAID                                      *
      *----------------------------------------------------------*
       2000-PROCESS-PAID-RECORD.

           EVALUATE TRUE
               WHEN BPC-HEADER
                   SET WS-HEADER-SEEN TO TRUE
               WHEN BPC-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE BPT-COUNT TO WS-TRAILER-COUNT
               WHEN BPC-PAID-ITEM
                   ADD 1 TO WS-PAID-COUNT
                   PERFORM 2100-CLEAR-ONE-CHECK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 8000-READ-PAID-CHECKS.

      *----------------------------------------------------------*
      *  2100-CLEAR-ONE-CHECK - ONLY AN OUTSTANDING CHECK PAID AT *
      *  ITS ISSUED AMOUNT CLEARS; ANYTHING ELSE IS AN EXCEPTION  *
      *----------------------------------------------------------*
       2100-CLEAR-ONE-CHECK.

           MOVE SPACE TO WS-REASON
           MOVE BPC-CHECK-NO TO CK-CHECK-NO
           READ CHECK-MASTER
               INVALID KEY
                   MOVE ZERO TO CK-EMP-ID
                   MOVE ZERO TO CK-AMOUNT
                   MOVE 'NOT ISSUED - NOT ON CHKMAST' TO WS-REASON
           END-READ

           IF WS-REASON = SPACE
               EVALUATE TRUE
                   WHEN CK-CLEARED
                       MOVE 'ALREADY CLEARED' TO WS-REASON
                   WHEN CK-VOIDED
                       MOVE 'VOIDED CHECK PRESENTED' TO WS-REASON
                   WHEN BPC-AMOUNT NOT = CK-AMOUNT
                       MOVE 'PAID AMOUNT DIFFERS FROM ISSUED'
                           TO WS-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-REASON = SPACE
               SET CK-CLEARED TO TRUE
               MOVE BPC-PAID-DATE TO CK-CLEARED-DATE
               MOVE BPC-AMOUNT    TO CK-PAID-AMOUNT
               REWRITE CHECK-MASTER-RECORD
                   INVALID KEY
                       MOVE 'CHKMAST REWRITE FAILED' TO WS-REASON
               END-REWRITE
           END-IF

           IF WS-REASON = SPACE
               ADD 1 TO WS-CLEAR-COUNT
               ADD BPC-AMOUNT TO WS-CLEAR-TOTAL
           ELSE
               MOVE BPC-CHECK-NO  TO WS-EX-CHECK-NO
               MOVE CK-EMP-ID     TO WS-EX-EMP-ID
               MOVE CK-AMOUNT     TO WS-EX-ISSUED
               MOVE BPC-AMOUNT    TO WS-EX-PAID
               MOVE BPC-PAID-DATE TO WS-EX-PAID-DATE
               MOVE WS-REASON     TO WS-EX-REASON
               WRITE RECON-RPT-LINE FROM WS-EXCEPT-LINE
               ADD 1 TO WS-EXCEPT-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  3000-FINALIZE - VERIFY THE PAID FILE, LIST WHAT IS STILL *
      *  OUTSTANDING, WRITE TRAILERS, CLOSE FILES                 *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE WS-PAID-COUNT   TO WS-RT-PAID
           MOVE WS-CLEAR-COUNT  TO WS-RT-CLEARED
           MOVE WS-EXCEPT-COUNT TO WS-RT-EXCEPT
           MOVE WS-CLEAR-TOTAL  TO WS-RT-TOTAL
           MOVE SPACE TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           WRITE RECON-RPT-LINE FROM WS-RECON-TRAILER

           MOVE ZERO TO CK-CHECK-NO
           START CHECK-MASTER KEY NOT < CK-CHECK-NO
               INVALID KEY
                   SET WS-WALK-DONE TO TRUE
           END-START
           PERFORM 3100-LIST-ONE-CHECK
               UNTIL WS-WALK-DONE

           MOVE WS-OUTST-COUNT TO WS-OT-COUNT
           MOVE WS-STALE-COUNT TO WS-OT-STALE
           MOVE WS-OUTST-TOTAL TO WS-OT-TOTAL
           MOVE SPACE TO OUTSTAND-LINE
           WRITE OUTSTAND-LINE
           WRITE OUTSTAND-LINE FROM WS-OUTST-TRAILER

           IF WS-EXCEPT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           IF NOT WS-HEADER-SEEN
               OR NOT WS-TRAILER-SEEN
               OR WS-TRAILER-COUNT NOT = WS-PAID-COUNT
               DISPLAY 'CHKRECON: PAIDCHK FILE FAILED COMPLETENESS '
                   'CHECK - RECONCILIATION INCOMPLETE'
               MOVE 16 TO RETURN-CODE
           END-IF

           CLOSE PAID-CHECKS
           CLOSE CHECK-MASTER
           CLOSE RECON-RPT
           CLOSE OUTSTAND-LIST

           MOVE WS-PAID-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  3100-LIST-ONE-CHECK - AN OUTSTANDING CHECK GOES ON THE   *
      *  LIST, MARKED STALE ONCE PAST THE STALE-DATE WINDOW       *
      *----------------------------------------------------------*
       3100-LIST-ONE-CHECK.

           READ CHECK-MASTER NEXT RECORD
               AT END
                   SET WS-WALK-DONE TO TRUE
               NOT AT END
                   IF CK-OUTSTANDING
                       PERFORM 3200-WRITE-OUTSTANDING-LINE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  3200-WRITE-OUTSTANDING-LINE                              *
      *----------------------------------------------------------*
       3200-WRITE-OUTSTANDING-LINE.

           MOVE SPACE TO WS-STALE-FLAG
           MOVE CK-ISSUE-DATE TO WS-DU-DATE1-NUM
           MOVE WS-STALE-DAYS TO WS-DATEUTL-DAYS-TO-ADD
           MOVE 'A' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW
           IF WS-DU-RESULT-NUM < WS-RUN-DATE-NUM
               MOVE 'STALE' TO WS-STALE-FLAG
               ADD 1 TO WS-STALE-COUNT
           END-IF

           MOVE CK-CHECK-NO   TO WS-OD-CHECK-NO
           MOVE CK-EMP-ID     TO WS-OD-EMP-ID
           MOVE CK-PAYEE      TO WS-OD-PAYEE
           MOVE CK-ISSUE-DATE TO WS-OD-ISSUED
           MOVE CK-AMOUNT     TO WS-OD-AMOUNT
           MOVE WS-STALE-FLAG TO WS-OD-STALE
           WRITE OUTSTAND-LINE FROM WS-OUTST-DETAIL

           ADD 1 TO WS-OUTST-COUNT
           ADD CK-AMOUNT TO WS-OUTST-TOTAL.

      *----------------------------------------------------------*
      *  8000-READ-PAID-CHECKS - READ NEXT PAID-CHECKS RECORD     *
      *----------------------------------------------------------*
       8000-READ-PAID-CHECKS.

           READ PAID-CHECKS
               AT END
                   SET END-OF-PAID-CHECKS TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'CHKRECON'         TO AUD-PROGRAM-ID
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
