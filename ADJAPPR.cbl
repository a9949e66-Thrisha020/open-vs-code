       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ADJAPPR.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : NEXT-DAY APPROVAL OF THE SUBPROG ADJUSTMENTS
      *            : HELD OVER THEIR CATEGORY'S APPROVAL LIMIT, IN
      *            : THE TRANSACTION-DECK STYLE. EACH DECK ROW NAMES
      *            : A HELD ITEM ON THE ADJPEND QUEUE BY ITS
      *            : TRANSACTION KEY AND RELEASES (ACTION A) OR
      *            : REJECTS (ACTION R, REASON REQUIRED) IT. THE
      *            : DECISION, THE DATE AND THE SUBMITTR IDENTITY
      *            : OF WHOEVER MADE IT ARE RECORDED ON THE QUEUE
      *            : ROW. AUTHCHK OPTION A GATES THE DECK. A
      *            : RELEASED ITEM IS WRITTEN BACK OUT IN TRANS-IN
      *            : LAYOUT (ADJREL), WHICH THE NEXT MAINPROG RUN
      *            : TAKES CONCATENATED ONTO ITS TRANSIN DECK;
      *            : SUBPROG THEN FINDS IT APPROVED, POSTS IT AND
      *            : MARKS IT POSTED. A REJECTED ITEM STAYS ON THE
      *            : QUEUE WITH ITS REASON AND IS NEVER POSTED. THE
      *            : REPORT CLOSES WITH EVERY ITEM STILL WAITING.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPR-TRANS  ASSIGN TO ADJAPDK
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUBMITTER-ID ASSIGN TO SUBMITTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBMITTR-STATUS.

           SELECT ADJ-PENDING ASSIGN TO ADJPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APD-TRANS-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT RELEASE-OUT ASSIGN TO ADJREL
               ORGANIZATION IS SEQUENTIAL.

           SELECT APPR-RPT    ASSIGN TO ADJAPRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One row per held item: A RELEASE, R REJECT (REASON RIDES).
       FD  APPR-TRANS
           LABEL RECORDS ARE STANDARD.
       01  APPR-TRANS-RECORD.
           05  AAT-TRANS-KEY    PIC X(08).
           05  AAT-ACTION       PIC X(01).
               88  AAT-RELEASE          VALUE 'A'.
               88  AAT-REJECT           VALUE 'R'.
           05  AAT-REASON       PIC X(30).

       FD  SUBMITTER-ID
           LABEL RECORDS ARE STANDARD.
       01  SUBMITTER-ID-RECORD.
           05  SUB-USER-ID      PIC X(08).

       FD  ADJ-PENDING.
           COPY ADJPREC.

      * MAINPROG's TRANS-IN record shape.
       FD  RELEASE-OUT
           LABEL RECORDS ARE STANDARD.
       01  RELEASE-OUT-RECORD.
           05  REL-TRANS-KEY    PIC X(08).
           05  REL-CATEGORY     PIC X(04).
           05  REL-VALUE        PIC 9(4).
           05  REL-TRANS-TYPE   PIC X(01).
           05  REL-ORIG-KEY     PIC X(08).

       FD  APPR-RPT
           LABEL RECORDS ARE STANDARD.
       01  APPR-RPT-LINE        PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-SUBMITTR-STATUS    PIC X(02)  VALUE '00'.
       01  WS-PEND-FILE-STATUS   PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad approval run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-TRANS-EOF-SW  PIC X(01)  VALUE 'N'.
           88  END-OF-APPR-TRANS      VALUE 'Y'.
       01  WS-PEND-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-ADJ-PENDING     VALUE 'Y'.

      * Approver gating through the shared AUTHCHK service, checked
      * once, the first time the deck needs it.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'ADJAPPR '.
       01  WS-AUTH-OPTION      PIC X(01)  VALUE SPACE.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-AUTH-STATUS
                               LK-STATUS-OK      BY WS-AUTH-OK
                               LK-STATUS-HELD    BY WS-AUTH-HELD
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.
       01  WS-APPROVE-AUTH-SW  PIC X(01)  VALUE ' '.
           88  WS-APPROVE-ALLOWED        VALUE 'Y'.
           88  WS-APPROVE-REFUSED        VALUE 'N'.

       01  WS-SUBMITTER     PIC X(08)  VALUE SPACE.
       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.

       01  WS-RESULT-SW     PIC X(01)  VALUE 'Y'.
           88  WS-TRANS-APPLIED       VALUE 'Y'.
           88  WS-TRANS-REJECTED      VALUE 'N'.
       01  WS-REJECT-REASON PIC X(30)  VALUE SPACE.
       01  WS-PEND-FOUND-SW PIC X(01)  VALUE 'N'.
           88  WS-PEND-ROW-FOUND      VALUE 'Y'.

       01  WS-TRANS-COUNT   PIC 9(5)   COMP VALUE ZERO.
       01  WS-RELEASE-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-DECLINE-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-WAITING-COUNT PIC 9(5)   COMP VALUE ZERO.

       01  WS-ACTION-DESC   PIC X(08)  VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DET-ACTION    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-KEY       PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-CATEGORY  PIC X(04).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-VALUE     PIC -ZZZZZZ9.99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(30).
           05  FILLER           PIC X(06)  VALUE SPACE.

       01  WS-WAITING-HEADER PIC X(80) VALUE
           'ADJUSTMENTS STILL HELD FOR APPROVAL'.

       01  WS-WAITING-LINE.
           05  WS-WL-KEY        PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-WL-CATEGORY   PIC X(04).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-WL-VALUE      PIC -ZZZZZZ9.99.
           05  FILLER           PIC X(07)  VALUE ' LIMIT '.
           05  WS-WL-LIMIT      PIC ZZZZZZ9.99.
           05  FILLER           PIC X(06)  VALUE ' HELD '.
           05  WS-WL-HELD-DATE  PIC 9(08).
           05  FILLER           PIC X(24)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(13)  VALUE 'TRANS READ : '.
           05  WS-TRL-COUNT     PIC ZZZZ9.
           05  FILLER           PIC X(12)  VALUE '  RELEASED: '.
           05  WS-TRL-RELEASE   PIC ZZZZ9.
           05  FILLER           PIC X(12)  VALUE '  DECLINED: '.
           05  WS-TRL-DECLINE   PIC ZZZZ9.
           05  FILLER           PIC X(07)  VALUE '  REJ: '.
           05  WS-TRL-REJECT    PIC ZZZZ9.
           05  FILLER           PIC X(11)  VALUE '  WAITING: '.
           05  WS-TRL-WAITING   PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION
               UNTIL END-OF-APPR-TRANS
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - IDENTIFY THE APPROVER, OPEN THE QUEUE  *
      *  AND THE STREAMS                                          *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

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
               DISPLAY 'ADJAPPR: SUBMITTER NOT IDENTIFIED - '
                   'ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ADJ-PENDING
           IF WS-PEND-FILE-STATUS NOT = '00'
               DISPLAY 'ADJAPPR: ADJPEND QUEUE NOT AVAILABLE - '
                   'ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  APPR-TRANS
           OPEN OUTPUT RELEASE-OUT
           OPEN OUTPUT APPR-RPT

           PERFORM 8000-READ-APPR-TRANS.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION - ONE RELEASE/REJECT            *
      *----------------------------------------------------------*
       2000-PROCESS-TRANSACTION.

           SET WS-TRANS-APPLIED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           MOVE 'N'   TO WS-PEND-FOUND-SW
           ADD 1 TO WS-TRANS-COUNT

           EVALUATE TRUE
               WHEN AAT-RELEASE
                   MOVE 'RELEASE'  TO WS-ACTION-DESC
                   PERFORM 2100-APPLY-RELEASE
               WHEN AAT-REJECT
                   MOVE 'DECLINE'  TO WS-ACTION-DESC
                   PERFORM 2200-APPLY-REJECT
               WHEN OTHER
                   MOVE 'UNKNOWN'  TO WS-ACTION-DESC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'UNRECOGNIZED ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE

           PERFORM 2900-WRITE-DETAIL-LINE

           PERFORM 8000-READ-APPR-TRANS.

      *----------------------------------------------------------*
      *  2050-GATE-APPROVER - ROLE A CHECKED ONCE PER RUN, THEN   *
      *  THE NAMED ITEM MUST BE ON THE QUEUE AND STILL HELD       *
      *----------------------------------------------------------*
       2050-GATE-APPROVER.

           IF WS-APPROVE-AUTH-SW = ' '
               MOVE 'A' TO WS-AUTH-OPTION
               CALL 'AUTHCHK' USING WS-AUTH-PROGRAM WS-AUTH-OPTION
                   WS-AUTH-STATUS
               IF WS-AUTH-FAILED
                   SET WS-APPROVE-REFUSED TO TRUE
               ELSE
                   SET WS-APPROVE-ALLOWED TO TRUE
               END-IF
           END-IF

           IF WS-APPROVE-REFUSED
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'NOT AUTHORIZED TO APPROVE' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               MOVE AAT-TRANS-KEY TO APD-TRANS-KEY
               READ ADJ-PENDING
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PEND-ROW-FOUND TO TRUE
               END-READ
               IF NOT WS-PEND-ROW-FOUND
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'NO HELD ITEM FOR THIS KEY'
                       TO WS-REJECT-REASON
               ELSE
                   IF NOT APD-HELD
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'ITEM ALREADY DECIDED'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2100-APPLY-RELEASE - MARK THE ITEM APPROVED UNDER THE    *
      *  APPROVER'S NAME AND CUT ITS TRANS-IN IMAGE FOR THE NEXT  *
      *  MAINPROG RUN                                             *
      *----------------------------------------------------------*
       2100-APPLY-RELEASE.

           PERFORM 2050-GATE-APPROVER

           IF WS-TRANS-APPLIED
               SET APD-APPROVED TO TRUE
               MOVE WS-RUN-DATE-NUM TO APD-DECIDED-DATE
               MOVE WS-SUBMITTER    TO APD-DECIDED-BY
               MOVE SPACE           TO APD-REASON
               REWRITE ADJ-PENDING-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'QUEUE REWRITE FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE
           END-IF

           IF WS-TRANS-APPLIED
               MOVE APD-TRANS-KEY  TO REL-TRANS-KEY
               MOVE APD-CATEGORY   TO REL-CATEGORY
               MOVE APD-VALUE-IN   TO REL-VALUE
               MOVE APD-TRANS-TYPE TO REL-TRANS-TYPE
               MOVE APD-ORIG-KEY   TO REL-ORIG-KEY
               WRITE RELEASE-OUT-RECORD
               ADD 1 TO WS-RELEASE-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2200-APPLY-REJECT - THE ITEM STAYS, MARKED AND REASONED, *
      *  SO THE DECISION SURVIVES                                 *
      *----------------------------------------------------------*
       2200-APPLY-REJECT.

           PERFORM 2050-GATE-APPROVER

           IF WS-TRANS-APPLIED AND AAT-REASON = SPACE
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'REJECT REASON IS BLANK' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               SET APD-REJECTED TO TRUE
               MOVE WS-RUN-DATE-NUM TO APD-DECIDED-DATE
               MOVE WS-SUBMITTER    TO APD-DECIDED-BY
               MOVE AAT-REASON      TO APD-REASON
               REWRITE ADJ-PENDING-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'QUEUE REWRITE FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE
           END-IF

           IF WS-TRANS-APPLIED
               ADD 1 TO WS-DECLINE-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2900-WRITE-DETAIL-LINE                                   *
      *----------------------------------------------------------*
       2900-WRITE-DETAIL-LINE.

           MOVE WS-ACTION-DESC  TO WS-DET-ACTION
           MOVE AAT-TRANS-KEY   TO WS-DET-KEY
           IF WS-PEND-ROW-FOUND
               MOVE APD-CATEGORY  TO WS-DET-CATEGORY
               MOVE APD-VALUE-OUT TO WS-DET-VALUE
           ELSE
               MOVE SPACE         TO WS-DET-CATEGORY
               MOVE ZERO          TO WS-DET-VALUE
           END-IF

           IF WS-TRANS-APPLIED
               MOVE 'APPLIED'  TO WS-DET-RESULT
               MOVE SPACE      TO WS-DET-REASON
           ELSE
               MOVE 'REJECTED' TO WS-DET-RESULT
               MOVE WS-REJECT-REASON TO WS-DET-REASON
               ADD 1 TO WS-REJECT-COUNT
           END-IF

           WRITE APPR-RPT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  3000-FINALIZE - LIST WHAT STILL WAITS, TRAILER, CLOSE    *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE SPACE TO APPR-RPT-LINE
           WRITE APPR-RPT-LINE
           WRITE APPR-RPT-LINE FROM WS-WAITING-HEADER

           MOVE LOW-VALUES TO APD-TRANS-KEY
           START ADJ-PENDING KEY IS NOT LESS THAN APD-TRANS-KEY
               INVALID KEY
                   SET END-OF-ADJ-PENDING TO TRUE
           END-START
           PERFORM 3100-LIST-ONE-WAITING-ROW
               UNTIL END-OF-ADJ-PENDING

           MOVE WS-TRANS-COUNT   TO WS-TRL-COUNT
           MOVE WS-RELEASE-COUNT TO WS-TRL-RELEASE
           MOVE WS-DECLINE-COUNT TO WS-TRL-DECLINE
           MOVE WS-REJECT-COUNT  TO WS-TRL-REJECT
           MOVE WS-WAITING-COUNT TO WS-TRL-WAITING
           MOVE SPACE TO APPR-RPT-LINE
           WRITE APPR-RPT-LINE
           WRITE APPR-RPT-LINE FROM WS-TRAILER-LINE

           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE APPR-TRANS
           CLOSE ADJ-PENDING
           CLOSE RELEASE-OUT
           CLOSE APPR-RPT

           MOVE WS-TRANS-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  3100-LIST-ONE-WAITING-ROW                                *
      *----------------------------------------------------------*
       3100-LIST-ONE-WAITING-ROW.

           READ ADJ-PENDING NEXT RECORD
               AT END
                   SET END-OF-ADJ-PENDING TO TRUE
               NOT AT END
                   IF APD-HELD
                       MOVE APD-TRANS-KEY  TO WS-WL-KEY
                       MOVE APD-CATEGORY   TO WS-WL-CATEGORY
                       MOVE APD-VALUE-OUT  TO WS-WL-VALUE
                       MOVE APD-LIMIT      TO WS-WL-LIMIT
                       MOVE APD-HELD-DATE  TO WS-WL-HELD-DATE
                       WRITE APPR-RPT-LINE FROM WS-WAITING-LINE
                       ADD 1 TO WS-WAITING-COUNT
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  8000-READ-APPR-TRANS - READ NEXT DECK ROW                *
      *----------------------------------------------------------*
       8000-READ-APPR-TRANS.

           READ APPR-TRANS
               AT END
                   SET END-OF-APPR-TRANS TO TRUE
           END-READ.
      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'ADJAPPR '         TO AUD-PROGRAM-ID
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
