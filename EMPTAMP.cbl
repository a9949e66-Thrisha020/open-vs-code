       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPTAMP.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : NIGHTLY CHECK FOR EMPLOYEE-MASTER CHANGES MADE
      *            : OUTSIDE THE MAINTENANCE PROGRAMS. EVERY
      *            : SANCTIONED CHANGE TO EMPMAST LEAVES A TRAIL:
      *            : EMPMAINT AN EMPHIST AND AN EMPJRNL ROW, EMPUPDT
      *            : AN (ONLINE) EMPHIST ROW, DEPTXFER A REVERSAL
      *            : TRANSACTION ON ITS XFERREV DECK, EMPARCH THE
      *            : ARCHIVED RECORD ON EMPARCH, ACQLOAD AN EMPHIST
      *            : ADD ROW FOR EACH CONVERTED EMPLOYEE -- AND EACH
      *            : STAMPS THE RECORD'S LAST-UPDATE DATE AND TIME.
      *            : A DIRECT EDIT WITH A FILE UTILITY LEAVES NONE
      *            : OF THAT. THIS PROGRAM TAKES EMPCOMP'S DIFFERENCE
      *            : EXTRACT (EMPDIFF, SEE EMPDIFF) FOR THE NIGHT
      *            : AND MATCHES EVERY ADDED, CHANGED OR REMOVED
      *            : EMPLOYEE TO ITS TRAIL FOR THAT EMPLOYEE AND
      *            : THE DAY OF ITS LAST-UPDATE STAMP. A DIFFERENCE
      *            : WITH NO MATCHING ROW, A CHANGE THAT DID NOT
      *            : MOVE THE STAMP, A STAMP IN THE FUTURE, OR A
      *            : STAMP THAT DISAGREES WITH THE DAY'S LAST
      *            : HISTORY AFTER-IMAGE GOES ON THE EXCEPTION
      *            : REPORT (TAMPRPT) AND, AT HIGH SEVERITY, TO THE
      *            : SHARED ERROR LOG. CC 8 WHEN ANY EXCEPTION IS
      *            : FOUND; CC 16 WHEN THE EXTRACT OR THE HISTORY
      *            : IS MISSING AND NOTHING CAN BE PROVED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-DIFF    ASSIGN TO EMPDIFF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPDIFF-STATUS.

           SELECT EMP-HISTORY ASSIGN TO EMPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT EMP-JOURNAL ASSIGN TO EMPJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT REVERSAL-DECK ASSIGN TO XFERREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFERREV-STATUS.

           SELECT ARCH-MASTER ASSIGN TO EMPARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-EMP-ID
               FILE STATUS IS WS-ARCH-MASTER-STATUS.

           SELECT TAMPER-RPT  ASSIGN TO TAMPRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-DIFF
           LABEL RECORDS ARE STANDARD.
           COPY EMPDIFF.

       FD  EMP-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  EMP-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY JRNLREC.

      * DEPTXFER's reversal deck, in EMPMAINT's EMPTRAN layout. Only
      * the employee ID is needed here.
       FD  REVERSAL-DECK
           LABEL RECORDS ARE STANDARD.
       01  REVERSAL-RECORD.
           05  RV-EMP-ID        PIC 9(05).
           05  FILLER           PIC X(59).

      * The terminated-employee archive, same EMPREC layout; only the
      * key is needed to prove a removal went through EMPARCH.
       FD  ARCH-MASTER.
       01  ARCH-MASTER-RECORD.
           05  AR-EMP-ID        PIC 9(05).
           05  FILLER           PIC X(75).

       FD  TAMPER-RPT
           LABEL RECORDS ARE STANDARD.
       01  TAMPER-RPT-LINE  PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS    PIC X(02)  VALUE '00'.
       01  WS-EMPDIFF-STATUS       PIC X(02)  VALUE '00'.
       01  WS-HIST-FILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-JRNL-FILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-XFERREV-STATUS       PIC X(02)  VALUE '00'.
       01  WS-ARCH-MASTER-STATUS   PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad report to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-DIFF-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-DIFF        VALUE 'Y'.
       01  WS-HIST-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-HISTORY     VALUE 'Y'.
       01  WS-JRNL-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-JOURNAL     VALUE 'Y'.
       01  WS-XFER-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-REVERSAL-DECK   VALUE 'Y'.
       01  WS-ARCH-OPEN-SW  PIC X(01)  VALUE 'N'.
           88  WS-ARCH-OPEN           VALUE 'Y'.

      * Work area for unpacking the record images on the extract and
      * the history after-images.
       COPY EMPREC.

       01  WS-COMPARE-DATE  PIC 9(08)  VALUE ZERO.
       01  WS-LAST-DIFF-ID  PIC 9(05)  VALUE ZERO.

      * The night's differences in ascending employee ID order (the
      * order EMPCOMP's match-merge writes them), for SEARCH ALL.
      * Each entry gathers what the trail files say about it.
       01  WS-DIFF-COUNT    PIC 9(05) COMP VALUE ZERO.
       01  WS-DIFF-MAX      PIC 9(05) COMP VALUE 20000.
       01  WS-DIFF-TABLE.
           05  WS-DIFF-ENTRY OCCURS 1 TO 20000 TIMES
                             DEPENDING ON WS-DIFF-COUNT
                             ASCENDING KEY IS WS-DF-EMP-ID
                             INDEXED BY WS-DF-IDX.
               10  WS-DF-EMP-ID     PIC 9(05).
               10  WS-DF-RESULT     PIC X(01).
                   88  WS-DF-ADDED          VALUE 'A'.
                   88  WS-DF-REMOVED        VALUE 'R'.
                   88  WS-DF-CHANGED        VALUE 'C'.
               10  WS-DF-NEW-DATE   PIC 9(08).
               10  WS-DF-NEW-TIME   PIC 9(06).
               10  WS-DF-OLD-DATE   PIC 9(08).
               10  WS-DF-OLD-TIME   PIC 9(06).
               10  WS-DF-HIST-SW    PIC X(01).
                   88  WS-DF-HIST-FOUND     VALUE 'Y'.
               10  WS-DF-HIST-DATE  PIC 9(08).
               10  WS-DF-HIST-TIME  PIC 9(06).
               10  WS-DF-JRNL-SW    PIC X(01).
                   88  WS-DF-JRNL-FOUND     VALUE 'Y'.
               10  WS-DF-XFER-SW    PIC X(01).
                   88  WS-DF-XFER-FOUND     VALUE 'Y'.

       01  WS-FIND-ID       PIC 9(05)  VALUE ZERO.
       01  WS-FOUND-SW      PIC X(01)  VALUE 'N'.
           88  WS-DIFF-FOUND          VALUE 'Y'.

       01  WS-EXCEPTION-REASON PIC X(30) VALUE SPACE.

       01  WS-SANCTIONED-COUNT PIC 9(05) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT  PIC 9(05) COMP VALUE ZERO.
       01  WS-HIST-READ-COUNT  PIC 9(09) COMP VALUE ZERO.

      * Shared error-log call fields, populated just ahead of each
      * CALL 'ERRLOG' for an unsanctioned change.
       01  WS-ERRLOG-PROGRAM-ID  PIC X(08) VALUE 'EMPTAMP '.
       01  WS-ERRLOG-PARAGRAPH   PIC X(20)
                                 VALUE '3200-LOG-EXCEPTION'.
       01  WS-ERRLOG-COND-CODE   PIC X(04) VALUE '0008'.
       01  WS-ERRLOG-DESCRIPTION.
           05  FILLER            PIC X(25)
                                 VALUE 'UNSANCTIONED EMPMAST CHG '.
           05  WS-ERRLOG-EMP-ID  PIC 9(05).
       01  WS-ERRLOG-SEVERITY    PIC X(01) VALUE 'H'.

       01  WS-TITLE-LINE.
           05  FILLER           PIC X(43)  VALUE
               'EMPLOYEE MASTER OUT-OF-BAND CHANGE CHECK - '.
           05  WS-TTL-DATE      PIC 9(08).
           05  FILLER           PIC X(29)  VALUE SPACE.

       01  WS-HEADING-LINE.
           05  FILLER           PIC X(80)  VALUE
               'EMP ID  RESULT   STAMP DATE TIME    EXCEPTION'.

       01  WS-DETAIL-LINE.
           05  WS-DET-EMP-ID    PIC 9(05).
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(07).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-DATE      PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-TIME      PIC 9(06).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(30).
           05  FILLER           PIC X(16)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(14)  VALUE 'DIFFERENCES : '.
           05  WS-TRL-DIFFS     PIC ZZZZ9.
           05  FILLER           PIC X(16)  VALUE '  SANCTIONED : '.
           05  WS-TRL-SANCT     PIC ZZZZ9.
           05  FILLER           PIC X(16)  VALUE '  EXCEPTIONS : '.
           05  WS-TRL-EXCPT     PIC ZZZZ9.
           05  FILLER           PIC X(19)  VALUE SPACE.

       01  WS-SEVERITY-LINE.
           05  FILLER           PIC X(04)  VALUE '*** '.
           05  WS-SEV-COUNT     PIC ZZZZ9.
           05  FILLER           PIC X(71)  VALUE
               ' UNSANCTIONED CHANGE(S) - HIGH SEVERITY, LOGGED TO ERR
      -        'LOG ***'.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-TRAIL-FILES
           PERFORM 3000-JUDGE-ONE-DIFFERENCE
               VARYING WS-DF-IDX FROM 1 BY 1
               UNTIL WS-DF-IDX > WS-DIFF-COUNT
           PERFORM 4000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - LOAD THE NIGHT'S DIFFERENCES, OPEN THE *
      *  REPORT                                                   *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           OPEN INPUT EMP-DIFF
           IF WS-EMPDIFF-STATUS NOT = '00'
               DISPLAY 'EMPTAMP: NO EMPDIFF EXTRACT - NOTHING CAN '
                   'BE CHECKED - RUN ABORTED'
               PERFORM 9800-ABORT-RUN
           END-IF
           PERFORM 1100-LOAD-ONE-DIFFERENCE
               UNTIL END-OF-EMP-DIFF
           CLOSE EMP-DIFF

           IF WS-COMPARE-DATE = ZERO
               ACCEPT WS-COMPARE-DATE FROM DATE YYYYMMDD
           END-IF

           OPEN OUTPUT TAMPER-RPT
           MOVE WS-COMPARE-DATE TO WS-TTL-DATE
           WRITE TAMPER-RPT-LINE FROM WS-TITLE-LINE
           MOVE SPACE TO TAMPER-RPT-LINE
           WRITE TAMPER-RPT-LINE
           WRITE TAMPER-RPT-LINE FROM WS-HEADING-LINE.

      *----------------------------------------------------------*
      *  1100-LOAD-ONE-DIFFERENCE - ONE EXTRACT ROW INTO THE      *
      *  TABLE WITH BOTH LAST-UPDATE STAMPS                       *
      *----------------------------------------------------------*
       1100-LOAD-ONE-DIFFERENCE.

           READ EMP-DIFF
               AT END
                   SET END-OF-EMP-DIFF TO TRUE
               NOT AT END
                   PERFORM 1150-TABLE-DIFFERENCE
           END-READ.

      *----------------------------------------------------------*
      *  1150-TABLE-DIFFERENCE - THE TABLE MUST STAY IN KEY ORDER *
      *  FOR THE SEARCH; AN OUT-OF-ORDER OR OVERFLOWING EXTRACT   *
      *  CANNOT BE CHECKED                                        *
      *----------------------------------------------------------*
       1150-TABLE-DIFFERENCE.

           IF WS-DIFF-COUNT > ZERO
               AND ED-EMP-ID NOT > WS-LAST-DIFF-ID
               DISPLAY 'EMPTAMP: EMPDIFF OUT OF SEQUENCE AT EMPLOYEE '
                   ED-EMP-ID ' - RUN ABORTED'
               PERFORM 9800-ABORT-RUN
           END-IF
           IF WS-DIFF-COUNT NOT < WS-DIFF-MAX
               DISPLAY 'EMPTAMP: MORE THAN ' WS-DIFF-MAX
                   ' DIFFERENCES ON EMPDIFF - RUN ABORTED'
               PERFORM 9800-ABORT-RUN
           END-IF

           MOVE ED-EMP-ID       TO WS-LAST-DIFF-ID
           MOVE ED-COMPARE-DATE TO WS-COMPARE-DATE
           ADD 1 TO WS-DIFF-COUNT
           SET WS-DF-IDX TO WS-DIFF-COUNT
           MOVE ED-EMP-ID  TO WS-DF-EMP-ID(WS-DF-IDX)
           MOVE ED-RESULT  TO WS-DF-RESULT(WS-DF-IDX)
           MOVE ZERO       TO WS-DF-NEW-DATE(WS-DF-IDX)
           MOVE ZERO       TO WS-DF-NEW-TIME(WS-DF-IDX)
           MOVE ZERO       TO WS-DF-OLD-DATE(WS-DF-IDX)
           MOVE ZERO       TO WS-DF-OLD-TIME(WS-DF-IDX)
           MOVE 'N'        TO WS-DF-HIST-SW(WS-DF-IDX)
           MOVE ZERO       TO WS-DF-HIST-DATE(WS-DF-IDX)
           MOVE ZERO       TO WS-DF-HIST-TIME(WS-DF-IDX)
           MOVE 'N'        TO WS-DF-JRNL-SW(WS-DF-IDX)
           MOVE 'N'        TO WS-DF-XFER-SW(WS-DF-IDX)

           IF ED-NEW-IMAGE NOT = SPACE
               MOVE ED-NEW-IMAGE TO EMP-MASTER-RECORD
               IF EMP-LAST-UPD-DATE NUMERIC
                   AND EMP-LAST-UPD-TIME NUMERIC
                   MOVE EMP-LAST-UPD-DATE
                       TO WS-DF-NEW-DATE(WS-DF-IDX)
                   MOVE EMP-LAST-UPD-TIME
                       TO WS-DF-NEW-TIME(WS-DF-IDX)
               END-IF
           END-IF
           IF ED-OLD-IMAGE NOT = SPACE
               MOVE ED-OLD-IMAGE TO EMP-MASTER-RECORD
               IF EMP-LAST-UPD-DATE NUMERIC
                   AND EMP-LAST-UPD-TIME NUMERIC
                   MOVE EMP-LAST-UPD-DATE
                       TO WS-DF-OLD-DATE(WS-DF-IDX)
                   MOVE EMP-LAST-UPD-TIME
                       TO WS-DF-OLD-TIME(WS-DF-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2000-MATCH-TRAIL-FILES - ONE PASS OVER EACH TRAIL FILE,  *
      *  MARKING THE DIFFERENCES IT ACCOUNTS FOR                  *
      *----------------------------------------------------------*
       2000-MATCH-TRAIL-FILES.

           IF WS-DIFF-COUNT = ZERO
               CONTINUE
           ELSE
               OPEN INPUT EMP-HISTORY
               IF WS-HIST-FILE-STATUS NOT = '00'
                   DISPLAY 'EMPTAMP: NO EMPHIST - CHANGES CANNOT BE '
                       'PROVED - RUN ABORTED'
                   PERFORM 9800-ABORT-RUN
               END-IF
               PERFORM 2100-MATCH-ONE-HISTORY-ROW
                   UNTIL END-OF-EMP-HISTORY
               CLOSE EMP-HISTORY

               OPEN INPUT EMP-JOURNAL
               IF WS-JRNL-FILE-STATUS = '00'
                   PERFORM 2200-MATCH-ONE-JOURNAL-ROW
                       UNTIL END-OF-EMP-JOURNAL
                   CLOSE EMP-JOURNAL
               ELSE
                   DISPLAY 'EMPTAMP: NO EMPJRNL - MATCHING ON '
                       'HISTORY ALONE'
               END-IF

               OPEN INPUT REVERSAL-DECK
               IF WS-XFERREV-STATUS = '00'
                   PERFORM 2300-MATCH-ONE-REVERSAL
                       UNTIL END-OF-REVERSAL-DECK
                   CLOSE REVERSAL-DECK
               END-IF

               OPEN INPUT ARCH-MASTER
               IF WS-ARCH-MASTER-STATUS = '00'
                   SET WS-ARCH-OPEN TO TRUE
               ELSE
                   DISPLAY 'EMPTAMP: NO EMPARCH - EVERY REMOVAL '
                       'IS REPORTED'
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2100-MATCH-ONE-HISTORY-ROW - A ROW FOR THE EMPLOYEE ON   *
      *  THE DAY OF THE STAMP; THE DAY'S LAST AFTER-IMAGE IS THE  *
      *  ONE WHOSE STAMP THE RECORD SHOULD CARRY                  *
      *----------------------------------------------------------*
       2100-MATCH-ONE-HISTORY-ROW.

           READ EMP-HISTORY
               AT END
                   SET END-OF-EMP-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   MOVE EH-EMP-ID TO WS-FIND-ID
                   PERFORM 2900-FIND-DIFFERENCE
                   IF WS-DIFF-FOUND
                       AND NOT WS-DF-REMOVED(WS-DF-IDX)
                       AND EH-RUN-DATE = WS-DF-NEW-DATE(WS-DF-IDX)
                       MOVE 'Y' TO WS-DF-HIST-SW(WS-DF-IDX)
                       MOVE EH-AFTER-IMAGE TO EMP-MASTER-RECORD
                       MOVE EMP-LAST-UPD-DATE
                           TO WS-DF-HIST-DATE(WS-DF-IDX)
                       MOVE EMP-LAST-UPD-TIME
                           TO WS-DF-HIST-TIME(WS-DF-IDX)
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2200-MATCH-ONE-JOURNAL-ROW - EMPMAINT'S BACKOUT JOURNAL  *
      *  ROW FOR THE EMPLOYEE ON THE DAY OF THE STAMP             *
      *----------------------------------------------------------*
       2200-MATCH-ONE-JOURNAL-ROW.

           READ EMP-JOURNAL
               AT END
                   SET END-OF-EMP-JOURNAL TO TRUE
               NOT AT END
                   MOVE JRN-EMP-ID TO WS-FIND-ID
                   PERFORM 2900-FIND-DIFFERENCE
                   IF WS-DIFF-FOUND
                       AND NOT WS-DF-REMOVED(WS-DF-IDX)
                       AND JRN-RUN-DATE = WS-DF-NEW-DATE(WS-DF-IDX)
                       MOVE 'Y' TO WS-DF-JRNL-SW(WS-DF-IDX)
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2300-MATCH-ONE-REVERSAL - AN EMPLOYEE DEPTXFER MOVED     *
      *  (THE DECK IS THE RUN'S OWN, SO IT CARRIES NO DATE)       *
      *----------------------------------------------------------*
       2300-MATCH-ONE-REVERSAL.

           READ REVERSAL-DECK
               AT END
                   SET END-OF-REVERSAL-DECK TO TRUE
               NOT AT END
                   IF RV-EMP-ID NUMERIC
                       MOVE RV-EMP-ID TO WS-FIND-ID
                       PERFORM 2900-FIND-DIFFERENCE
                       IF WS-DIFF-FOUND
                           AND WS-DF-CHANGED(WS-DF-IDX)
                           MOVE 'Y' TO WS-DF-XFER-SW(WS-DF-IDX)
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2900-FIND-DIFFERENCE - IS THIS EMPLOYEE ON TONIGHT'S     *
      *  EXTRACT                                                  *
      *----------------------------------------------------------*
       2900-FIND-DIFFERENCE.

           MOVE 'N' TO WS-FOUND-SW
           SEARCH ALL WS-DIFF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DF-EMP-ID(WS-DF-IDX) = WS-FIND-ID
                   SET WS-DIFF-FOUND TO TRUE
           END-SEARCH.

      *----------------------------------------------------------*
      *  3000-JUDGE-ONE-DIFFERENCE - SANCTIONED, OR AN EXCEPTION  *
      *  WITH ITS REASON                                          *
      *----------------------------------------------------------*
       3000-JUDGE-ONE-DIFFERENCE.

           MOVE SPACE TO WS-EXCEPTION-REASON

           EVALUATE TRUE
               WHEN WS-DF-REMOVED(WS-DF-IDX)
                   PERFORM 3100-CHECK-REMOVAL
               WHEN WS-DF-CHANGED(WS-DF-IDX)
                   AND WS-DF-NEW-DATE(WS-DF-IDX)
                       = WS-DF-OLD-DATE(WS-DF-IDX)
                   AND WS-DF-NEW-TIME(WS-DF-IDX)
                       = WS-DF-OLD-TIME(WS-DF-IDX)
                   MOVE 'LAST-UPD STAMP NOT MOVED'
                       TO WS-EXCEPTION-REASON
               WHEN WS-DF-NEW-DATE(WS-DF-IDX) > WS-COMPARE-DATE
                   MOVE 'LAST-UPD STAMP IN THE FUTURE'
                       TO WS-EXCEPTION-REASON
               WHEN NOT WS-DF-HIST-FOUND(WS-DF-IDX)
                   AND NOT WS-DF-JRNL-FOUND(WS-DF-IDX)
                   AND NOT WS-DF-XFER-FOUND(WS-DF-IDX)
                   MOVE 'NO HISTORY OR JOURNAL ROW'
                       TO WS-EXCEPTION-REASON
      * A later DEPTXFER move the same day restamps the record past
      * the day's last history row, so only an unexplained mismatch
      * counts.
               WHEN WS-DF-HIST-FOUND(WS-DF-IDX)
                   AND NOT WS-DF-XFER-FOUND(WS-DF-IDX)
                   AND (WS-DF-HIST-DATE(WS-DF-IDX)
                           NOT = WS-DF-NEW-DATE(WS-DF-IDX)
                     OR WS-DF-HIST-TIME(WS-DF-IDX)
                           NOT = WS-DF-NEW-TIME(WS-DF-IDX))
                   MOVE 'STAMP DISAGREES WITH HISTORY'
                       TO WS-EXCEPTION-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-EXCEPTION-REASON = SPACE
               ADD 1 TO WS-SANCTIONED-COUNT
           ELSE
               PERFORM 3200-LOG-EXCEPTION
           END-IF.

      *----------------------------------------------------------*
      *  3100-CHECK-REMOVAL - THE MAINTENANCE RUN NEVER DELETES;  *
      *  A RECORD MAY ONLY LEAVE THE MASTER FOR THE ARCHIVE       *
      *----------------------------------------------------------*
       3100-CHECK-REMOVAL.

           IF WS-ARCH-OPEN
               MOVE WS-DF-EMP-ID(WS-DF-IDX) TO AR-EMP-ID
               READ ARCH-MASTER
                   INVALID KEY
                       MOVE 'REMOVED - NOT ON EMPARCH'
                           TO WS-EXCEPTION-REASON
               END-READ
           ELSE
               MOVE 'REMOVED - NO ARCHIVE TO CHECK'
                   TO WS-EXCEPTION-REASON
           END-IF.

      *----------------------------------------------------------*
      *  3200-LOG-EXCEPTION - REPORT LINE AND A HIGH-SEVERITY  *
      *  ERROR-LOG ENTRY                                          *
      *----------------------------------------------------------*
       3200-LOG-EXCEPTION.

           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-DF-EMP-ID(WS-DF-IDX) TO WS-DET-EMP-ID
           EVALUATE TRUE
               WHEN WS-DF-ADDED(WS-DF-IDX)
                   MOVE 'ADDED'   TO WS-DET-RESULT
               WHEN WS-DF-REMOVED(WS-DF-IDX)
                   MOVE 'REMOVED' TO WS-DET-RESULT
               WHEN OTHER
                   MOVE 'CHANGED' TO WS-DET-RESULT
           END-EVALUATE
           IF WS-DF-REMOVED(WS-DF-IDX)
               MOVE WS-DF-OLD-DATE(WS-DF-IDX) TO WS-DET-DATE
               MOVE WS-DF-OLD-TIME(WS-DF-IDX) TO WS-DET-TIME
           ELSE
               MOVE WS-DF-NEW-DATE(WS-DF-IDX) TO WS-DET-DATE
               MOVE WS-DF-NEW-TIME(WS-DF-IDX) TO WS-DET-TIME
           END-IF
           MOVE WS-EXCEPTION-REASON TO WS-DET-REASON
           WRITE TAMPER-RPT-LINE FROM WS-DETAIL-LINE

           MOVE WS-DF-EMP-ID(WS-DF-IDX) TO WS-ERRLOG-EMP-ID
           CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
               WS-ERRLOG-PARAGRAPH WS-ERRLOG-COND-CODE
               WS-ERRLOG-DESCRIPTION WS-ERRLOG-SEVERITY.

      *----------------------------------------------------------*
      *  4000-FINALIZE - TRAILER, CLOSE FILES, CONDITION CODE     *
      *----------------------------------------------------------*
       4000-FINALIZE.

           IF WS-ARCH-OPEN
               CLOSE ARCH-MASTER
           END-IF

           MOVE SPACE TO TAMPER-RPT-LINE
           WRITE TAMPER-RPT-LINE
           MOVE WS-DIFF-COUNT       TO WS-TRL-DIFFS
           MOVE WS-SANCTIONED-COUNT TO WS-TRL-SANCT
           MOVE WS-EXCEPTION-COUNT  TO WS-TRL-EXCPT
           WRITE TAMPER-RPT-LINE FROM WS-TRAILER-LINE

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE WS-EXCEPTION-COUNT TO WS-SEV-COUNT
               WRITE TAMPER-RPT-LINE FROM WS-SEVERITY-LINE
               DISPLAY 'EMPTAMP: ' WS-EXCEPTION-COUNT
                   ' EMPMAST CHANGE(S) WITH NO SANCTIONED TRAIL'
               MOVE 8 TO RETURN-CODE
               MOVE '08' TO AUD-RETURN-CODE
           ELSE
               MOVE '00' TO AUD-RETURN-CODE
           END-IF

           CLOSE TAMPER-RPT

           MOVE WS-DIFF-COUNT TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD
           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  9800-ABORT-RUN - NOTHING CAN BE PROVED; CC 16            *
      *----------------------------------------------------------*
       9800-ABORT-RUN.

           MOVE 16 TO RETURN-CODE
           MOVE WS-DIFF-COUNT TO AUD-RECORD-COUNT
           MOVE '16' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD
           CLOSE AUDIT-TRAIL
           STOP RUN.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'EMPTAMP '         TO AUD-PROGRAM-ID
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
