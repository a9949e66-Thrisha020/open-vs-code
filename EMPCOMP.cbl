      *            : OWN MAINTENANCE-APPLIED REPORT ALONE. BOTH
      *            : MASTERS ARE READ IN ASCENDING KEY SEQUENCE AND
      *            : COMPARED WITH A CLASSIC MATCH-MERGE PASS.
      *            : EVERY DIFFERENCE IS ALSO WRITTEN, WITH BOTH
      *            : RECORD IMAGES, TO THE EMPDIFF EXTRACT (SEE
      *            : EMPDIFF) FOR THE EMPTAMP OUT-OF-BAND CHANGE
      *            : CHECK.
      *
      * MODIFICATION HISTORY
      * --------------------
      *                  END-OF-CHAIN CERTIFIER (CHAINCRT) CAN
      *                  PROVE THE MOVEMENT AGAINST EMPMAINT'S
      *                  APPLIED COUNT.
      * 10/15/2026  RSM  THE JOB CODE IS COMPARED LIKE THE OTHER FIELDS
      *                  (DETAIL LINE AND COUNT), AND THE GENERATED DECK
      *                  CARRIES IT ON ADDS AND CHANGES IN EMPTRAN'S NEW
      *                  64-BYTE LAYOUT.
      * 10/15/2026  RSM  EVERY ADDED, REMOVED OR CHANGED EMPLOYEE IS
      *                  ALSO WRITTEN WITH BOTH RECORD IMAGES TO THE
      *                  EMPDIFF EXTRACT (SEE EMPDIFF) FOR THE EMPTAMP
      *                  OUT-OF-BAND CHANGE CHECK. A RECORD WHOSE ONLY
      *                  DIFFERENCE IS ITS LAST-UPDATE STAMP GOES ON THE
      *                  EXTRACT TOO, THOUGH NOT ON THE REPORT.
      *

       ENVIRONMENT DIVISION.
           SELECT DELTA-TRANS ASSIGN TO DELTATRN
               ORGANIZATION IS SEQUENTIAL.

           SELECT EMP-DIFF    ASSIGN TO EMPDIFF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPDIFF-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
                                 EMP-LAST-UPD-SRC  BY OLD-LAST-UPD-SRC
                                 EMP-UPD-SRC-BATCH BY OLD-UPD-SRC-BATCH
                                 EMP-UPD-SRC-ONLINE
                                     BY OLD-UPD-SRC-ONLINE
                                 EMP-JOB-CODE      BY OLD-JOB-CODE.

      * Today's snapshot, same layout with a NEW- prefix.
       FD  EMP-MASTER-NEW.
                                 EMP-LAST-UPD-SRC  BY NEW-LAST-UPD-SRC
                                 EMP-UPD-SRC-BATCH BY NEW-UPD-SRC-BATCH
                                 EMP-UPD-SRC-ONLINE
                                     BY NEW-UPD-SRC-ONLINE
                                 EMP-JOB-CODE      BY NEW-JOB-CODE.

       FD  COMPARE-RPT
           LABEL RECORDS ARE STANDARD.
           05  DT-HIRE-DATE     PIC 9(08).
           05  DT-TERM-DATE     PIC 9(08).
           05  DT-TERM-REASON   PIC X(01).
           05  DT-JOB-CODE      PIC X(02).

      * Difference extract for the out-of-band change check.
       FD  EMP-DIFF
           LABEL RECORDS ARE STANDARD.
           COPY EMPDIFF.

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad compare run to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION     PIC X(05)  VALUE 'V1.05'.

      * Machine-readable end-of-job summary for the end-of-chain
      * certifier (see JOBSUM).
       01  WS-GEN-RUN-DATE   PIC 9(08) VALUE ZERO.
       01  WS-GENERATED-COUNT PIC 9(5) COMP VALUE ZERO.

      * The difference extract is written whenever its DD is there;
      * without it the run is the report (and deck) alone.
       01  WS-EMPDIFF-STATUS PIC X(02) VALUE '00'.
       01  WS-DIFF-OPEN-SW   PIC X(01) VALUE 'N'.
           88  WS-DIFF-OPEN             VALUE 'Y'.

       01  WS-GENERATED-LINE.
           05  FILLER           PIC X(25) VALUE
               'DELTA TRANS GENERATED  : '.
       01  WS-CNT-STATUS    PIC 9(5)  COMP VALUE ZERO.
       01  WS-CNT-TERMDATE  PIC 9(5)  COMP VALUE ZERO.
       01  WS-CNT-TERMRSN   PIC 9(5)  COMP VALUE ZERO.
       01  WS-CNT-JOB       PIC 9(5)  COMP VALUE ZERO.

      * One line per differing field under a CHANGED employee.
       01  WS-FIELD-LINE.
           OPEN INPUT  EMP-MASTER-NEW
           OPEN OUTPUT COMPARE-RPT

           ACCEPT WS-GEN-RUN-DATE FROM DATE YYYYMMDD
           IF WS-GENERATE-DELTA-TRANS
               OPEN OUTPUT DELTA-TRANS
           END-IF

           OPEN OUTPUT EMP-DIFF
           IF WS-EMPDIFF-STATUS = '00'
               SET WS-DIFF-OPEN TO TRUE
           ELSE
               DISPLAY 'EMPCOMP: NO EMPDIFF - DIFFERENCE EXTRACT '
                   'NOT WRITTEN'
           END-IF

           PERFORM 8000-READ-OLD-MASTER
           WRITE COMPARE-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-ADDED-COUNT

           IF WS-DIFF-OPEN
               MOVE NEW-EMP-ID        TO ED-EMP-ID
               MOVE 'A'               TO ED-RESULT
               MOVE SPACE             TO ED-OLD-IMAGE
               MOVE NEW-MASTER-RECORD TO ED-NEW-IMAGE
               PERFORM 2500-WRITE-DIFF
           END-IF

           IF WS-GENERATE-DELTA-TRANS
               PERFORM 2150-GENERATE-ADD-TRANS
           END-IF.
           MOVE NEW-HIRE-DATE   TO DT-HIRE-DATE
           MOVE ZERO            TO DT-TERM-DATE
           MOVE SPACE           TO DT-TERM-REASON
           MOVE NEW-JOB-CODE    TO DT-JOB-CODE
           WRITE DELTA-TRANS-RECORD
           ADD 1 TO WS-GENERATED-COUNT.

           WRITE COMPARE-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-REMOVED-COUNT

           IF WS-DIFF-OPEN
               MOVE OLD-EMP-ID        TO ED-EMP-ID
               MOVE 'R'               TO ED-RESULT
               MOVE OLD-MASTER-RECORD TO ED-OLD-IMAGE
               MOVE SPACE             TO ED-NEW-IMAGE
               PERFORM 2500-WRITE-DIFF
           END-IF

           IF WS-GENERATE-DELTA-TRANS
               PERFORM 2250-GENERATE-TERM-TRANS
           END-IF.
           MOVE ZERO            TO DT-HIRE-DATE
           MOVE WS-GEN-RUN-DATE TO DT-TERM-DATE
           MOVE 'O'             TO DT-TERM-REASON
           MOVE SPACE           TO DT-JOB-CODE
           WRITE DELTA-TRANS-RECORD
           ADD 1 TO WS-GENERATED-COUNT.

                      INTO WS-CHANGE-DESC
               END-STRING
           END-IF
           IF OLD-JOB-CODE NOT = NEW-JOB-CODE
               STRING WS-CHANGE-DESC DELIMITED BY SPACE
                      'JOB '         DELIMITED BY SIZE
                      INTO WS-CHANGE-DESC
               END-STRING
           END-IF

      * A record whose only difference is its last-update stamp is
      * still a change as far as the extract goes: something wrote it.
           IF WS-CHANGE-DESC = SPACE
               AND WS-DIFF-OPEN
               AND OLD-MASTER-RECORD NOT = NEW-MASTER-RECORD
               PERFORM 2550-WRITE-CHANGED-DIFF
           END-IF

           IF WS-CHANGE-DESC = SPACE
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               IF WS-DIFF-OPEN
                   PERFORM 2550-WRITE-CHANGED-DIFF
               END-IF
               MOVE NEW-EMP-ID  TO WS-DET-ID
               MOVE 'CHANGED'   TO WS-DET-RESULT
               STRING 'FIELDS CHANGED: ' DELIMITED BY SIZE
                   MOVE WS-GEN-RUN-DATE TO DT-TERM-DATE
                   MOVE 'O'             TO DT-TERM-REASON
               END-IF
               MOVE SPACE           TO DT-JOB-CODE
           ELSE
               MOVE NEW-EMP-ID      TO DT-EMP-ID
               MOVE 'C'             TO DT-ACTION
               MOVE ZERO            TO DT-HIRE-DATE
               MOVE ZERO            TO DT-TERM-DATE
               MOVE SPACE           TO DT-TERM-REASON
               MOVE NEW-JOB-CODE    TO DT-JOB-CODE
           END-IF
           WRITE DELTA-TRANS-RECORD
           ADD 1 TO WS-GENERATED-COUNT.
               MOVE NEW-TERM-REASON TO WS-FL-NEW
               WRITE COMPARE-RPT-LINE FROM WS-FIELD-LINE
               ADD 1 TO WS-CNT-TERMRSN
           END-IF
           IF OLD-JOB-CODE NOT = NEW-JOB-CODE
               MOVE 'JOB'       TO WS-FL-NAME
               MOVE OLD-JOB-CODE TO WS-FL-OLD
               MOVE NEW-JOB-CODE TO WS-FL-NEW
               WRITE COMPARE-RPT-LINE FROM WS-FIELD-LINE
               ADD 1 TO WS-CNT-JOB
           END-IF.

      *----------------------------------------------------------*
      *  2500-WRITE-DIFF - ONE ROW ON THE DIFFERENCE EXTRACT      *
      *----------------------------------------------------------*
       2500-WRITE-DIFF.

           MOVE WS-GEN-RUN-DATE TO ED-COMPARE-DATE
           WRITE EMP-DIFF-RECORD.

      *----------------------------------------------------------*
      *  2550-WRITE-CHANGED-DIFF - BOTH IMAGES OF A CHANGED       *
      *  EMPLOYEE                                                 *
      *----------------------------------------------------------*
       2550-WRITE-CHANGED-DIFF.

           MOVE NEW-EMP-ID        TO ED-EMP-ID
           MOVE 'C'               TO ED-RESULT
           MOVE OLD-MASTER-RECORD TO ED-OLD-IMAGE
           MOVE NEW-MASTER-RECORD TO ED-NEW-IMAGE
           PERFORM 2500-WRITE-DIFF.

      *----------------------------------------------------------*
      *  3000-FINALIZE - WRITE TRAILER, CLOSE FILES               *
      *----------------------------------------------------------*
               CLOSE DELTA-TRANS
           END-IF

           IF WS-DIFF-OPEN
               CLOSE EMP-DIFF
           END-IF

           CLOSE EMP-MASTER-OLD
           CLOSE EMP-MASTER-NEW
           PERFORM 9450-RELEASE-EMPMAST-LOCK
           WRITE COMPARE-RPT-LINE FROM WS-FIELD-COUNT-LINE
           MOVE 'TERM-RSN'  TO WS-FC-NAME
           MOVE WS-CNT-TERMRSN TO WS-FC-COUNT
           WRITE COMPARE-RPT-LINE FROM WS-FIELD-COUNT-LINE
           MOVE 'JOB'       TO WS-FC-NAME
           MOVE WS-CNT-JOB  TO WS-FC-COUNT
           WRITE COMPARE-RPT-LINE FROM WS-FIELD-COUNT-LINE.


