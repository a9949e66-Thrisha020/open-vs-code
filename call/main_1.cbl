                                               BY VH-NORMAL-COMPLETION
                                 JS-ABNORMAL-COMPLETION
                                             BY VH-ABNORMAL-COMPLETION
                                 JS-RUN-DATE         BY VH-RUN-DATE
                                 JS-RECORDS-HELD     BY VH-RECORDS-HELD.

       FD  VOL-BAND
           LABEL RECORDS ARE STANDARD.
      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad run to the exact version that
      * produced it.
       01 WS-PROGRAM-VERSION   PIC X(05) VALUE 'V1.01'.
       COPY JOBSUM.

      * Populated just ahead of each CALL 'ERRLOG' so operations sees
       01 WS-REJECT-COUNT   PIC 9(7) COMP VALUE ZERO.
       01 WS-REVERSAL-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REVERSAL-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.

      * Transactions SUBPROG held over their category's approval
      * limit. Nothing is written for them -- not TRANS-OUT, not the
      * YTD accumulator, not the change log -- so they are counted
      * apart and the chain still balances while they wait.
       01 WS-HELD-COUNT     PIC 9(7) COMP VALUE ZERO.
       01 WS-CONTROL-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.

      * WS-TRANS-COUNT (below) only increments once TRANS-OUT's own
       01 WS-CAL-MODE        PIC X(01) VALUE 'D'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-RUNCAL-STATUS
                               LK-STATUS-OK      BY WS-RUNCAL-OK
                               LK-STATUS-HELD    BY WS-RUNCAL-HELD
                               LK-STATUS-WARNING BY WS-RUNCAL-WARNING
                               LK-STATUS-FAILED  BY WS-RUNCAL-FAILED.

           MOVE 'MAINPROG' TO JS-PROGRAM-ID
           MOVE WS-TRANS-COUNT TO JS-RECORDS-READ
           MOVE WS-REJECT-COUNT TO JS-RECORDS-REJECTED
           MOVE WS-HELD-COUNT TO JS-RECORDS-HELD
           ACCEPT JS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM RECONCILE-COUNTS
           WRITE JOB-SUMMARY-LINE FROM WS-JOB-SUMMARY-LINE
           DISPLAY 'MAIN PROGRAM: RECORDS PROCESSED = ' WS-TRANS-COUNT
           DISPLAY 'MAIN PROGRAM: CONTROL TOTAL      = '
               WS-CONTROL-TOTAL
           DISPLAY 'MAIN PROGRAM: HELD FOR APPROVAL  = ' WS-HELD-COUNT

           STOP RUN.

                   WS-RUN-MODE WS-NEW-VALUE WS-SUBPROG-STATUS
                   WS-SIMULATE-SW TI-TRANS-TYPE TI-ORIG-KEY

               IF LK-STATUS-HELD
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   PERFORM WRITE-TRANS-OUT-ROW
               END-IF

               ADD 1             TO WS-RECS-SINCE-CKPT

               IF WS-RECS-SINCE-CKPT >= WS-CKPT-INTERVAL

           PERFORM READ-TRANS-IN.

      * One posted transaction: reversal tallies, TRANS-OUT row and
      * control total. Not reached for a transaction SUBPROG held.
       WRITE-TRANS-OUT-ROW.
           IF TI-REVERSAL
               ADD 1 TO WS-REVERSAL-COUNT
               COMPUTE WS-REVERSAL-TOTAL = WS-REVERSAL-TOTAL
                   + (WS-NEW-VALUE - WS-ORIG-VALUE)
           END-IF

           IF NOT LK-STATUS-OK
               DISPLAY 'MAIN PROGRAM: SUBPROG RETURNED STATUS = '
                   WS-SUBPROG-STATUS
               ADD 1 TO WS-REJECT-COUNT
           END-IF

      * A reversal's output row is keyed by the ORIGINAL transaction
      * key, matching where SUBPROG posts its CHGLOG row and YTD
      * movement, so RECON3 books all three legs under one key.
           IF TI-REVERSAL
               MOVE TI-ORIG-KEY   TO TO-TRANS-KEY
           ELSE
               MOVE TI-TRANS-KEY  TO TO-TRANS-KEY
           END-IF
           MOVE TI-CATEGORY   TO TO-CATEGORY
           MOVE WS-ORIG-VALUE TO TO-VALUE-IN
           MOVE WS-NEW-VALUE  TO TO-VALUE-OUT
           WRITE TRANS-OUT-RECORD

           IF WS-TRANSOUT-STATUS = '00'
               ADD 1 TO WS-TRANS-COUNT
           ELSE
               DISPLAY 'MAIN PROGRAM: *** WRITE TO TRANS-OUT '
                   'FAILED - FILE STATUS = ' WS-TRANSOUT-STATUS
                   ' ***'
           END-IF

           ADD WS-NEW-VALUE  TO WS-CONTROL-TOTAL.

      * Every N records, drop a checkpoint of the last key processed
      * so a resubmit after an abend can resume from here.
       WRITE-CHECKPOINT.
      * normally otherwise since the files are already closed.
       RECONCILE-COUNTS.
           IF WS-INPUT-COUNT = WS-TRANS-COUNT + WS-SKIP-COUNT
                               + WS-HELD-COUNT
               SET JS-NORMAL-COMPLETION TO TRUE
           ELSE
               DISPLAY 'MAIN PROGRAM: *** RECONCILIATION ERROR ***'
               DISPLAY '  RECORDS READ      = ' WS-INPUT-COUNT
               DISPLAY '  RECORDS WRITTEN   = ' WS-TRANS-COUNT
               DISPLAY '  RECORDS SKIPPED   = ' WS-SKIP-COUNT
               DISPLAY '  RECORDS HELD      = ' WS-HELD-COUNT
               SET JS-ABNORMAL-COMPLETION TO TRUE
               MOVE 'RECONCILE-COUNTS'  TO WS-ERRLOG-PARAGRAPH
               MOVE '0016'              TO WS-ERRLOG-COND-CODE
