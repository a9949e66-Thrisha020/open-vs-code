               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YTDSIM-FILE-STATUS.

      * Per-category approval limits, and the queue an adjustment over
      * its category's limit waits on instead of being posted (see
      * CHECK-APPROVAL-LIMIT). The queue is decided by ADJAPPR.
           SELECT APPROVAL-LIMITS ASSIGN TO ADJLIMIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIM-FILE-STATUS.

           SELECT ADJ-PENDING ASSIGN TO ADJPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APD-TRANS-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLFILE
           LABEL RECORDS ARE STANDARD.
       01  YTD-ACCUM-SIM-LINE   PIC X(80).

      * One row per category with an approval limit. An adjusted value
      * (either sign) beyond ALM-LIMIT is held; a category with no row,
      * or a zero limit, is never held.
       FD  APPROVAL-LIMITS
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-LIMIT-RECORD.
           05  ALM-CATEGORY      PIC X(4).
           05  ALM-LIMIT         PIC 9(7)V99.

       FD  ADJ-PENDING.
           COPY ADJPREC.

       WORKING-STORAGE SECTION.

      * The control file is read once per run and cached here as a
           88  WS-ADJ-CATEGORY-FOUND       VALUE 'Y'.

       01  WS-RATELIST-FILE-STATUS PIC X(02) VALUE '00'.

      * Approval-limit table, loaded from ADJLIMIT alongside the
      * adjustment table, and the hold decision for the current call.
       01  WS-LIM-FILE-STATUS    PIC X(02) VALUE '00'.
       01  WS-LIM-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-END-OF-LIMITS            VALUE 'Y'.
       01  WS-LIM-TABLE-COUNT    PIC 9(2) COMP VALUE ZERO.
       01  WS-LIM-TABLE.
           05  WS-LIM-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-LIM-IDX.
               10  WS-LIM-CATEGORY      PIC X(4).
               10  WS-LIM-AMOUNT        PIC 9(7)V99.
       01  WS-APPROVAL-LIMIT     PIC 9(7)V99 VALUE ZERO.
       01  WS-ADJUSTED-SIZE      PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-PEND-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-PEND-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-PEND-IS-OPEN             VALUE 'Y'.
       01  WS-PEND-FOUND-SW      PIC X(01) VALUE 'N'.
           88  WS-PEND-ROW-FOUND           VALUE 'Y'.
       01  WS-HOLD-SW            PIC X(01) VALUE 'N'.
           88  WS-ITEM-HELD                VALUE 'Y'.
      * Who released a held item, carried onto its change-log row
      * when the item comes back through and is posted.
       01  WS-APPROVED-BY        PIC X(08) VALUE SPACE.
       01  WS-RUN-DATE-NUM       PIC 9(8) VALUE ZERO.

      * DATEUTL linkage-shaped working-storage, used at load time to

           IF NOT WS-CTL-IS-LOADED
               PERFORM LOAD-CONTROL-VALUES
               PERFORM LOAD-APPROVAL-LIMITS
           END-IF

           DISPLAY 'SUBPROGRAM: RECEIVED VALUE = ' LK-VALUE-IN
           END-IF
           ADD WS-ADJ-AMOUNT TO LK-VALUE-IN ROUNDED

      * An adjusted value beyond its category's approval limit is not
      * posted: it waits on the pending queue and the caller is told
      * it was held, with the value handed back unchanged.
           PERFORM CHECK-APPROVAL-LIMIT

           IF WS-ITEM-HELD
               MOVE WS-BEFORE-VALUE TO LK-VALUE-IN
               MOVE WS-BEFORE-VALUE TO LK-VALUE-OUT
               SET LK-STATUS-HELD TO TRUE
               DISPLAY 'SUBPROGRAM: ' LK-TRANS-KEY
                   ' OVER APPROVAL LIMIT - HELD FOR APPROVAL'
           ELSE
               PERFORM UPDATE-YTD-ACCUMULATOR
               PERFORM WRITE-CHANGE-LOG-ROW

      * Return the new value
               MOVE LK-VALUE-IN TO LK-VALUE-OUT
               SET LK-STATUS-OK TO TRUE

               DISPLAY 'SUBPROGRAM: RETURNING NEW VALUE = '
                   LK-VALUE-OUT
           END-IF

           EXIT PROGRAM.

      * Find this category's approval limit and, when the adjusted
      * value is beyond it, consult the pending queue: an item already
      * approved there (ADJAPPR, action A) is posted and marked posted;
      * anything else is queued, or re-queued, as held. A SIMULATE run
      * reads the queue but never writes it.
       CHECK-APPROVAL-LIMIT.
           MOVE 'N'   TO WS-HOLD-SW
           MOVE SPACE TO WS-APPROVED-BY
           MOVE ZERO  TO WS-APPROVAL-LIMIT

           IF WS-LIM-TABLE-COUNT > 0
               PERFORM FIND-ONE-LIMIT-ROW
                   VARYING WS-LIM-IDX FROM 1 BY 1
                   UNTIL WS-LIM-IDX > WS-LIM-TABLE-COUNT
           END-IF

           MOVE LK-VALUE-IN TO WS-ADJUSTED-SIZE
           IF WS-ADJUSTED-SIZE < ZERO
               COMPUTE WS-ADJUSTED-SIZE = WS-ADJUSTED-SIZE * -1
           END-IF

           IF WS-APPROVAL-LIMIT > ZERO
               AND WS-ADJUSTED-SIZE > WS-APPROVAL-LIMIT
               PERFORM HOLD-OR-RELEASE-ITEM
           END-IF.

       FIND-ONE-LIMIT-ROW.
           IF WS-LIM-CATEGORY(WS-LIM-IDX) = LK-CATEGORY-CODE
               MOVE WS-LIM-AMOUNT(WS-LIM-IDX) TO WS-APPROVAL-LIMIT
           END-IF.

       HOLD-OR-RELEASE-ITEM.
           MOVE 'N' TO WS-PEND-OPEN-SW
           MOVE 'N' TO WS-PEND-FOUND-SW

           IF LK-SIMULATE-MODE
               OPEN INPUT ADJ-PENDING
           ELSE
               OPEN I-O ADJ-PENDING
               IF WS-PEND-FILE-STATUS NOT = '00'
                   OPEN OUTPUT ADJ-PENDING
                   CLOSE ADJ-PENDING
                   OPEN I-O ADJ-PENDING
               END-IF
           END-IF
           IF WS-PEND-FILE-STATUS = '00'
               SET WS-PEND-IS-OPEN TO TRUE
           END-IF

           IF WS-PEND-IS-OPEN
               MOVE LK-TRANS-KEY TO APD-TRANS-KEY
               READ ADJ-PENDING
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PEND-ROW-FOUND TO TRUE
               END-READ
           END-IF

           IF WS-PEND-ROW-FOUND AND APD-APPROVED
               MOVE APD-DECIDED-BY TO WS-APPROVED-BY
               IF NOT LK-SIMULATE-MODE
                   SET APD-POSTED TO TRUE
                   MOVE WS-RUN-DATE-NUM TO APD-POSTED-DATE
                   REWRITE ADJ-PENDING-RECORD
               END-IF
           ELSE
               SET WS-ITEM-HELD TO TRUE
               IF WS-PEND-IS-OPEN AND NOT LK-SIMULATE-MODE
                   PERFORM QUEUE-HELD-ITEM
               END-IF
           END-IF

           IF WS-PEND-IS-OPEN
               CLOSE ADJ-PENDING
           END-IF.

      * A fresh held row, or a re-held one when the key is already on
      * the queue (still waiting, rejected, or posted earlier).
       QUEUE-HELD-ITEM.
           MOVE LK-TRANS-KEY      TO APD-TRANS-KEY
           MOVE LK-CATEGORY-CODE  TO APD-CATEGORY
           MOVE LK-REVERSAL-SW    TO APD-TRANS-TYPE
           MOVE LK-ORIG-KEY       TO APD-ORIG-KEY
           MOVE WS-BEFORE-VALUE   TO APD-VALUE-IN
           MOVE WS-ADJ-AMOUNT     TO APD-ADJ-AMOUNT
           MOVE LK-VALUE-IN       TO APD-VALUE-OUT
           MOVE WS-APPROVAL-LIMIT TO APD-LIMIT
           MOVE WS-RUN-DATE-NUM   TO APD-HELD-DATE
           SET APD-HELD TO TRUE
           MOVE ZERO              TO APD-DECIDED-DATE
           MOVE SPACE             TO APD-DECIDED-BY
           MOVE SPACE             TO APD-REASON
           MOVE ZERO              TO APD-POSTED-DATE

           IF WS-PEND-ROW-FOUND
               REWRITE ADJ-PENDING-RECORD
           ELSE
               WRITE ADJ-PENDING-RECORD
           END-IF.

      * Load the approval-limit table from ADJLIMIT. No file, or no
      * rows, means no category is ever held.
       LOAD-APPROVAL-LIMITS.
           OPEN INPUT APPROVAL-LIMITS
           IF WS-LIM-FILE-STATUS = '00'
               PERFORM LOAD-ONE-LIMIT-ROW
                   UNTIL WS-END-OF-LIMITS
               CLOSE APPROVAL-LIMITS
           END-IF.

       LOAD-ONE-LIMIT-ROW.
           READ APPROVAL-LIMITS
               AT END
                   SET WS-END-OF-LIMITS TO TRUE
               NOT AT END
                   IF WS-LIM-TABLE-COUNT < 50
                       ADD 1 TO WS-LIM-TABLE-COUNT
                       SET WS-LIM-IDX TO WS-LIM-TABLE-COUNT
                       MOVE ALM-CATEGORY
                           TO WS-LIM-CATEGORY(WS-LIM-IDX)
                       IF ALM-LIMIT NUMERIC
                           MOVE ALM-LIMIT
                               TO WS-LIM-AMOUNT(WS-LIM-IDX)
                       ELSE
                           MOVE ZERO TO WS-LIM-AMOUNT(WS-LIM-IDX)
                       END-IF
                   END-IF
           END-READ.

      * Read this transaction key's year-to-date accumulator record,
      * add this call's adjustment amount to it, and rewrite it (or
      * create it, the first time this key is seen) so the running
           MOVE WS-BEFORE-VALUE TO CHG-BEFORE-VALUE
           MOVE WS-ADJ-AMOUNT  TO CHG-ADJUSTMENT
           MOVE LK-VALUE-IN    TO CHG-AFTER-VALUE
           MOVE LK-CATEGORY-CODE TO CHG-CATEGORY
           MOVE WS-APPROVED-BY TO CHG-APPROVED-BY
           IF LK-REVERSAL-TRANS
               MOVE 'R'   TO CHG-REVERSAL-FLAG
           ELSE
