      * with a one-unit tolerance; the CHGLOG and YTD legs must
      * agree to the penny. Any key where the three disagree is
      * reported with the amounts from each source and the step ends
      * with condition code 16. Adjustments SUBPROG held over their
      * category's approval limit (ADJPEND, status H) are in none of
      * the three legs while they wait; they are counted and totalled
      * on their own trailer line rather than reconciled.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS YTP-KEY
               FILE STATUS IS WS-PRIOR-FILE-STATUS.

           SELECT ADJ-PENDING ASSIGN TO ADJPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APD-TRANS-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT RECON-RPT ASSIGN TO RECONRPT
               ORGANIZATION IS SEQUENTIAL.

                                 YTD-KEY          BY YTP-KEY
                                 YTD-TOTAL-ADJ    BY YTP-TOTAL-ADJ.

       FD  ADJ-PENDING.
           COPY ADJPREC.

       FD  RECON-RPT
           LABEL RECORDS ARE STANDARD.
       01  RECON-RPT-LINE       PIC X(80).
       01  WS-AUDIT-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-YTD-FILE-STATUS    PIC X(02) VALUE '00'.
       01  WS-PRIOR-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-PEND-FILE-STATUS   PIC X(02) VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad reconciliation to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05) VALUE 'V1.01'.

      * The change-log line mapped through the shared CHGLOG layout.
       COPY CHGLOG.
           88  END-OF-CHANGE-LOG      VALUE 'Y'.
       01  WS-YTD-EOF-SW    PIC X(01) VALUE 'N'.
           88  END-OF-YTD-ACCUM       VALUE 'Y'.
       01  WS-PEND-EOF-SW   PIC X(01) VALUE 'N'.
           88  END-OF-ADJ-PENDING     VALUE 'Y'.

       01  WS-PRIOR-AVAIL-SW PIC X(01) VALUE 'N'.
           88  WS-PRIOR-AVAILABLE     VALUE 'Y'.
       01  WS-KEY-COUNT     PIC 9(5) COMP VALUE ZERO.
       01  WS-BALANCED-COUNT PIC 9(5) COMP VALUE ZERO.
       01  WS-OUT-COUNT     PIC 9(5) COMP VALUE ZERO.
       01  WS-HELD-COUNT    PIC 9(5) COMP VALUE ZERO.
       01  WS-HELD-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-TITLE-LINE    PIC X(80) VALUE
           'THREE-WAY ADJUSTMENT RECONCILIATION'.
           05  WS-TRL-OUT       PIC ZZZZ9.
           05  FILLER           PIC X(28) VALUE SPACE.

       01  WS-HELD-LINE.
           05  FILLER           PIC X(19) VALUE 'HELD FOR APPROVAL: '.
           05  WS-HLD-COUNT     PIC ZZZZ9.
           05  FILLER           PIC X(16) VALUE '  HELD VALUE  : '.
           05  WS-HLD-TOTAL     PIC -ZZZZZZZZ9.99.
           05  FILLER           PIC X(27) VALUE
               '  (NOT IN ANY LEG)'.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

               UNTIL END-OF-CHANGE-LOG
           PERFORM 4000-LOAD-YTD-MOVEMENT
               UNTIL END-OF-YTD-ACCUM
           PERFORM 4500-COUNT-HELD-ITEMS
           PERFORM 5000-COMPARE-AND-REPORT
           PERFORM 6000-FINALIZE

               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  4500-COUNT-HELD-ITEMS - ADJUSTMENTS STILL WAITING ON THE *
      *  APPROVAL QUEUE. NO QUEUE MEANS NOTHING HELD.             *
      *----------------------------------------------------------*
       4500-COUNT-HELD-ITEMS.

           OPEN INPUT ADJ-PENDING
           IF WS-PEND-FILE-STATUS = '00'
               PERFORM 4510-COUNT-ONE-PENDING-ROW
                   UNTIL END-OF-ADJ-PENDING
               CLOSE ADJ-PENDING
           END-IF.

      *----------------------------------------------------------*
      *  4510-COUNT-ONE-PENDING-ROW                               *
      *----------------------------------------------------------*
       4510-COUNT-ONE-PENDING-ROW.

           READ ADJ-PENDING NEXT RECORD
               AT END
                   SET END-OF-ADJ-PENDING TO TRUE
               NOT AT END
                   IF APD-HELD
                       ADD 1 TO WS-HELD-COUNT
                       ADD APD-VALUE-OUT TO WS-HELD-TOTAL
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  5000-COMPARE-AND-REPORT - THE CHGLOG AND YTD LEGS MUST   *
      *  AGREE TO THE PENNY; THE TRANS-OUT LEG (WHOLE UNITS ONLY) *
           MOVE WS-BALANCED-COUNT TO WS-TRL-BALANCED
           MOVE WS-OUT-COUNT      TO WS-TRL-OUT
           WRITE RECON-RPT-LINE FROM WS-TRAILER-LINE
           MOVE WS-HELD-COUNT     TO WS-HLD-COUNT
           MOVE WS-HELD-TOTAL     TO WS-HLD-TOTAL
           WRITE RECON-RPT-LINE FROM WS-HELD-LINE

           IF WS-OUT-COUNT > ZERO
               DISPLAY 'RECON3: *** ' WS-OUT-COUNT ' KEY(S) OUT OF '
