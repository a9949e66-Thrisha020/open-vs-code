      *            : EXTEND TO THE ONLINE WINDOW. THRESHOLDS COME
      *            : FROM ACCPARM (VIEWS, THEN NOT-FOUNDS; THE
      *            : COMPILED-IN DEFAULTS ARE 50 AND 10).
      *            : EMPSIGN SESSION EVENTS (SIGN-ON, SIGN-OFF,
      *            : TIMEOUT, FAILED SIGN-ON, LOCKOUT) ARE SUMMED
      *            : PER USER ID IN A SECTION OF THEIR OWN.
      *
      * MODIFICATION HISTORY
      * --------------------
      *                  VIEW OF THE EMPLOYEE -- THE READ
      *                  SUCCEEDED, ONLY THE REWRITE FAILED -- AND
      *                  NEVER AS A NOT-FOUND PROBE.
      * 10/15/2026  RSM  AN 'R' (REFUSED) ENTRY FROM THE PAYINQ
      *                  PAY-STUB INQUIRY COUNTS WITH THE NOT-FOUND
      *                  PROBES, NEVER AS A VIEW -- NOTHING WAS
      *                  SHOWN, BUT SOMEONE WAS TRYING.
      * 10/15/2026  RSM  EMPSIGN/SESSCHK SESSION EVENTS (I O T B L) NO
      *                  LONGER COUNT AS TERMINAL VIEWS; THEY FEED A NEW
      *                  SIGN-ON ACTIVITY BY USER SECTION -- SIGN-ONS,
      *                  SIGN-OFFS, TIMEOUTS, FAILED SIGN-ONS -- THAT
      *                  FLAGS ANY USER ID LOCKED OUT. V1.02.
      *

       ENVIRONMENT DIVISION.
      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad access report to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05) VALUE 'V1.02'.

       01  WS-EOF-SW        PIC X(01) VALUE 'N'.
           88  END-OF-ACCESS-LOG      VALUE 'Y'.
               10  WS-TR-NOTFOUND   PIC 9(5) COMP.
               10  WS-TR-UPDATES    PIC 9(5) COMP.

      * Sign-on activity: one entry per user ID from the EMPSIGN
      * session events.
       01  WS-USR-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01  WS-USR-TABLE.
           05  WS-USR-ENTRY OCCURS 1 TO 200 TIMES
                            DEPENDING ON WS-USR-TABLE-COUNT
                            INDEXED BY WS-US-IDX.
               10  WS-US-USERID     PIC X(08).
               10  WS-US-SIGNONS    PIC 9(5) COMP.
               10  WS-US-SIGNOFFS   PIC 9(5) COMP.
               10  WS-US-TIMEOUTS   PIC 9(5) COMP.
               10  WS-US-FAILED     PIC 9(5) COMP.
               10  WS-US-LOCKOUTS   PIC 9(5) COMP.

       01  WS-TITLE-LINE    PIC X(80) VALUE
           'DAILY ONLINE ACCESS REPORT'.

           'WHO VIEWED WHOM'.
       01  WS-SECTION-TERMS PIC X(80) VALUE
           'PER-TERMINAL SUMMARY'.
       01  WS-SECTION-USERS PIC X(80) VALUE
           'SIGN-ON ACTIVITY BY USER'.

       01  WS-PAIR-LINE.
           05  FILLER           PIC X(02) VALUE SPACE.
           05  WS-TL-FLAG       PIC X(21).
           05  FILLER           PIC X(05) VALUE SPACE.

       01  WS-USER-LINE.
           05  FILLER           PIC X(02) VALUE SPACE.
           05  WS-UL-USERID     PIC X(08).
           05  FILLER           PIC X(10) VALUE ' SIGNONS: '.
           05  WS-UL-SIGNONS    PIC ZZZZ9.
           05  FILLER           PIC X(06) VALUE ' OFF: '.
           05  WS-UL-SIGNOFFS   PIC ZZZZ9.
           05  FILLER           PIC X(10) VALUE ' TIMEOUT: '.
           05  WS-UL-TIMEOUTS   PIC ZZZZ9.
           05  FILLER           PIC X(09) VALUE ' FAILED: '.
           05  WS-UL-FAILED     PIC ZZZZ9.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  WS-UL-FLAG       PIC X(14).

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(16) VALUE 'ENTRIES READ : '.
           05  WS-TRL-READ      PIC ZZZZZZ9.

      *----------------------------------------------------------*
      *  2000-TALLY-ONE-ENTRY - FOLD ONE LOG ENTRY INTO THE PAIR  *
      *  AND TERMINAL TABLES, OR A SESSION EVENT INTO THE USER    *
      *  TABLE                                                    *
      *----------------------------------------------------------*
       2000-TALLY-ONE-ENTRY.

           ADD 1 TO WS-READ-COUNT

           IF ACC-SESSION-EVENT
               PERFORM 2300-TALLY-USER
           ELSE
               PERFORM 2100-TALLY-TERMINAL
               IF ACC-FOUND OR ACC-UPDATED OR ACC-UPD-FAILED
                   PERFORM 2200-TALLY-PAIR
               END-IF
           END-IF

           PERFORM 8000-READ-ACCESS-LOG.

           EVALUATE TRUE
               WHEN ACC-NOT-FOUND
               WHEN ACC-REFUSED
                   ADD 1 TO WS-TR-NOTFOUND(WS-TR-IDX)
               WHEN ACC-UPDATED
                   ADD 1 TO WS-TR-UPDATES(WS-TR-IDX)
                   ADD 1 TO WS-PA-VIEWS(WS-PA-IDX)
           END-SEARCH.

      *----------------------------------------------------------*
      *  2300-TALLY-USER - SIGN-ON ACTIVITY                       *
      *----------------------------------------------------------*
       2300-TALLY-USER.

           SET WS-US-IDX TO 1
           SEARCH WS-USR-ENTRY
               AT END
                   IF WS-USR-TABLE-COUNT < 200
                       ADD 1 TO WS-USR-TABLE-COUNT
                       SET WS-US-IDX TO WS-USR-TABLE-COUNT
                       MOVE ACC-USERID
                           TO WS-US-USERID(WS-US-IDX)
                       MOVE ZERO TO WS-US-SIGNONS(WS-US-IDX)
                       MOVE ZERO TO WS-US-SIGNOFFS(WS-US-IDX)
                       MOVE ZERO TO WS-US-TIMEOUTS(WS-US-IDX)
                       MOVE ZERO TO WS-US-FAILED(WS-US-IDX)
                       MOVE ZERO TO WS-US-LOCKOUTS(WS-US-IDX)
                       PERFORM 2350-COUNT-USER-EVENT
                   ELSE
                       DISPLAY 'EMPACCRPT: USER TABLE FULL - '
                           'SIGN-ON DETAIL BEYOND IT NOT BROKEN OUT'
                   END-IF
               WHEN WS-US-USERID(WS-US-IDX) = ACC-USERID
                   PERFORM 2350-COUNT-USER-EVENT
           END-SEARCH.

      *----------------------------------------------------------*
      *  2350-COUNT-USER-EVENT - THE FAILURE THAT LOCKS AN ID IS  *
      *  LOGGED AS THE LOCKOUT, SO IT COUNTS AS BOTH              *
      *----------------------------------------------------------*
       2350-COUNT-USER-EVENT.

           EVALUATE TRUE
               WHEN ACC-SIGNED-ON
                   ADD 1 TO WS-US-SIGNONS(WS-US-IDX)
               WHEN ACC-SIGNED-OFF
                   ADD 1 TO WS-US-SIGNOFFS(WS-US-IDX)
               WHEN ACC-TIMED-OUT
                   ADD 1 TO WS-US-TIMEOUTS(WS-US-IDX)
               WHEN ACC-SIGNON-FAILED
                   ADD 1 TO WS-US-FAILED(WS-US-IDX)
               WHEN ACC-LOCKED-OUT
                   ADD 1 TO WS-US-FAILED(WS-US-IDX)
                   ADD 1 TO WS-US-LOCKOUTS(WS-US-IDX)
           END-EVALUATE.

      *----------------------------------------------------------*
      *  3000-WRITE-REPORT - PAIR DETAIL, TERMINAL SUMMARY WITH   *
      *  BROWSING/PROBING FLAGS, SIGN-ON ACTIVITY, TRAILER        *
      *----------------------------------------------------------*
       3000-WRITE-REPORT.

               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TRM-TABLE-COUNT

           MOVE SPACE TO ACCESS-RPT-LINE
           WRITE ACCESS-RPT-LINE
           WRITE ACCESS-RPT-LINE FROM WS-SECTION-USERS
           PERFORM 3300-WRITE-USER-LINE
               VARYING WS-US-IDX FROM 1 BY 1
               UNTIL WS-US-IDX > WS-USR-TABLE-COUNT

           MOVE SPACE TO ACCESS-RPT-LINE
           WRITE ACCESS-RPT-LINE
           MOVE WS-READ-COUNT TO WS-TRL-READ

           WRITE ACCESS-RPT-LINE FROM WS-TERM-LINE.

      *----------------------------------------------------------*
      *  3300-WRITE-USER-LINE - FLAG USER IDS LOCKED OUT TODAY    *
      *----------------------------------------------------------*
       3300-WRITE-USER-LINE.

           MOVE WS-US-USERID(WS-US-IDX)   TO WS-UL-USERID
           MOVE WS-US-SIGNONS(WS-US-IDX)  TO WS-UL-SIGNONS
           MOVE WS-US-SIGNOFFS(WS-US-IDX) TO WS-UL-SIGNOFFS
           MOVE WS-US-TIMEOUTS(WS-US-IDX) TO WS-UL-TIMEOUTS
           MOVE WS-US-FAILED(WS-US-IDX)   TO WS-UL-FAILED

           IF WS-US-LOCKOUTS(WS-US-IDX) > ZERO
               MOVE '*LOCKED OUT*' TO WS-UL-FLAG
           ELSE
               MOVE SPACE          TO WS-UL-FLAG
           END-IF

           WRITE ACCESS-RPT-LINE FROM WS-USER-LINE.

      *----------------------------------------------------------*
      *  4000-FINALIZE                                            *
      *----------------------------------------------------------*
