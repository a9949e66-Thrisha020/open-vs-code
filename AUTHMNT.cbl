      *            : WITH AN APPLIED/REJECTED REPORT -- A GRANT
      *            : THAT ALREADY EXISTS OR A REVOKE WITH NO ROW
      *            : TO REMOVE IS REJECTED, NOT GUESSED AT.
      *            : U UNLOCKS A USER ID EMPSIGN LOCKED AFTER
      *            : REPEATED FAILED SIGN-ONS (SIGNCTL, SEE
      *            : SGNREC; ONLY THE SUBMITTER COLUMN IS USED).
      *            : SIGNCTL IS UPDATED IN PLACE, SO IT MUST BE
      *            : CLOSED TO CICS WHILE THIS RUNS.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  NEW U (UNLOCK) ACTION CLEARS AN EMPSIGN SIGN-ON
      *                  LOCKOUT ON SIGNCTL FOR THE SUBMITTER COLUMN'S
      *                  USER ID; AN ID NOT ON FILE OR NOT LOCKED IS
      *                  REJECTED. TRAILER COUNTS UNLOCKS. V1.01.
      *

       ENVIRONMENT DIVISION.
           SELECT AUTH-NEW    ASSIGN TO AUTHCTLN
               ORGANIZATION IS SEQUENTIAL.

           SELECT SIGN-CTL    ASSIGN TO SIGNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SGN-USERID
               FILE STATUS IS WS-SIGNCTL-STATUS.

           SELECT MAINT-RPT   ASSIGN TO AUTHMRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * One row per grant, revoke or unlock.
       FD  AUTH-TRANS
           LABEL RECORDS ARE STANDARD.
       01  AUTH-TRANS-RECORD.
           05  GTX-ACTION       PIC X(01).
               88  GTX-GRANT            VALUE 'G'.
               88  GTX-REVOKE           VALUE 'R'.
               88  GTX-UNLOCK           VALUE 'U'.
           05  GTX-SUBMITTER    PIC X(08).
           05  GTX-PROGRAM      PIC X(08).
           05  GTX-OPTION       PIC X(01).
           05  AN-PROGRAM       PIC X(08).
           05  AN-OPTION        PIC X(01).

       FD  SIGN-CTL
           LABEL RECORDS ARE STANDARD.
           COPY SGNREC.

       FD  MAINT-RPT
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RPT-LINE       PIC X(80).
       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-AUTH-OLD-STATUS    PIC X(02)  VALUE '00'.
       01  WS-SIGNCTL-STATUS     PIC X(02)  VALUE '00'.
       01  WS-SIGNCTL-OPEN-SW    PIC X(01)  VALUE 'N'.
           88  WS-SIGNCTL-OPEN        VALUE 'Y'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad maintenance run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.01'.

       01  WS-TRANS-EOF-SW  PIC X(01)  VALUE 'N'.
           88  END-OF-AUTH-TRANS      VALUE 'Y'.
       01  WS-GRANT-COUNT   PIC 9(5)  COMP VALUE ZERO.
       01  WS-REVOKE-COUNT  PIC 9(5)  COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(5)  COMP VALUE ZERO.
       01  WS-UNLOCK-COUNT  PIC 9(5)  COMP VALUE ZERO.

       01  WS-ACTION-DESC   PIC X(10) VALUE SPACE.

           05  WS-TRL-REVOKE    PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  REJ : '.
           05  WS-TRL-REJECT    PIC ZZZZ9.
           05  FILLER           PIC X(07)  VALUE '  UNL: '.
           05  WS-TRL-UNLOCK    PIC ZZZZ9.
           05  FILLER           PIC X(05)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
               CLOSE AUTH-OLD
           END-IF

           OPEN I-O SIGN-CTL
           IF WS-SIGNCTL-STATUS = '00'
               SET WS-SIGNCTL-OPEN TO TRUE
           END-IF

           OPEN INPUT  AUTH-TRANS
           OPEN OUTPUT AUTH-NEW
           OPEN OUTPUT MAINT-RPT
           END-READ.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION - ONE GRANT, REVOKE OR UNLOCK   *
      *----------------------------------------------------------*
       2000-PROCESS-TRANSACTION.

               WHEN GTX-REVOKE
                   MOVE 'REVOKE'  TO WS-ACTION-DESC
                   PERFORM 2200-APPLY-REVOKE
               WHEN GTX-UNLOCK
                   MOVE 'UNLOCK'  TO WS-ACTION-DESC
                   PERFORM 2300-APPLY-UNLOCK
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-ACTION-DESC
                   SET WS-TRANS-REJECTED TO TRUE
               MOVE 'GRANT NOT ON FILE' TO WS-REJECT-REASON
           END-IF.

      *----------------------------------------------------------*
      *  2300-APPLY-UNLOCK - CLEAR A SIGN-ON LOCKOUT AND ITS      *
      *  FAILURE COUNT; AN ID THAT IS NOT LOCKED IS REJECTED      *
      *----------------------------------------------------------*
       2300-APPLY-UNLOCK.

           IF NOT WS-SIGNCTL-OPEN
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'SIGNCTL NOT AVAILABLE' TO WS-REJECT-REASON
           ELSE
               MOVE GTX-SUBMITTER TO SGN-USERID
               READ SIGN-CTL
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'USER ID NOT ON SIGNCTL'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF SGN-LOCKED
                           PERFORM 2350-REWRITE-UNLOCKED
                       ELSE
                           SET WS-TRANS-REJECTED TO TRUE
                           MOVE 'USER ID NOT LOCKED'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *  2350-REWRITE-UNLOCKED                                    *
      *----------------------------------------------------------*
       2350-REWRITE-UNLOCKED.

           MOVE ZERO TO SGN-FAILED-COUNT
           SET SGN-NOT-LOCKED TO TRUE
           MOVE ZERO TO SGN-LOCK-DATE
           MOVE ZERO TO SGN-LOCK-TIME
           REWRITE SIGNON-CONTROL-RECORD
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'SIGNCTL REWRITE FAILED' TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-UNLOCK-COUNT
           END-REWRITE.

      *----------------------------------------------------------*
      *  2500-FIND-MATCHING-ROW - EXACT SUBMITTER/PROGRAM/OPTION  *
      *  MATCH AMONG THE STILL-LIVE ROWS                          *
           MOVE WS-GRANT-COUNT  TO WS-TRL-GRANT
           MOVE WS-REVOKE-COUNT TO WS-TRL-REVOKE
           MOVE WS-REJECT-COUNT TO WS-TRL-REJECT
           MOVE WS-UNLOCK-COUNT TO WS-TRL-UNLOCK
           WRITE MAINT-RPT-LINE FROM WS-TRAILER-LINE

           CLOSE AUTH-TRANS
           CLOSE AUTH-NEW
           CLOSE MAINT-RPT
           IF WS-SIGNCTL-OPEN
               CLOSE SIGN-CTL
           END-IF

           MOVE WS-TRANS-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
