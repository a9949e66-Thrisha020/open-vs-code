       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SESSCHK.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : ONLINE (CICS) SIGN-ON SESSION SERVICE, LINKED
      *            : TO (SEE SESSCA) BY EMPSIGN AND BY EVERY
      *            : TRANSACTION ON ITS MENU -- EMPINQ, EMPUPDT,
      *            : LVINQ, DPTRINQ, PAYINQ -- ON EVERY TURN, SO
      *            : THEY ALL IDENTIFY THE USER, TIME OUT, AND
      *            : CHECK AUTHORIZATION THE SAME WAY INSTEAD OF
      *            : EACH ITS OWN. THE SESSION IS THE TERMINAL'S
      *            : 'ESES' TS QUEUE (SEE SESSREC). A SESSION IDLE
      *            : LONGER THAN THE TIMEOUT BELOW IS ENDED ON ITS
      *            : NEXT TURN: THE QUEUE IS DELETED, THE TERMINAL
      *            : SIGNED OFF, AND A 'T' ENTRY LOGGED. ONLINE USE
      *            : OF A PROGRAM IS GRANTED BY AN AUTHCTL PROFILE
      *            : ROW (SEE AUTHCHK) NAMING THE USER, WITH THE
      *            : PROGRAM (OR BLANK) AND OPTION I (OR BLANK).
      *            : SIGN-OFF AND TIMEOUT WRITE ONE ACCESS-LOG
      *            : ENTRY (SEE ACCREC) TO THE EMPQ TD QUEUE FOR
      *            : EMPACCRPT.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * The caller's request, worked on here and handed back.
       COPY SESSCA.

      * The terminal's session, item 1 of its 'ESES' queue.
       COPY SESSREC.
       01  WS-SESSION-QUEUE.
           05  FILLER           PIC X(04) VALUE 'ESES'.
           05  WS-SQ-TERMID     PIC X(04).
       01  WS-SESSION-ITEM      PIC S9(04) COMP VALUE 1.
       01  WS-SESSION-LENGTH    PIC S9(04) COMP VALUE ZERO.
       01  WS-SESSION-SW        PIC X(01) VALUE 'N'.
           88  WS-SESSION-FOUND         VALUE 'Y'.

      * Idle time allowed between turns, in ABSTIME milliseconds:
      * fifteen minutes.
       01  WS-TIMEOUT-MS        PIC S9(15) COMP-3 VALUE 900000.
       01  WS-ABSTIME           PIC S9(15) COMP-3.
       01  WS-IDLE-MS           PIC S9(15) COMP-3.

      * One AUTHCTL profile row, the layout AUTHCHK reads.
       01  AUTH-CONTROL-RECORD.
           05  AC-SUBMITTER     PIC X(08).
           05  AC-PROGRAM       PIC X(08).
           05  AC-OPTION        PIC X(01).

       01  WS-AUTH-RBA          PIC S9(08) COMP VALUE ZERO.
       01  WS-AUTH-OPTION       PIC X(01) VALUE 'I'.
       01  WS-AUTH-SW           PIC X(01) VALUE 'N'.
           88  WS-AUTHORIZED            VALUE 'Y'.
       01  WS-AUTH-DONE-SW      PIC X(01) VALUE 'N'.
           88  WS-AUTH-DONE             VALUE 'Y'.

      * One access-log entry per sign-off or timeout, to the EMPQ
      * transient data queue (see ACCREC).
       COPY ACCREC.

       01  WS-RESP              PIC S9(08) COMP.
       01  WS-RESP2             PIC S9(08) COMP.

       LINKAGE SECTION.

      * The caller's SESSCA area.
       01  DFHCOMMAREA          PIC X(23).

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  0000-MAIN-LOGIC
      *  ONE REQUEST PER LINK. ANYTHING BUT AN EXPLICIT GRANT
      *  COMES BACK AS A REFUSAL.
      *----------------------------------------------------------*
       0000-MAIN-LOGIC.
           MOVE DFHCOMMAREA TO SESSION-CHECK-AREA
           MOVE EIBTRMID    TO WS-SQ-TERMID
           SET SC-NO-SESSION TO TRUE

           EVALUATE TRUE
               WHEN SC-CHECK-SESSION
                   PERFORM 1000-CHECK-SESSION
               WHEN SC-CHECK-PROGRAM
                   PERFORM 3000-CHECK-PROGRAM
               WHEN SC-SET-EMPLOYEE
                   PERFORM 4000-SET-EMPLOYEE
               WHEN SC-SIGN-OFF
                   PERFORM 5000-SIGN-OFF
           END-EVALUATE

           MOVE SESSION-CHECK-AREA TO DFHCOMMAREA

           EXEC CICS RETURN
           END-EXEC

           GOBACK.

      *----------------------------------------------------------*
      *  1000-CHECK-SESSION
      *  A LIVE SESSION IS TOUCHED AND ITS USER AND CURRENT
      *  EMPLOYEE HANDED BACK; AN IDLE ONE IS ENDED. A NAMED
      *  PROGRAM MUST ALSO BE GRANTED TO THE SESSION'S USER.
      *----------------------------------------------------------*
       1000-CHECK-SESSION.
           PERFORM 8000-READ-SESSION

           IF WS-SESSION-FOUND
               IF WS-IDLE-MS > WS-TIMEOUT-MS
                   MOVE 'T' TO ACC-RESULT
                   PERFORM 5500-END-SESSION
                   SET SC-TIMED-OUT TO TRUE
               ELSE
                   MOVE SES-USERID TO SC-USERID
                   MOVE SES-EMP-ID TO SC-EMP-ID
                   PERFORM 8100-TOUCH-SESSION
                   IF SC-PROGRAM = SPACE
                       SET SC-STATUS-OK TO TRUE
                   ELSE
                       PERFORM 3000-CHECK-PROGRAM
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  3000-CHECK-PROGRAM
      *  BROWSE THE AUTHCTL PROFILES FROM THE TOP FOR A ROW
      *  NAMING SC-USERID WITH SC-PROGRAM (OR BLANK) AND OPTION I
      *  (OR BLANK) -- THE MATCH AUTHCHK MAKES FOR A BATCH
      *  SUBMITTER. NO ROW, OR NO READABLE PROFILE FILE, REFUSES.
      *----------------------------------------------------------*
       3000-CHECK-PROGRAM.
           MOVE 'N' TO WS-AUTH-SW
           MOVE 'N' TO WS-AUTH-DONE-SW

           IF SC-USERID = SPACE
               SET WS-AUTH-DONE TO TRUE
           ELSE
               MOVE ZERO TO WS-AUTH-RBA
               EXEC CICS STARTBR
                   DATASET('AUTHCTL')
                   RIDFLD(WS-AUTH-RBA)
                   RBA
                   GTEQ
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-AUTH-DONE TO TRUE
               ELSE
                   PERFORM 3100-READ-NEXT-PROFILE
                       UNTIL WS-AUTH-DONE
                   EXEC CICS ENDBR
                       DATASET('AUTHCTL')
                       NOHANDLE
                   END-EXEC
               END-IF
           END-IF

           IF WS-AUTHORIZED
               SET SC-STATUS-OK TO TRUE
           ELSE
               SET SC-NOT-AUTHORIZED TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  3100-READ-NEXT-PROFILE
      *----------------------------------------------------------*
       3100-READ-NEXT-PROFILE.
           EXEC CICS READNEXT
               DATASET('AUTHCTL')
               INTO(AUTH-CONTROL-RECORD)
               RIDFLD(WS-AUTH-RBA)
               RBA
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-AUTH-DONE TO TRUE
           ELSE
               IF AC-SUBMITTER = SC-USERID
                   AND (AC-PROGRAM = SPACE
                        OR AC-PROGRAM = SC-PROGRAM)
                   AND (AC-OPTION = SPACE
                        OR AC-OPTION = WS-AUTH-OPTION)
                   SET WS-AUTHORIZED TO TRUE
                   SET WS-AUTH-DONE  TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  4000-SET-EMPLOYEE
      *  ONLY A LIVE SESSION TAKES A CURRENT EMPLOYEE.
      *----------------------------------------------------------*
       4000-SET-EMPLOYEE.
           PERFORM 8000-READ-SESSION

           IF WS-SESSION-FOUND
               IF WS-IDLE-MS > WS-TIMEOUT-MS
                   MOVE 'T' TO ACC-RESULT
                   PERFORM 5500-END-SESSION
                   SET SC-TIMED-OUT TO TRUE
               ELSE
                   MOVE SC-EMP-ID  TO SES-EMP-ID
                   MOVE SES-USERID TO SC-USERID
                   PERFORM 8100-TOUCH-SESSION
                   SET SC-STATUS-OK TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  5000-SIGN-OFF
      *  A TERMINAL WITH NO SESSION IS SIGNED OFF ALL THE SAME,
      *  BUT LOGS NOTHING.
      *----------------------------------------------------------*
       5000-SIGN-OFF.
           PERFORM 8000-READ-SESSION

           IF WS-SESSION-FOUND
               MOVE 'O' TO ACC-RESULT
               PERFORM 5500-END-SESSION
           ELSE
               EXEC CICS SIGNOFF
                   NOHANDLE
               END-EXEC
           END-IF

           SET SC-STATUS-OK TO TRUE.

      *----------------------------------------------------------*
      *  5500-END-SESSION
      *  LOG THE EVENT THE CALLER SET (O OR T) AGAINST THE
      *  SESSION'S USER, DROP THE QUEUE, SIGN THE TERMINAL OFF.
      *----------------------------------------------------------*
       5500-END-SESSION.
           MOVE SES-USERID TO SC-USERID
           MOVE SES-USERID TO ACC-USERID
           MOVE ZERO       TO ACC-EMP-ID
           PERFORM 9000-WRITE-ACCESS-LOG

           EXEC CICS DELETEQ TS
               QUEUE(WS-SESSION-QUEUE)
               NOHANDLE
           END-EXEC

           EXEC CICS SIGNOFF
               NOHANDLE
           END-EXEC.

      *----------------------------------------------------------*
      *  8000-READ-SESSION
      *  WS-IDLE-MS COMES BACK AS THE TIME SINCE THE LAST TURN.
      *----------------------------------------------------------*
       8000-READ-SESSION.
           MOVE 'N' TO WS-SESSION-SW
           MOVE LENGTH OF SESSION-RECORD TO WS-SESSION-LENGTH

           EXEC CICS READQ TS
               QUEUE(WS-SESSION-QUEUE)
               INTO(SESSION-RECORD)
               LENGTH(WS-SESSION-LENGTH)
               ITEM(WS-SESSION-ITEM)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-SESSION-FOUND TO TRUE
               EXEC CICS ASKTIME
                   ABSTIME(WS-ABSTIME)
               END-EXEC
               COMPUTE WS-IDLE-MS = WS-ABSTIME - SES-LAST-ACTIVITY
           END-IF.

      *----------------------------------------------------------*
      *  8100-TOUCH-SESSION
      *  THIS TURN IS THE SESSION'S LAST ACTIVITY.
      *----------------------------------------------------------*
       8100-TOUCH-SESSION.
           MOVE WS-ABSTIME TO SES-LAST-ACTIVITY

           EXEC CICS WRITEQ TS
               QUEUE(WS-SESSION-QUEUE)
               FROM(SESSION-RECORD)
               LENGTH(LENGTH OF SESSION-RECORD)
               ITEM(WS-SESSION-ITEM)
               REWRITE
               NOHANDLE
           END-EXEC.

      *----------------------------------------------------------*
      *  9000-WRITE-ACCESS-LOG
      *  ONE ENTRY PER SIGN-OFF OR TIMEOUT, TO THE SAME EMPQ
      *  QUEUE THE INQUIRIES FEED.
      *----------------------------------------------------------*
       9000-WRITE-ACCESS-LOG.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(ACC-DATE)
               TIME(ACC-TIME)
           END-EXEC
           MOVE EIBTRMID        TO ACC-TERMINAL
           MOVE 'SESSCHK '      TO ACC-PROGRAM

           EXEC CICS WRITEQ TD
               QUEUE('EMPQ')
               FROM(ACCESS-LOG-RECORD)
               LENGTH(LENGTH OF ACCESS-LOG-RECORD)
               NOHANDLE
           END-EXEC.
